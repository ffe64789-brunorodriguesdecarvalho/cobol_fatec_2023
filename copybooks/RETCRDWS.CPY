      *----------------------------------------------------------*
      * RETCRDWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE RETCRDSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM RETCRDSL.CPY (FILE-CONTROL) E RETCRDFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-RETCRED     PIC X(02) VALUE "00".
