      *----------------------------------------------------------*
      * REVNOTWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE REVNOTSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM REVNOTSL.CPY (FILE-CONTROL) E REVNOTFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-REVNOT      PIC X(02) VALUE "00".
