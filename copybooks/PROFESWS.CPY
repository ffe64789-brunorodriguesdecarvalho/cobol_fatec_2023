      *----------------------------------------------------------*
      * PROFESWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE PROFESSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM PROFESSL.CPY (FILE-CONTROL) E PROFESFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-PROFES      PIC X(02) VALUE "00".
