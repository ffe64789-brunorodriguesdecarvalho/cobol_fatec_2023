      *----------------------------------------------------------*
      * JRNNOTWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE JRNNOTSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM JRNNOTSL.CPY (FILE-CONTROL) E JRNNOTFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-JRNNOT      PIC X(02) VALUE "00".
