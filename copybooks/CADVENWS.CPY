      *----------------------------------------------------------*
      * CADVENWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE CADVENSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM CADVENSL.CPY (FILE-CONTROL) E CADVENFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-CADVEND     PIC X(02) VALUE "00".
