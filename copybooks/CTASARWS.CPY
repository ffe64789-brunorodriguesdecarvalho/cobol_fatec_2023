      *----------------------------------------------------------*
      * CTASARWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE CTASARSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM CTASARSL.CPY (FILE-CONTROL) E CTASARFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-CONTASAR    PIC X(02) VALUE "00".
