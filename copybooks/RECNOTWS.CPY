      *----------------------------------------------------------*
      * RECNOTWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE RECNOTSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM RECNOTSL.CPY (FILE-CONTROL) E RECNOTFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-RECNOTA     PIC X(02) VALUE "00".
