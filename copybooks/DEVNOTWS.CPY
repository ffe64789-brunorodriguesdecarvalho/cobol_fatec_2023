      *----------------------------------------------------------*
      * DEVNOTWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE DEVNOTSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM DEVNOTSL.CPY (FILE-CONTROL) E DEVNOTFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-DEVNOTA     PIC X(02) VALUE "00".
