      *----------------------------------------------------------*
      * RETNOTWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE RETNOTSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM RETNOTSL.CPY (FILE-CONTROL) E RETNOTFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-RETNOTA     PIC X(02) VALUE "00".
