      *----------------------------------------------------------*
      * PEDIDXWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE PEDIDXSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM PEDIDXSL.CPY (FILE-CONTROL) E PEDIDXFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-PEDIDOX     PIC X(02) VALUE "00".
