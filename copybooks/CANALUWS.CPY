      *----------------------------------------------------------*
      * CANALUWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE CANALUSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-CANDALU     PIC X(02) VALUE "00".
