      *----------------------------------------------------------*
      * CANRESWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE CANRESSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-CANCRES     PIC X(02) VALUE "00".
