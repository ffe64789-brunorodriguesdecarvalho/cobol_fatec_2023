      *----------------------------------------------------------*
      * COBAVLWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE COBAVLSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-COBAVL      PIC X(02) VALUE "00".
