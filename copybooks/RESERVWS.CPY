      *----------------------------------------------------------*
      * RESERVWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE RESERVSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-RESERVA     PIC X(02) VALUE "00".
