      *----------------------------------------------------------*
      * SEGCLIWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE SEGCLISL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-SEGCLI      PIC X(02) VALUE "00".
