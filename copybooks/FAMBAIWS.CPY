      *----------------------------------------------------------*
      * FAMBAIWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE FAMBAISL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-FAMBAI      PIC X(02) VALUE "00".
