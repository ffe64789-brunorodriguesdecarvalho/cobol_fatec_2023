      *----------------------------------------------------------*
      * CARTEIWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE CARTEISL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-CARTEI      PIC X(02) VALUE "00".
