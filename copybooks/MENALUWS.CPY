      *----------------------------------------------------------*
      * MENALUWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE MENALUSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-MENSALU     PIC X(02) VALUE "00".
