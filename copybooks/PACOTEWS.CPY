      *----------------------------------------------------------*
      * PACOTEWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE PACOTESL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-PACOTES     PIC X(02) VALUE "00".
