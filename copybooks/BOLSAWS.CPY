      *----------------------------------------------------------*
      * BOLSAWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE BOLSASL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-BOLSA       PIC X(02) VALUE "00".
