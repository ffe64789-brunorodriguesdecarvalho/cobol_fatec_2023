      *----------------------------------------------------------*
      * LSTESPWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE LSTESPSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-LISTESP     PIC X(02) VALUE "00".
