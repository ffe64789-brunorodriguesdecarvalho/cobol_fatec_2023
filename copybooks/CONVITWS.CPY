      *----------------------------------------------------------*
      * CONVITWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE CONVITSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-CONVITE     PIC X(02) VALUE "00".
