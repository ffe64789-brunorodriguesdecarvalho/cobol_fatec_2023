      *----------------------------------------------------------*
      * DSCALUWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE DSCALUSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-DESCALU     PIC X(02) VALUE "00".
