      *----------------------------------------------------------*
      * PROPSOWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE PROPSOSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-PROPSOC     PIC X(02) VALUE "00".
