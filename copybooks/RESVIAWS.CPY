      *----------------------------------------------------------*
      * RESVIAWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE RESVIASL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-RESERVAS    PIC X(02) VALUE "00".
