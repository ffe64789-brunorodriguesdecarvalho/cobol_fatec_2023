      *----------------------------------------------------------*
      * INSTALWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE INSTALSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-INSTAL      PIC X(02) VALUE "00".
