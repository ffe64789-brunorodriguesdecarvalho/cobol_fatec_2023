      *----------------------------------------------------------*
      * ITEPEDWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE ITEPEDSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM ITEPEDSL.CPY (FILE-CONTROL) E ITEPEDFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-ITEMPEDX    PIC X(02) VALUE "00".
