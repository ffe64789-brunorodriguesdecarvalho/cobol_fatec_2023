      *----------------------------------------------------------*
      * ACRMOTWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE ACRMOTSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM ACRMOTSL.CPY (FILE-CONTROL) E ACRMOTFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-ACERTMOT    PIC X(02) VALUE "00".
