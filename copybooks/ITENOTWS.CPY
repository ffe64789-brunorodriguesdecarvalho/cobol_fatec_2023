      *----------------------------------------------------------*
      * ITENOTWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE ITENOTSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM ITENOTSL.CPY (FILE-CONTROL) E ITENOTFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-ITEMNOTA    PIC X(02) VALUE "00".
