      *----------------------------------------------------------*
      * PLACTAWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE PLACTASL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM PLACTASL.CPY (FILE-CONTROL) E PLACTAFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-PLANOCTA    PIC X(02) VALUE "00".
