      *----------------------------------------------------------*
      * FAVOREWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE FAVORESL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM FAVORESL.CPY (FILE-CONTROL) E FAVOREFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-FAVOREC     PIC X(02) VALUE "00".
