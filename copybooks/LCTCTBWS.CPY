      *----------------------------------------------------------*
      * LCTCTBWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE LCTCTBSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM LCTCTBSL.CPY (FILE-CONTROL) E LCTCTBFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-LCTCTB      PIC X(02) VALUE "00".
