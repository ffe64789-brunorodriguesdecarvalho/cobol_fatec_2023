      *----------------------------------------------------------*
      * NOTFISWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE NOTFISSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM NOTFISSL.CPY (FILE-CONTROL) E NOTFISFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-NOTAS       PIC X(02) VALUE "00".
