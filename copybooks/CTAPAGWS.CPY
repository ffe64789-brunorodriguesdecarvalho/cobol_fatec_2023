      *----------------------------------------------------------*
      * CTAPAGWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE CTAPAGSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM CTAPAGSL.CPY (FILE-CONTROL) E CTAPAGFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-CTASPAG     PIC X(02) VALUE "00".
