      *----------------------------------------------------------*
      * EVTCTBWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE EVTCTBSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM EVTCTBSL.CPY (FILE-CONTROL) E EVTCTBFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-EVENTCTB    PIC X(02) VALUE "00".
