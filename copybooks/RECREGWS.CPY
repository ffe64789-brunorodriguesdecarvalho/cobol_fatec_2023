      *----------------------------------------------------------*
      * RECREGWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE RECREGSL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM RECREGSL.CPY (FILE-CONTROL) E RECREGFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-RECIBREG    PIC X(02) VALUE "00".
