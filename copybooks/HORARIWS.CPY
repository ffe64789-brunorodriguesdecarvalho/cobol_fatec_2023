      *----------------------------------------------------------*
      * HORARIWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE HORARISL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM HORARISL.CPY (FILE-CONTROL) E HORARIFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-HORARIO     PIC X(02) VALUE "00".
