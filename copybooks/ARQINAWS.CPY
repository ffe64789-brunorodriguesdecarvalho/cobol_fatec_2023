      *----------------------------------------------------------*
      * ARQINAWS.CPY
      * ITEM DE WORKING-STORAGE USADO PELO SELECT DE ARQINASL.CPY.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION, JUNTO
      * COM ARQINASL.CPY (FILE-CONTROL) E ARQINAFD.CPY (FILE
      * SECTION).
      *----------------------------------------------------------*
       77  FS-ARQINAT     PIC X(02) VALUE "00".
