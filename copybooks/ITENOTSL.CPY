      *----------------------------------------------------------*
      * ITENOTSL.CPY
      * SELECT DOS ITENS DAS NOTAS FISCAIS (ITEMNOTA), GERADO PELO
      * SORT1 (PGMP1) JUNTO COM O CABECALHO NOTAS E LIDO PELO
      * NOTAIMP, PELO NOTASUM, PELO NOTALIV E PELO NOTADEV (VER
      * ITENOTFD.CPY PARA O FD/REGISTRO E ITENOTWS.CPY PARA O FILE
      * STATUS). COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
            SELECT ITEMNOTA ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-ITEMNOTA.
