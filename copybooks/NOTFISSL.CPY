      *----------------------------------------------------------*
      * NOTFISSL.CPY
      * SELECT DO CABECALHO DAS NOTAS FISCAIS (NOTAS), GERADO PELO
      * SORT1 (PGMP1) E LIDO POR NOTAIMP, NOTASUM, NOTACAN, NOTAAR
      * NOTALIV E NOTADEV
      * (VER NOTFISFD.CPY PARA O FD/REGISTRO E NOTFISWS.CPY PARA O
      * FILE STATUS). OS ITENS DA NOTA ESTAO NO ITEMNOTA (VER
      * ITENOTSL.CPY). COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
            SELECT NOTAS ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-NOTAS.
