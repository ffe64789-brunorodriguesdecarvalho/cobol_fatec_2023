      *----------------------------------------------------------*
      * CTASARSL.CPY
      * SELECT DOS TITULOS DO CONTAS A RECEBER (CONTASAR.DAT), UM
      * POR NOTA FISCAL, REGRAVADO PELO NOTAAR (E PELO NOTADEV, QUE
      * CREDITA A DEVOLUCAO NO TITULO DA NOTA) E LIDO PELO NOTARAG
      * (ENVELHECIMENTO), PELO NOTAREM (REMESSA DE COBRANCA) E PELO
      * SORT1 (PGMP1), QUE SOMA O SALDO EM ABERTO DO CLIENTE NA
      * CONFERENCIA DE CREDITO (VER
      * CTASARFD.CPY PARA O FD/REGISTRO E CTASARWS.CPY PARA O FILE
      * STATUS). COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
            SELECT CONTASAR ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-CONTASAR.
