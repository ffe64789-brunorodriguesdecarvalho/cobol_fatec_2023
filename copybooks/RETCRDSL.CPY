      *----------------------------------------------------------*
      * RETCRDSL.CPY
      * SELECT DOS PEDIDOS RETIDOS POR CREDITO (RETCRED.DAT),
      * REGRAVADO A CADA RODADA DO SORT1 (PGMP1) COM OS PEDIDOS QUE
      * FICARAM "H" E A EXPOSICAO DO CLIENTE NA HORA DA CONFERENCIA,
      * E LIDO PELO RELATORIO DE RETIDOS CREDRET (VER RETCRDFD.CPY
      * PARA O FD/REGISTRO E RETCRDWS.CPY PARA O FILE STATUS).
      * COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
            SELECT RETCRED ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-RETCRED.
