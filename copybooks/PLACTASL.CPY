      *----------------------------------------------------------*
      * PLACTASL.CPY
      * SELECT DO PLANO DE CONTAS (PLANOCTA.DAT), MANTIDO PELA
      * CONTABILIDADE COMO O TABTRIB.DAT: UMA LINHA POR CONTA, COM
      * O MESMO CODIGO DO SISTEMA CONTABIL (VER PLACTAFD.CPY PARA O
      * FD/REGISTRO E PLACTAWS.CPY PARA O ITEM DE FILE STATUS).
      * LIDO PELO CTBLAN NA GERACAO DOS LANCAMENTOS CONTABEIS.
      * COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT PLANOCTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLANOCTA.
