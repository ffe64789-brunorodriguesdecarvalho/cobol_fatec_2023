      *----------------------------------------------------------*
      * EVTCTBSL.CPY
      * SELECT DA TABELA DE EVENTOS CONTABEIS (EVENTCTB.DAT),
      * MANTIDA PELA CONTABILIDADE: PARA CADA TIPO DE EVENTO
      * FINANCEIRO GERADO PELAS RODADAS, A CONTA A DEBITO, A CONTA
      * A CREDITO E O HISTORICO PADRAO (VER EVTCTBFD.CPY PARA O
      * FD/REGISTRO E EVTCTBWS.CPY PARA O ITEM DE FILE STATUS).
      * TROCAR A CONTABILIZACAO DE UM EVENTO E SO ALTERAR A LINHA,
      * SEM RECOMPILAR NADA. LIDA PELO CTBLAN.
      * COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT EVENTCTB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EVENTCTB.
