      *----------------------------------------------------------*
      * RMNCTLFD.CPY
      * FD E REGISTRO DO CONTROLE DE REMESSA DA COBRANCA DAS NOTAS
      * (REMNCTL.DAT): UM REGISTRO POR TITULO DO CONTASAR JA MANDADO
      * AO BANCO, COM A NOTA, O CLIENTE, O VALOR E O VENCIMENTO
      * ENVIADOS, A DATA DA REMESSA E A SITUACAO NA COBRANCA:
      * - "E" ENVIADO, AGUARDANDO O BANCO;
      * - "L" LIQUIDADO (NOTARET), COM A DATA E O VALOR PAGOS - O
      *   RECEBIMENTO JA FOI PARA O RECNOTA.DAT;
      * - "R" REJEITADO PELO BANCO (NOTARET), COM A OCORRENCIA - O
      *   TITULO VOLTA NA PROXIMA REMESSA SE AINDA ESTIVER EM ABERTO.
      * TITULO COM REGISTRO "E" OU "L" NAO E MANDADO DE NOVO. O
      * NOTAREM MARCA "X" (BAIXADO) O TITULO LIQUIDADO QUE O NOTAAR
      * JA DEU COMO PAGO NO CONTASAR; O "X" NAO E REGRAVADO, E O
      * CONTROLE FICA SO COM OS TITULOS AINDA NA COBRANCA.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  REMNCTL
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "REMNCTL.DAT".
       01  REGREMNCTL.
             05  NUMNOTARMC      PIC 9(06).
             05  CPFRMC          PIC 9(11).
             05  VALORRMC        PIC 9(09)V9(02).
             05  VENCRMC         PIC 9(08).
             05  DATAREMRMC      PIC 9(08).
             05  SITRMC          PIC X(01).
                 88 RMC-ENVIADO      VALUE "E".
                 88 RMC-LIQUIDADO    VALUE "L".
                 88 RMC-REJEITADO    VALUE "R".
                 88 RMC-BAIXADO      VALUE "X".
             05  OCORRRMC        PIC X(02).
             05  DATAPAGRMC      PIC 9(08).
             05  VALORPAGRMC     PIC 9(09)V9(02).
