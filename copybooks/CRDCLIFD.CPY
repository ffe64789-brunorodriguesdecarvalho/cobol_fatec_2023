      *----------------------------------------------------------*
      * CRDCLIFD.CPY
      * FD E REGISTRO DO CADASTRO DE CREDITO DOS CLIENTES
      * (CREDCLI.DAT), UM REGISTRO POR CPF:
      * - LIMITECRD: LIMITE DE CREDITO (SALDO EM ABERTO NO CONTAS A
      *   RECEBER MAIS A NOTA NOVA). ZEROS = CLIENTE SO A VISTA,
      *   TODO PEDIDO FICA RETIDO; EM BRANCO = LIMITE PADRAO DO
      *   PARCRD.DAT;
      * - BLOQCRD: "S" = CLIENTE BLOQUEADO PELO FINANCEIRO, TODO
      *   PEDIDO FICA RETIDO QUALQUER QUE SEJA O SALDO;
      * - OBSCRD: MOTIVO DO BLOQUEIO / OBSERVACAO DO FINANCEIRO.
      * CLIENTE FORA DO CADASTRO USA O LIMITE PADRAO DO PARCRD.DAT.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  CREDCLI
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "CREDCLI.DAT".
       01  REGCREDCLI.
             05  CPFCRD          PIC 9(11).
             05  LIMITECRD       PIC 9(09)V9(02).
             05  BLOQCRD         PIC X(01).
                 88 CLIENTE-BLOQUEADO VALUE "S".
             05  OBSCRD          PIC X(30).
