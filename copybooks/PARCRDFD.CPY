      *----------------------------------------------------------*
      * PARCRDFD.CPY
      * FD E REGISTRO DO ARQUIVO DE PARAMETROS DE CREDITO
      * (PARCRD.DAT), MANTIDO PELO DEPARTAMENTO FINANCEIRO: O
      * ATRASO TOLERADO (DIAS COMERCIAIS APOS O VENCIMENTO DE UM
      * TITULO EM ABERTO A PARTIR DOS QUAIS TODO PEDIDO DO CLIENTE
      * FICA RETIDO) E O LIMITE DE CREDITO PADRAO, DO CLIENTE QUE
      * NAO ESTA NO CREDCLI.DAT. COPIAR ESTE MEMBRO DENTRO DA FILE
      * SECTION.
      *----------------------------------------------------------*
       FD  PARCRD
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "PARCRD.DAT".
       01  REG-PARCRD.
             05  DIAS-ATRASO-PCR  PIC 9(03).
             05  LIMITE-PADRAO-PCR PIC 9(09)V9(02).
