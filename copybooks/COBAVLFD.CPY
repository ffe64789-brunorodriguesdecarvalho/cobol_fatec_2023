      *----------------------------------------------------------*
      * COBAVLFD.CPY
      * FD E REGISTRO DO ARQUIVO DE COBRANCAS AVULSAS (COBAVL.DAT).
      * CADA LINHA E UMA TAXA LANCADA NA CONTA DO SOCIO (SEMPRE O
      * TITULAR QUE PAGA A MENSALIDADE) POR OUTRO PROCESSO - A
      * RESERVA DE INSTALACAO DO PROG03 (ORIGEM "RES", DOCUMENTO =
      * NUMERO DA RESERVA) E O CONVITE ACIMA DA COTA MENSAL DO
      * PROG04 (ORIGEM "CNV", DOCUMENTO = NUMERO DO CONVITE,
      * VER CONVITFD). ENQUANTO ABERTA ("A") A TAXA E SOMADA
      * AO DEVIDO DO MES PELO EX01PAG E APARECE NA REMESSA, NA
      * CARTA DE COBRANCA E NO EXTRATO; O PAGAMENTO QUE A ABSORVE
      * MARCA "Q" E GUARDA O NUMERO DO RECIBO (O ESTORNO DESSE
      * RECIBO REABRE A TAXA). "C" E TAXA CANCELADA (RESERVA
      * CANCELADA ANTES DE COBRADA). COPIAR ESTE MEMBRO DENTRO DA
      * FILE SECTION.
      *----------------------------------------------------------*
       FD  COBAVL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "COBAVL.DAT".
       01  REG-COBAVL.
           02 NUMERO-SOCIO-AVL  PIC 9(06).
           02 DATA-AVL          PIC 9(08).
           02 ORIGEM-AVL        PIC X(03).
           02 DOCUMENTO-AVL     PIC 9(06).
           02 DESCRICAO-AVL     PIC X(30).
           02 VALOR-AVL         PIC 9(07)V9(02).
           02 SITUACAO-AVL      PIC X(01).
              88 AVULSA-ABERTA    VALUE "A".
              88 AVULSA-QUITADA   VALUE "Q".
              88 AVULSA-CANCELADA VALUE "C".
           02 RECIBO-AVL        PIC 9(05).
