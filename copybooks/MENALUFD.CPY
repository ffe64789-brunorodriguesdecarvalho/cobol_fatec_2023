      *----------------------------------------------------------*
      * MENALUFD.CPY
      * FD E REGISTRO DO LIVRO DE MENSALIDADES ESCOLARES
      * (MENSALU.DAT): UM REGISTRO POR ALUNO E COMPETENCIA. ATE A
      * CRIACAO DESTE MEMBRO, EX05BIL, EX05PGA E EX05ATR REPETIAM O
      * MESMO LAYOUT NO FONTE.
      *
      * VALOR-MAL E O VALOR DEVIDO PELO ALUNO (LIQUIDO DA BOLSA OU
      * DESCONTO), QUE A BAIXA E A COBRANCA CONTINUAM USANDO.
      * VALOR-BRUTO-MAL E A MENSALIDADE CHEIA DA ESCOLA E
      * DESCONTO-MAL A SOMA DAS BOLSAS/DESCONTOS APLICADOS NA
      * COMPETENCIA (DETALHE POR TIPO NO DESCALU - VER DSCALUFD).
      * REGISTRO GRAVADO ANTES DESTES DOIS CAMPOS CHEGA COM ELES EM
      * BRANCO (O VALOR-MAL ERA SEMPRE O VALOR CHEIO). MENSALIDADE
      * TODA COBERTA POR BOLSA JA NASCE ISENTA ("I"), FORA DA BAIXA
      * E DA COBRANCA. COMPETENCIA POSTERIOR A TRANSFERENCIA DO
      * ALUNO PARA OUTRA ESCOLA E CANCELADA PELO EX05TRF ("C") E
      * TAMBEM FICA FORA DA BAIXA, DA COBRANCA E DO RELATORIO DE
      * BOLSAS.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  MENSALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MENSALU.DAT".
       01  REG-MENSALU.
           02 MATRICULA-MAL   PIC 9(07).
           02 COMPETENCIA-MAL PIC 9(06).
           02 VALOR-MAL       PIC 9(09)V9(02).
           02 VENCIMENTO-MAL  PIC 9(08).
           02 SITUACAO-MAL    PIC X(01).
              88 MENSALU-ABERTA VALUE "A".
              88 MENSALU-PAGA   VALUE "P".
              88 MENSALU-ISENTA VALUE "I".
              88 MENSALU-CANCELADA VALUE "C".
           02 VALOR-BRUTO-MAL PIC 9(09)V9(02).
           02 DESCONTO-MAL    PIC 9(09)V9(02).
