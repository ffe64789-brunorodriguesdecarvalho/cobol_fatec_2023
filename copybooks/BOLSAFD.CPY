      *----------------------------------------------------------*
      * BOLSAFD.CPY
      * FD E REGISTRO DO CADASTRO DE BOLSAS E DESCONTOS (BOLSA.DAT).
      * UMA LINHA POR BOLSA CONCEDIDA A UMA MATRICULA; O MESMO ALUNO
      * PODE TER MAIS DE UMA (EX: IRMAOS E PONTUALIDADE) E TODAS AS
      * VIGENTES NA COMPETENCIA SAO SOMADAS, LIMITADAS AO VALOR DA
      * MENSALIDADE. TIPOS:
      *   "I" BOLSA INTEGRAL     "P" BOLSA PARCIAL
      *   "R" DESCONTO IRMAOS    "T" DESCONTO PONTUALIDADE
      * FORMA-BOL "P" APLICA O PERCENTUAL SOBRE A MENSALIDADE CHEIA;
      * "V" ABATE O VALOR FIXO. A VIGENCIA VAI DA COMPETENCIA
      * INICIAL ATE A FINAL (AAAAMM, INCLUSIVE); FINAL ZERADA = SEM
      * PRAZO. APROVACAO-BOL E A REFERENCIA DA APROVACAO (ATA,
      * PORTARIA, PROCESSO). COPIAR ESTE MEMBRO DENTRO DA FILE
      * SECTION.
      *----------------------------------------------------------*
       FD  BOLSA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BOLSA.DAT".
       01  REG-BOLSA.
           02 MATRICULA-BOL    PIC 9(07).
           02 TIPO-BOL         PIC X(01).
              88 BOLSA-INTEGRAL     VALUE "I".
              88 BOLSA-PARCIAL      VALUE "P".
              88 DESCONTO-IRMAOS    VALUE "R".
              88 DESCONTO-PONTUAL   VALUE "T".
              88 TIPO-BOLSA-VALIDO  VALUE "I" "P" "R" "T".
           02 FORMA-BOL        PIC X(01).
              88 BOLSA-PERCENTUAL   VALUE "P".
              88 BOLSA-VALOR-FIXO   VALUE "V".
           02 PERCENTUAL-BOL   PIC 9(03)V9(02).
           02 VALOR-BOL        PIC 9(07)V9(02).
           02 INICIO-BOL       PIC 9(06).
           02 FIM-BOL          PIC 9(06).
           02 APROVACAO-BOL    PIC X(20).
