      *----------------------------------------------------------*
      * TABTRBWS.CPY
      * ITENS DE WORKING-STORAGE USADOS PELO SELECT DE TABTRBSL.CPY
      * E PELOS PARAGRAFOS DE TABTRBPD.CPY:
      * - TABTRIB-LIDA: "S" DEPOIS DE UM CARREGA-TABTRIB COM O
      *   ARQUIVO PRESENTE; TRB-DEMAIS "S" QUANDO A TABELA NAO
      *   COMPORTA O ARQUIVO; CT-TRB-INVALIDAS: LINHAS IGNORADAS
      *   (TIPO, DATA OU ALIQUOTA INVALIDA);
      * - CONSULTA: CLAS-PROCURA, UF-PROCURA E DATA-PROCURA NA
      *   ENTRADA; ACHOU-ALIQ (S/N), TIPO-ACHADO, ALIQ-ACHADA E
      *   PCTBASE-ACHADA NA SAIDA.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-TABTRIB       PIC X(02) VALUE "00".
       77  FIM-TABTRIB      PIC X(03) VALUE "NAO".
       77  TABTRIB-LIDA     PIC X(01) VALUE "N".
       77  TRB-DEMAIS       PIC X(01) VALUE "N".
       77  CT-TRB-INVALIDAS PIC 9(05) VALUE ZEROES.
       77  QTD-TRB          PIC 9(03) VALUE ZEROES.
       77  CLAS-PROCURA     PIC X(02) VALUE SPACES.
       77  UF-PROCURA       PIC X(02) VALUE SPACES.
       77  DATA-PROCURA     PIC 9(08) VALUE ZEROES.
       77  ACHOU-ALIQ       PIC X(01) VALUE "N".
       77  TIPO-ACHADO      PIC X(01) VALUE SPACES.
       77  ALIQ-ACHADA      PIC 9(02)V9(02) VALUE ZEROES.
       77  PCTBASE-ACHADA   PIC 9(03)V9(02) VALUE ZEROES.
       77  VIG-ACHADA       PIC 9(08) VALUE ZEROES.
       77  IDX-TRB          PIC 9(03) VALUE ZEROES.

       01  TAB-TRIBUTACAO.
           02 TRB-ITEM OCCURS 300 TIMES.
              03 VIGTRB-TAB    PIC 9(08).
              03 CLASTRB-TAB   PIC X(02).
              03 UFTRB-TAB     PIC X(02).
              03 TIPOTRB-TAB   PIC X(01).
              03 ALIQTRB-TAB   PIC 9(02)V9(02).
              03 PCTBASE-TAB   PIC 9(03)V9(02).
