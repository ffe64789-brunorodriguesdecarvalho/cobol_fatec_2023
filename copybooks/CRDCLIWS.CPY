      *----------------------------------------------------------*
      * CRDCLIWS.CPY
      * ITENS DE WORKING-STORAGE USADOS PELO SELECT DE CRDCLISL.CPY
      * E PELOS PARAGRAFOS DE CRDCLIPD.CPY:
      * - CREDCLI-LIDO: "S" DEPOIS DE UM CARREGA-CREDCLI COM O
      *   ARQUIVO PRESENTE; CRD-DEMAIS "S" QUANDO A TABELA NAO
      *   COMPORTA O CADASTRO; CT-CRD-INVALIDOS: LINHAS COM CPF NAO
      *   NUMERICO, IGNORADAS;
      * - CONSULTA: CPF-CRD-PROCURA NA ENTRADA; ACHOU-CRD (S/N),
      *   LIMITE-CRD-ACHADO (JA COM O PADRAO NO LUGAR DO BRANCO),
      *   BLOQ-CRD-ACHADO E OBS-CRD-ACHADA NA SAIDA. SEM REGISTRO,
      *   VALE O LIMITE PADRAO E NAO HA BLOQUEIO.
      * O LIMITE PADRAO VEM DO PARCRD (LIMITE-PADRAO, PARCRDWS.CPY).
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-CREDCLI        PIC X(02) VALUE "00".
       77  FIM-CREDCLI       PIC X(03) VALUE "NAO".
       77  CREDCLI-LIDO      PIC X(01) VALUE "N".
       77  CRD-DEMAIS        PIC X(01) VALUE "N".
       77  CT-CRD-INVALIDOS  PIC 9(05) VALUE ZEROES.
       77  QTD-CRD           PIC 9(04) VALUE ZEROES.
       77  CPF-CRD-PROCURA   PIC 9(11) VALUE ZEROES.
       77  ACHOU-CRD         PIC X(01) VALUE "N".
       77  LIMITE-CRD-ACHADO PIC 9(09)V9(02) VALUE ZEROES.
       77  BLOQ-CRD-ACHADO   PIC X(01) VALUE SPACES.
       77  OBS-CRD-ACHADA    PIC X(30) VALUE SPACES.

       01  TAB-CREDITO.
           02 CRD-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-CRD
                 INDEXED BY IDX-CRD.
              03 CPFCRD-TAB    PIC 9(11).
              03 LIMITECRD-TAB PIC 9(09)V9(02).
              03 BLOQCRD-TAB   PIC X(01).
              03 OBSCRD-TAB    PIC X(30).
