      *----------------------------------------------------------*
      * DEVCORWS.CPY
      * ITENS DE WORKING-STORAGE USADOS PELO SELECT DE DEVCORSL.CPY
      * E PELOS PARAGRAFOS DE DEVCORPD.CPY:
      * - ARQUIVO-CARGA-DEV: CADASTRO CUJAS DEVOLUCOES A RODADA
      *   CARREGA ("SOC", "ANT", "CLI" OU "ALU");
      * - CHAVE-CONSULTA-DEV / ENDERECO-DEVOLVIDO: ENTRADA E SAIDA
      *   DA CONSULTA A TABELA (S = ENDERECO MARCADO);
      * - ARQUIVO-LIB-DEV, CHAVE-LIB-DEV, OBS-LIB-DEV, OPERADOR-
      *   LIB-DEV E PROGRAMA-LIB-DEV: ENTRADA DA LIBERACAO;
      * - MOTIVO-CODIGO-DEV / MOTIVO-DESCR-DEV: CODIGO DO MOTIVO E
      *   A DESCRICAO POR EXTENSO.
      * A TABELA GUARDA UMA LINHA POR CHAVE DO CADASTRO CARREGADO,
      * COM A ULTIMA DEVOLUCAO; ATIVA-DEV-TAB "N" = JA LIBERADA.
      * TAMBEM AQUI AS LINHAS DO RELATORIO DE ENDERECOS A CORRIGIR,
      * COMUNS A TODAS AS RODADAS DE CARTAS. COPIAR ESTE MEMBRO
      * DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-DEVCOR          PIC X(02) VALUE "00".
       77  FIM-DEVCOR         PIC X(03) VALUE "NAO".
       77  QTD-DEVCOR         PIC 9(04) VALUE ZEROES.
       77  DEVCOR-DEMAIS      PIC X(01) VALUE "N".
       77  ARQUIVO-CARGA-DEV  PIC X(03) VALUE SPACES.
       77  CHAVE-CONSULTA-DEV PIC 9(11) VALUE ZEROES.
       77  ENDERECO-DEVOLVIDO PIC X(01) VALUE "N".
       77  ARQUIVO-LIB-DEV    PIC X(03) VALUE SPACES.
       77  CHAVE-LIB-DEV      PIC 9(11) VALUE ZEROES.
       77  OBS-LIB-DEV        PIC X(30) VALUE SPACES.
       77  OPERADOR-LIB-DEV   PIC X(08) VALUE SPACES.
       77  PROGRAMA-LIB-DEV   PIC X(08) VALUE SPACES.
       77  PENDENTE-LIB-DEV   PIC X(01) VALUE "N".
       77  MOTIVO-CODIGO-DEV  PIC X(02) VALUE SPACES.
       77  MOTIVO-DESCR-DEV   PIC X(22) VALUE SPACES.
       77  CT-ENDER-CORRIGIR  PIC 9(05) VALUE ZEROES.

       01  TAB-DEVCOR.
           02 DEVCOR-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-DEVCOR
                 INDEXED BY IDX-DCR.
              03 CHAVE-DEV-TAB   PIC 9(11).
              03 DATA-DEV-TAB    PIC 9(08).
              03 MOTIVO-DEV-TAB  PIC X(02).
              03 ATIVA-DEV-TAB   PIC X(01).
              03 LISTADA-DEV-TAB PIC X(01).

       01  CAB-CORRIGE-1.
           02 FILLER  PIC X(42) VALUE
              "ENDERECOS A CORRIGIR - CARTAS NAO EMITIDAS".
           02 FILLER  PIC X(04) VALUE " - ".
           02 PROGRAMA-CAB-DEV PIC X(08).
           02 FILLER  PIC X(26) VALUE SPACES.

       01  CAB-CORRIGE-2.
           02 FILLER  PIC X(13) VALUE "      CHAVE  ".
           02 FILLER  PIC X(32) VALUE "NOME".
           02 FILLER  PIC X(10) VALUE "DEVOLVIDA".
           02 FILLER  PIC X(25) VALUE "MOTIVO".

       01  LINHA-CORRIGE-1.
           02 CHAVE-COR-DEV  PIC Z(10)9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-COR-DEV   PIC X(30).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DATA-COR-DEV   PIC 9(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MOTIVO-COR-DEV PIC X(22).
           02 FILLER         PIC X(03) VALUE SPACES.

       01  LINHA-CORRIGE-2.
           02 FILLER         PIC X(13) VALUE SPACES.
           02 ENDER-COR-DEV  PIC X(67).

       01  TOTAL-CORRIGE.
           02 FILLER  PIC X(29) VALUE "Enderecos a corrigir.......: ".
           02 QTD-COR-DEV    PIC ZZZZ9.
           02 FILLER  PIC X(46) VALUE SPACES.
