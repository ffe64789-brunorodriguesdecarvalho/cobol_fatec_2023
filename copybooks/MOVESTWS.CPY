      *----------------------------------------------------------*
      * MOVESTWS.CPY
      * ITENS DE WORKING-STORAGE USADOS PELO SELECT DE MOVESTSL.CPY
      * E PELOS PARAGRAFOS DE MOVESTPD.CPY - ENTRADA DO LANCAMENTO:
      * - DATA-LANCAR, TIPO-LANCAR, SENTIDO-LANCAR, QTD-LANCAR,
      *   DOC-LANCAR, HIST-LANCAR E PROGRAMA-LANCAR: CAMPOS DO
      *   MOVIMENTO (VER MOVESTFD.CPY);
      * - SALDO-INSUFICIENTE: "S" QUANDO UMA SAIDA PEDIU MAIS DO QUE
      *   HAVIA - NADA FOI LANCADO;
      * - CT-MOVIMENTOS: MOVIMENTOS LANCADOS NA RODADA.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-MOVEST          PIC X(02) VALUE "00".
       77  DATA-LANCAR        PIC 9(08) VALUE ZEROES.
       77  TIPO-LANCAR        PIC X(01) VALUE SPACES.
       77  SENTIDO-LANCAR     PIC X(01) VALUE SPACES.
       77  QTD-LANCAR         PIC 9(07) VALUE ZEROES.
       77  DOC-LANCAR         PIC X(10) VALUE SPACES.
       77  HIST-LANCAR        PIC X(30) VALUE SPACES.
       77  PROGRAMA-LANCAR    PIC X(08) VALUE SPACES.
       77  SALDO-INSUFICIENTE PIC X(01) VALUE "N".
       77  CT-MOVIMENTOS      PIC 9(07) VALUE ZEROES.
