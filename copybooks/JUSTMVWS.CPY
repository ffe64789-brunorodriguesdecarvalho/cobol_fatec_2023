      *----------------------------------------------------------*
      * JUSTMVWS.CPY
      * ITENS DE WORKING-STORAGE USADOS PELOS SELECTS DE
      * FREQMVSL.CPY/JUSTMVSL.CPY E PELOS PARAGRAFOS DE
      * JUSTMVPD.CPY:
      * - MATRICULA-CONSULTA-JUS / DATA-CONSULTA-JUS / TEM-JUST:
      *   ENTRADA E SAIDA DA CONSULTA A TABELA (S = AUSENCIA
      *   ABONADA NA DATA);
      * - JUST-DEMAIS: "S" QUANDO O JUSTMOV TEM MAIS LINHAS DO QUE
      *   A TABELA COMPORTA - A RODADA DEVE ABORTAR, POIS ABONO FORA
      *   DA TABELA REPROVARIA ALUNO COM ATESTADO.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-FREQMOV     PIC X(02) VALUE "00".
       77  FS-JUSTMOV     PIC X(02) VALUE "00".
       77  FIM-JUS        PIC X(03) VALUE "NAO".
       77  QTD-JUST       PIC 9(04) VALUE ZEROES.
       77  JUST-DEMAIS    PIC X(01) VALUE "N".
       77  TEM-JUST       PIC X(01) VALUE "N".
       77  MATRICULA-CONSULTA-JUS PIC 9(07) VALUE ZEROES.
       77  DATA-CONSULTA-JUS      PIC 9(08) VALUE ZEROES.

      *JUSTIFICATIVAS DE AUSENCIA DA SECRETARIA (JUSTMOV.DAT).
       01  TAB-JUSTIFICATIVAS.
           02 JUST-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-JUST
                 INDEXED BY IDX-JUS.
              03 MATRICULA-JUS-TAB PIC 9(07).
              03 DATA-JUS-TAB      PIC 9(08).
