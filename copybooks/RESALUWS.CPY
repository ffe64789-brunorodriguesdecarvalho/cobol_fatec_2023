      *----------------------------------------------------------*
      * RESALUWS.CPY
      * ITENS DE WORKING-STORAGE USADOS PELO SELECT DE RESALUSL.CPY
      * E PELOS PARAGRAFOS DE RESALUPD.CPY:
      * - MATRICULA-CONSULTA-RES / RESPONSAVEL-ACHADO: ENTRADA E
      *   SAIDA DA CONSULTA A TABELA (S = ALUNO TEM RESPONSAVEL,
      *   COM IDX-RSP NA LINHA ACHADA);
      * - CT-RESALU-INV: LINHAS IGNORADAS NA CARGA (MATRICULA OU
      *   CPF NAO NUMERICOS, NOME EM BRANCO OU PARENTESCO FORA DA
      *   TABELA) - A RODADA AVISA NO FINAL.
      * A TABELA GUARDA O QUE AS CARTAS E RECIBOS USAM: CPF, NOME,
      * PARENTESCO, ENDERECO POSTAL E E-MAIL (PARA A CARTA QUE VAI
      * PELA CAIXA DE SAIDA). TAMBEM AQUI AS LINHAS DE
      * ENDERECAMENTO, COMUNS A TODAS AS RODADAS. COPIAR ESTE
      * MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-RESALU             PIC X(02) VALUE "00".
       77  FIM-RESALU            PIC X(03) VALUE "NAO".
       77  QTD-RESALU            PIC 9(04) VALUE ZEROES.
       77  RESALU-DEMAIS         PIC X(01) VALUE "N".
       77  CT-RESALU-INV         PIC 9(05) VALUE ZEROES.
       77  MATRICULA-CONSULTA-RES PIC 9(07) VALUE ZEROES.
       77  RESPONSAVEL-ACHADO    PIC X(01) VALUE "N".

       01  TAB-RESALU.
           02 RESALU-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-RESALU
                 INDEXED BY IDX-RSP.
              03 MATRICULA-RES-TAB  PIC 9(07).
              03 CPF-RES-TAB        PIC 9(11).
              03 NOME-RES-TAB       PIC X(30).
              03 PARENTESCO-RES-TAB PIC X(01).
              03 ENDERECO-RES-TAB   PIC X(40).
              03 BAIRRO-RES-TAB     PIC X(20).
              03 CIDADE-RES-TAB     PIC X(20).
              03 UF-RES-TAB         PIC X(02).
              03 CEP-RES-TAB        PIC 9(08).
              03 EMAIL-RES-TAB      PIC X(40).

       01  ENDERECAMENTO-RES-1.
           02 FILLER            PIC X(18) VALUE "PREZADO(A) SR(A). ".
           02 NOME-END-RES      PIC X(30).
           02 FILLER            PIC X(32) VALUE SPACES.

       01  ENDERECAMENTO-RES-2.
           02 FILLER            PIC X(18) VALUE SPACES.
           02 ENDERECO-END-RES  PIC X(40).
           02 FILLER            PIC X(22) VALUE SPACES.

       01  ENDERECAMENTO-RES-3.
           02 FILLER            PIC X(18) VALUE SPACES.
           02 BAIRRO-END-RES    PIC X(20).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 CIDADE-END-RES    PIC X(20).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 UF-END-RES        PIC X(02).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 CEP-END-RES-1     PIC 9(05).
           02 FILLER            PIC X(01) VALUE "-".
           02 CEP-END-RES-2     PIC 9(03).
           02 FILLER            PIC X(08) VALUE SPACES.

       01  CPF-EDITADO-RES.
           02 CPF-ED-1          PIC 9(03).
           02 FILLER            PIC X(01) VALUE ".".
           02 CPF-ED-2          PIC 9(03).
           02 FILLER            PIC X(01) VALUE ".".
           02 CPF-ED-3          PIC 9(03).
           02 FILLER            PIC X(01) VALUE "-".
           02 CPF-ED-4          PIC 9(02).

       01  CEP-TRABALHO-RES     PIC 9(08) VALUE ZEROES.
       01  FILLER REDEFINES CEP-TRABALHO-RES.
           02 CEP-TR-1          PIC 9(05).
           02 CEP-TR-2          PIC 9(03).

       01  CPF-TRABALHO-RES     PIC 9(11) VALUE ZEROES.
       01  FILLER REDEFINES CPF-TRABALHO-RES.
           02 CPF-TR-1          PIC 9(03).
           02 CPF-TR-2          PIC 9(03).
           02 CPF-TR-3          PIC 9(03).
           02 CPF-TR-4          PIC 9(02).
