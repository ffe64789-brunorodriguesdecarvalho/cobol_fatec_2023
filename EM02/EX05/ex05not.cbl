      *              EX05.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - AS TURMAS APURADAS SAO REGISTRADAS EM FECNOT.DAT
      *            (VER FECNOTFD): A DIGITACAO DE NOTAS DO EX05DIG
      *            FICA BLOQUEADA PARA ELAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT BOLETDIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY FECNOTSL.

           COPY JOBLOGSL.

           COPY DATPRCSL.

       COPY JOBLOGFD.

       COPY FECNOTFD.

       COPY ARQNOTFD.

       COPY ARQALUFD.
       COPY JOBLOGWS.
       COPY ARQNOTWS.
       COPY ARQALUWS.
       COPY FECNOTWS.
       77  FIM-ARQ          PIC X(03) VALUE "NAO".
       77  FIM-ALU          PIC X(03) VALUE "NAO".
       77  CT-LIDOS         PIC 9(07) VALUE ZEROES.
       77  CT-COM-REP       PIC 9(05) VALUE ZEROES.
       77  QTD-NOMES        PIC 9(04) VALUE ZEROES.
       77  NOME-ALUNO       PIC X(30) VALUE SPACES.
       77  QTD-TUR-FEC      PIC 9(02) VALUE ZEROES.
       77  IDX-T            PIC 9(02) VALUE ZEROES.

       01  TAB-NOMES.
           02 NOME-ITEM OCCURS 5000 TIMES
              03 MAT-NOME-TAB  PIC 9(07).
              03 NOME-NOME-TAB PIC X(30).

      *TURMAS APURADAS NA RODADA - FICAM COM A DIGITACAO FECHADA.
       01  TAB-TUR-FEC.
           02 TUR-FEC-ITEM OCCURS 99 TIMES
                 DEPENDING ON QTD-TUR-FEC
                 INDEXED BY IDX-TFC.
              03 CODIGO-TFC    PIC X(03).

       01 GRUPO-LINHA.
           02 FILLER       PIC X(07) VALUE "ALUNO: ".
           02 MAT-GRUPO    PIC 9(07).
              END-IF
           END-IF.
           ADD 1 TO QTD-DISC-ALU.
           PERFORM GUARDA-TURMA-FEC.
           MOVE TURMA-SORT    TO TURMA-DET.
           MOVE MEDIA-DISC    TO MEDIA-DET.
           MOVE FALTAS-SORT   TO FALTAS-DET.
           WRITE REG-BOL FROM DISC-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-GRAVADOS.

       GUARDA-TURMA-FEC.
           SET IDX-TFC TO 1.
           SEARCH TUR-FEC-ITEM
              AT END
                 IF QTD-TUR-FEC LESS THAN 99
                    ADD 1 TO QTD-TUR-FEC
                    MOVE TURMA-SORT TO CODIGO-TFC(QTD-TUR-FEC)
                 END-IF
              WHEN CODIGO-TFC(IDX-TFC) EQUAL TURMA-SORT
                 CONTINUE
           END-SEARCH.

      *CONSOLIDADO DO ALUNO: REPROVACAO PESA MAIS QUE DEPENDENCIA.
       FECHA-ALUNO.
           MOVE SPACES TO CONSOL-DET.

       FIM.
           CLOSE RELAPDIS BOLETDIS.
           PERFORM FECHA-DIGITACAO.
           PERFORM GRAVA-JOBLOG-FIM.
           IF CT-LIDOS EQUAL ZEROES
              DISPLAY "EX05NOT: ARQNOT VAZIO - NADA FOI PROCESSADO."
              MOVE 12 TO RETURN-CODE
           END-IF.

      *AS TURMAS APURADAS FICAM COM A DIGITACAO DE NOTAS (EX05DIG)
      *BLOQUEADA ATE O FECHAMENTO DO ANO (VER FECNOTFD).
       FECHA-DIGITACAO.
           MOVE DATA-PROCESSO TO DATA-FECHAR.
           MOVE "EX05NOT "    TO PROGRAMA-FECHAR.
           MOVE 1 TO IDX-T.
           PERFORM FECHA-UMA-TURMA UNTIL IDX-T GREATER THAN QTD-TUR-FEC.

       FECHA-UMA-TURMA.
           MOVE CODIGO-TFC(IDX-T) TO TURMA-FECHAR.
           PERFORM MARCA-TURMA-FECHADA.
           ADD 1 TO IDX-T.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
           CLOSE JOBLOG.

       COPY DATPRCPD.

       COPY FECNOTPD.
