      *            ARQALUN; O TOTAL DO GRUPO PASSOU A MOSTRAR AS
      *            FALTAS BRUTAS E AS APURADAS LADO A LADO - ACABA
      *            A EDICAO DO ARQALUN NA MAO DEPOIS DA RODADA.
      *15/10/2026 BRC - LAYOUTS DO FREQMOV/JUSTMOV E A CONSULTA DE
      *            ABONO PASSARAM PARA OS MEMBROS COPY FREQMVSL/FD E
      *            JUSTMVSL/FD/WS/PD, COMPARTILHADOS COM O AVISO
      *            SEMANAL DE FALTAS (EX05AVF) - A REGRA DE APURACAO
      *            FICA NUM LUGAR SO E O AVISO BATE COM O RESULTADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY FREQMVSL.

       SELECT ARQSORT ASSIGN TO DISK.


       SELECT RELFALT ASSIGN TO DISK.

       COPY JUSTMVSL.

       COPY JOBLOGSL.


       COPY JOBLOGFD.

       COPY FREQMVFD.

       SD  ARQSORT.
       01  REG-SORT.
           VALUE OF FILE-ID IS "RELFALT.txt".
       01  REG-REL    PIC X(80).

       COPY JUSTMVFD.

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY CTLCNTWS.
       COPY JOBLOGWS.
       COPY ARQALUWS.
       COPY JUSTMVWS.
       77  FIM-ARQ        PIC X(03) VALUE "NAO".
       77  FIM-ALU        PIC X(03) VALUE "NAO".
       77  CT-JUSTIFICADAS PIC 9(07) VALUE ZEROES.
       77  BRUTAS-GRUPO   PIC 9(03) VALUE ZEROES.
       77  CT-LIDOS       PIC 9(07) VALUE ZEROES.
       77  ACHOU-ALUNO    PIC X(01) VALUE "N".
       77  IDX-T          PIC 9(04) VALUE ZEROES.

       01  TAB-FALTAS.
           02 FALTA-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-ALUNOS-TAB
      *ABORTA A RODADA - ABONO FORA DA TABELA REPROVARIA ALUNO COM
      *ATESTADO.
       CARREGA-JUSTIFICATIVAS.
           PERFORM CARREGA-JUSTMOV.
           IF JUST-DEMAIS EQUAL "S"
              DISPLAY "EX05FRQ: MAIS DE 5000 JUSTIFICATIVAS - A "
                      "TABELA NAO COMPORTA E ALUNO COM ATESTADO "
              STOP RUN
           END-IF.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
           END-IF.
           IF PRESENCA-SORT EQUAL "A"
              ADD 1 TO BRUTAS-GRUPO
              MOVE MATRICULA-SORT TO MATRICULA-CONSULTA-JUS
              MOVE DATA-SORT      TO DATA-CONSULTA-JUS
              PERFORM LOCALIZA-JUSTIFICATIVA
              IF TEM-JUST EQUAL "S"
                 ADD 1 TO CT-JUSTIFICADAS

       COPY CTLCNTPD.

       COPY JUSTMVPD.

       COPY DATPRCPD.
