       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX01VOT.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    LISTA DE VOTANTES DA ASSEMBLEIA GERAL. PELO
      *            ESTATUTO, SO VOTA O SOCIO TITULAR COM PELO MENOS
      *            UM ANO DE CASA (ADMISSAO-SOCIO1 - VER CADSOCFD) E
      *            COM AS MENSALIDADES EM DIA NA DATA DA ASSEMBLEIA
      *            (INFORMADA PELO ACCEPT; DEFAULT = DATA DO
      *            PROCESSAMENTO). EMITE DOIS RELATORIOS, AMBOS EM
      *            ORDEM DE NOME (VERBO SORT, COMO NO EX01RET):
      *            - RELVOTO: LISTA DE PRESENCA DOS VOTANTES, COM
      *              COLUNA PARA ASSINATURA;
      *            - RELEXCV: SOCIOS FORA DA LISTA, COM O MOTIVO:
      *              DEPENDENTE, INADIMPLENTE (CODIGO 02, MESES EM
      *              ATRASO OU SALDO DEVEDOR DE BAIXA PARCIAL), MENOS
      *              DE UM ANO DE CASA, ADMISSAO NAO APURADA (ZEROS
      *              - INFORMAR PELO PROG02) E BAIXADO (SOCIO DO
      *              ARQINAT INATIVADO PELO EX01INA E NAO
      *              READMITIDO), PARA A MESA RESPONDER A QUEM FOR
      *              BARRADO. CATEGORIA EM BRANCO (SOCIO ANTIGO),
      *              ESTUDANTE E REMIDO CONTAM COMO TITULAR; ISENTO
      *              CONTA COMO EM DIA.
      *            SO LE O CADASTRO - NAO ALTERA NENHUM ARQUIVO.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CADSOCSL.

       COPY ARQINASL.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT RELVOTO ASSIGN TO DISK.

       SELECT RELEXCV ASSIGN TO DISK.

       COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       COPY CADSOCFD.

       COPY ARQINAFD.

      *TIPO-SORT "V" = VOTANTE, "X" = EXCLUIDO: A CHAVE SEPARA AS
      *DUAS LISTAS E ORDENA CADA UMA POR NOME.
       SD  ARQSORT.
       01  REG-SORT.
           02 TIPO-SORT         PIC X(01).
           02 NOME-SORT         PIC X(30).
           02 SOCIO-SORT        PIC 9(06).
           02 CATEGORIA-SORT    PIC X(01).
           02 ADMISSAO-SORT     PIC 9(08).
           02 MOTIVO-SORT       PIC X(01).
              88 MOT-DEPENDENTE   VALUE "D".
              88 MOT-INADIMPLENTE VALUE "I".
              88 MOT-TEMPO        VALUE "T".
              88 MOT-SEM-ADMISSAO VALUE "A".
              88 MOT-BAIXADO      VALUE "B".

       FD  RELVOTO
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELVOTO.txt".
       01  REG-VOT      PIC X(80).

       FD  RELEXCV
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELEXCV.txt".
       01  REG-EXC      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY CADSOCWS.
       COPY ARQINAWS.
       COPY CABPAG.
       77  FIM-ARQ         PIC X(03) VALUE "NAO".
       77  DATA-ASSEMB     PIC 9(08) VALUE ZEROES.
       77  UM-ANO-CASA     PIC 9(08) VALUE ZEROES.
       77  CT-LIN-EXC      PIC 9(02) VALUE ZEROES.
       77  CT-PAG-EXC      PIC 9(03) VALUE ZEROES.
       77  CT-LIDOS        PIC 9(05) VALUE ZEROES.
       77  CT-VOTANTES     PIC 9(05) VALUE ZEROES.
       77  CT-EXCLUIDOS    PIC 9(05) VALUE ZEROES.
       77  CT-DEPENDENTE   PIC 9(05) VALUE ZEROES.
       77  CT-INADIMPLENTE PIC 9(05) VALUE ZEROES.
       77  CT-TEMPO        PIC 9(05) VALUE ZEROES.
       77  CT-SEM-ADMISSAO PIC 9(05) VALUE ZEROES.
       77  CT-BAIXADO      PIC 9(05) VALUE ZEROES.

       01 DATA-EDICAO.
           02 ANO-EDI  PIC 9(04).
           02 MES-EDI  PIC 9(02).
           02 DIA-EDI  PIC 9(02).

       01 CAB-02.
           02 FILLER   PIC X(14) VALUE SPACES.
           02 FILLER   PIC X(40) VALUE
              "LISTA DE VOTANTES - ASSEMBLEIA GERAL DE ".
           02 DIA-CAB  PIC 99.
           02 FILLER   PIC X(01) VALUE "/".
           02 MES-CAB  PIC 99.
           02 FILLER   PIC X(01) VALUE "/".
           02 ANO-CAB  PIC 9999.
           02 FILLER   PIC X(16) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(06) VALUE "ORDEM ".
           02 FILLER  PIC X(08) VALUE "SOCIO".
           02 FILLER  PIC X(32) VALUE "NOME".
           02 FILLER  PIC X(34) VALUE "ASSINATURA".

       01 DETALHE-VOT.
           02 ORDEM-VOT   PIC ZZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 SOCIO-VOT   PIC 9(06).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 NOME-VOT    PIC X(30).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 FILLER      PIC X(34) VALUE ALL "_".

       01 CAB-04.
           02 FILLER   PIC X(11) VALUE SPACES.
           02 FILLER   PIC X(43) VALUE
              "SOCIOS FORA DA LISTA DE VOTANTES - ASSEMB. ".
           02 DIA-CAB4 PIC 99.
           02 FILLER   PIC X(01) VALUE "/".
           02 MES-CAB4 PIC 99.
           02 FILLER   PIC X(01) VALUE "/".
           02 ANO-CAB4 PIC 9999.
           02 FILLER   PIC X(16) VALUE SPACES.

       01 CAB-05.
           02 FILLER  PIC X(08) VALUE "SOCIO".
           02 FILLER  PIC X(32) VALUE "NOME".
           02 FILLER  PIC X(04) VALUE "CAT".
           02 FILLER  PIC X(12) VALUE "ADMISSAO".
           02 FILLER  PIC X(24) VALUE "MOTIVO".

       01 DETALHE-EXC.
           02 SOCIO-EXC   PIC 9(06).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 NOME-EXC    PIC X(30).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 CAT-EXC     PIC X(01).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 DIA-EXC     PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 MES-EXC     PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 ANO-EXC     PIC 9999.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 MOTIVO-EXC  PIC X(24).

       01 TOTAL-VOT.
           02 FILLER    PIC X(28) VALUE "Socios aptos a votar......: ".
           02 QTD-VOT   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-EXC.
           02 FILLER    PIC X(28) VALUE "Socios fora da lista......: ".
           02 QTD-EXC   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-MOTIVO.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 DESC-TOT  PIC X(24).
           02 QTD-MOT   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           SORT ARQSORT ASCENDING KEY TIPO-SORT NOME-SORT
                INPUT  PROCEDURE SELECIONA-SOCIOS
                OUTPUT PROCEDURE IMPRIME-LISTAS.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM GRAVA-JOBLOG-INICIO.
           DISPLAY "DATA DA ASSEMBLEIA AAAAMMDD (DEFAULT = DATA DO "
                   "PROCESSAMENTO): ".
           ACCEPT DATA-ASSEMB.
           IF DATA-ASSEMB EQUAL ZEROES
              MOVE DATA-PROCESSO TO DATA-ASSEMB
           END-IF.
           COMPUTE UM-ANO-CASA = DATA-ASSEMB - 10000.
           OPEN INPUT CADSOC1.
           IF FS-CADSOC1 NOT EQUAL "00"
              DISPLAY "EX01VOT: CADSOC1.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-CADSOC1
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       SELECIONA-SOCIOS.
           PERFORM LER-CADSOC1.
           PERFORM LIBERA-SOCIO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADSOC1.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQINAT.
           IF FS-ARQINAT EQUAL "00"
              PERFORM LER-ARQINAT
              PERFORM LIBERA-BAIXADO UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQINAT
           END-IF.

       LER-CADSOC1.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

      *A ADMISSAO PRECISA SER IGUAL OU ANTERIOR A DATA DA ASSEMBLEIA
      *MENOS UM ANO (AAAAMMDD - 10000).
       LIBERA-SOCIO.
           MOVE "V"             TO TIPO-SORT.
           MOVE SPACES          TO MOTIVO-SORT.
           MOVE NOME-SOCIO1     TO NOME-SORT.
           MOVE NUMERO-SOCIO1   TO SOCIO-SORT.
           MOVE CATEGORIA-SOCIO1 TO CATEGORIA-SORT.
           IF ADMISSAO-SOCIO1 NOT NUMERIC
              MOVE ZEROES TO ADMISSAO-SORT
           ELSE
              MOVE ADMISSAO-SOCIO1 TO ADMISSAO-SORT
           END-IF.
           IF CAT-DEPENDENTE
              MOVE "D" TO MOTIVO-SORT
           ELSE
              IF PAGTO-ATRASADO OR MESES-ATRASO1 GREATER THAN ZEROES
                 OR SALDO-DEVEDOR1 GREATER THAN ZEROES
                 MOVE "I" TO MOTIVO-SORT
              ELSE
                 IF ADMISSAO-SORT EQUAL ZEROES
                    MOVE "A" TO MOTIVO-SORT
                 ELSE
                    IF ADMISSAO-SORT GREATER THAN UM-ANO-CASA
                       MOVE "T" TO MOTIVO-SORT
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF MOTIVO-SORT NOT EQUAL SPACES
              MOVE "X" TO TIPO-SORT
           END-IF.
           RELEASE REG-SORT.
           PERFORM LER-CADSOC1.

       LER-ARQINAT.
           READ ARQINAT AT END MOVE "SIM" TO FIM-ARQ.

       LIBERA-BAIXADO.
           IF INAT-BAIXADO
              MOVE "X"              TO TIPO-SORT
              MOVE "B"              TO MOTIVO-SORT
              MOVE NOME-SOCIO-INA   TO NOME-SORT
              MOVE NUMERO-SOCIO-INA TO SOCIO-SORT
              MOVE SPACES           TO CATEGORIA-SORT
              MOVE ZEROES           TO ADMISSAO-SORT
              RELEASE REG-SORT
           END-IF.
           PERFORM LER-ARQINAT.

       IMPRIME-LISTAS.
           OPEN OUTPUT RELVOTO RELEXCV.
           MOVE DATA-ASSEMB TO DATA-EDICAO.
           MOVE DIA-EDI TO DIA-CAB DIA-CAB4.
           MOVE MES-EDI TO MES-CAB MES-CAB4.
           MOVE ANO-EDI TO ANO-CAB ANO-CAB4.
           MOVE 40 TO CT-LIN CT-LIN-EXC.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LER-SORT.
           PERFORM IMPRIME-SOCIO UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRESSAO-FINAL.
           CLOSE RELVOTO RELEXCV.

       LER-SORT.
           RETURN ARQSORT AT END MOVE "SIM" TO FIM-ARQ.

       IMPRIME-SOCIO.
           IF TIPO-SORT EQUAL "V"
              PERFORM IMPRIME-VOTANTE
           ELSE
              PERFORM IMPRIME-EXCLUIDO
           END-IF.
           PERFORM LER-SORT.

      *LINHA DUPLA POR VOTANTE, PARA DAR ESPACO A ASSINATURA.
       IMPRIME-VOTANTE.
           IF CT-LIN GREATER OR EQUAL 40
              PERFORM CABECALHO
           END-IF.
           ADD 1 TO CT-VOTANTES.
           MOVE CT-VOTANTES TO ORDEM-VOT.
           MOVE SOCIO-SORT  TO SOCIO-VOT.
           MOVE NOME-SORT   TO NOME-VOT.
           WRITE REG-VOT FROM DETALHE-VOT AFTER ADVANCING 2 LINE.
           ADD 2 TO CT-LIN.

       IMPRIME-EXCLUIDO.
           IF CT-LIN-EXC GREATER OR EQUAL 40
              PERFORM CABECALHO-EXC
           END-IF.
           ADD 1 TO CT-EXCLUIDOS.
           MOVE SOCIO-SORT     TO SOCIO-EXC.
           MOVE NOME-SORT      TO NOME-EXC.
           MOVE CATEGORIA-SORT TO CAT-EXC.
           MOVE ADMISSAO-SORT  TO DATA-EDICAO.
           MOVE DIA-EDI TO DIA-EXC.
           MOVE MES-EDI TO MES-EXC.
           MOVE ANO-EDI TO ANO-EXC.
           IF MOT-DEPENDENTE
              MOVE "DEPENDENTE" TO MOTIVO-EXC
              ADD 1 TO CT-DEPENDENTE
           END-IF.
           IF MOT-INADIMPLENTE
              MOVE "INADIMPLENTE" TO MOTIVO-EXC
              ADD 1 TO CT-INADIMPLENTE
           END-IF.
           IF MOT-TEMPO
              MOVE "MENOS DE 1 ANO DE CASA" TO MOTIVO-EXC
              ADD 1 TO CT-TEMPO
           END-IF.
           IF MOT-SEM-ADMISSAO
              MOVE "ADMISSAO NAO APURADA" TO MOTIVO-EXC
              ADD 1 TO CT-SEM-ADMISSAO
           END-IF.
           IF MOT-BAIXADO
              MOVE "BAIXADO" TO MOTIVO-EXC
              ADD 1 TO CT-BAIXADO
           END-IF.
           WRITE REG-EXC FROM DETALHE-EXC AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN-EXC.

       CABECALHO.
           ADD 1        TO CT-PAG.
           MOVE CT-PAG  TO VAR-PAG.
           MOVE SPACES  TO REG-VOT.
           WRITE REG-VOT FROM CAB-01 AFTER ADVANCING 2 LINE.
           WRITE REG-VOT FROM CAB-02 AFTER ADVANCING 2 LINE.
           WRITE REG-VOT FROM CAB-03 AFTER ADVANCING 2 LINE.
           MOVE ZEROES  TO CT-LIN.

       CABECALHO-EXC.
           ADD 1          TO CT-PAG-EXC.
           MOVE CT-PAG-EXC TO VAR-PAG.
           MOVE SPACES    TO REG-EXC.
           WRITE REG-EXC FROM CAB-01 AFTER ADVANCING 2 LINE.
           WRITE REG-EXC FROM CAB-04 AFTER ADVANCING 2 LINE.
           WRITE REG-EXC FROM CAB-05 AFTER ADVANCING 2 LINE.
           MOVE ZEROES    TO CT-LIN-EXC.

       IMPRESSAO-FINAL.
           IF CT-LIN GREATER OR EQUAL 38
              PERFORM CABECALHO
           END-IF.
           MOVE CT-VOTANTES TO QTD-VOT.
           WRITE REG-VOT FROM TOTAL-VOT AFTER ADVANCING 3 LINE.
           IF CT-LIN-EXC GREATER OR EQUAL 32
              PERFORM CABECALHO-EXC
           END-IF.
           MOVE CT-EXCLUIDOS TO QTD-EXC.
           WRITE REG-EXC FROM TOTAL-EXC AFTER ADVANCING 2 LINE.
           MOVE "DEPENDENTE.............: " TO DESC-TOT.
           MOVE CT-DEPENDENTE   TO QTD-MOT.
           WRITE REG-EXC FROM TOTAL-MOTIVO AFTER ADVANCING 1 LINE.
           MOVE "INADIMPLENTE...........: " TO DESC-TOT.
           MOVE CT-INADIMPLENTE TO QTD-MOT.
           WRITE REG-EXC FROM TOTAL-MOTIVO AFTER ADVANCING 1 LINE.
           MOVE "MENOS DE 1 ANO DE CASA.: " TO DESC-TOT.
           MOVE CT-TEMPO        TO QTD-MOT.
           WRITE REG-EXC FROM TOTAL-MOTIVO AFTER ADVANCING 1 LINE.
           MOVE "ADMISSAO NAO APURADA...: " TO DESC-TOT.
           MOVE CT-SEM-ADMISSAO TO QTD-MOT.
           WRITE REG-EXC FROM TOTAL-MOTIVO AFTER ADVANCING 1 LINE.
           MOVE "BAIXADO................: " TO DESC-TOT.
           MOVE CT-BAIXADO      TO QTD-MOT.
           WRITE REG-EXC FROM TOTAL-MOTIVO AFTER ADVANCING 1 LINE.

       FIM.
           PERFORM GRAVA-JOBLOG-FIM.
           DISPLAY "EX01VOT: " CT-VOTANTES " VOTANTE(S) EM "
                   "RELVOTO.txt, " CT-EXCLUIDOS " FORA DA LISTA EM "
                   "RELEXCV.txt.".
           IF CT-LIDOS EQUAL ZEROES
              DISPLAY "EX01VOT: CADSOC1.DAT VAZIO - LISTA SEM "
                      "VOTANTES."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 12 TO RETURN-CODE
           END-IF.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX01VOT " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE ZEROES     TO JOBLOG-LIDOS JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01VOT "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-VOTANTES  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       GRAVA-JOBLOG-ERRO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01VOT "   TO JOBLOG-JOB.
           MOVE "ERR "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-VOTANTES  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
