       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX02DOR.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RODADA MENSAL DE CONTAS DORMENTES. MILHARES DE
      *            CONTAS ATIVAS DO CADANT NAO TEM MOVIMENTO HA ANOS
      *            E AINDA ASSIM RECEBIAM O EXTRATO EM MASSA DO
      *            EX02STM TODO MES. ESTA RODADA:
      *            - CLASSIFICA O HISTORICO DE MOVIMENTOS (HISTMOV E
      *              O ARQUIVO MORTO HISTMOVA, APARADO PELO EX02RTN)
      *              POR CONTA E DATA E ACHA A DATA DO ULTIMO
      *              MOVIMENTO DE CADA CONTA;
      *            - CONTA ATIVA SEM MOVIMENTO HA PELO MENOS O LIMITE
      *              DE MESES DO PARDOR.DAT (SEM O ARQUIVO, 24 MESES)
      *              PASSA AO STATUS "D" (DORMENTE), DIFERENTE DO "C"
      *              DE ENCERRADA, COM A IMAGEM ANTERIOR NO JRNATU
      *              (TIPO "D"). CONTA QUE NUNCA TEVE MOVIMENTO NO
      *              HISTORICO TAMBEM E DORMENTE;
      *            - REGRAVA O CADANT (COPIA-E-SUBSTITUI PELO
      *              CADANTN - A QUANTIDADE DE CONTAS NAO MUDA);
      *            - LISTA EM RELDOR TODAS AS CONTAS DORMENTES (AS
      *              NOVAS E AS QUE JA ESTAVAM) POR FAIXA DE TEMPO
      *              SEM MOVIMENTO.
      *            CONTA DORMENTE NAO RECEBE O EXTRATO EM MASSA E SAI
      *            DESTACADA NO EX02INQ; O PRIMEIRO MOVIMENTO NOVO
      *            PELO EX02 A DEVOLVE A ATIVA (TIPO "R" NO JRNATU).
      *            RODAR DEPOIS DO EX02 DA NOITE, ANTES DO EX02CNA.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - REG-ANT GANHOU O ENDERECO DETALHADO DA
      *            CONTA NO FIM (ENDER-DET-ANT - VER EX02); CADANTN E
      *            JRN-ANTES PASSARAM A X(246).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARDOR ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-PARDOR.

       SELECT HISTMOV ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-HISTMOV.

       SELECT HISTMOVA ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-HISTMOVA.

       SELECT ARQSORT ASSIGN TO DISK.

       SELECT WRKULT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CADANT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-CADANT.

       SELECT CADANTN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT JRNATU ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-JRNATU.

       SELECT WRKDRM ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SRTDRM ASSIGN TO DISK.

       SELECT RELDOR ASSIGN TO DISK.

       COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

      *PARAMETRO DA RODADA: MESES SEM MOVIMENTO PARA A CONTA SER
      *CONSIDERADA DORMENTE.
       FD PARDOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARDOR.DAT".
       01 REG-PARDOR.
           02 MESES-DORM-PDR PIC 9(03).

       FD HISTMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTMOV.DAT".
       01 REG-HISTMOV.
           02 HIST-CC     PIC 9(07).
           02 HIST-TIPO   PIC X(01).
           02 HIST-DATA   PIC 9(08).
           02 HIST-HORA   PIC 9(08).

       FD HISTMOVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTMOVA.DAT".
       01 REG-HISTMOVA  PIC X(24).

       SD ARQSORT.
       01 REG-SORT.
           02 CC-SORT     PIC 9(07).
           02 DATA-SORT   PIC 9(08).

      *ULTIMO MOVIMENTO: HISTORICO CLASSIFICADO POR CONTA E DATA.
       FD WRKULT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "WRKULT.DAT".
       01 REG-WULT.
           02 CC-WUL      PIC 9(07).
           02 DATA-WUL    PIC 9(08).

       FD CADANT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADANT.DAT".
       01 REG-ANT.
           02 CC-ANT     PIC 9(07).
           02 TIPO-ANT   PIC X(01).
           02 ENDER-ANT  PIC X(50).
           02 TEL-ANT    PIC X(15).
           02 EMAIL-ANT  PIC X(40).
           02 STATUS-ANT PIC X(01).
              88 CONTA-ATIVA     VALUE "A" " ".
              88 CONTA-ENCERRADA VALUE "C".
              88 CONTA-DORMENTE  VALUE "D".
           02 CPF-TIT-ANT PIC 9(11).
           02 ENDER-DET-ANT PIC X(121).

       FD CADANTN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADANTN.DAT".
       01 REG-CADANTN   PIC X(246).

       FD JRNATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNATU.DAT".
       01 REG-JRNATU.
           02 JRN-CC      PIC 9(07).
           02 JRN-TIPO    PIC X(01).
           02 JRN-DATA    PIC 9(08).
           02 JRN-HORA    PIC 9(08).
           02 JRN-ANTES   PIC X(246).

      *CONTAS DORMENTES DA RODADA, PARA A LISTAGEM POR FAIXA.
       FD WRKDRM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "WRKDRM.DAT".
       01 REG-WDRM.
           02 FAIXA-WDR   PIC 9(01).
           02 CC-WDR      PIC 9(07).
           02 DATA-WDR    PIC 9(08).
           02 MESES-WDR   PIC 9(04).
           02 NOVA-WDR    PIC X(11).
           02 ENDER-WDR   PIC X(30).

       SD SRTDRM.
       01 REG-SDRM.
           02 FAIXA-SDR   PIC 9(01).
           02 CC-SDR      PIC 9(07).
           02 DATA-SDR    PIC 9(08).
           02 MESES-SDR   PIC 9(04).
           02 NOVA-SDR    PIC X(11).
           02 ENDER-SDR   PIC X(30).

       FD RELDOR
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELDOR.txt".
       01 REG-REL PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       77  FS-PARDOR      PIC X(02) VALUE "00".
       77  FS-HISTMOV     PIC X(02) VALUE "00".
       77  FS-HISTMOVA    PIC X(02) VALUE "00".
       77  FS-CADANT      PIC X(02) VALUE "00".
       77  FS-JRNATU      PIC X(02) VALUE "00".
       77  MESES-DORMENCIA PIC 9(03) VALUE 24.
       77  ORIGEM-PARAM   PIC X(21) VALUE "PADRAO DO PROGRAMA".
       77  FIM-ARQ        PIC X(03) VALUE "NAO".
       77  FIM-MORTO      PIC X(03) VALUE "NAO".
       77  FIM-ANT        PIC X(03) VALUE "NAO".
       77  CH-CONTA       PIC X(07) VALUE SPACES.
       77  CH-ULT         PIC X(07) VALUE SPACES.
       77  ULTIMA-DATA    PIC 9(08) VALUE ZEROES.
       77  MESES-SEM-MOV  PIC 9(04) VALUE ZEROES.
       77  MESES-REF      PIC 9(06) VALUE ZEROES.
       77  MESES-ULT      PIC 9(06) VALUE ZEROES.
       77  FAIXA-ANTERIOR PIC 9(01) VALUE ZEROES.
       77  TEM-FAIXA      PIC X(01) VALUE "N".
       77  RUN-HORA       PIC 9(08) VALUE ZEROES.
       77  CT-LIDOS       PIC 9(07) VALUE ZEROES.
       77  CT-GRAVADOS    PIC 9(07) VALUE ZEROES.
       77  CT-MOVS        PIC 9(07) VALUE ZEROES.
       77  CT-NOVAS       PIC 9(05) VALUE ZEROES.
       77  CT-JA-DORMENTES PIC 9(05) VALUE ZEROES.
       77  CT-FAIXA       PIC 9(05) VALUE ZEROES.

       01  DATA-REF.
           02 ANO-REF     PIC 9(04).
           02 MES-REF     PIC 9(02).
           02 DIA-REF     PIC 9(02).

       01  DATA-ULT.
           02 ANO-ULT     PIC 9(04).
           02 MES-ULT     PIC 9(02).
           02 DIA-ULT     PIC 9(02).

       01 CAB-TITULO.
           02 FILLER  PIC X(15) VALUE SPACES.
           02 FILLER  PIC X(49) VALUE
              "CONTAS DORMENTES POR TEMPO SEM MOVIMENTO (CADANT)".
           02 FILLER  PIC X(16) VALUE SPACES.

       01 CAB-PARAMETRO.
           02 FILLER  PIC X(09) VALUE "LIMITE: ".
           02 LIMITE-CAB PIC ZZ9.
           02 FILLER  PIC X(21) VALUE " MESES SEM MOVIMENTO ".
           02 FILLER  PIC X(01) VALUE "(".
           02 ORIGEM-CAB PIC X(21).
           02 FILLER  PIC X(11) VALUE ") - DATA: ".
           02 DIA-CAB PIC 99.
           02 FILLER  PIC X(01) VALUE "/".
           02 MES-CAB PIC 99.
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-CAB PIC 9999.
           02 FILLER  PIC X(04) VALUE SPACES.

       01 CAB-FAIXA.
           02 FILLER   PIC X(07) VALUE "FAIXA: ".
           02 DESCR-FAIXA PIC X(40).
           02 FILLER   PIC X(33) VALUE SPACES.

       01 CAB-COLUNAS.
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(09) VALUE "CONTA".
           02 FILLER  PIC X(13) VALUE "ULTIMO MOV.".
           02 FILLER  PIC X(07) VALUE "MESES".
           02 FILLER  PIC X(13) VALUE "SITUACAO".
           02 FILLER  PIC X(36) VALUE "ENDERECO".

       01 DETALHE.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 CC-REL       PIC 9(07).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 ULT-REL      PIC X(10).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 MESES-REL    PIC ZZZ9.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 SITUACAO-REL PIC X(11).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 ENDER-REL    PIC X(30).
           02 FILLER       PIC X(06) VALUE SPACES.

       01 ULT-EDITADA.
           02 DIA-EDT     PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 MES-EDT     PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 ANO-EDT     PIC 9999.

       01 TOTAL-FAIXA.
           02 FILLER    PIC X(29) VALUE "  Contas na faixa..........: ".
           02 QTD-FAI   PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-LIDAS.
           02 FILLER    PIC X(29) VALUE "Contas lidas...............: ".
           02 QTD-LID   PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-NOVAS.
           02 FILLER    PIC X(29) VALUE "Dormentes nesta rodada.....: ".
           02 QTD-NOV   PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-JA.
           02 FILLER    PIC X(29) VALUE "Ja dormentes...............: ".
           02 QTD-JAD   PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 NADA-LINHA.
           02 FILLER PIC X(32) VALUE "NENHUMA CONTA DORMENTE.".
           02 FILLER PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           SORT ARQSORT ASCENDING KEY CC-SORT DATA-SORT
                INPUT PROCEDURE CARGA-HISTORICO
                GIVING WRKULT.
           PERFORM MARCA-DORMENTES.
           PERFORM DEVOLVE-CADANT.
           SORT SRTDRM ASCENDING KEY FAIXA-SDR CC-SDR
                USING  WRKDRM
                OUTPUT PROCEDURE IMPRIME-FAIXAS.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-REF.
           OPEN INPUT HISTMOV.
           IF FS-HISTMOV NOT EQUAL "00"
              DISPLAY "EX02DOR: HISTMOV.DAT AUSENTE - SEM O HISTORICO "
                      "NAO HA COMO MEDIR A DORMENCIA. RODADA ABORTADA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE HISTMOV.
           OPEN INPUT CADANT.
           IF FS-CADANT NOT EQUAL "00"
              DISPLAY "EX02DOR: CADANT.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-CADANT
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CADANT.
           OPEN OUTPUT RELDOR.
           PERFORM GRAVA-JOBLOG-INICIO.
           MOVE MESES-DORMENCIA TO LIMITE-CAB.
           MOVE ORIGEM-PARAM    TO ORIGEM-CAB.
           MOVE DIA-REF TO DIA-CAB.
           MOVE MES-REF TO MES-CAB.
           MOVE ANO-REF TO ANO-CAB.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-PARAMETRO AFTER ADVANCING 2 LINE.

      *SEM O PARDOR.DAT (OU COM O LIMITE ZERADO) VALEM 24 MESES.
       LE-PARAMETRO.
           OPEN INPUT PARDOR.
           IF FS-PARDOR EQUAL "00"
              READ PARDOR
                 AT END CONTINUE
                 NOT AT END
                    IF MESES-DORM-PDR NUMERIC
                       IF MESES-DORM-PDR GREATER THAN ZEROES
                          MOVE MESES-DORM-PDR TO MESES-DORMENCIA
                          MOVE "ARQUIVO DE PARAMETROS" TO ORIGEM-PARAM
                       END-IF
                    END-IF
              END-READ
              CLOSE PARDOR
           END-IF.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX02DOR " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE JOBLOG-HORA TO RUN-HORA.
           MOVE ZEROES     TO JOBLOG-LIDOS JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

      *----------------------------------------------------------*
      * HISTORICO VIVO E MORTO NA MESMA CLASSIFICACAO, SO COM A
      * CONTA E A DATA DO MOVIMENTO.
      *----------------------------------------------------------*
       CARGA-HISTORICO.
           OPEN INPUT HISTMOVA.
           IF FS-HISTMOVA NOT EQUAL "00"
              MOVE "00" TO FS-HISTMOVA
              DISPLAY "EX02DOR: HISTMOVA.DAT AUSENTE - SO O VIVO."
           ELSE
              PERFORM LIBERA-MORTO UNTIL FIM-MORTO EQUAL "SIM"
              CLOSE HISTMOVA
           END-IF.
           OPEN INPUT HISTMOV.
           PERFORM LER-HISTMOV.
           PERFORM LIBERA-HISTMOV UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE HISTMOV.

       LIBERA-MORTO.
           READ HISTMOVA AT END MOVE "SIM" TO FIM-MORTO.
           IF FIM-MORTO NOT EQUAL "SIM"
              MOVE REG-HISTMOVA TO REG-HISTMOV
              ADD 1 TO CT-MOVS
              MOVE HIST-CC   TO CC-SORT
              MOVE HIST-DATA TO DATA-SORT
              RELEASE REG-SORT
           END-IF.

       LER-HISTMOV.
           READ HISTMOV AT END MOVE "SIM" TO FIM-ARQ.

       LIBERA-HISTMOV.
           ADD 1 TO CT-MOVS.
           MOVE HIST-CC   TO CC-SORT.
           MOVE HIST-DATA TO DATA-SORT.
           RELEASE REG-SORT.
           PERFORM LER-HISTMOV.

      *----------------------------------------------------------*
      * LINHA DE BALANCO CADANT X ULTIMO MOVIMENTO: O CADANT VAI
      * PARA O CADANTN COM O STATUS NOVO E AS DORMENTES PARA O
      * WRKDRM.
      *----------------------------------------------------------*
       MARCA-DORMENTES.
           OPEN INPUT  CADANT WRKULT
                OUTPUT CADANTN WRKDRM.
           OPEN EXTEND JRNATU.
           IF FS-JRNATU NOT EQUAL "00"
              OPEN OUTPUT JRNATU
           END-IF.
           PERFORM LER-WRKULT.
           PERFORM LER-CADANT.
           PERFORM TRATA-CONTA UNTIL FIM-ANT EQUAL "SIM".
           CLOSE CADANT WRKULT CADANTN WRKDRM JRNATU.

       LER-CADANT.
           READ CADANT AT END MOVE "SIM" TO FIM-ANT.
           IF FIM-ANT NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

       LER-WRKULT.
           READ WRKULT AT END MOVE HIGH-VALUES TO CH-ULT.
           IF CH-ULT NOT EQUAL HIGH-VALUES
              MOVE CC-WUL TO CH-ULT
           END-IF.

       TRATA-CONTA.
           MOVE CC-ANT TO CH-CONTA.
           PERFORM LER-WRKULT UNTIL CH-ULT NOT LESS THAN CH-CONTA.
           MOVE ZEROES TO ULTIMA-DATA.
           PERFORM GUARDA-ULTIMA UNTIL CH-ULT NOT EQUAL CH-CONTA.
           IF NOT CONTA-ENCERRADA
              PERFORM CALCULA-MESES
              IF CONTA-DORMENTE
                 ADD 1 TO CT-JA-DORMENTES
                 MOVE "JA DORMENTE" TO NOVA-WDR
                 PERFORM GRAVA-WRKDRM
              ELSE
                 IF MESES-SEM-MOV NOT LESS THAN MESES-DORMENCIA
                    PERFORM GRAVA-JRNATU
                    MOVE "D" TO STATUS-ANT
                    ADD 1 TO CT-NOVAS
                    MOVE "NOVA" TO NOVA-WDR
                    PERFORM GRAVA-WRKDRM
                 END-IF
              END-IF
           END-IF.
           WRITE REG-CADANTN FROM REG-ANT.
           PERFORM LER-CADANT.

      *O WRKULT ESTA EM ORDEM DE DATA DENTRO DA CONTA: A ULTIMA
      *LIDA E A MAIS RECENTE.
       GUARDA-ULTIMA.
           MOVE DATA-WUL TO ULTIMA-DATA.
           PERFORM LER-WRKULT.

      *MESES CHEIOS ENTRE O ULTIMO MOVIMENTO E A DATA DE
      *PROCESSAMENTO. SEM MOVIMENTO NO HISTORICO = 9999.
       CALCULA-MESES.
           IF ULTIMA-DATA EQUAL ZEROES
              MOVE 9999 TO MESES-SEM-MOV
           ELSE
              MOVE ULTIMA-DATA TO DATA-ULT
              COMPUTE MESES-REF = ANO-REF * 12 + MES-REF
              COMPUTE MESES-ULT = ANO-ULT * 12 + MES-ULT
              IF MESES-ULT GREATER THAN MESES-REF
                 MOVE ZEROES TO MESES-SEM-MOV
              ELSE
                 COMPUTE MESES-SEM-MOV = MESES-REF - MESES-ULT
                 IF DIA-REF LESS THAN DIA-ULT AND
                    MESES-SEM-MOV GREATER THAN ZEROES
                    SUBTRACT 1 FROM MESES-SEM-MOV
                 END-IF
              END-IF
           END-IF.

      *IMAGEM ANTERIOR (AINDA ATIVA) NO JORNAL, COM O TIPO "D" E A
      *DATA/HORA DESTA RODADA - TRILHA PARA O EX02JRA.
       GRAVA-JRNATU.
           MOVE CC-ANT        TO JRN-CC.
           MOVE "D"           TO JRN-TIPO.
           MOVE DATA-PROCESSO TO JRN-DATA.
           MOVE RUN-HORA      TO JRN-HORA.
           MOVE REG-ANT       TO JRN-ANTES.
           WRITE REG-JRNATU.

       GRAVA-WRKDRM.
           EVALUATE TRUE
              WHEN MESES-SEM-MOV EQUAL 9999
                 MOVE 5 TO FAIXA-WDR
              WHEN MESES-SEM-MOV GREATER THAN 60
                 MOVE 4 TO FAIXA-WDR
              WHEN MESES-SEM-MOV GREATER THAN 36
                 MOVE 3 TO FAIXA-WDR
              WHEN MESES-SEM-MOV GREATER THAN 24
                 MOVE 2 TO FAIXA-WDR
              WHEN OTHER
                 MOVE 1 TO FAIXA-WDR
           END-EVALUATE.
           MOVE CC-ANT          TO CC-WDR.
           MOVE ULTIMA-DATA     TO DATA-WDR.
           MOVE MESES-SEM-MOV   TO MESES-WDR.
           MOVE ENDER-ANT(1:30) TO ENDER-WDR.
           WRITE REG-WDRM.

      *CADANTN DE VOLTA PARA O CADANT.
       DEVOLVE-CADANT.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  CADANTN
                OUTPUT CADANT.
           PERFORM COPIA-CADANTN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADANTN CADANT.

       COPIA-CADANTN.
           READ CADANTN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-ANT FROM REG-CADANTN
              ADD 1 TO CT-GRAVADOS
           END-IF.

      *----------------------------------------------------------*
      * LISTAGEM DAS DORMENTES COM QUEBRA POR FAIXA.
      *----------------------------------------------------------*
       IMPRIME-FAIXAS.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LER-SRTDRM.
           IF FIM-ARQ EQUAL "SIM"
              WRITE REG-REL FROM NADA-LINHA AFTER ADVANCING 2 LINE
           END-IF.
           PERFORM TRATA-DORMENTE UNTIL FIM-ARQ EQUAL "SIM".
           IF TEM-FAIXA EQUAL "S"
              PERFORM FECHA-FAIXA
           END-IF.

       LER-SRTDRM.
           RETURN SRTDRM AT END MOVE "SIM" TO FIM-ARQ.

       TRATA-DORMENTE.
           IF FAIXA-SDR NOT EQUAL FAIXA-ANTERIOR OR TEM-FAIXA EQUAL "N"
              IF TEM-FAIXA EQUAL "S"
                 PERFORM FECHA-FAIXA
              END-IF
              PERFORM ABRE-FAIXA
           END-IF.
           ADD 1 TO CT-FAIXA.
           MOVE CC-SDR TO CC-REL.
           IF DATA-SDR EQUAL ZEROES
              MOVE "SEM REGIS." TO ULT-REL
              MOVE ZEROES TO MESES-REL
           ELSE
              MOVE DATA-SDR TO DATA-ULT
              MOVE DIA-ULT TO DIA-EDT
              MOVE MES-ULT TO MES-EDT
              MOVE ANO-ULT TO ANO-EDT
              MOVE ULT-EDITADA TO ULT-REL
              MOVE MESES-SDR TO MESES-REL
           END-IF.
           MOVE NOVA-SDR  TO SITUACAO-REL.
           MOVE ENDER-SDR TO ENDER-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           PERFORM LER-SRTDRM.

       ABRE-FAIXA.
           MOVE FAIXA-SDR TO FAIXA-ANTERIOR.
           MOVE "S" TO TEM-FAIXA.
           MOVE ZEROES TO CT-FAIXA.
           EVALUATE FAIXA-SDR
              WHEN 1 MOVE "ATE 24 MESES SEM MOVIMENTO" TO DESCR-FAIXA
              WHEN 2 MOVE "DE 25 A 36 MESES SEM MOVIMENTO"
                        TO DESCR-FAIXA
              WHEN 3 MOVE "DE 37 A 60 MESES SEM MOVIMENTO"
                        TO DESCR-FAIXA
              WHEN 4 MOVE "MAIS DE 60 MESES SEM MOVIMENTO"
                        TO DESCR-FAIXA
              WHEN OTHER
                 MOVE "SEM MOVIMENTO NO HISTORICO" TO DESCR-FAIXA
           END-EVALUATE.
           WRITE REG-REL FROM CAB-FAIXA AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 1 LINE.

       FECHA-FAIXA.
           MOVE CT-FAIXA TO QTD-FAI.
           WRITE REG-REL FROM TOTAL-FAIXA AFTER ADVANCING 1 LINE.
           MOVE "N" TO TEM-FAIXA.

       IMPRESSAO-FINAL.
           MOVE CT-LIDOS        TO QTD-LID.
           WRITE REG-REL FROM TOTAL-LIDAS AFTER ADVANCING 2 LINE.
           MOVE CT-NOVAS        TO QTD-NOV.
           WRITE REG-REL FROM TOTAL-NOVAS AFTER ADVANCING 1 LINE.
           MOVE CT-JA-DORMENTES TO QTD-JAD.
           WRITE REG-REL FROM TOTAL-JA AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE RELDOR.
           PERFORM GRAVA-JOBLOG-FIM.
           DISPLAY "EX02DOR: " CT-NOVAS " CONTA(S) DORMENTE(S) NESTA "
                   "RODADA, " CT-JA-DORMENTES " JA DORMENTE(S) - "
                   "RELDOR.txt.".

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX02DOR "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-GRAVADOS  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       GRAVA-JOBLOG-ERRO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX02DOR "   TO JOBLOG-JOB.
           MOVE "ERR "       TO JOBLOG-EVENTO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-GRAVADOS  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
