       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIPCNH.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    VENCIMENTO DOS DOCUMENTOS DOS MOTORISTAS - RODADA
      *            SEMANAL. LE O CADASTRO DE MOTORISTAS (MOTORIST.DAT)
      *            E LISTA EM RELCNH, POR MOTORISTA, A CNH E A
      *            CERTIDAO DE ANTECEDENTES:
      *            - VENCIDA (OU SEM VALIDADE NO CADASTRO): O
      *              EM01-EX06 JA RECUSA A CORRIDA;
      *            - VENCE EM ATE 30 DIAS;
      *            - VENCE EM 31 A 60 DIAS.
      *            DOCUMENTO COM MAIS DE 60 DIAS DE VALIDADE NAO SAI.
      *            CNH SEM A MARCA EAR (ATIVIDADE REMUNERADA) TAMBEM
      *            E LISTADA. A CONTAGEM E EM DIAS COMERCIAIS (MES DE
      *            30 DIAS) A PARTIR DA DATA DE PROCESSAMENTO. COM
      *            ALGUM DOCUMENTO VENCIDO A RODADA TERMINA COM
      *            RETURN-CODE 4 - O ESCRITORIO COBRA A RENOVACAO
      *            ANTES DE O BLOQUEIO PARAR O MOTORISTA.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOTORIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOTORIST.

           SELECT RELCNH ASSIGN TO DISK.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       FD  MOTORIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOTORIST.DAT".
       01  REG-MOTORISTA.
           02 CODIGO-MOT   PIC 9(04).
           02 NOME-MOT     PIC X(30).
           02 PERC-MOT     PIC 9(02)V9(02).
           02 CNH-MOT      PIC X(11).
           02 CATEG-MOT    PIC X(02).
           02 VALID-CNH-MOT PIC 9(08).
           02 EAR-MOT      PIC X(01).
              88 CNH-COM-EAR      VALUE "S".
           02 VALID-ANT-MOT PIC 9(08).

       FD  RELCNH
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELCNH.txt".
       01  REG-REL    PIC X(80).

       COPY DATPRCFD.

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       77  FS-MOTORIST   PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  CT-MOTORISTAS PIC 9(05) VALUE ZEROES.
       77  CT-VENCIDOS   PIC 9(05) VALUE ZEROES.
       77  CT-ATE-30     PIC 9(05) VALUE ZEROES.
       77  CT-ATE-60     PIC 9(05) VALUE ZEROES.
       77  CT-SEM-EAR    PIC 9(05) VALUE ZEROES.
       77  DIAS-HOJE     PIC 9(07) VALUE ZEROES.
       77  DIAS-FALTAM   PIC S9(07) VALUE ZEROES.
       77  DATA-DOC      PIC 9(08) VALUE ZEROES.
       77  DATA-TRAB     PIC 9(08) VALUE ZEROES.
       77  ANO-TRAB      PIC 9(04) VALUE ZEROES.
       77  MES-TRAB      PIC 9(02) VALUE ZEROES.
       77  DIA-TRAB      PIC 9(02) VALUE ZEROES.
       77  DIAS-TRAB     PIC 9(07) VALUE ZEROES.
       77  MOT-IMPRESSO  PIC X(03) VALUE "NAO".

       01 CAB-CNH.
           02 FILLER    PIC X(34)
                        VALUE "DOCUMENTOS DE MOTORISTAS - POSICAO".
           02 FILLER    PIC X(01) VALUE SPACES.
           02 DIA-CAB   PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 MES-CAB   PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 ANO-CAB   PIC 9999.
           02 FILLER    PIC X(35) VALUE SPACES.

       01 LINHA-MOT.
           02 FILLER     PIC X(11) VALUE "MOTORISTA: ".
           02 COD-REL    PIC 9(04).
           02 FILLER     PIC X(03) VALUE " - ".
           02 NOME-REL   PIC X(30).
           02 FILLER     PIC X(06) VALUE " CNH: ".
           02 CNH-REL    PIC X(11).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 CATEG-REL  PIC X(02).
           02 FILLER     PIC X(12) VALUE SPACES.

       01 LINHA-DOC.
           02 FILLER     PIC X(04) VALUE SPACES.
           02 DOC-REL    PIC X(14).
           02 FILLER     PIC X(10) VALUE " VALIDADE ".
           02 DIA-REL    PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 MES-REL    PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 ANO-REL    PIC 9999.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 SITUACAO-REL PIC X(30).
           02 FILLER     PIC X(10) VALUE SPACES.

       01 LINHA-EAR.
           02 FILLER     PIC X(04) VALUE SPACES.
           02 FILLER     PIC X(42)
                  VALUE "CNH SEM A MARCA EAR (ATIVIDADE REMUNERADA)".
           02 FILLER     PIC X(34) VALUE SPACES.

       01 TOTAL-MOT.
           02 FILLER    PIC X(29) VALUE "Motoristas no cadastro.....: ".
           02 QTD-MOT   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-VEN.
           02 FILLER    PIC X(29) VALUE "Documentos vencidos........: ".
           02 QTD-VEN   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-30.
           02 FILLER    PIC X(29) VALUE "Vencem em ate 30 dias......: ".
           02 QTD-30    PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-60.
           02 FILLER    PIC X(29) VALUE "Vencem em 31 a 60 dias.....: ".
           02 QTD-60    PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-EAR.
           02 FILLER    PIC X(29) VALUE "CNH sem a marca EAR........: ".
           02 QTD-EAR   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           OPEN INPUT MOTORIST.
           IF FS-MOTORIST NOT EQUAL "00"
              DISPLAY "TRIPCNH: MOTORIST.DAT AUSENTE - NADA A "
                      "CONFERIR."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-TRAB.
           PERFORM CALCULA-DIAS.
           MOVE DIAS-TRAB TO DIAS-HOJE.
           OPEN OUTPUT RELCNH.
           MOVE DATA-PROCESSO(7:2) TO DIA-CAB.
           MOVE DATA-PROCESSO(5:2) TO MES-CAB.
           MOVE DATA-PROCESSO(1:4) TO ANO-CAB.
           WRITE REG-REL FROM CAB-CNH AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           PERFORM LEITURA.

       LEITURA.
           READ MOTORIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-MOTORISTAS
           END-IF.

      *O MOTORISTA SO SAI SE TIVER ALGUM DOCUMENTO PARA COBRAR.
       PRINCIPAL.
           MOVE "NAO" TO MOT-IMPRESSO.
           MOVE "CNH" TO DOC-REL.
           MOVE ZEROES TO DATA-DOC.
           IF VALID-CNH-MOT NUMERIC
              MOVE VALID-CNH-MOT TO DATA-DOC
           END-IF.
           PERFORM CONFERE-DOCUMENTO.
           MOVE "ANTECEDENTES" TO DOC-REL.
           MOVE ZEROES TO DATA-DOC.
           IF VALID-ANT-MOT NUMERIC
              MOVE VALID-ANT-MOT TO DATA-DOC
           END-IF.
           PERFORM CONFERE-DOCUMENTO.
           IF NOT CNH-COM-EAR
              ADD 1 TO CT-SEM-EAR
              PERFORM IMPRIME-MOTORISTA
              WRITE REG-REL FROM LINHA-EAR AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM LEITURA.

       CONFERE-DOCUMENTO.
           MOVE SPACES TO SITUACAO-REL.
           IF DATA-DOC EQUAL ZEROES
              ADD 1 TO CT-VENCIDOS
              MOVE "VALIDADE NAO INFORMADA" TO SITUACAO-REL
           ELSE
              MOVE DATA-DOC TO DATA-TRAB
              PERFORM CALCULA-DIAS
              COMPUTE DIAS-FALTAM = DIAS-TRAB - DIAS-HOJE
              IF DATA-DOC LESS THAN DATA-PROCESSO
                 ADD 1 TO CT-VENCIDOS
                 MOVE "VENCIDA - CORRIDA BLOQUEADA" TO SITUACAO-REL
              ELSE
                 IF DIAS-FALTAM NOT GREATER THAN 30
                    ADD 1 TO CT-ATE-30
                    MOVE "VENCE EM ATE 30 DIAS" TO SITUACAO-REL
                 ELSE
                    IF DIAS-FALTAM NOT GREATER THAN 60
                       ADD 1 TO CT-ATE-60
                       MOVE "VENCE EM 31 A 60 DIAS" TO SITUACAO-REL
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF SITUACAO-REL NOT EQUAL SPACES
              PERFORM IMPRIME-MOTORISTA
              MOVE DATA-DOC(7:2) TO DIA-REL
              MOVE DATA-DOC(5:2) TO MES-REL
              MOVE DATA-DOC(1:4) TO ANO-REL
              WRITE REG-REL FROM LINHA-DOC AFTER ADVANCING 1 LINE
           END-IF.

       IMPRIME-MOTORISTA.
           IF MOT-IMPRESSO NOT EQUAL "SIM"
              MOVE "SIM"      TO MOT-IMPRESSO
              MOVE CODIGO-MOT TO COD-REL
              MOVE NOME-MOT   TO NOME-REL
              MOVE CNH-MOT    TO CNH-REL
              MOVE CATEG-MOT  TO CATEG-REL
              WRITE REG-REL FROM LINHA-MOT AFTER ADVANCING 1 LINE
           END-IF.

       CALCULA-DIAS.
           MOVE DATA-TRAB(1:4) TO ANO-TRAB.
           MOVE DATA-TRAB(5:2) TO MES-TRAB.
           MOVE DATA-TRAB(7:2) TO DIA-TRAB.
           COMPUTE DIAS-TRAB =
                   ANO-TRAB * 360 + MES-TRAB * 30 + DIA-TRAB.

       IMPRESSAO-FINAL.
           MOVE CT-MOTORISTAS TO QTD-MOT.
           WRITE REG-REL FROM TOTAL-MOT AFTER ADVANCING 2 LINE.
           MOVE CT-VENCIDOS   TO QTD-VEN.
           WRITE REG-REL FROM TOTAL-VEN AFTER ADVANCING 1 LINE.
           MOVE CT-ATE-30     TO QTD-30.
           WRITE REG-REL FROM TOTAL-30 AFTER ADVANCING 1 LINE.
           MOVE CT-ATE-60     TO QTD-60.
           WRITE REG-REL FROM TOTAL-60 AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-EAR    TO QTD-EAR.
           WRITE REG-REL FROM TOTAL-EAR AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE MOTORIST RELCNH.
           DISPLAY "TRIPCNH: " CT-VENCIDOS " DOCUMENTO(S) VENCIDO(S), "
                   CT-ATE-30 " VENCENDO EM 30 DIAS, " CT-ATE-60
                   " EM 60 DIAS.".
           IF CT-VENCIDOS GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.

       COPY DATPRCPD.
