       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIPREV.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    REVISOES DA FROTA - RODADA DIARIA. LE O CADASTRO
      *            DE VEICULOS (VEICULOS.DAT, DO TRIPVEI, COM O
      *            ODOMETRO AVANCADO PELAS CORRIDAS DO EM01-EX06) E
      *            LISTA EM RELREV CADA VEICULO COM A REVISAO:
      *            - VENCIDA: ODOMETRO JA NO KM DA PROXIMA REVISAO
      *              (KM DA ULTIMA + INTERVALO EM KM) OU DATA DE
      *              PROCESSAMENTO JA NA DATA DA PROXIMA (DATA DA
      *              ULTIMA + INTERVALO EM MESES);
      *            - A VENCER: FALTAM ATE 1000 KM OU ATE 30 DIAS
      *              (MES COMERCIAL DE 30 DIAS).
      *            VEICULO EM DIA NAO SAI. INTERVALO ZERADO NAO E
      *            CONFERIDO. COM ALGUM VEICULO VENCIDO A RODADA
      *            TERMINA COM RETURN-CODE 4.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEICULOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VEICULOS.

           SELECT RELREV ASSIGN TO DISK.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       FD  VEICULOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VEICULOS.DAT".
       01  REG-VEICULO.
           02 PLACA-VEI      PIC X(07).
           02 MODELO-VEI     PIC X(20).
           02 ANO-VEI        PIC 9(04).
           02 ODOMETRO-VEI   PIC 9(07).
           02 KM-REV-VEI     PIC 9(07).
           02 DATA-REV-VEI   PIC 9(08).
           02 INTERV-KM-VEI  PIC 9(05).
           02 INTERV-MES-VEI PIC 9(02).
           02 RECUSA-VEI     PIC X(01).
              88 RECUSA-VENCIDO   VALUE "S".

       FD  RELREV
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELREV.txt".
       01  REG-REL    PIC X(80).

       COPY DATPRCFD.

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       77  FS-VEICULOS   PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  MARGEM-KM     PIC 9(05) VALUE 1000.
       77  MARGEM-DIAS   PIC 9(03) VALUE 30.
       77  CT-VEICULOS   PIC 9(05) VALUE ZEROES.
       77  CT-VENCIDOS   PIC 9(05) VALUE ZEROES.
       77  CT-A-VENCER   PIC 9(05) VALUE ZEROES.
       77  SITUACAO-REV  PIC X(01) VALUE SPACES.
       77  KM-PROX-REV   PIC 9(07) VALUE ZEROES.
       77  DATA-PROX-REV PIC 9(08) VALUE ZEROES.
       77  ANO-REV       PIC 9(04) VALUE ZEROES.
       77  MES-REV       PIC 9(04) VALUE ZEROES.
       77  ANOS-REV      PIC 9(04) VALUE ZEROES.
       77  DIAS-HOJE     PIC 9(07) VALUE ZEROES.
       77  DIAS-PROX     PIC 9(07) VALUE ZEROES.
       77  DATA-TRAB     PIC 9(08) VALUE ZEROES.
       77  ANO-TRAB      PIC 9(04) VALUE ZEROES.
       77  MES-TRAB      PIC 9(02) VALUE ZEROES.
       77  DIA-TRAB      PIC 9(02) VALUE ZEROES.
       77  DIAS-TRAB     PIC 9(07) VALUE ZEROES.

       01 CAB-REV.
           02 FILLER    PIC X(28) VALUE "REVISOES DA FROTA - POSICAO ".
           02 DIA-CAB   PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 MES-CAB   PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 ANO-CAB   PIC 9999.
           02 FILLER    PIC X(42) VALUE SPACES.

       01 CAB-COL.
           02 FILLER    PIC X(36)
                        VALUE "PLACA   MODELO               ODOMETR".
           02 FILLER    PIC X(44)
                        VALUE "O  PROX.KM  PROX.DATA  SITUACAO".

       01 DETALHE-REL.
           02 PLACA-REL    PIC X(07).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MODELO-REL   PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 ODOM-REL     PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 KMPROX-REL   PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DIAPROX-REL  PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MESPROX-REL  PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANOPROX-REL  PIC 9999.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 SITUACAO-REL PIC X(09).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RECUSA-REL   PIC X(09).

       01 TOTAL-VEI.
           02 FILLER    PIC X(29) VALUE "Veiculos no cadastro.......: ".
           02 QTD-VEI   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-VEN.
           02 FILLER    PIC X(29) VALUE "Revisao vencida............: ".
           02 QTD-VEN   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-AVE.
           02 FILLER    PIC X(29) VALUE "Revisao a vencer...........: ".
           02 QTD-AVE   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           OPEN INPUT VEICULOS.
           IF FS-VEICULOS NOT EQUAL "00"
              DISPLAY "TRIPREV: VEICULOS.DAT AUSENTE - CADASTRAR A "
                      "FROTA PELO TRIPVEI."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-TRAB.
           PERFORM CALCULA-DIAS.
           MOVE DIAS-TRAB TO DIAS-HOJE.
           OPEN OUTPUT RELREV.
           MOVE DATA-PROCESSO(7:2) TO DIA-CAB.
           MOVE DATA-PROCESSO(5:2) TO MES-CAB.
           MOVE DATA-PROCESSO(1:4) TO ANO-CAB.
           WRITE REG-REL FROM CAB-REV AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-COL AFTER ADVANCING 2 LINE.
           PERFORM LEITURA.

       LEITURA.
           READ VEICULOS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-VEICULOS
           END-IF.

      *SITUACAO-REV: "V" VENCIDA, "A" A VENCER, BRANCO EM DIA.
       PRINCIPAL.
           MOVE SPACES TO SITUACAO-REV.
           MOVE ZEROES TO KM-PROX-REV DATA-PROX-REV.
           IF INTERV-KM-VEI GREATER THAN ZEROES
              COMPUTE KM-PROX-REV = KM-REV-VEI + INTERV-KM-VEI
              IF ODOMETRO-VEI NOT LESS THAN KM-PROX-REV
                 MOVE "V" TO SITUACAO-REV
              ELSE
                 IF ODOMETRO-VEI + MARGEM-KM NOT LESS THAN
                    KM-PROX-REV
                    MOVE "A" TO SITUACAO-REV
                 END-IF
              END-IF
           END-IF.
           IF INTERV-MES-VEI GREATER THAN ZEROES AND
              DATA-REV-VEI GREATER THAN ZEROES
              PERFORM CALCULA-PROXIMA-DATA
              IF DATA-PROCESSO NOT LESS THAN DATA-PROX-REV
                 MOVE "V" TO SITUACAO-REV
              ELSE
                 IF DIAS-PROX NOT GREATER THAN DIAS-HOJE + MARGEM-DIAS
                    AND SITUACAO-REV NOT EQUAL "V"
                    MOVE "A" TO SITUACAO-REV
                 END-IF
              END-IF
           END-IF.
           IF SITUACAO-REV NOT EQUAL SPACES
              PERFORM IMPRIME-VEICULO
           END-IF.
           PERFORM LEITURA.

       CALCULA-PROXIMA-DATA.
           MOVE DATA-REV-VEI(1:4) TO ANO-REV.
           MOVE DATA-REV-VEI(5:2) TO MES-REV.
           COMPUTE MES-REV = MES-REV + INTERV-MES-VEI - 1.
           DIVIDE MES-REV BY 12 GIVING ANOS-REV REMAINDER MES-REV.
           ADD ANOS-REV TO ANO-REV.
           ADD 1 TO MES-REV.
           MOVE DATA-REV-VEI TO DATA-PROX-REV.
           MOVE ANO-REV      TO DATA-PROX-REV(1:4).
           MOVE MES-REV(3:2) TO DATA-PROX-REV(5:2).
           MOVE DATA-PROX-REV TO DATA-TRAB.
           PERFORM CALCULA-DIAS.
           MOVE DIAS-TRAB TO DIAS-PROX.

       CALCULA-DIAS.
           MOVE DATA-TRAB(1:4) TO ANO-TRAB.
           MOVE DATA-TRAB(5:2) TO MES-TRAB.
           MOVE DATA-TRAB(7:2) TO DIA-TRAB.
           COMPUTE DIAS-TRAB =
                   ANO-TRAB * 360 + MES-TRAB * 30 + DIA-TRAB.

       IMPRIME-VEICULO.
           MOVE PLACA-VEI    TO PLACA-REL.
           MOVE MODELO-VEI   TO MODELO-REL.
           MOVE ODOMETRO-VEI TO ODOM-REL.
           MOVE KM-PROX-REV  TO KMPROX-REL.
           MOVE DATA-PROX-REV(7:2) TO DIAPROX-REL.
           MOVE DATA-PROX-REV(5:2) TO MESPROX-REL.
           MOVE DATA-PROX-REV(1:4) TO ANOPROX-REL.
           IF SITUACAO-REV EQUAL "V"
              ADD 1 TO CT-VENCIDOS
              MOVE "VENCIDA" TO SITUACAO-REL
           ELSE
              ADD 1 TO CT-A-VENCER
              MOVE "A VENCER" TO SITUACAO-REL
           END-IF.
           IF RECUSA-VENCIDO AND SITUACAO-REV EQUAL "V"
              MOVE "PARADO" TO RECUSA-REL
           ELSE
              MOVE SPACES TO RECUSA-REL
           END-IF.
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE.

       IMPRESSAO-FINAL.
           MOVE CT-VEICULOS TO QTD-VEI.
           WRITE REG-REL FROM TOTAL-VEI AFTER ADVANCING 2 LINE.
           MOVE CT-VENCIDOS TO QTD-VEN.
           WRITE REG-REL FROM TOTAL-VEN AFTER ADVANCING 1 LINE.
           MOVE CT-A-VENCER TO QTD-AVE.
           WRITE REG-REL FROM TOTAL-AVE AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE VEICULOS RELREV.
           DISPLAY "TRIPREV: " CT-VENCIDOS " VEICULO(S) COM REVISAO "
                   "VENCIDA, " CT-A-VENCER " A VENCER.".
           IF CT-VENCIDOS GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.

       COPY DATPRCPD.
