       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX01OCU.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RELATORIO DIARIO DE OCUPACAO DAS INSTALACOES. RECEBE
      *            PELO ACCEPT A DATA DO RELATORIO (DEFAULT: A DATA DE
      *            PROCESSAMENTO), CARREGA AS RESERVAS CONFIRMADAS
      *            DAQUELE DIA (RESERVA.DAT, GRAVADO PELO PROG03 - VER
      *            RESERVFD) E PASSA A TABELA DE INSTALACOES
      *            (INSTAL.DAT): PARA CADA INSTALACAO, AS RESERVAS DO
      *            DIA EM ORDEM DE HORARIO, COM SOCIO E TAXA, E O
      *            TOTAL DE RESERVAS, HORAS OCUPADAS E TAXAS; SEM
      *            RESERVA NO DIA SAI "SEM RESERVAS". RESERVAS
      *            CANCELADAS NAO ENTRAM. SEM O INSTAL.DAT A RODADA
      *            ABORTA; SEM O RESERVA.DAT O DIA SAI TODO LIVRE.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY INSTALSL.

       COPY RESERVSL.

       SELECT RELOCUP ASSIGN TO DISK.

       COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       COPY INSTALFD.

       COPY RESERVFD.

       FD  RELOCUP
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELOCUP.txt".
       01  REG-REL      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY INSTALWS.
       COPY RESERVWS.
       COPY CABPAG.
       77  FIM-ARQ         PIC X(03) VALUE "NAO".
       77  FIM-RES         PIC X(03) VALUE "NAO".
       77  DATA-INF        PIC 9(08) VALUE ZEROES.
       77  DATA-REF        PIC 9(08) VALUE ZEROES.
       77  QTD-RESD        PIC 9(04) VALUE ZEROES.
       77  RESD-DEMAIS     PIC X(01) VALUE "N".
       77  HORA-LACO       PIC 9(02) VALUE ZEROES.
       77  IDX-R           PIC 9(04) VALUE ZEROES.
       77  CT-LIDOS        PIC 9(05) VALUE ZEROES.
       77  CT-RES-INS      PIC 9(04) VALUE ZEROES.
       77  HORAS-INS       PIC 9(04) VALUE ZEROES.
       77  VALOR-INS       PIC 9(09)V9(02) VALUE ZEROES.
       77  CT-RESERVAS     PIC 9(05) VALUE ZEROES.
       77  CT-HORAS        PIC 9(05) VALUE ZEROES.
       77  CT-LIVRES       PIC 9(05) VALUE ZEROES.
       77  TOTAL-TAXAS     PIC 9(11)V9(02) VALUE ZEROES.

      *RESERVAS CONFIRMADAS DA DATA DO RELATORIO.
       01 TAB-RESERVAS-DIA.
           02 RESD-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-RESD
                 INDEXED BY IDX-RSD.
              03 NUMERO-RSD-TAB PIC 9(06).
              03 INSTAL-RSD-TAB PIC X(03).
              03 INI-RSD-TAB    PIC 9(02).
              03 FIM-RSD-TAB    PIC 9(02).
              03 SOCIO-RSD-TAB  PIC 9(06).
              03 VALOR-RSD-TAB  PIC 9(07)V9(02).

       01 DATA-EDICAO.
           02 ANO-EDI  PIC 9(04).
           02 MES-EDI  PIC 9(02).
           02 DIA-EDI  PIC 9(02).

       01 CAB-02.
           02 FILLER  PIC X(14) VALUE SPACES.
           02 FILLER  PIC X(40) VALUE
              "OCUPACAO DIARIA DAS INSTALACOES - DATA: ".
           02 DIA-CAB PIC 99.
           02 FILLER  PIC X(01) VALUE "/".
           02 MES-CAB PIC 99.
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-CAB PIC 9999.
           02 FILLER  PIC X(16) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(06) VALUE SPACES.
           02 FILLER  PIC X(09) VALUE "RESERVA  ".
           02 FILLER  PIC X(14) VALUE "HORARIO       ".
           02 FILLER  PIC X(09) VALUE "SOCIO    ".
           02 FILLER  PIC X(12) VALUE "        TAXA".
           02 FILLER  PIC X(30) VALUE SPACES.

       01 LINHA-INSTAL.
           02 CODIGO-LIN  PIC X(03).
           02 FILLER      PIC X(03) VALUE " - ".
           02 DESCR-LIN   PIC X(30).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 TAXA-LIN    PIC X(20).
           02 FILLER      PIC X(22) VALUE SPACES.

       01 DETALHE.
           02 FILLER      PIC X(06) VALUE SPACES.
           02 NUMERO-DET  PIC 9(06).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 INI-DET     PIC 99.
           02 FILLER      PIC X(04) VALUE ":00-".
           02 FIM-DET     PIC 99.
           02 FILLER      PIC X(06) VALUE ":00   ".
           02 SOCIO-DET   PIC 9(06).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 VALOR-DET   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(28) VALUE SPACES.

       01 LINHA-LIVRE.
           02 FILLER      PIC X(06) VALUE SPACES.
           02 FILLER      PIC X(12) VALUE "SEM RESERVAS".
           02 FILLER      PIC X(62) VALUE SPACES.

       01 TOTAL-INSTAL.
           02 FILLER      PIC X(06) VALUE SPACES.
           02 FILLER      PIC X(10) VALUE "RESERVAS: ".
           02 QTD-TIN     PIC ZZZ9.
           02 FILLER      PIC X(10) VALUE "  HORAS: ".
           02 HORAS-TIN   PIC ZZZ9.
           02 FILLER      PIC X(10) VALUE "  TAXAS: ".
           02 VALOR-TIN   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(22) VALUE SPACES.

       01 TOTAL-INS.
           02 FILLER    PIC X(28) VALUE "Instalacoes relacionadas..: ".
           02 QTD-INS   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-LIV.
           02 FILLER    PIC X(28) VALUE "Sem reserva no dia........: ".
           02 QTD-LIV   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-RES.
           02 FILLER    PIC X(28) VALUE "Reservas confirmadas......: ".
           02 QTD-RES   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-HOR.
           02 FILLER    PIC X(28) VALUE "Horas ocupadas............: ".
           02 QTD-HOR   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-VAL.
           02 FILLER    PIC X(28) VALUE "Taxas de reserva......R$..: ".
           02 VAL-TOT   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           DISPLAY "DATA DO RELATORIO AAAAMMDD (DEFAULT HOJE)..: ".
           ACCEPT DATA-INF.
           IF DATA-INF EQUAL ZEROES
              MOVE DATA-PROCESSO TO DATA-REF
           ELSE
              MOVE DATA-INF TO DATA-REF
           END-IF.
           PERFORM GRAVA-JOBLOG-INICIO.
           OPEN INPUT INSTAL.
           IF FS-INSTAL NOT EQUAL "00"
              DISPLAY "EX01OCU: INSTAL.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-INSTAL
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-RESERVAS.
           OPEN OUTPUT RELOCUP.
           MOVE DATA-REF TO DATA-EDICAO.
           MOVE DIA-EDI TO DIA-CAB.
           MOVE MES-EDI TO MES-CAB.
           MOVE ANO-EDI TO ANO-CAB.
           MOVE 40 TO CT-LIN.
           PERFORM LEITURA.

      *RESERVAS CONFIRMADAS DA DATA. MAIS RESERVAS NO DIA DO QUE A
      *TABELA COMPORTA ABORTA - O RELATORIO MOSTRARIA HORARIO
      *OCUPADO COMO LIVRE.
       CARREGA-RESERVAS.
           OPEN INPUT RESERVA.
           IF FS-RESERVA EQUAL "00"
              PERFORM LER-RESERVA UNTIL FIM-RES EQUAL "SIM"
              CLOSE RESERVA
           END-IF.
           IF RESD-DEMAIS EQUAL "S"
              DISPLAY "EX01OCU: MAIS DE 2000 RESERVAS NA DATA - A "
                      "TABELA NAO COMPORTA. RODADA ABORTADA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-RESERVA.
           READ RESERVA AT END MOVE "SIM" TO FIM-RES.
           IF FIM-RES NOT EQUAL "SIM"
              IF RESERVA-CONFIRMADA AND DATA-RES EQUAL DATA-REF
                 IF QTD-RESD LESS THAN 2000
                    ADD 1 TO QTD-RESD
                    MOVE NUMERO-RES       TO NUMERO-RSD-TAB(QTD-RESD)
                    MOVE CODIGO-INS-RES   TO INSTAL-RSD-TAB(QTD-RESD)
                    MOVE HORA-INI-RES     TO INI-RSD-TAB(QTD-RESD)
                    MOVE HORA-FIM-RES     TO FIM-RSD-TAB(QTD-RESD)
                    MOVE NUMERO-SOCIO-RES TO SOCIO-RSD-TAB(QTD-RESD)
                    MOVE VALOR-RES        TO VALOR-RSD-TAB(QTD-RESD)
                 ELSE
                    MOVE "S" TO RESD-DEMAIS
                 END-IF
              END-IF
           END-IF.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX01OCU " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE ZEROES     TO JOBLOG-LIDOS JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       LEITURA.
           READ INSTAL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

      *UMA INSTALACAO: CABECALHO COM A TAXA, AS RESERVAS DO DIA EM
      *ORDEM DE HORA INICIAL (LACO DAS 24 HORAS SOBRE A TABELA) E O
      *TOTAL DA INSTALACAO.
       PRINCIPAL.
           IF CT-LIN GREATER OR EQUAL 36
              PERFORM CABECALHO
           END-IF.
           MOVE CODIGO-INS    TO CODIGO-LIN.
           MOVE DESCRICAO-INS TO DESCR-LIN.
           IF INSTAL-INATIVA
              MOVE "(FORA DE USO)" TO TAXA-LIN
           ELSE
              IF TAXA-POR-HORA
                 MOVE "(TAXA POR HORA)" TO TAXA-LIN
              ELSE
                 MOVE "(TAXA POR EVENTO)" TO TAXA-LIN
              END-IF
           END-IF.
           WRITE REG-REL FROM LINHA-INSTAL AFTER ADVANCING 2 LINE.
           ADD 2 TO CT-LIN.
           MOVE ZEROES TO CT-RES-INS HORAS-INS VALOR-INS.
           MOVE ZEROES TO HORA-LACO.
           PERFORM LISTA-HORA UNTIL HORA-LACO GREATER THAN 23.
           IF CT-RES-INS EQUAL ZEROES
              ADD 1 TO CT-LIVRES
              WRITE REG-REL FROM LINHA-LIVRE AFTER ADVANCING 1 LINE
           ELSE
              MOVE CT-RES-INS TO QTD-TIN
              MOVE HORAS-INS  TO HORAS-TIN
              MOVE VALOR-INS  TO VALOR-TIN
              WRITE REG-REL FROM TOTAL-INSTAL AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO CT-LIN.
           PERFORM LEITURA.

       LISTA-HORA.
           MOVE 1 TO IDX-R.
           PERFORM LISTA-RESERVA UNTIL IDX-R GREATER THAN QTD-RESD.
           ADD 1 TO HORA-LACO.

       LISTA-RESERVA.
           IF INSTAL-RSD-TAB(IDX-R) EQUAL CODIGO-INS AND
              INI-RSD-TAB(IDX-R) EQUAL HORA-LACO
              IF CT-LIN GREATER OR EQUAL 40
                 PERFORM CABECALHO
              END-IF
              MOVE NUMERO-RSD-TAB(IDX-R) TO NUMERO-DET
              MOVE INI-RSD-TAB(IDX-R)    TO INI-DET
              MOVE FIM-RSD-TAB(IDX-R)    TO FIM-DET
              MOVE SOCIO-RSD-TAB(IDX-R)  TO SOCIO-DET
              MOVE VALOR-RSD-TAB(IDX-R)  TO VALOR-DET
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
              ADD 1 TO CT-RES-INS CT-RESERVAS
              COMPUTE HORAS-INS = HORAS-INS + FIM-RSD-TAB(IDX-R)
                                            - INI-RSD-TAB(IDX-R)
              COMPUTE CT-HORAS  = CT-HORAS + FIM-RSD-TAB(IDX-R)
                                           - INI-RSD-TAB(IDX-R)
              ADD VALOR-RSD-TAB(IDX-R) TO VALOR-INS TOTAL-TAXAS
           END-IF.
           ADD 1 TO IDX-R.

       CABECALHO.
           ADD 1        TO CT-PAG.
           MOVE CT-PAG  TO VAR-PAG.
           MOVE SPACES  TO REG-REL.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINE.
           MOVE ZEROES  TO CT-LIN.

       IMPRESSAO-FINAL.
           IF CT-LIN GREATER OR EQUAL 40
              PERFORM CABECALHO
           END-IF.
           MOVE CT-LIDOS    TO QTD-INS.
           WRITE REG-REL FROM TOTAL-INS AFTER ADVANCING 2 LINE.
           MOVE CT-LIVRES   TO QTD-LIV.
           WRITE REG-REL FROM TOTAL-LIV AFTER ADVANCING 1 LINE.
           MOVE CT-RESERVAS TO QTD-RES.
           WRITE REG-REL FROM TOTAL-RES AFTER ADVANCING 1 LINE.
           MOVE CT-HORAS    TO QTD-HOR.
           WRITE REG-REL FROM TOTAL-HOR AFTER ADVANCING 1 LINE.
           MOVE TOTAL-TAXAS TO VAL-TOT.
           WRITE REG-REL FROM TOTAL-VAL AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE INSTAL RELOCUP.
           PERFORM GRAVA-JOBLOG-FIM.
           DISPLAY "EX01OCU: " CT-RESERVAS " RESERVA(S) EM "
                   CT-LIDOS " INSTALACAO(OES) - VER RELOCUP.txt.".
           IF CT-LIDOS EQUAL ZEROES
              DISPLAY "EX01OCU: INSTAL.DAT VAZIO - NADA FOI "
                      "PROCESSADO."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 12 TO RETURN-CODE
           END-IF.

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01OCU "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-RESERVAS  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       GRAVA-JOBLOG-ERRO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01OCU "   TO JOBLOG-JOB.
           MOVE "ERR "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-RESERVAS  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
