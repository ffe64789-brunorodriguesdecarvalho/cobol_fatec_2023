       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX02RFM.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    SEGMENTACAO RFM DOS CLIENTES DA TURISMAR. A CARTA
      *            DE REATIVACAO (EX02CAR) SAIA IGUAL PARA TODO
      *            CLIENTE SEM VISITA DESDE O ANO DE CORTE - SEM SABER
      *            QUEM E O MELHOR CLIENTE, QUEM ESTA SE AFASTANDO E
      *            QUEM JA FOI PERDIDO. ESTA RODADA DA A CADA CPF DO
      *            CADCLI UMA NOTA DE 1 A 5 EM:
      *            - RECENCIA (R): MESES DESDE A ULTIMA ATIVIDADE -
      *              ULTIMA VISITA (VISHIST OU DATA-VIS-CLI) OU
      *              ULTIMA RESERVA RESERVADA/VIAJADA (RESERVAS):
      *              ATE 3 = 5, ATE 6 = 4, ATE 12 = 3, ATE 24 = 2,
      *              MAIS OU NENHUMA = 1;
      *            - FREQUENCIA (F): VISITAS + VIAGENS DOS ULTIMOS 24
      *              MESES: 10 OU MAIS = 5, 6 = 4, 3 = 3, 1 = 2,
      *              NENHUMA = 1;
      *            - VALOR (M): SOMA DO VALOR-RES DAS RESERVAS
      *              RESERVADAS E VIAJADAS: 20.000,00 OU MAIS = 5,
      *              10.000,00 = 4, 5.000,00 = 3, ALGUM = 2, NADA = 1.
      *            SEGMENTO, NESTA ORDEM: R=1 PERDIDO (P); R, F E M
      *            4 OU MAIS CAMPEAO (C); R E F 3 OU MAIS FIEL (F);
      *            R 4 OU MAIS NOVO (N); F OU M 3 OU MAIS EM RISCO
      *            (R); O RESTO ADORMECIDO (A).
      *            GRAVA O SEGCLI.DAT (VER SEGCLIFD), USADO PELO
      *            EX02CAR PARA ESCOLHER E REDIGIR AS CARTAS POR
      *            SEGMENTO, E IMPRIME EM RELRFM O RESUMO DE CLIENTES
      *            POR SEGMENTO PARA CADA UF E FILIAL (A DA ULTIMA
      *            VISITA). MAIS DE 5000 CPFS COM ATIVIDADE OU DE 500
      *            PARES UF/FILIAL ABORTA COM RETURN-CODE 16.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - LAYOUT DO CADCLI COM DDD, TELEFONE DE 9
      *            DIGITOS E TIPO FIXO/CELULAR (VER EX02CV9).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CADCLI ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-CADCLI.

       SELECT VISHIST ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-VISHIST.

       COPY RESVIASL.

       COPY SEGCLISL.

       SELECT RELRFM ASSIGN TO DISK.

       COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       FD  CADCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01  CADCLI1.
           02 CPF-CLIENTE         PIC 9(11).
           02 NOME-CLIENTE        PIC X(30).
           02 ESTADO-CLIENTE      PIC X(02).
           02 CIDADE-CLIENTE      PIC X(30).
           02 DDD-CLIENTE         PIC 9(02).
           02 TELEFONE-CLIENTE    PIC 9(09).
           02 TIPO-FONE-CLI       PIC X(01).
           02 DATA-VIS-CLI        PIC 9(08).

       FD  VISHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISHIST.DAT".
       01  REG-VISHIST.
           02 CPF-HIS             PIC 9(11).
           02 DATA-HIS            PIC 9(08).
           02 FILIAL-HIS          PIC X(10).

       COPY RESVIAFD.

       COPY SEGCLIFD.

       FD  RELRFM
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELRFM.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY RESVIAWS.
       COPY SEGCLIWS.
       77  FS-CADCLI     PIC X(02) VALUE "00".
       77  FS-VISHIST    PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  DATA-SISTEMA  PIC 9(08) VALUE ZEROES.
       77  DATA-LIMITE   PIC 9(08) VALUE ZEROES.
       77  ANO-SISTEMA   PIC 9(04) VALUE ZEROES.
       77  MES-SISTEMA   PIC 9(02) VALUE ZEROES.
       77  ANO-ULTIMA    PIC 9(04) VALUE ZEROES.
       77  MES-ULTIMA    PIC 9(02) VALUE ZEROES.
       77  MESES-ULTIMA  PIC S9(05) VALUE ZEROES.
       77  QTD-ATIV      PIC 9(04) VALUE ZEROES.
       77  ATIV-DEMAIS   PIC 9(07) VALUE ZEROES.
       77  QTD-RESUMO    PIC 9(03) VALUE ZEROES.
       77  RESUMO-DEMAIS PIC 9(05) VALUE ZEROES.
       77  IDX-R         PIC 9(03) VALUE ZEROES.
       77  IDX-S         PIC 9(01) VALUE ZEROES.
       77  CPF-ATIV      PIC 9(11) VALUE ZEROES.
       77  DATA-ATIV     PIC 9(08) VALUE ZEROES.
       77  ACHOU-ATIV    PIC X(01) VALUE "N".
       77  ULTIMA-CLI    PIC 9(08) VALUE ZEROES.
       77  FREQ-CLI      PIC 9(03) VALUE ZEROES.
       77  VALOR-CLI     PIC 9(09)V9(02) VALUE ZEROES.
       77  FILIAL-CLI    PIC X(10) VALUE SPACES.
       77  NOTA-R        PIC 9(01) VALUE ZEROES.
       77  NOTA-F        PIC 9(01) VALUE ZEROES.
       77  NOTA-M        PIC 9(01) VALUE ZEROES.
       77  SEGMENTO-CLI  PIC X(01) VALUE SPACES.
       77  TOTAL-LINHA   PIC 9(07) VALUE ZEROES.
       77  CT-LIDOS      PIC 9(07) VALUE ZEROES.
       77  CT-GRAVADOS   PIC 9(07) VALUE ZEROES.

      *ATIVIDADE POR CPF (VISHIST + RESERVAS), MONTADA ANTES DA
      *LEITURA DO CADCLI. DATA-FIL-TAB E A DATA DA VISITA QUE DEU A
      *FILIAL, PARA FICAR A DA VISITA MAIS RECENTE.
       01  TAB-ATIVIDADE.
           02 ATIV-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-ATIV
                 INDEXED BY IDX-ATV.
              03 CPF-ATV-TAB     PIC 9(11).
              03 ULTIMA-ATV-TAB  PIC 9(08).
              03 FREQ-ATV-TAB    PIC 9(03).
              03 VALOR-ATV-TAB   PIC 9(09)V9(02).
              03 FILIAL-ATV-TAB  PIC X(10).
              03 DATA-FIL-TAB    PIC 9(08).

      *RESUMO POR UF E FILIAL: CLIENTES POR SEGMENTO NA ORDEM
      *C, F, N, R, A, P (TAB-SEGMENTOS).
       01  TAB-RESUMO.
           02 RESUMO-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-RESUMO
                 INDEXED BY IDX-RES.
              03 UF-RES-TAB      PIC X(02).
              03 FILIAL-RES-TAB  PIC X(10).
              03 QTD-SEG-TAB     PIC 9(05) OCCURS 6 TIMES.

       01  TOTAIS-SEGMENTO.
           02 TOT-SEG        PIC 9(07) OCCURS 6 TIMES.

       01  TAB-SEGMENTOS-DEF.
           02 FILLER         PIC X(06) VALUE "CFNRAP".
       01  TAB-SEGMENTOS REDEFINES TAB-SEGMENTOS-DEF.
           02 COD-SEG-TAB    PIC X(01) OCCURS 6 TIMES.

       01 CAB-RFM1.
           02 FILLER    PIC X(32) VALUE
              "SEGMENTACAO RFM DOS CLIENTES EM ".
           02 DATA-CAB  PIC 9999/99/99.
           02 FILLER    PIC X(38) VALUE SPACES.

       01 CAB-RFM2.
           02 FILLER    PIC X(40) VALUE
              "UF FILIAL     CAMPEAO    FIEL    NOVO   ".
           02 FILLER    PIC X(40) VALUE
              "RISCO   ADORM PERDIDO   TOTAL           ".

       01 DETALHE-REL.
           02 UF-REL       PIC X(02).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 FILIAL-REL   PIC X(10).
           02 CONTA-REL    OCCURS 7 TIMES.
              03 FILLER    PIC X(02).
              03 QTD-REL   PIC ZZZZZ9.
           02 FILLER       PIC X(11) VALUE SPACES.

       01 TOTAL-CLI.
           02 FILLER    PIC X(29) VALUE "Clientes segmentados.......: ".
           02 QTD-CLI   PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM CARREGA-VISITAS.
           PERFORM CARREGA-RESERVAS.
           PERFORM ABORTA-TABELA-CHEIA.
           PERFORM ABRE-ARQUIVOS.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-SISTEMA.
           MOVE DATA-SISTEMA(1:4) TO ANO-SISTEMA.
           MOVE DATA-SISTEMA(5:2) TO MES-SISTEMA.
           COMPUTE DATA-LIMITE = DATA-SISTEMA - 20000.
           PERFORM GRAVA-JOBLOG-INICIO.
           MOVE ZEROES TO TOT-SEG(1) TOT-SEG(2) TOT-SEG(3)
                          TOT-SEG(4) TOT-SEG(5) TOT-SEG(6).

      *VISITAS DO HISTORICO: ULTIMA DATA, FREQUENCIA DOS ULTIMOS
      *24 MESES E FILIAL DA VISITA MAIS RECENTE.
       CARREGA-VISITAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT VISHIST.
           IF FS-VISHIST EQUAL "00"
              PERFORM LER-VISHIST UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE VISHIST
           END-IF.

       LER-VISHIST.
           READ VISHIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              MOVE CPF-HIS  TO CPF-ATIV
              MOVE DATA-HIS TO DATA-ATIV
              PERFORM LOCALIZA-ATIVIDADE
              IF ACHOU-ATIV EQUAL "S"
                 PERFORM ACUMULA-ATIVIDADE
                 IF DATA-HIS NOT LESS THAN DATA-FIL-TAB(IDX-ATV)
                    MOVE FILIAL-HIS TO FILIAL-ATV-TAB(IDX-ATV)
                    MOVE DATA-HIS   TO DATA-FIL-TAB(IDX-ATV)
                 END-IF
              END-IF
           END-IF.

      *RESERVAS: SO RESERVADA E VIAJADA CONTAM (CANCELADA NAO FOI
      *VENDA E EM ESPERA NAO OCUPA LUGAR NEM E RECEITA).
       CARREGA-RESERVAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS EQUAL "00"
              PERFORM LER-RESERVAS UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE RESERVAS
           END-IF.

       LER-RESERVAS.
           READ RESERVAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF RESERVADA OR VIAJADA
                 MOVE CPF-RES  TO CPF-ATIV
                 MOVE DATA-RES TO DATA-ATIV
                 PERFORM LOCALIZA-ATIVIDADE
                 IF ACHOU-ATIV EQUAL "S"
                    PERFORM ACUMULA-ATIVIDADE
                    ADD VALOR-RES TO VALOR-ATV-TAB(IDX-ATV)
                 END-IF
              END-IF
           END-IF.

      *ACHA (OU ABRE) A LINHA DO CPF-ATIV. TABELA CHEIA SO CONTA O
      *EXCESSO - A RODADA ABORTA DEPOIS DA CARGA.
       LOCALIZA-ATIVIDADE.
           MOVE "N" TO ACHOU-ATIV.
           SET IDX-ATV TO 1.
           SEARCH ATIV-ITEM
              AT END
                 PERFORM ABRE-ATIVIDADE
              WHEN CPF-ATV-TAB(IDX-ATV) EQUAL CPF-ATIV
                 MOVE "S" TO ACHOU-ATIV
           END-SEARCH.

       ABRE-ATIVIDADE.
           IF QTD-ATIV LESS THAN 5000
              ADD 1 TO QTD-ATIV
              SET IDX-ATV TO QTD-ATIV
              MOVE CPF-ATIV TO CPF-ATV-TAB(IDX-ATV)
              MOVE ZEROES   TO ULTIMA-ATV-TAB(IDX-ATV)
                               FREQ-ATV-TAB(IDX-ATV)
                               VALOR-ATV-TAB(IDX-ATV)
                               DATA-FIL-TAB(IDX-ATV)
              MOVE SPACES   TO FILIAL-ATV-TAB(IDX-ATV)
              MOVE "S" TO ACHOU-ATIV
           ELSE
              ADD 1 TO ATIV-DEMAIS
           END-IF.

       ACUMULA-ATIVIDADE.
           IF DATA-ATIV GREATER THAN ULTIMA-ATV-TAB(IDX-ATV)
              MOVE DATA-ATIV TO ULTIMA-ATV-TAB(IDX-ATV)
           END-IF.
           IF DATA-ATIV GREATER THAN DATA-LIMITE AND
              DATA-ATIV NOT GREATER THAN DATA-SISTEMA AND
              FREQ-ATV-TAB(IDX-ATV) LESS THAN 999
              ADD 1 TO FREQ-ATV-TAB(IDX-ATV)
           END-IF.

       ABORTA-TABELA-CHEIA.
           IF ATIV-DEMAIS GREATER THAN ZEROES
              DISPLAY "EX02RFM: " ATIV-DEMAIS " VISITA(S)/RESERVA(S) "
                      "DE CPF ALEM DA TABELA DE 5000 - OS SEGMENTOS "
                      "SAIRIAM ERRADOS. RODADA ABORTADA SEM GRAVAR O "
                      "SEGCLI."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       ABRE-ARQUIVOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADCLI.
           IF FS-CADCLI NOT EQUAL "00"
              DISPLAY "EX02RFM: CADCLI.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-CADCLI
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SEGCLI RELRFM.
           MOVE DATA-SISTEMA TO DATA-CAB.
           WRITE REG-REL FROM CAB-RFM1 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-RFM2 AFTER ADVANCING 2 LINE.
           PERFORM LEITURA.

       LEITURA.
           READ CADCLI AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

       PRINCIPAL.
           MOVE ZEROES TO ULTIMA-CLI FREQ-CLI VALOR-CLI.
           MOVE SPACES TO FILIAL-CLI.
           SET IDX-ATV TO 1.
           SEARCH ATIV-ITEM
              AT END CONTINUE
              WHEN CPF-ATV-TAB(IDX-ATV) EQUAL CPF-CLIENTE
                 MOVE ULTIMA-ATV-TAB(IDX-ATV) TO ULTIMA-CLI
                 MOVE FREQ-ATV-TAB(IDX-ATV)   TO FREQ-CLI
                 MOVE VALOR-ATV-TAB(IDX-ATV)  TO VALOR-CLI
                 MOVE FILIAL-ATV-TAB(IDX-ATV) TO FILIAL-CLI
           END-SEARCH.
           IF DATA-VIS-CLI NUMERIC
              IF DATA-VIS-CLI GREATER THAN ULTIMA-CLI
                 MOVE DATA-VIS-CLI TO ULTIMA-CLI
              END-IF
           END-IF.
           PERFORM CALCULA-NOTAS.
           PERFORM CLASSIFICA-SEGMENTO.
           PERFORM GRAVA-SEGCLI.
           PERFORM ACUMULA-RESUMO.
           PERFORM LEITURA.

       CALCULA-NOTAS.
           IF ULTIMA-CLI EQUAL ZEROES
              MOVE 1 TO NOTA-R
           ELSE
              MOVE ULTIMA-CLI(1:4) TO ANO-ULTIMA
              MOVE ULTIMA-CLI(5:2) TO MES-ULTIMA
              COMPUTE MESES-ULTIMA = ANO-SISTEMA * 12 + MES-SISTEMA
                                   - ANO-ULTIMA * 12 - MES-ULTIMA
              EVALUATE TRUE
                 WHEN MESES-ULTIMA NOT GREATER THAN 3
                    MOVE 5 TO NOTA-R
                 WHEN MESES-ULTIMA NOT GREATER THAN 6
                    MOVE 4 TO NOTA-R
                 WHEN MESES-ULTIMA NOT GREATER THAN 12
                    MOVE 3 TO NOTA-R
                 WHEN MESES-ULTIMA NOT GREATER THAN 24
                    MOVE 2 TO NOTA-R
                 WHEN OTHER
                    MOVE 1 TO NOTA-R
              END-EVALUATE
           END-IF.
           EVALUATE TRUE
              WHEN FREQ-CLI NOT LESS THAN 10
                 MOVE 5 TO NOTA-F
              WHEN FREQ-CLI NOT LESS THAN 6
                 MOVE 4 TO NOTA-F
              WHEN FREQ-CLI NOT LESS THAN 3
                 MOVE 3 TO NOTA-F
              WHEN FREQ-CLI NOT LESS THAN 1
                 MOVE 2 TO NOTA-F
              WHEN OTHER
                 MOVE 1 TO NOTA-F
           END-EVALUATE.
           EVALUATE TRUE
              WHEN VALOR-CLI NOT LESS THAN 20000
                 MOVE 5 TO NOTA-M
              WHEN VALOR-CLI NOT LESS THAN 10000
                 MOVE 4 TO NOTA-M
              WHEN VALOR-CLI NOT LESS THAN 5000
                 MOVE 3 TO NOTA-M
              WHEN VALOR-CLI GREATER THAN ZEROES
                 MOVE 2 TO NOTA-M
              WHEN OTHER
                 MOVE 1 TO NOTA-M
           END-EVALUATE.

       CLASSIFICA-SEGMENTO.
           EVALUATE TRUE
              WHEN NOTA-R EQUAL 1
                 MOVE "P" TO SEGMENTO-CLI
                 MOVE 6 TO IDX-S
              WHEN NOTA-R NOT LESS THAN 4 AND
                   NOTA-F NOT LESS THAN 4 AND
                   NOTA-M NOT LESS THAN 4
                 MOVE "C" TO SEGMENTO-CLI
                 MOVE 1 TO IDX-S
              WHEN NOTA-R NOT LESS THAN 3 AND
                   NOTA-F NOT LESS THAN 3
                 MOVE "F" TO SEGMENTO-CLI
                 MOVE 2 TO IDX-S
              WHEN NOTA-R NOT LESS THAN 4
                 MOVE "N" TO SEGMENTO-CLI
                 MOVE 3 TO IDX-S
              WHEN NOTA-F NOT LESS THAN 3 OR
                   NOTA-M NOT LESS THAN 3
                 MOVE "R" TO SEGMENTO-CLI
                 MOVE 4 TO IDX-S
              WHEN OTHER
                 MOVE "A" TO SEGMENTO-CLI
                 MOVE 5 TO IDX-S
           END-EVALUATE.

       GRAVA-SEGCLI.
           MOVE CPF-CLIENTE    TO CPF-SEG.
           MOVE SEGMENTO-CLI   TO SEGMENTO-SEG.
           MOVE NOTA-R         TO NOTA-R-SEG.
           MOVE NOTA-F         TO NOTA-F-SEG.
           MOVE NOTA-M         TO NOTA-M-SEG.
           MOVE ULTIMA-CLI     TO ULTIMA-SEG.
           MOVE FREQ-CLI       TO FREQUENCIA-SEG.
           MOVE VALOR-CLI      TO VALOR-SEG.
           MOVE ESTADO-CLIENTE TO UF-SEG.
           MOVE FILIAL-CLI     TO FILIAL-SEG.
           MOVE DATA-SISTEMA   TO DATA-SEG.
           WRITE REG-SEGCLI.
           ADD 1 TO CT-GRAVADOS.

       ACUMULA-RESUMO.
           ADD 1 TO TOT-SEG(IDX-S).
           SET IDX-RES TO 1.
           SEARCH RESUMO-ITEM
              AT END
                 PERFORM ABRE-RESUMO
              WHEN UF-RES-TAB(IDX-RES) EQUAL ESTADO-CLIENTE AND
                   FILIAL-RES-TAB(IDX-RES) EQUAL FILIAL-CLI
                 ADD 1 TO QTD-SEG-TAB(IDX-RES, IDX-S)
           END-SEARCH.

       ABRE-RESUMO.
           IF QTD-RESUMO LESS THAN 500
              ADD 1 TO QTD-RESUMO
              MOVE ESTADO-CLIENTE TO UF-RES-TAB(QTD-RESUMO)
              MOVE FILIAL-CLI     TO FILIAL-RES-TAB(QTD-RESUMO)
              MOVE ZEROES TO QTD-SEG-TAB(QTD-RESUMO, 1)
                             QTD-SEG-TAB(QTD-RESUMO, 2)
                             QTD-SEG-TAB(QTD-RESUMO, 3)
                             QTD-SEG-TAB(QTD-RESUMO, 4)
                             QTD-SEG-TAB(QTD-RESUMO, 5)
                             QTD-SEG-TAB(QTD-RESUMO, 6)
              ADD 1 TO QTD-SEG-TAB(QTD-RESUMO, IDX-S)
           ELSE
              ADD 1 TO RESUMO-DEMAIS
           END-IF.

       IMPRESSAO-FINAL.
           IF RESUMO-DEMAIS GREATER THAN ZEROES
              DISPLAY "EX02RFM: " RESUMO-DEMAIS " CLIENTE(S) DE PAR "
                      "UF/FILIAL ALEM DA TABELA DE 500 - RESUMO "
                      "INCOMPLETO. RODADA ABORTADA."
              CLOSE CADCLI SEGCLI RELRFM
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 1 TO IDX-R.
           PERFORM IMPRIME-RESUMO UNTIL IDX-R GREATER THAN QTD-RESUMO.
           MOVE "**"           TO UF-REL.
           MOVE "TOTAL"        TO FILIAL-REL.
           MOVE ZEROES TO TOTAL-LINHA.
           PERFORM MOVE-TOTAL-SEGMENTO
              VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S GREATER THAN 6.
           MOVE TOTAL-LINHA TO QTD-REL(7).
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 2 LINE.
           MOVE CT-GRAVADOS TO QTD-CLI.
           WRITE REG-REL FROM TOTAL-CLI AFTER ADVANCING 2 LINE.

       IMPRIME-RESUMO.
           MOVE UF-RES-TAB(IDX-R) TO UF-REL.
           IF FILIAL-RES-TAB(IDX-R) EQUAL SPACES
              MOVE "SEM VISITA" TO FILIAL-REL
           ELSE
              MOVE FILIAL-RES-TAB(IDX-R) TO FILIAL-REL
           END-IF.
           MOVE ZEROES TO TOTAL-LINHA.
           PERFORM MOVE-SEGMENTO
              VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S GREATER THAN 6.
           MOVE TOTAL-LINHA TO QTD-REL(7).
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE.
           ADD 1 TO IDX-R.

       MOVE-SEGMENTO.
           MOVE QTD-SEG-TAB(IDX-R, IDX-S) TO QTD-REL(IDX-S).
           ADD QTD-SEG-TAB(IDX-R, IDX-S) TO TOTAL-LINHA.

       MOVE-TOTAL-SEGMENTO.
           MOVE TOT-SEG(IDX-S) TO QTD-REL(IDX-S).
           ADD TOT-SEG(IDX-S) TO TOTAL-LINHA.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX02RFM " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           MOVE DATA-SISTEMA TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE ZEROES     TO JOBLOG-LIDOS JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       FIM.
           CLOSE CADCLI SEGCLI RELRFM.
           PERFORM GRAVA-JOBLOG-FIM.
           DISPLAY "EX02RFM: " CT-GRAVADOS " CLIENTE(S) SEGMENTADO(S) "
                   "- SEGCLI.DAT E RELATORIO RELRFM.txt.".

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX02RFM "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           MOVE DATA-SISTEMA TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-GRAVADOS  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
