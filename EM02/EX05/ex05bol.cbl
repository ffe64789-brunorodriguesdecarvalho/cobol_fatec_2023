       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX05BOL.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RELATORIO MENSAL DE BOLSAS E DESCONTOS ESCOLARES.
      *            RECEBE PELO ACCEPT A COMPETENCIA AAAAMM (DEFAULT: A
      *            DA DATA DE PROCESSAMENTO, JA LANCADA PELO EX05BIL)
      *            E IMPRIME EM RELBOL:
      *            - O DESCONTO CONCEDIDO NA COMPETENCIA POR TIPO DE
      *              BOLSA (QUANTIDADE E VALOR, DO DESCALU - VER
      *              DSCALUFD) E O RESUMO BRUTO/DESCONTO/LIQUIDO DAS
      *              MENSALIDADES DA COMPETENCIA (MENSALU);
      *            - AS BOLSAS QUE VENCEM NA COMPETENCIA (BOLSA.DAT -
      *              VER BOLSAFD), QUE NAO VALEM MAIS NO PROXIMO
      *              LANCAMENTO: A SECRETARIA RENOVA (NOVA LINHA OU
      *              NOVA VIGENCIA) OU DEIXA O ALUNO VOLTAR A PAGAR A
      *              MENSALIDADE CHEIA. HAVENDO BOLSA A VENCER, A
      *              RODADA TERMINA COM RETURN-CODE 4.
      *            RODAR DEPOIS DO EX05BIL DO MES E ANTES DO
      *            LANCAMENTO SEGUINTE.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - MENSALIDADE CANCELADA NA
      *            TRANSFERENCIA DO ALUNO (SITUACAO C, GRAVADA PELO
      *            EX05TRF) FICA FORA DOS TOTAIS DA COMPETENCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARQALUSL.

           COPY MENALUSL.

           COPY BOLSASL.

           COPY DSCALUSL.

           SELECT RELBOL ASSIGN TO DISK.

           COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       COPY ARQALUFD.

       COPY MENALUFD.

       COPY BOLSAFD.

       COPY DSCALUFD.

       FD  RELBOL
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELBOL.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY ARQALUWS.
       COPY MENALUWS.
       COPY BOLSAWS.
       COPY DSCALUWS.
       77  FIM-ARQ        PIC X(03) VALUE "NAO".
       77  FIM-AUX        PIC X(03) VALUE "NAO".
       77  COMPETENCIA    PIC 9(06) VALUE ZEROES.
       77  COMPET-INF     PIC 9(06) VALUE ZEROES.
       77  QTD-NOMES      PIC 9(04) VALUE ZEROES.
       77  IDX-T          PIC 9(01) VALUE ZEROES.
       77  CT-LIDOS       PIC 9(07) VALUE ZEROES.
       77  CT-MENSALIDADES PIC 9(05) VALUE ZEROES.
       77  CT-VENCENDO    PIC 9(05) VALUE ZEROES.
       77  TOTAL-BRUTO    PIC 9(11)V9(02) VALUE ZEROES.
       77  TOTAL-DESCONTO PIC 9(11)V9(02) VALUE ZEROES.
       77  TOTAL-LIQUIDO  PIC 9(11)V9(02) VALUE ZEROES.
       77  TOTAL-TIPOS    PIC 9(11)V9(02) VALUE ZEROES.

       01  TAB-NOMES.
           02 NOME-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-NOMES
                 INDEXED BY IDX-NOM.
              03 MAT-NOME-TAB  PIC 9(07).
              03 NOME-NOME-TAB PIC X(30).

      *TIPOS DE BOLSA (VER BOLSAFD), NA ORDEM DO RELATORIO.
       01  TAB-TIPOS-VALORES.
           02 FILLER PIC X(23) VALUE "IBOLSA INTEGRAL".
           02 FILLER PIC X(23) VALUE "PBOLSA PARCIAL".
           02 FILLER PIC X(23) VALUE "RDESCONTO IRMAOS".
           02 FILLER PIC X(23) VALUE "TDESCONTO PONTUALIDADE".
       01  TAB-TIPOS REDEFINES TAB-TIPOS-VALORES.
           02 TIPO-ITEM OCCURS 4 TIMES.
              03 CODIGO-TIPO-TAB    PIC X(01).
              03 DESCRICAO-TIPO-TAB PIC X(22).

       01  TAB-ACUMULADOS.
           02 ACUMULADO-ITEM OCCURS 4 TIMES.
              03 QTD-TIPO-TAB   PIC 9(05).
              03 VALOR-TIPO-TAB PIC 9(11)V9(02).

       01 CAB-01.
           02 FILLER    PIC X(42) VALUE
              "BOLSAS E DESCONTOS ESCOLARES - COMPETENCIA".
           02 FILLER    PIC X(01) VALUE SPACES.
           02 MES-CAB   PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 ANO-CAB   PIC 9999.
           02 FILLER    PIC X(30) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(80) VALUE
              "  TIPO                        QTDE       DESCONTO (R$)".

       01 DETALHE-TIPO.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 CODIGO-DET    PIC X(01).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 DESCRICAO-DET PIC X(22).
           02 FILLER        PIC X(03) VALUE SPACES.
           02 QTD-DET       PIC ZZZZ9.
           02 FILLER        PIC X(04) VALUE SPACES.
           02 VALOR-DET     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(24) VALUE SPACES.

       01 TOTAL-TIP.
           02 FILLER    PIC X(29) VALUE "Total de descontos.........: ".
           02 VALOR-TIP PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(33) VALUE SPACES.

       01 TOTAL-MEN.
           02 FILLER    PIC X(29) VALUE "Mensalidades da competencia: ".
           02 QTD-MEN   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-BRU.
           02 FILLER    PIC X(29) VALUE "Valor bruto................: ".
           02 VALOR-BRU PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(33) VALUE SPACES.

       01 TOTAL-DES.
           02 FILLER    PIC X(29) VALUE "Descontos..................: ".
           02 VALOR-DES PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(33) VALUE SPACES.

       01 TOTAL-LIQ.
           02 FILLER    PIC X(29) VALUE "Valor liquido..............: ".
           02 VALOR-LIQ PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(33) VALUE SPACES.

       01 CAB-03.
           02 FILLER    PIC X(80) VALUE
              "BOLSAS QUE VENCEM NA COMPETENCIA (NAO VALEM NO PROXIMO LA
      -       "NCAMENTO)".

       01 CAB-04.
           02 FILLER    PIC X(80) VALUE
              "MATRIC. NOME                      TIPO  PERC/VALOR   APRO
      -       "VACAO".

       01 DETALHE-VENC.
           02 MAT-VENC      PIC 9(07).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 NOME-VENC     PIC X(25).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 TIPO-VENC     PIC X(01).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 VALOR-VENC    PIC ZZZ.ZZ9,99.
           02 FILLER        PIC X(01) VALUE SPACES.
           02 SINAL-VENC    PIC X(01).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 APROV-VENC    PIC X(20).
           02 FILLER        PIC X(09) VALUE SPACES.

       01 TOTAL-VEN.
           02 FILLER    PIC X(29) VALUE "Bolsas que vencem..........: ".
           02 QTD-VEN   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRIME-TIPOS.
           PERFORM IMPRIME-VENCIDAS.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           DISPLAY "COMPETENCIA AAAAMM (DEFAULT A DO PROCESSAMENTO): ".
           ACCEPT COMPET-INF.
           IF COMPET-INF EQUAL ZEROES
              MOVE DATA-PROCESSO(1:6) TO COMPETENCIA
           ELSE
              MOVE COMPET-INF TO COMPETENCIA
           END-IF.
           OPEN INPUT MENSALU.
           IF FS-MENSALU NOT EQUAL "00"
              DISPLAY "EX05BOL: MENSALU.DAT AUSENTE - RODAR O "
                      "LANCAMENTO (EX05BIL) ANTES DO RELATORIO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM GRAVA-JOBLOG-INICIO.
           INITIALIZE TAB-ACUMULADOS.
           PERFORM CARREGA-NOMES.
           PERFORM CARREGA-DESCONTOS.
           OPEN OUTPUT RELBOL.
           MOVE COMPETENCIA(5:2) TO MES-CAB.
           MOVE COMPETENCIA(1:4) TO ANO-CAB.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           PERFORM LEITURA.

       CARREGA-NOMES.
           OPEN INPUT ARQALU.
           IF FS-ARQALU EQUAL "00"
              PERFORM LER-ARQALU UNTIL FIM-AUX EQUAL "SIM"
              CLOSE ARQALU
           END-IF.

       LER-ARQALU.
           READ ARQALU AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM"
              IF QTD-NOMES LESS THAN 5000
                 ADD 1 TO QTD-NOMES
                 MOVE MATRICULA-ALU TO MAT-NOME-TAB(QTD-NOMES)
                 MOVE NOME-ALU      TO NOME-NOME-TAB(QTD-NOMES)
              END-IF
           END-IF.

      *DESCONTOS DA COMPETENCIA, ACUMULADOS POR TIPO.
       CARREGA-DESCONTOS.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT DESCALU.
           IF FS-DESCALU EQUAL "00"
              PERFORM LER-DESCALU UNTIL FIM-AUX EQUAL "SIM"
              CLOSE DESCALU
           END-IF.

       LER-DESCALU.
           READ DESCALU AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM" AND
              COMPETENCIA-DSC EQUAL COMPETENCIA
              PERFORM ACUMULA-TIPO
                 VARYING IDX-T FROM 1 BY 1 UNTIL IDX-T > 4
           END-IF.

       ACUMULA-TIPO.
           IF CODIGO-TIPO-TAB(IDX-T) EQUAL TIPO-DSC
              ADD 1         TO QTD-TIPO-TAB(IDX-T)
              ADD VALOR-DSC TO VALOR-TIPO-TAB(IDX-T)
              ADD VALOR-DSC TO TOTAL-TIPOS
           END-IF.

       LEITURA.
           READ MENSALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

      *RESUMO DA COMPETENCIA. MENSALIDADE LANCADA ANTES DAS BOLSAS
      *(BRUTO/DESCONTO EM BRANCO) CONTA O VALOR CHEIO, SEM DESCONTO.
       PRINCIPAL.
           IF COMPETENCIA-MAL EQUAL COMPETENCIA AND
              NOT MENSALU-CANCELADA
              ADD 1 TO CT-MENSALIDADES
              IF VALOR-BRUTO-MAL NOT NUMERIC OR
                 DESCONTO-MAL NOT NUMERIC
                 MOVE VALOR-MAL TO VALOR-BRUTO-MAL
                 MOVE ZEROES    TO DESCONTO-MAL
              END-IF
              ADD VALOR-BRUTO-MAL TO TOTAL-BRUTO
              ADD DESCONTO-MAL    TO TOTAL-DESCONTO
              ADD VALOR-MAL       TO TOTAL-LIQUIDO
           END-IF.
           PERFORM LEITURA.

       IMPRIME-TIPOS.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINE.
           PERFORM IMPRIME-TIPO
              VARYING IDX-T FROM 1 BY 1 UNTIL IDX-T > 4.
           MOVE TOTAL-TIPOS     TO VALOR-TIP.
           WRITE REG-REL FROM TOTAL-TIP AFTER ADVANCING 2 LINE.
           MOVE CT-MENSALIDADES TO QTD-MEN.
           WRITE REG-REL FROM TOTAL-MEN AFTER ADVANCING 2 LINE.
           MOVE TOTAL-BRUTO     TO VALOR-BRU.
           WRITE REG-REL FROM TOTAL-BRU AFTER ADVANCING 1 LINE.
           MOVE TOTAL-DESCONTO  TO VALOR-DES.
           WRITE REG-REL FROM TOTAL-DES AFTER ADVANCING 1 LINE.
           MOVE TOTAL-LIQUIDO   TO VALOR-LIQ.
           WRITE REG-REL FROM TOTAL-LIQ AFTER ADVANCING 1 LINE.

       IMPRIME-TIPO.
           MOVE CODIGO-TIPO-TAB(IDX-T)    TO CODIGO-DET.
           MOVE DESCRICAO-TIPO-TAB(IDX-T) TO DESCRICAO-DET.
           MOVE QTD-TIPO-TAB(IDX-T)       TO QTD-DET.
           MOVE VALOR-TIPO-TAB(IDX-T)     TO VALOR-DET.
           WRITE REG-REL FROM DETALHE-TIPO AFTER ADVANCING 1 LINE.

      *BOLSA VALIDA NA COMPETENCIA COM VIGENCIA TERMINANDO NELA.
       IMPRIME-VENCIDAS.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINE.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINE.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT BOLSA.
           IF FS-BOLSA EQUAL "00"
              PERFORM LER-BOLSA UNTIL FIM-AUX EQUAL "SIM"
              CLOSE BOLSA
           END-IF.
           MOVE CT-VENCENDO TO QTD-VEN.
           WRITE REG-REL FROM TOTAL-VEN AFTER ADVANCING 2 LINE.

       LER-BOLSA.
           READ BOLSA AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM"
              IF FIM-BOL NUMERIC AND INICIO-BOL NUMERIC
                 IF FIM-BOL EQUAL COMPETENCIA AND
                    INICIO-BOL NOT GREATER THAN COMPETENCIA
                    PERFORM IMPRIME-VENCENDO
                 END-IF
              END-IF
           END-IF.

       IMPRIME-VENCENDO.
           ADD 1 TO CT-VENCENDO.
           MOVE SPACES TO NOME-VENC.
           SET IDX-NOM TO 1.
           SEARCH NOME-ITEM
              AT END CONTINUE
              WHEN MAT-NOME-TAB(IDX-NOM) EQUAL MATRICULA-BOL
                 MOVE NOME-NOME-TAB(IDX-NOM) TO NOME-VENC
           END-SEARCH.
           MOVE MATRICULA-BOL TO MAT-VENC.
           MOVE TIPO-BOL      TO TIPO-VENC.
           IF BOLSA-PERCENTUAL
              MOVE PERCENTUAL-BOL TO VALOR-VENC
              MOVE "%"            TO SINAL-VENC
           ELSE
              MOVE VALOR-BOL      TO VALOR-VENC
              MOVE SPACE          TO SINAL-VENC
           END-IF.
           MOVE APROVACAO-BOL TO APROV-VENC.
           WRITE REG-REL FROM DETALHE-VENC AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE MENSALU RELBOL.
           PERFORM GRAVA-JOBLOG-FIM.
           IF CT-VENCENDO GREATER THAN ZEROES
              DISPLAY "EX05BOL: " CT-VENCENDO " BOLSA(S) VENCE(M) NA "
                      "COMPETENCIA - RENOVAR ANTES DO PROXIMO "
                      "LANCAMENTO (VER RELBOL.txt)."
              MOVE 4 TO RETURN-CODE
           END-IF.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX05BOL " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
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
           MOVE "EX05BOL "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-VENCENDO  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
