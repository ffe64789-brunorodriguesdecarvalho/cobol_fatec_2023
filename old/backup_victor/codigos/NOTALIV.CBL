       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTALIV.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    LIVRO DE SAIDAS. PEDE PELO ACCEPT A COMPETENCIA
      *            (AAAAMM) E LISTA EM RELLIV TODAS AS NOTAS DO MES
      *            DO NOTAS.DAT: NUMERO, DATA, UF DE DESTINO, VALOR,
      *            BASE DE CALCULO, IMPOSTO E SITUACAO. A NOTA
      *            CANCELADA (SITNOTA "C", DO NOTACAN) SAI NA LISTA
      *            COMO CANCELADA MAS NAO ENTRA EM TOTAL NENHUM.
      *            OS ITENS DAS NOTAS ATIVAS (ITEMNOTA.DAT) SAO
      *            SOMADOS POR IMPOSTO (ICMS/ISS) E ALIQUOTA: VALOR
      *            DOS ITENS, BASE E IMPOSTO DE CADA ALIQUOTA, DEPOIS
      *            O TOTAL DO ICMS E O TOTAL DO ISS DO MES. ITEM DE
      *            NOTA EMITIDA ANTES DO CALCULO DE IMPOSTO SAI NA
      *            LINHA "SEM CALCULO" - SO VALOR, SEM BASE NEM
      *            IMPOSTO - PARA O CONTADOR SABER O QUE FALTA.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NOTFISSL.

           COPY ITENOTSL.

            SELECT RELLIV ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY NOTFISFD.

       COPY ITENOTFD.

       FD  RELLIV
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELLIV.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CABPAG.
       COPY NOTFISWS.
       COPY ITENOTWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  FIM-ITN       PIC X(03) VALUE "NAO".
       77  LIMITE-LIN    PIC 9(02) VALUE 50.
       77  COMPETENCIA   PIC 9(06) VALUE ZEROES.
       77  MES-COMP      PIC 9(02) VALUE ZEROES.
       77  CT-NOTAS      PIC 9(07) VALUE ZEROES.
       77  TOTAL-GERAL   PIC 9(11)V9(02) VALUE ZEROES.
       77  CT-CANCELADAS PIC 9(05) VALUE ZEROES.
       77  TOT-CANCELADO PIC 9(11)V9(02) VALUE ZEROES.
       77  TOT-BASE-ICMS PIC 9(11)V9(02) VALUE ZEROES.
       77  TOT-IMP-ICMS  PIC 9(11)V9(02) VALUE ZEROES.
       77  TOT-BASE-ISS  PIC 9(11)V9(02) VALUE ZEROES.
       77  TOT-IMP-ISS   PIC 9(11)V9(02) VALUE ZEROES.
       77  TIPO-FAIXA    PIC X(01) VALUE SPACES.
       77  ALIQ-FAIXA    PIC 9(02)V9(02) VALUE ZEROES.
       77  QTD-FAIXAS    PIC 9(03) VALUE ZEROES.
       77  IDX-I         PIC 9(03) VALUE ZEROES.

      *UMA LINHA POR IMPOSTO + ALIQUOTA; TIPO EM BRANCO = ITEM SEM
      *CALCULO DE IMPOSTO.
       01  TAB-FAIXAS.
           02 FAIXA-ITEM OCCURS 100 TIMES
                 DEPENDING ON QTD-FAIXAS
                 INDEXED BY IDX-FXA.
              03 TIPO-FXA-TAB  PIC X(01).
              03 ALIQ-FXA-TAB  PIC 9(02)V9(02).
              03 QTD-FXA-TAB   PIC 9(07).
              03 VALOR-FXA-TAB PIC 9(11)V9(02).
              03 BASE-FXA-TAB  PIC 9(11)V9(02).
              03 IMP-FXA-TAB   PIC 9(11)V9(02).

       01  CAB-TITULO.
           02 FILLER  PIC X(26) VALUE SPACES.
           02 FILLER  PIC X(18) VALUE "LIVRO DE SAIDAS - ".
           02 MES-TIT PIC 99.
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-TIT PIC 9999.
           02 FILLER  PIC X(29) VALUE SPACES.

       01  CAB-NOTAS.
           02 FILLER PIC X(40) VALUE
              "NOTA   DATA       UF         VALOR   BAS".
           02 FILLER PIC X(40) VALUE
              "E CALC.        IMPOSTO SITUACAO         ".

       01  LINHA-NOTA.
           02 NUM-REL      PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DIA-REL      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-REL      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-REL      PIC 9999.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 UF-REL       PIC X(02).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 VALOR-REL    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 BASE-REL     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 IMP-REL      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 SIT-REL      PIC X(11).
           02 FILLER       PIC X(06) VALUE SPACES.

       01  SECAO-FAIXA.
           02 FILLER PIC X(32) VALUE "Resumo por imposto e aliquota:  ".
           02 FILLER PIC X(48) VALUE SPACES.

       01  CAB-FAIXA.
           02 FILLER PIC X(40) VALUE
              "IMPOSTO     ALIQ.    ITENS          VALO".
           02 FILLER PIC X(40) VALUE
              "R     BASE CALC.        IMPOSTO         ".

       01  LINHA-FAIXA.
           02 TIPO-FXA-REL PIC X(11).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 ALIQ-FXA-REL PIC Z9,99.
           02 FILLER       PIC X(02) VALUE "% ".
           02 QTD-FXA-REL  PIC ZZZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 VAL-FXA-REL  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 BASE-FXA-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 IMP-FXA-REL  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(09) VALUE SPACES.

       01  LINHA-TOT-IMP.
           02 FILLER       PIC X(22) VALUE SPACES.
           02 TIPO-TOT-REL PIC X(05).
           02 FILLER       PIC X(11) VALUE "BASE.....: ".
           02 BASE-TOT-REL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(08) VALUE " IMP.: ".
           02 IMP-TOT-REL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-GERAL.
           02 FILLER       PIC X(22) VALUE "Notas do mes          ".
           02 FILLER       PIC X(02) VALUE ": ".
           02 QTD-GER-REL  PIC ZZZZZZ9.
           02 FILLER       PIC X(09) VALUE " NOTA(S) ".
           02 FILLER       PIC X(03) VALUE "R$ ".
           02 TOT-GER-REL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(20) VALUE SPACES.

       01  LINHA-CANCEL.
           02 FILLER       PIC X(22) VALUE "Canceladas (fora)     ".
           02 FILLER       PIC X(02) VALUE ": ".
           02 QTD-CAN-REL  PIC ZZZZZZ9.
           02 FILLER       PIC X(09) VALUE " NOTA(S) ".
           02 FILLER       PIC X(03) VALUE "R$ ".
           02 TOT-CAN-REL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           DISPLAY "COMPETENCIA AAAAMM: ".
           ACCEPT COMPETENCIA.
           MOVE COMPETENCIA(5:2) TO MES-COMP.
           IF COMPETENCIA NOT NUMERIC OR MES-COMP LESS THAN 1 OR
              MES-COMP GREATER THAN 12
              DISPLAY "NOTALIV: COMPETENCIA INVALIDA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT NOTAS.
           IF FS-NOTAS NOT EQUAL "00"
              DISPLAY "NOTALIV: NOTAS.DAT AUSENTE."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT  ITEMNOTA
                OUTPUT RELLIV.
           IF FS-ITEMNOTA NOT EQUAL "00"
              DISPLAY "NOTALIV: ITEMNOTA.DAT AUSENTE - SEM RESUMO "
                      "POR ALIQUOTA."
              MOVE 4 TO RETURN-CODE
              MOVE "SIM" TO FIM-ITN
           END-IF.
           MOVE MES-COMP          TO MES-TIT.
           MOVE COMPETENCIA(1:4)  TO ANO-TIT.
           PERFORM CABECALHO.
           PERFORM LEITURA.
           PERFORM LEITURA-ITEM.

       LEITURA.
           READ NOTAS AT END MOVE "SIM" TO FIM-ARQ.

       LEITURA-ITEM.
           IF FIM-ITN NOT EQUAL "SIM"
              READ ITEMNOTA AT END MOVE "SIM" TO FIM-ITN
              END-READ
           END-IF.

      *OS ITENS ANDAM JUNTO COM O CABECALHO PELO NUMERO DA NOTA;
      *SO OS DE NOTA ATIVA DA COMPETENCIA ENTRAM NO RESUMO.
       PRINCIPAL.
           PERFORM LEITURA-ITEM UNTIL FIM-ITN EQUAL "SIM" OR
                   NUMNOTAITEM NOT LESS THAN NUMNOTA.
           IF DATANOTA(1:6) EQUAL COMPETENCIA
              PERFORM IMPRIME-NOTA
              IF NOTA-CANCELADA
                 ADD 1 TO CT-CANCELADAS
                 ADD TOTALNOTA TO TOT-CANCELADO
              ELSE
                 ADD 1 TO CT-NOTAS
                 ADD TOTALNOTA TO TOTAL-GERAL
                 PERFORM ACUMULA-ITEM UNTIL FIM-ITN EQUAL "SIM"
                         OR NUMNOTAITEM NOT EQUAL NUMNOTA
              END-IF
           END-IF.
           PERFORM LEITURA-ITEM UNTIL FIM-ITN EQUAL "SIM" OR
                   NUMNOTAITEM NOT EQUAL NUMNOTA.
           PERFORM LEITURA.

       IMPRIME-NOTA.
           IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
           MOVE NUMNOTA           TO NUM-REL.
           MOVE DATANOTA(7:2)     TO DIA-REL.
           MOVE DATANOTA(5:2)     TO MES-REL.
           MOVE DATANOTA(1:4)     TO ANO-REL.
           MOVE UFNOTA            TO UF-REL.
           MOVE TOTALNOTA         TO VALOR-REL.
           IF BASENOTA NUMERIC AND IMPNOTA NUMERIC
              MOVE BASENOTA TO BASE-REL
              MOVE IMPNOTA  TO IMP-REL
              MOVE "NORMAL"      TO SIT-REL
           ELSE
              MOVE ZEROES   TO BASE-REL IMP-REL
              MOVE "SEM CALCULO" TO SIT-REL
           END-IF.
           IF NOTA-CANCELADA
              MOVE "CANCELADA" TO SIT-REL.
           WRITE REG-REL FROM LINHA-NOTA AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       ACUMULA-ITEM.
           IF (ITEM-ICMS OR ITEM-ISS) AND BASEITEM NUMERIC AND
              ALIQITEM NUMERIC AND IMPITEM NUMERIC
              MOVE TIPOIMPITEM TO TIPO-FAIXA
              MOVE ALIQITEM    TO ALIQ-FAIXA
           ELSE
              MOVE SPACES      TO TIPO-FAIXA
              MOVE ZEROES      TO ALIQ-FAIXA
           END-IF.
           SET IDX-FXA TO 1.
           SEARCH FAIXA-ITEM
              AT END
                 IF QTD-FAIXAS LESS THAN 100
                    ADD 1 TO QTD-FAIXAS
                    SET IDX-FXA TO QTD-FAIXAS
                    MOVE TIPO-FAIXA TO TIPO-FXA-TAB(IDX-FXA)
                    MOVE ALIQ-FAIXA TO ALIQ-FXA-TAB(IDX-FXA)
                    MOVE ZEROES     TO QTD-FXA-TAB(IDX-FXA)
                                       VALOR-FXA-TAB(IDX-FXA)
                                       BASE-FXA-TAB(IDX-FXA)
                                       IMP-FXA-TAB(IDX-FXA)
                    PERFORM SOMA-FAIXA
                 END-IF
              WHEN TIPO-FXA-TAB(IDX-FXA) EQUAL TIPO-FAIXA AND
                   ALIQ-FXA-TAB(IDX-FXA) EQUAL ALIQ-FAIXA
                 PERFORM SOMA-FAIXA
           END-SEARCH.
           PERFORM LEITURA-ITEM.

       SOMA-FAIXA.
           ADD 1         TO QTD-FXA-TAB(IDX-FXA).
           ADD TOTALITEM TO VALOR-FXA-TAB(IDX-FXA).
           IF TIPO-FAIXA NOT EQUAL SPACES
              ADD BASEITEM TO BASE-FXA-TAB(IDX-FXA)
              ADD IMPITEM  TO IMP-FXA-TAB(IDX-FXA)
           END-IF.
           IF TIPO-FAIXA EQUAL "I"
              ADD BASEITEM TO TOT-BASE-ICMS
              ADD IMPITEM  TO TOT-IMP-ICMS
           END-IF.
           IF TIPO-FAIXA EQUAL "S"
              ADD BASEITEM TO TOT-BASE-ISS
              ADD IMPITEM  TO TOT-IMP-ISS
           END-IF.

       CABECALHO.
           ADD 1        TO CT-PAG.
           MOVE CT-PAG  TO VAR-PAG.
           MOVE SPACES  TO REG-REL.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-NOTAS AFTER ADVANCING 2 LINE.
           MOVE ZEROES  TO CT-LIN.

       IMPRESSAO-FINAL.
           IF CT-LIN GREATER THAN 30
              PERFORM CABECALHO.
           MOVE CT-NOTAS    TO QTD-GER-REL.
           MOVE TOTAL-GERAL TO TOT-GER-REL.
           WRITE REG-REL FROM LINHA-GERAL AFTER ADVANCING 2 LINE.
           MOVE CT-CANCELADAS TO QTD-CAN-REL.
           MOVE TOT-CANCELADO TO TOT-CAN-REL.
           WRITE REG-REL FROM LINHA-CANCEL AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM SECAO-FAIXA AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-FAIXA AFTER ADVANCING 1 LINE.
           MOVE 1 TO IDX-I.
           PERFORM IMPRIME-FAIXA UNTIL IDX-I GREATER THAN QTD-FAIXAS.
           MOVE "ICMS "       TO TIPO-TOT-REL.
           MOVE TOT-BASE-ICMS TO BASE-TOT-REL.
           MOVE TOT-IMP-ICMS  TO IMP-TOT-REL.
           WRITE REG-REL FROM LINHA-TOT-IMP AFTER ADVANCING 2 LINE.
           MOVE "ISS  "       TO TIPO-TOT-REL.
           MOVE TOT-BASE-ISS  TO BASE-TOT-REL.
           MOVE TOT-IMP-ISS   TO IMP-TOT-REL.
           WRITE REG-REL FROM LINHA-TOT-IMP AFTER ADVANCING 1 LINE.

       IMPRIME-FAIXA.
           IF TIPO-FXA-TAB(IDX-I) EQUAL "I"
              MOVE "ICMS"        TO TIPO-FXA-REL
           ELSE
              IF TIPO-FXA-TAB(IDX-I) EQUAL "S"
                 MOVE "ISS"         TO TIPO-FXA-REL
              ELSE
                 MOVE "SEM CALCULO" TO TIPO-FXA-REL
              END-IF
           END-IF.
           MOVE ALIQ-FXA-TAB(IDX-I)  TO ALIQ-FXA-REL.
           MOVE QTD-FXA-TAB(IDX-I)   TO QTD-FXA-REL.
           MOVE VALOR-FXA-TAB(IDX-I) TO VAL-FXA-REL.
           MOVE BASE-FXA-TAB(IDX-I)  TO BASE-FXA-REL.
           MOVE IMP-FXA-TAB(IDX-I)   TO IMP-FXA-REL.
           WRITE REG-REL FROM LINHA-FAIXA AFTER ADVANCING 1 LINE.
           ADD 1 TO IDX-I.

       FIM.
           CLOSE NOTAS ITEMNOTA RELLIV.
           DISPLAY "NOTALIV: " CT-NOTAS " NOTA(S) NA COMPETENCIA.".
