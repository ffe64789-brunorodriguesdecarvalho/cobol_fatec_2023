      *            CONTINUA SAINDO NA SEGUNDA VIA - O NUMERO E
      *            FISCAL E NAO SOME - MAS COM O CARIMBO
      *            "*** NOTA CANCELADA ***" NO TOPO DA PAGINA.
      *15/10/2026 BRC - NOTA COM VARIOS ITENS: O CABECALHO VEM DO
      *            NOTAS (VER NOTFISFD) E OS PRODUTOS DO ITEMNOTA (VER
      *            ITENOTFD), LIDOS EM PARALELO PELO NUMERO DA NOTA. A
      *            NOTA SAI COM OS DADOS DO PEDIDO/CLIENTE, UMA LINHA
      *            POR ITEM (PRODUTO, DESCRICAO, QTDE, UNITARIO, TOTAL)
      *            E O TOTAL; NOTA MAIOR QUE A PAGINA CONTINUA NA
      *            SEGUINTE COM O CABECALHO E A MARCA DE CONTINUACAO.
      *15/10/2026 BRC - IMPOSTO NA NOTA: A NOTA SAI COM A UF DE DESTINO,
      *            UMA LINHA DE IMPOSTO ABAIXO DE CADA ITEM (ICMS OU
      *            ISS, CLASSIFICACAO FISCAL, BASE, ALIQUOTA E VALOR) E
      *            A BASE DE CALCULO E O VALOR DO IMPOSTO DA NOTA DEPOIS
      *            DO TOTAL. NOTA EMITIDA ANTES DO CALCULO DE IMPOSTO
      *            SAI COMO ANTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NOTFISSL.

           COPY ITENOTSL.

            SELECT RELNOTA ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY NOTFISFD.

       COPY ITENOTFD.

       FD  RELNOTA
             LABEL RECORD IS OMITTED

       WORKING-STORAGE SECTION.
       COPY CABPAG.
       COPY NOTFISWS.
       COPY ITENOTWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  FIM-ITN       PIC X(03) VALUE "NAO".
       77  LIMITE-LIN    PIC 9(02) VALUE 50.
       77  NOTA-INI      PIC 9(06) VALUE ZEROES.
       77  NOTA-FIM      PIC 9(06) VALUE ZEROES.
       77  CT-IMPRESSAS  PIC 9(05) VALUE ZEROES.
           02 CPF-REL      PIC 9(11).
           02 FILLER       PIC X(43) VALUE SPACES.

       01  LINHA-UF.
           02 FILLER       PIC X(26) VALUE "UF DE DESTINO.........: ".
           02 UF-REL       PIC X(02).
           02 FILLER       PIC X(52) VALUE SPACES.

       01  LINHA-CONTINUA.
           02 FILLER       PIC X(26) VALUE "NOTA NUMERO...........: ".
           02 NOTA-CONT    PIC 9(06).
           02 FILLER       PIC X(18) VALUE "  (CONTINUACAO)".
           02 FILLER       PIC X(30) VALUE SPACES.

       01  CAB-ITENS.
           02 FILLER       PIC X(05) VALUE "LIN".
           02 FILLER       PIC X(07) VALUE "COD.".
           02 FILLER       PIC X(22) VALUE "DESCRICAO".
           02 FILLER       PIC X(08) VALUE "  QTDE".
           02 FILLER       PIC X(15) VALUE "  VALOR UNIT.".
           02 FILLER       PIC X(23) VALUE "     VALOR TOTAL".

       01  LINHA-ITEM.
           02 LIN-REL      PIC ZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 COD-PRD-REL  PIC 9(05).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DESC-REL     PIC X(20).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 QTD-REL      PIC ZZZZ9.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 UNIT-REL     PIC Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 TOT-ITEM-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(10) VALUE SPACES.

       01  LINHA-IMP-ITEM.
           02 FILLER       PIC X(10) VALUE SPACES.
           02 TIPO-IMP-REL PIC X(05).
           02 FILLER       PIC X(03) VALUE "CL.".
           02 CLAS-REL     PIC X(02).
           02 FILLER       PIC X(06) VALUE " BASE ".
           02 BASE-IT-REL  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(06) VALUE " ALIQ ".
           02 ALIQ-REL     PIC Z9,99.
           02 FILLER       PIC X(02) VALUE "% ".
           02 FILLER       PIC X(08) VALUE "IMPOSTO ".
           02 IMP-IT-REL   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(06) VALUE SPACES.

       01  LINHA-TOTAL.
           02 FILLER       PIC X(26) VALUE "VALOR TOTAL DA NOTA.R$: ".
           02 TOTAL-REL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 ITENS-REL    PIC ZZ9.
           02 FILLER       PIC X(33) VALUE " ITEM(NS)".

       01  LINHA-BASE.
           02 FILLER       PIC X(26) VALUE "BASE DE CALCULO....R$: ".
           02 BASE-REL     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(40) VALUE SPACES.

       01  LINHA-IMPOSTO.
           02 FILLER       PIC X(26) VALUE "VALOR DO IMPOSTO...R$: ".
           02 IMPOSTO-REL  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(40) VALUE SPACES.

       01  RESUMO-LINHA.
           ACCEPT NOTA-FIM.
           IF NOTA-FIM EQUAL ZEROES
              MOVE 999999 TO NOTA-FIM.
           OPEN INPUT  NOTAS ITEMNOTA
                OUTPUT RELNOTA.
           IF FS-ITEMNOTA NOT EQUAL "00"
              DISPLAY "NOTAIMP: ITEMNOTA.DAT AUSENTE - NOTAS SAEM "
                      "SEM OS ITENS."
              MOVE "SIM" TO FIM-ITN
           END-IF.
           PERFORM LEITURA.
           PERFORM LEITURA-ITEM.

       LEITURA.
           READ NOTAS AT END MOVE "SIM" TO FIM-ARQ.

       LEITURA-ITEM.
           IF FIM-ITN NOT EQUAL "SIM"
              READ ITEMNOTA AT END MOVE "SIM" TO FIM-ITN
              END-READ
           END-IF.

      *ITEM COM NUMERO MENOR QUE O DA NOTA CORRENTE NAO TEM
      *CABECALHO E E DESPREZADO; OS ITENS DE NOTA FORA DA FAIXA SAO
      *SO LIDOS.
       PRINCIPAL.
           PERFORM LEITURA-ITEM UNTIL FIM-ITN EQUAL "SIM" OR
                   NUMNOTAITEM NOT LESS THAN NUMNOTA.
           IF NUMNOTA GREATER OR EQUAL NOTA-INI AND
              NUMNOTA LESS OR EQUAL NOTA-FIM
              PERFORM IMPRIME-NOTA
           ELSE
              PERFORM LEITURA-ITEM UNTIL FIM-ITN EQUAL "SIM" OR
                      NUMNOTAITEM NOT EQUAL NUMNOTA
           END-IF.
           PERFORM LEITURA.

      *CADA NOTA COMECA EM PAGINA NOVA COM O CABECALHO PADRAO, OS
      *DADOS DO PEDIDO EM LINHAS ROTULADAS E OS ITENS EM COLUNAS;
      *PASSANDO DE LIMITE-LIN LINHAS, OS ITENS CONTINUAM NA PAGINA
      *SEGUINTE. O TOTAL DA NOTA FECHA A ULTIMA PAGINA.
       IMPRIME-NOTA.
           PERFORM CABECALHO-NOTA.
           IF NOTA-CANCELADA
              WRITE REG-REL FROM LINHA-CANCELADA
                 AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.

           MOVE NUMNOTA     TO NOTA-REL.
           MOVE DATANOTA(5:2) TO MES-REL.
           MOVE DATANOTA(1:4) TO ANO-REL.
           MOVE CPFNOTA     TO CPF-REL.
           MOVE UFNOTA      TO UF-REL.

           WRITE REG-REL FROM LINHA-NOTA    AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM LINHA-PEDIDO  AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM LINHA-DATA    AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM LINHA-CLIENTE AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM LINHA-UF      AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-ITENS     AFTER ADVANCING 2 LINE.
           ADD 8 TO CT-LIN.
           PERFORM IMPRIME-ITEM UNTIL FIM-ITN EQUAL "SIM" OR
                   NUMNOTAITEM NOT EQUAL NUMNOTA.
           MOVE TOTALNOTA    TO TOTAL-REL.
           MOVE QTDITENSNOTA TO ITENS-REL.
           WRITE REG-REL FROM LINHA-TOTAL   AFTER ADVANCING 2 LINE.
           IF BASENOTA NUMERIC AND IMPNOTA NUMERIC
              MOVE BASENOTA TO BASE-REL
              MOVE IMPNOTA  TO IMPOSTO-REL
              WRITE REG-REL FROM LINHA-BASE    AFTER ADVANCING 1 LINE
              WRITE REG-REL FROM LINHA-IMPOSTO AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO CT-IMPRESSAS.

       CABECALHO-NOTA.
           ADD 1        TO CT-PAG.
           MOVE CT-PAG  TO VAR-PAG.
           MOVE SPACES  TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           MOVE 2 TO CT-LIN.

       IMPRIME-ITEM.
           IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO-NOTA
              MOVE NUMNOTA TO NOTA-CONT
              WRITE REG-REL FROM LINHA-CONTINUA AFTER ADVANCING 2 LINE
              WRITE REG-REL FROM CAB-ITENS     AFTER ADVANCING 2 LINE
              ADD 4 TO CT-LIN
           END-IF.
           MOVE LINITEM     TO LIN-REL.
           MOVE CODPRODITEM TO COD-PRD-REL.
           MOVE DESCITEM    TO DESC-REL.
           MOVE QTDITEM     TO QTD-REL.
           MOVE VALUNITITEM TO UNIT-REL.
           MOVE TOTALITEM   TO TOT-ITEM-REL.
           WRITE REG-REL FROM LINHA-ITEM AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           IF (ITEM-ICMS OR ITEM-ISS) AND BASEITEM NUMERIC AND
              ALIQITEM NUMERIC AND IMPITEM NUMERIC
              IF ITEM-ICMS
                 MOVE "ICMS" TO TIPO-IMP-REL
              ELSE
                 MOVE "ISS"  TO TIPO-IMP-REL
              END-IF
              MOVE CLASITEM TO CLAS-REL
              MOVE BASEITEM TO BASE-IT-REL
              MOVE ALIQITEM TO ALIQ-REL
              MOVE IMPITEM  TO IMP-IT-REL
              WRITE REG-REL FROM LINHA-IMP-ITEM AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.
           PERFORM LEITURA-ITEM.

       IMPRESSAO-FINAL.
           MOVE CT-IMPRESSAS TO QTD-RES.
           WRITE REG-REL FROM RESUMO-LINHA AFTER ADVANCING 3 LINE.

       FIM.
           CLOSE NOTAS ITEMNOTA RELNOTA.
           DISPLAY "NOTAIMP: " CT-IMPRESSAS " NOTA(S) IMPRESSA(S).".
