       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTACNV.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    CONVERSAO UNICA DE PEDIDOS E NOTAS PARA O FORMATO
      *            CABECALHO + ITENS. ATE AQUI CADA PEDIDO (PEDIDOX)
      *            E CADA NOTA (NOTAS) TINHA UM SO PRODUTO NO
      *            PROPRIO REGISTRO; AGORA O PRODUTO FICA EM
      *            REGISTRO DE ITEM (ITEMPEDX / ITEMNOTA). ESTA
      *            RODADA LE O PEDIDOX.DAT E O NOTAS.DAT NO FORMATO
      *            ANTIGO E GRAVA:
      *            - PEDIDOXC.DAT (CABECALHO DO PEDIDO, PEDIDXFD) E
      *              ITEMPEDX.DAT (LINHA 001 COM O PRODUTO);
      *            - NOTASC.DAT (CABECALHO DA NOTA, NOTFISFD, COM 1
      *              ITEM E O MESMO TOTAL) E ITEMNOTA.DAT (LINHA 001).
      *            O RELNCNV CONFERE LIDOS X GRAVADOS E O VALOR
      *            TOTAL DAS NOTAS ANTES E DEPOIS; COM DIFERENCA O
      *            RETURN-CODE SAI 16 E OS ARQUIVOS NOVOS NAO DEVEM
      *            SER USADOS. COM A CONFERENCIA OK O OPERADOR
      *            RENOMEIA PEDIDOXC.DAT PARA PEDIDOX.DAT E
      *            NOTASC.DAT PARA NOTAS.DAT. ARQUIVO JA CONVERTIDO
      *            (SO CABECALHO) ABORTA A RODADA SEM GRAVAR NADA.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - O ITEM DA NOTA GANHOU OS CAMPOS DE IMPOSTO
      *            (ITENOTFD): O ITEM CONVERTIDO SAI COM ELES EM BRANCO,
      *            COMO NOTA EMITIDA ANTES DO CALCULO DE IMPOSTO. A
      *            CONFERENCIA DE ARQUIVO JA CONVERTIDO PASSOU A OLHAR
      *            SO DEPOIS DA UF DO PEDIDO E DOS TOTAIS DE IMPOSTO DA
      *            NOTA, QUE OCUPAM O INICIO DO RESTO ANTIGO.
      *15/10/2026 BRC - PEDIDO E NOTA GANHARAM A MATRICULA DO VENDEDOR
      *            (VENDPEDX/VENDNOTA): A CONFERENCIA DE ARQUIVO JA
      *            CONVERTIDO PULA TAMBEM ESSE CAMPO. O CABECALHO
      *            CONVERTIDO SAI SEM VENDEDOR (BRANCO), COMO VENDA SEM
      *            COMISSAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PEDIDOV ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-PEDIDOV.

            SELECT NOTASV ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-NOTASV.

            SELECT PEDIDOXC ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL.

            SELECT NOTASC ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL.

           COPY ITEPEDSL.

           COPY ITENOTSL.

            SELECT RELNCNV ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD  PEDIDOV
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "PEDIDOX.DAT".
       01  REGPEDIDOV.
             05  NUMPEDV         PIC X(06).
             05  DATAPEDV        PIC 9(08).
             05  CPFPEDV         PIC 9(11).
             05  DESCPEDV        PIC X(20).
             05  QTDPEDV         PIC 9(05).
             05  VALUNITV        PIC 9(07)V9(02).
             05  CODPEDV         PIC 9(05).
             05  SITPEDV         PIC X(01).

       FD  NOTASV
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "NOTAS.DAT".
       01  REGNOTAV.
             05  NUMNOTAV        PIC 9(06).
             05  NUMPEDNOTAV     PIC X(06).
             05  DATANOTAV       PIC 9(08).
             05  CPFNOTAV        PIC 9(11).
             05  DESCNOTAV       PIC X(20).
             05  QTDNOTAV        PIC 9(05).
             05  VALUNITNOTAV    PIC 9(07)V9(02).
             05  TOTALNOTAV      PIC 9(09)V9(02).
             05  SITNOTAV        PIC X(01).
             05  CODPRODNOTAV    PIC 9(05).

       FD  PEDIDOXC
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "PEDIDOXC.DAT".
       01  REGPEDIDOXC.
             05  NUMPEDXC        PIC X(06).
             05  DATAPEDXC       PIC 9(08).
             05  CPFPEDXC        PIC 9(11).
             05  SITPEDXC        PIC X(01).

       FD  NOTASC
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "NOTASC.DAT".
       01  REGNOTAC.
             05  NUMNOTAC        PIC 9(06).
             05  NUMPEDNOTAC     PIC X(06).
             05  DATANOTAC       PIC 9(08).
             05  CPFNOTAC        PIC 9(11).
             05  QTDITENSNOTAC   PIC 9(03).
             05  TOTALNOTAC      PIC 9(09)V9(02).
             05  SITNOTAC        PIC X(01).

       COPY ITEPEDFD.

       COPY ITENOTFD.

       FD  RELNCNV
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELNCNV.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY ITEPEDWS.
       COPY ITENOTWS.
       77  FS-PEDIDOV    PIC X(02) VALUE "00".
       77  FS-NOTASV     PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  TEM-PEDIDOS   PIC X(03) VALUE "NAO".
       77  TEM-NOTAS     PIC X(03) VALUE "NAO".
       77  CT-PED-LIDOS  PIC 9(07) VALUE ZEROES.
       77  CT-PED-GRAV   PIC 9(07) VALUE ZEROES.
       77  CT-ITP-GRAV   PIC 9(07) VALUE ZEROES.
       77  CT-NOT-LIDAS  PIC 9(07) VALUE ZEROES.
       77  CT-NOT-GRAV   PIC 9(07) VALUE ZEROES.
       77  CT-ITN-GRAV   PIC 9(07) VALUE ZEROES.
       77  TOT-NOT-LIDO  PIC 9(11)V9(02) VALUE ZEROES.
       77  TOT-NOT-GRAV  PIC 9(11)V9(02) VALUE ZEROES.
       77  TOT-ITN-GRAV  PIC 9(11)V9(02) VALUE ZEROES.
       77  DIFERENCA     PIC X(03) VALUE "NAO".

       01  CAB-TITULO.
           02 FILLER  PIC X(46) VALUE
              "CONVERSAO DE PEDIDOS E NOTAS PARA CABECALHO + ".
           02 FILLER  PIC X(34) VALUE "ITENS".

       01  LINHA-CONT.
           02 ROTULO-REL   PIC X(40).
           02 QTD-REL      PIC ZZZ.ZZ9.
           02 FILLER       PIC X(33) VALUE SPACES.

       01  LINHA-VALOR.
           02 ROTULO-VAL   PIC X(40).
           02 FILLER       PIC X(03) VALUE "R$ ".
           02 VAL-REL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(20) VALUE SPACES.

       01  LINHA-RESULT.
           02 RESULT-REL   PIC X(80).

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           IF TEM-PEDIDOS EQUAL "SIM"
              PERFORM CONVERTE-PEDIDO UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE PEDIDOV PEDIDOXC ITEMPEDX
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           IF TEM-NOTAS EQUAL "SIM"
              PERFORM LEITURA-NOTA
              PERFORM CONVERTE-NOTA UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE NOTASV NOTASC ITEMNOTA
           END-IF.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

      *ARQUIVO AUSENTE E SO PULADO (PODE NAO HAVER PEDIDO OU NOTA
      *AINDA); ARQUIVO QUE JA VEM SO COM O CABECALHO - O RESTO DO
      *REGISTRO ANTIGO EM BRANCO - JA FOI CONVERTIDO E ABORTA TUDO
      *ANTES DE QUALQUER GRAVACAO.
       INICIO.
           OPEN INPUT PEDIDOV.
           IF FS-PEDIDOV EQUAL "00"
              MOVE "SIM" TO TEM-PEDIDOS
              PERFORM LEITURA-PEDIDO
              IF FIM-ARQ NOT EQUAL "SIM" AND
                 REGPEDIDOV(35:31) EQUAL SPACES
                 DISPLAY "NOTACNV: PEDIDOX.DAT JA ESTA NO FORMATO "
                         "NOVO - NADA FOI GRAVADO."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              DISPLAY "NOTACNV: PEDIDOX.DAT AUSENTE - SO AS NOTAS."
           END-IF.
           OPEN INPUT NOTASV.
           IF FS-NOTASV EQUAL "00"
              MOVE "SIM" TO TEM-NOTAS
              READ NOTASV
                 AT END CONTINUE
                 NOT AT END
                    IF REGNOTAV(77:6) EQUAL SPACES
                       DISPLAY "NOTACNV: NOTAS.DAT JA ESTA NO FORMATO "
                               "NOVO - NADA FOI GRAVADO."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE NOTASV
              OPEN INPUT NOTASV
           ELSE
              DISPLAY "NOTACNV: NOTAS.DAT AUSENTE - SO OS PEDIDOS."
           END-IF.
           IF TEM-PEDIDOS EQUAL "SIM"
              OPEN OUTPUT PEDIDOXC ITEMPEDX
           END-IF.
           IF TEM-NOTAS EQUAL "SIM"
              OPEN OUTPUT NOTASC ITEMNOTA
           END-IF.
           OPEN OUTPUT RELNCNV.

       LEITURA-PEDIDO.
           READ PEDIDOV AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-PED-LIDOS
           END-IF.

       LEITURA-NOTA.
           READ NOTASV AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-NOT-LIDAS
              ADD TOTALNOTAV TO TOT-NOT-LIDO
           END-IF.

      *O PEDIDO ANTIGO VIRA CABECALHO COM A MESMA SITUACAO E UM
      *ITEM (LINHA 001) COM PRODUTO, QUANTIDADE E VALOR INFORMADO.
       CONVERTE-PEDIDO.
           MOVE NUMPEDV     TO NUMPEDXC.
           MOVE DATAPEDV    TO DATAPEDXC.
           MOVE CPFPEDV     TO CPFPEDXC.
           MOVE SITPEDV     TO SITPEDXC.
           WRITE REGPEDIDOXC.
           ADD 1 TO CT-PED-GRAV.
           MOVE NUMPEDV     TO NUMPEDITX.
           MOVE 1           TO LINPEDITX.
           MOVE CODPEDV     TO CODPEDITX.
           MOVE QTDPEDV     TO QTDPEDITX.
           MOVE VALUNITV    TO VALUNITITX.
           IF CODPEDV NOT NUMERIC
              MOVE ZEROES TO CODPEDITX
           END-IF.
           WRITE REGITEMPEDX.
           ADD 1 TO CT-ITP-GRAV.
           PERFORM LEITURA-PEDIDO.

      *A NOTA ANTIGA VIRA CABECALHO DE 1 ITEM COM O MESMO TOTAL E
      *SITUACAO, E O ITEM LEVA O PRODUTO, A DESCRICAO, A QUANTIDADE,
      *O UNITARIO E O TOTAL QUE JA ESTAVAM NA NOTA.
       CONVERTE-NOTA.
           MOVE NUMNOTAV     TO NUMNOTAC.
           MOVE NUMPEDNOTAV  TO NUMPEDNOTAC.
           MOVE DATANOTAV    TO DATANOTAC.
           MOVE CPFNOTAV     TO CPFNOTAC.
           MOVE 1            TO QTDITENSNOTAC.
           MOVE TOTALNOTAV   TO TOTALNOTAC.
           MOVE SITNOTAV     TO SITNOTAC.
           WRITE REGNOTAC.
           ADD 1 TO CT-NOT-GRAV.
           ADD TOTALNOTAC TO TOT-NOT-GRAV.
           MOVE SPACES       TO REGITEMNOTA.
           MOVE NUMNOTAV     TO NUMNOTAITEM.
           MOVE 1            TO LINITEM.
           MOVE CODPRODNOTAV TO CODPRODITEM.
           IF CODPRODNOTAV NOT NUMERIC
              MOVE ZEROES TO CODPRODITEM
           END-IF.
           MOVE DESCNOTAV    TO DESCITEM.
           MOVE QTDNOTAV     TO QTDITEM.
           MOVE VALUNITNOTAV TO VALUNITITEM.
           MOVE TOTALNOTAV   TO TOTALITEM.
           WRITE REGITEMNOTA.
           ADD 1 TO CT-ITN-GRAV.
           ADD TOTALITEM TO TOT-ITN-GRAV.
           PERFORM LEITURA-NOTA.

       IMPRESSAO-FINAL.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           MOVE "PEDIDOS LIDOS (PEDIDOX.DAT)............:"
                TO ROTULO-REL.
           MOVE CT-PED-LIDOS TO QTD-REL.
           WRITE REG-REL FROM LINHA-CONT AFTER ADVANCING 2 LINE.
           MOVE "CABECALHOS GRAVADOS (PEDIDOXC.DAT).....:"
                TO ROTULO-REL.
           MOVE CT-PED-GRAV TO QTD-REL.
           WRITE REG-REL FROM LINHA-CONT AFTER ADVANCING 1 LINE.
           MOVE "ITENS GRAVADOS (ITEMPEDX.DAT)..........:"
                TO ROTULO-REL.
           MOVE CT-ITP-GRAV TO QTD-REL.
           WRITE REG-REL FROM LINHA-CONT AFTER ADVANCING 1 LINE.
           MOVE "NOTAS LIDAS (NOTAS.DAT)................:"
                TO ROTULO-REL.
           MOVE CT-NOT-LIDAS TO QTD-REL.
           WRITE REG-REL FROM LINHA-CONT AFTER ADVANCING 2 LINE.
           MOVE "CABECALHOS GRAVADOS (NOTASC.DAT).......:"
                TO ROTULO-REL.
           MOVE CT-NOT-GRAV TO QTD-REL.
           WRITE REG-REL FROM LINHA-CONT AFTER ADVANCING 1 LINE.
           MOVE "ITENS GRAVADOS (ITEMNOTA.DAT)..........:"
                TO ROTULO-REL.
           MOVE CT-ITN-GRAV TO QTD-REL.
           WRITE REG-REL FROM LINHA-CONT AFTER ADVANCING 1 LINE.
           MOVE "VALOR DAS NOTAS LIDAS..................:"
                TO ROTULO-VAL.
           MOVE TOT-NOT-LIDO TO VAL-REL.
           WRITE REG-REL FROM LINHA-VALOR AFTER ADVANCING 2 LINE.
           MOVE "VALOR DOS CABECALHOS GRAVADOS..........:"
                TO ROTULO-VAL.
           MOVE TOT-NOT-GRAV TO VAL-REL.
           WRITE REG-REL FROM LINHA-VALOR AFTER ADVANCING 1 LINE.
           MOVE "VALOR DOS ITENS GRAVADOS...............:"
                TO ROTULO-VAL.
           MOVE TOT-ITN-GRAV TO VAL-REL.
           WRITE REG-REL FROM LINHA-VALOR AFTER ADVANCING 1 LINE.
           IF CT-PED-LIDOS NOT EQUAL CT-PED-GRAV OR
              CT-PED-LIDOS NOT EQUAL CT-ITP-GRAV OR
              CT-NOT-LIDAS NOT EQUAL CT-NOT-GRAV OR
              CT-NOT-LIDAS NOT EQUAL CT-ITN-GRAV OR
              TOT-NOT-LIDO NOT EQUAL TOT-NOT-GRAV OR
              TOT-NOT-LIDO NOT EQUAL TOT-ITN-GRAV
              MOVE "SIM" TO DIFERENCA
              MOVE "*** DIFERENCA NA CONVERSAO - NAO RENOMEAR ***"
                   TO RESULT-REL
           ELSE
              MOVE "CONVERSAO CONFERIDA - RENOMEAR OS ARQUIVOS NOVOS."
                   TO RESULT-REL
           END-IF.
           WRITE REG-REL FROM LINHA-RESULT AFTER ADVANCING 2 LINE.

       FIM.
           CLOSE RELNCNV.
           IF DIFERENCA EQUAL "SIM"
              MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY "NOTACNV: " CT-PED-LIDOS " PEDIDO(S) E "
                   CT-NOT-LIDAS " NOTA(S) CONVERTIDO(S).".
