       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAVEN.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    BASE DE COMISSAO DOS VENDEDORES A PARTIR DAS NOTAS
      *            FISCAIS. O MOVIMENTO DE VENDAS DO MES (REGVEND.DAT,
      *            LIDO PELO EX05B) ERA DIGITADO A MAO E JA PAGOU
      *            COMISSAO DE VENDA CANCELADA E DEVOLVIDA. AGORA O
      *            PEDIDO TRAZ A MATRICULA DO VENDEDOR (VENDPEDX,
      *            CONFERIDA NO SORT1) E A NOTA A CARREGA (VENDNOTA).
      *            ESTA RODADA LE A COMPETENCIA (AAAAMM PELO ACCEPT;
      *            ZEROS = A DA DATA DE PROCESSAMENTO, A MESMA DO
      *            EX05B) E O PREMIO POR VENDA (VCV, ZEROS = SEM
      *            PREMIO) E, POR VENDEDOR:
      *            - SOMA AS NOTAS ATIVAS COM DATA NA COMPETENCIA
      *              (NOTA CANCELADA - SITNOTA "C" - NAO ENTRA);
      *            - DEDUZ AS DEVOLUCOES (DEVNOTA) COM DATA NA
      *              COMPETENCIA, PELO VENDEDOR DA NOTA DE ORIGEM,
      *              MESMO QUE A NOTA SEJA DE MES ANTERIOR;
      *            - GRAVA O REGVEND.DAT (SUBSTITUI O DIGITADO) COM A
      *              QUANTIDADE DE NOTAS E O VALOR LIQUIDO (VTV).
      *            O RELCVD SAI COM O DETALHE POR VENDEDOR E A
      *            CONCILIACAO COM AS VENDAS LIQUIDAS DO NOTASUM NO
      *            MESMO PERIODO (DIA 01 AO FIM DA COMPETENCIA): O
      *            LIQUIDO COM VENDEDOR, O SEM VENDEDOR E A DEVOLUCAO
      *            DE NOTA NAO LOCALIZADA TEM DE FECHAR COM ELE.
      *            VENDEDOR COM MAIS DEVOLUCAO QUE VENDA SAI COM VTV
      *            ZERO. DIFERENCA NA CONCILIACAO, VENDEDOR FORA DO
      *            CADVEND OU DESLIGADO E VTV ZERADO DAO RETURN-CODE
      *            4; SEM NOTAS OU SEM CADVEND, 16; NENHUMA VENDA
      *            COM VENDEDOR, 12 (O REGVEND SAI VAZIO, PARA O
      *            EX05B NAO PAGAR O MOVIMENTO DO MES ANTERIOR).
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

           COPY DEVNOTSL.

           COPY CADVENSL.

           COPY DATPRCSL.

            SELECT REGVEND ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RELCVD ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY NOTFISFD.

       COPY DEVNOTFD.

       COPY CADVENFD.

       COPY DATPRCFD.

      *MESMO LAYOUT DO MOVIMENTO DE VENDAS LIDO PELO EX05B.
       FD  REGVEND
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "REGVEND.DAT".
       01  REG-MOV.
             05  MATRICULA-MOV   PIC 9(06).
             05  QTD-MOV         PIC 9(03).
             05  VTV-MOV         PIC 9(07)V9(02).
             05  VCV-MOV         PIC 9(06)V9(02).

       FD  RELCVD
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELCVD.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY NOTFISWS.
       COPY DEVNOTWS.
       COPY CADVENWS.
       COPY DATPRCWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  FIM-DEV       PIC X(03) VALUE "NAO".
       77  FIM-CVD       PIC X(03) VALUE "NAO".
       77  COMPETENCIA   PIC 9(06) VALUE ZEROES.
       77  VCV-PADRAO    PIC 9(06)V9(02) VALUE ZEROES.
       77  DATA-INI      PIC 9(08) VALUE ZEROES.
       77  DATA-FIM      PIC 9(08) VALUE ZEROES.
       77  QTD-CVD       PIC 9(03) VALUE ZEROES.
       77  QTD-COM       PIC 9(03) VALUE ZEROES.
       77  QTD-DEVS      PIC 9(04) VALUE ZEROES.
       77  IDX-I         PIC 9(04) VALUE ZEROES.
       77  CVD-DEMAIS    PIC X(01) VALUE "N".
       77  COM-DEMAIS    PIC X(01) VALUE "N".
       77  DEV-DEMAIS    PIC X(01) VALUE "N".
       77  MOV-DEMAIS    PIC X(01) VALUE "N".
       77  MAT-PROCURA   PIC 9(06) VALUE ZEROES.
       77  VEND-LIDO     PIC 9(06) VALUE ZEROES.
       77  CT-NOTAS      PIC 9(07) VALUE ZEROES.
       77  CT-CANCELADAS PIC 9(05) VALUE ZEROES.
       77  CT-GRAVADOS   PIC 9(03) VALUE ZEROES.
       77  CT-FORA       PIC 9(03) VALUE ZEROES.
       77  CT-ZERADOS    PIC 9(03) VALUE ZEROES.
       77  QTD-SEM-VEND  PIC 9(05) VALUE ZEROES.
       77  TOTAL-GERAL   PIC 9(11)V9(02) VALUE ZEROES.
       77  TOT-CANCELADO PIC 9(11)V9(02) VALUE ZEROES.
       77  TOT-DEVOLVIDO PIC 9(11)V9(02) VALUE ZEROES.
       77  TOTAL-LIQUIDO PIC S9(11)V9(02) VALUE ZEROES.
       77  BRUTO-SEM-VEND PIC 9(11)V9(02) VALUE ZEROES.
       77  DEVOL-SEM-VEND PIC 9(11)V9(02) VALUE ZEROES.
       77  LIQ-SEM-VEND  PIC S9(11)V9(02) VALUE ZEROES.
       77  DEV-NAO-LOCAL PIC 9(11)V9(02) VALUE ZEROES.
       77  LIQ-COM-VEND  PIC S9(11)V9(02) VALUE ZEROES.
       77  BASE-COMISSAO PIC 9(11)V9(02) VALUE ZEROES.
       77  AJUSTE-ZERADO PIC S9(11)V9(02) VALUE ZEROES.
       77  DIFERENCA     PIC S9(11)V9(02) VALUE ZEROES.
       77  LIQ-VEND      PIC S9(11)V9(02) VALUE ZEROES.

      *CADASTRO DE VENDEDORES INTEIRO (ATIVOS E DESLIGADOS), PARA O
      *NOME E A SITUACAO DE QUEM APARECE NAS NOTAS.
       01  TAB-CADVEND.
           02 CVD-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-CVD
                 INDEXED BY IDX-CVD.
              03 MAT-CVD-TAB   PIC 9(06).
              03 NOME-CVD-TAB  PIC X(30).
              03 SIT-CVD-TAB   PIC X(01).

      *VENDAS E DEVOLUCOES DA COMPETENCIA POR VENDEDOR.
       01  TAB-COMISSAO.
           02 COM-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-COM
                 INDEXED BY IDX-COM.
              03 MAT-COM-TAB   PIC 9(06).
              03 QTD-COM-TAB   PIC 9(05).
              03 BRUTO-COM-TAB PIC 9(11)V9(02).
              03 DEVOL-COM-TAB PIC 9(11)V9(02).

      *DEVOLUCOES DA COMPETENCIA SOMADAS POR NOTA DE ORIGEM. A
      *SITUACAO VEM DA LEITURA DO NOTAS: "N" NOTA NAO LOCALIZADA,
      *"A" ATIVA (COM O VENDEDOR DA NOTA), "C" CANCELADA (FICA FORA
      *DA DEDUCAO, COMO NO NOTASUM).
       01  TAB-DEVOLUCOES.
           02 DEV-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-DEVS
                 INDEXED BY IDX-DEV.
              03 NOTA-DEV-TAB  PIC 9(06).
              03 VALOR-DEV-TAB PIC 9(11)V9(02).
              03 SIT-DEV-TAB   PIC X(01).
              03 VEND-DEV-TAB  PIC 9(06).

       01 CAB-TITULO.
           02 FILLER       PIC X(40) VALUE
              "BASE DE COMISSAO POR NOTA FISCAL  COMPET".
           02 FILLER       PIC X(03) VALUE ".: ".
           02 COMPET-CAB   PIC 9(06).
           02 FILLER       PIC X(31) VALUE SPACES.

       01 CAB-COLUNAS.
           02 FILLER       PIC X(07) VALUE "MATRIC.".
           02 FILLER       PIC X(21) VALUE " NOME".
           02 FILLER       PIC X(06) VALUE "NOTAS".
           02 FILLER       PIC X(14) VALUE "         BRUTO".
           02 FILLER       PIC X(14) VALUE "   DEVOLUCOES".
           02 FILLER       PIC X(15) VALUE "       LIQUIDO".
           02 FILLER       PIC X(03) VALUE SPACES.

       01 DETALHE-VEND.
           02 MAT-REL      PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-REL     PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 QTD-REL      PIC ZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 BRUTO-REL    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DEVOL-REL    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 LIQ-REL      PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MARCA-REL    PIC X(01).
           02 FILLER       PIC X(02) VALUE SPACES.

       01 CAB-CONCILIACAO.
           02 FILLER       PIC X(42) VALUE
              "CONCILIACAO COM O NOTASUM (MESMO PERIODO: ".
           02 INI-CAB      PIC 99/99/9999.
           02 FILLER       PIC X(03) VALUE " A ".
           02 FIM-CAB      PIC 99/99/9999.
           02 FILLER       PIC X(01) VALUE ")".
           02 FILLER       PIC X(14) VALUE SPACES.

       01 TOTAL-LINHA.
           02 ROTULO-TOT   PIC X(33).
           02 VALOR-TOT    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER       PIC X(29) VALUE SPACES.

       01 TOTAL-QTD.
           02 ROTULO-QTD   PIC X(33).
           02 QTD-TOT      PIC ZZZZZZ9.
           02 FILLER       PIC X(40) VALUE SPACES.

       01 NOTA-MARCAS.
           02 FILLER       PIC X(48) VALUE
              "* FORA DO CADVEND   D DESLIGADO   Z DEVOLUCAO MA".
           02 FILLER       PIC X(32) VALUE
              "IOR QUE A VENDA (VTV ZERADO)".

       01 DATA-DMA         PIC 9(08) VALUE ZEROES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM CARREGA-DEVOLUCOES.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM APLICA-DEVOLUCOES.
           PERFORM CONFERE-MOVIMENTO.
           PERFORM GRAVA-MOVIMENTO.
           PERFORM IMPRIME-CONCILIACAO.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           DISPLAY "COMPETENCIA AAAAMM (ZEROS = DA DATA DE PROC.): ".
           ACCEPT COMPETENCIA.
           IF COMPETENCIA EQUAL ZEROES
              MOVE DATA-PROCESSO(1:6) TO COMPETENCIA.
           DISPLAY "PREMIO POR VENDA - VCV (ZEROS = SEM PREMIO)...: ".
           ACCEPT VCV-PADRAO.
           MOVE COMPETENCIA TO DATA-INI(1:6) DATA-FIM(1:6).
           MOVE "01" TO DATA-INI(7:2).
           MOVE "31" TO DATA-FIM(7:2).
           OPEN INPUT NOTAS.
           IF FS-NOTAS NOT EQUAL "00"
              DISPLAY "NOTAVEN: NOTAS FISCAIS NOTAS.DAT AUSENTES - "
                      "RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-VENDEDORES.
           PERFORM LEITURA.

      *O NOME E A SITUACAO VEM DO CADASTRO PERMANENTE. SEM ELE NAO
      *HA COMO SABER SE A MATRICULA DA NOTA E DE VENDEDOR - A RODADA
      *ABORTA (O EX05B TAMBEM NAO RODA SEM O CADVEND).
       CARREGA-VENDEDORES.
           OPEN INPUT CADVEND.
           IF FS-CADVEND NOT EQUAL "00"
              DISPLAY "NOTAVEN: CADASTRO DE VENDEDORES CADVEND.DAT "
                      "AUSENTE - RODADA ABORTADA."
              CLOSE NOTAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-CADVEND UNTIL FIM-CVD EQUAL "SIM".
           CLOSE CADVEND.
           IF CVD-DEMAIS EQUAL "S"
              DISPLAY "NOTAVEN: MAIS DE 500 VENDEDORES NO CADVEND.DAT "
                      "- A TABELA NAO COMPORTA. RODADA ABORTADA."
              CLOSE NOTAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-CADVEND.
           READ CADVEND AT END MOVE "SIM" TO FIM-CVD.
           IF FIM-CVD NOT EQUAL "SIM"
              IF QTD-CVD LESS THAN 500
                 ADD 1 TO QTD-CVD
                 MOVE MATRICULA-CVD TO MAT-CVD-TAB(QTD-CVD)
                 MOVE NOME-CVD      TO NOME-CVD-TAB(QTD-CVD)
                 MOVE SITUACAO-CVD  TO SIT-CVD-TAB(QTD-CVD)
              ELSE
                 MOVE "S" TO CVD-DEMAIS
              END-IF
           END-IF.

      *DEVOLUCOES PELA DATA DA DEVOLUCAO, NO PERIODO DA COMPETENCIA,
      *SOMADAS POR NOTA DE ORIGEM. SEM O DEVNOTA.DAT NAO HOUVE
      *DEVOLUCAO.
       CARREGA-DEVOLUCOES.
           OPEN INPUT DEVNOTA.
           IF FS-DEVNOTA EQUAL "00"
              PERFORM LER-DEVNOTA UNTIL FIM-DEV EQUAL "SIM"
              CLOSE DEVNOTA
           END-IF.
           IF DEV-DEMAIS EQUAL "S"
              DISPLAY "NOTAVEN: MAIS DE 2000 NOTAS COM DEVOLUCAO NA "
                      "COMPETENCIA - A TABELA NAO COMPORTA. RODADA "
                      "ABORTADA."
              CLOSE NOTAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-DEVNOTA.
           READ DEVNOTA AT END MOVE "SIM" TO FIM-DEV.
           IF FIM-DEV NOT EQUAL "SIM"
              IF DATADEV GREATER OR EQUAL DATA-INI AND
                 DATADEV LESS OR EQUAL DATA-FIM
                 PERFORM ACUMULA-DEVOLUCAO
              END-IF
           END-IF.

       ACUMULA-DEVOLUCAO.
           SET IDX-DEV TO 1.
           SEARCH DEV-ITEM
              AT END
                 IF QTD-DEVS LESS THAN 2000
                    ADD 1 TO QTD-DEVS
                    MOVE NUMNOTADEV TO NOTA-DEV-TAB(QTD-DEVS)
                    MOVE TOTALDEV   TO VALOR-DEV-TAB(QTD-DEVS)
                    MOVE "N"        TO SIT-DEV-TAB(QTD-DEVS)
                    MOVE ZEROES     TO VEND-DEV-TAB(QTD-DEVS)
                 ELSE
                    MOVE "S" TO DEV-DEMAIS
                 END-IF
              WHEN NOTA-DEV-TAB(IDX-DEV) EQUAL NUMNOTADEV
                 ADD TOTALDEV TO VALOR-DEV-TAB(IDX-DEV)
           END-SEARCH.

       LEITURA.
           READ NOTAS AT END MOVE "SIM" TO FIM-ARQ.

      *NOTA DE QUALQUER DATA PODE TER DEVOLUCAO NA COMPETENCIA: A
      *DEVOLUCAO FICA COM A SITUACAO E O VENDEDOR DA NOTA. SO A NOTA
      *ATIVA COM DATA NA COMPETENCIA ENTRA NA VENDA DO MES. NOTA SEM
      *VENDEDOR (ZEROS, OU BRANCO DE ANTES DO CAMPO) E VENDA DA CASA.
       PRINCIPAL.
           IF VENDNOTA NUMERIC
              MOVE VENDNOTA TO VEND-LIDO
           ELSE
              MOVE ZEROES TO VEND-LIDO
           END-IF.
           IF QTD-DEVS GREATER THAN ZEROES
              PERFORM MARCA-DEVOLUCAO
           END-IF.
           IF DATANOTA GREATER OR EQUAL DATA-INI AND
              DATANOTA LESS OR EQUAL DATA-FIM
              IF NOTA-CANCELADA
                 ADD 1 TO CT-CANCELADAS
                 ADD TOTALNOTA TO TOT-CANCELADO
              ELSE
                 ADD 1 TO CT-NOTAS
                 ADD TOTALNOTA TO TOTAL-GERAL
                 PERFORM ACUMULA-VENDA
              END-IF
           END-IF.
           PERFORM LEITURA.

       MARCA-DEVOLUCAO.
           SET IDX-DEV TO 1.
           SEARCH DEV-ITEM
              AT END CONTINUE
              WHEN NOTA-DEV-TAB(IDX-DEV) EQUAL NUMNOTA
                 IF NOTA-CANCELADA
                    MOVE "C" TO SIT-DEV-TAB(IDX-DEV)
                 ELSE
                    MOVE "A" TO SIT-DEV-TAB(IDX-DEV)
                    MOVE VEND-LIDO TO VEND-DEV-TAB(IDX-DEV)
                 END-IF
           END-SEARCH.

       ACUMULA-VENDA.
           IF VEND-LIDO EQUAL ZEROES
              ADD 1 TO QTD-SEM-VEND
              ADD TOTALNOTA TO BRUTO-SEM-VEND
           ELSE
              MOVE VEND-LIDO TO MAT-PROCURA
              PERFORM LOCALIZA-COMISSAO
              IF COM-DEMAIS NOT EQUAL "S"
                 ADD 1 TO QTD-COM-TAB(IDX-COM)
                 ADD TOTALNOTA TO BRUTO-COM-TAB(IDX-COM)
              END-IF
           END-IF.

      *POSICIONA IDX-COM NO VENDEDOR, INCLUINDO-O ZERADO SE AINDA
      *NAO ESTA NA TABELA.
       LOCALIZA-COMISSAO.
           SET IDX-COM TO 1.
           SEARCH COM-ITEM
              AT END
                 IF QTD-COM LESS THAN 500
                    ADD 1 TO QTD-COM
                    SET IDX-COM TO QTD-COM
                    MOVE MAT-PROCURA TO MAT-COM-TAB(IDX-COM)
                    MOVE ZEROES TO QTD-COM-TAB(IDX-COM)
                                   BRUTO-COM-TAB(IDX-COM)
                                   DEVOL-COM-TAB(IDX-COM)
                 ELSE
                    MOVE "S" TO COM-DEMAIS
                 END-IF
              WHEN MAT-COM-TAB(IDX-COM) EQUAL MAT-PROCURA
                 CONTINUE
           END-SEARCH.

      *DEVOLUCAO DE NOTA CANCELADA NAO E DEDUZIDA (A NOTA INTEIRA JA
      *SAIU DAS VENDAS); A DE NOTA NAO LOCALIZADA E DEDUZIDA DO TOTAL,
      *COMO NO NOTASUM, MAS NAO TEM VENDEDOR PARA DESCONTAR.
       APLICA-DEVOLUCOES.
           MOVE 1 TO IDX-I.
           PERFORM APLICA-UMA-DEVOLUCAO UNTIL IDX-I GREATER THAN
                   QTD-DEVS.

       APLICA-UMA-DEVOLUCAO.
           IF SIT-DEV-TAB(IDX-I) NOT EQUAL "C"
              ADD VALOR-DEV-TAB(IDX-I) TO TOT-DEVOLVIDO
              IF SIT-DEV-TAB(IDX-I) EQUAL "N"
                 ADD VALOR-DEV-TAB(IDX-I) TO DEV-NAO-LOCAL
              ELSE
                 IF VEND-DEV-TAB(IDX-I) EQUAL ZEROES
                    ADD VALOR-DEV-TAB(IDX-I) TO DEVOL-SEM-VEND
                 ELSE
                    MOVE VEND-DEV-TAB(IDX-I) TO MAT-PROCURA
                    PERFORM LOCALIZA-COMISSAO
                    IF COM-DEMAIS NOT EQUAL "S"
                       ADD VALOR-DEV-TAB(IDX-I)
                           TO DEVOL-COM-TAB(IDX-COM)
                    END-IF
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO IDX-I.

      *ESTOURO DE TABELA OU VALOR QUE NAO CABE NO REGVEND ABORTA
      *ANTES DE GRAVAR: O EX05B PAGARIA COMISSAO A MENOR.
       CONFERE-MOVIMENTO.
           IF COM-DEMAIS EQUAL "S"
              DISPLAY "NOTAVEN: MAIS DE 500 VENDEDORES NAS NOTAS DA "
                      "COMPETENCIA - A TABELA NAO COMPORTA. RODADA "
                      "ABORTADA; O REGVEND.DAT NAO FOI GRAVADO."
              CLOSE NOTAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 1 TO IDX-I.
           PERFORM CONFERE-VENDEDOR UNTIL IDX-I GREATER THAN QTD-COM.
           IF MOV-DEMAIS EQUAL "S"
              DISPLAY "NOTAVEN: VENDEDOR COM MAIS DE 999 NOTAS OU "
                      "VENDA LIQUIDA ACIMA DE 9.999.999,99 NA "
                      "COMPETENCIA - NAO CABE NO REGVEND. RODADA "
                      "ABORTADA; O REGVEND.DAT NAO FOI GRAVADO."
              CLOSE NOTAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CONFERE-VENDEDOR.
           COMPUTE LIQ-VEND = BRUTO-COM-TAB(IDX-I) -
                              DEVOL-COM-TAB(IDX-I).
           IF QTD-COM-TAB(IDX-I) GREATER THAN 999 OR
              LIQ-VEND GREATER THAN 9999999,99
              MOVE "S" TO MOV-DEMAIS
           END-IF.
           ADD 1 TO IDX-I.

       GRAVA-MOVIMENTO.
           OPEN OUTPUT REGVEND RELCVD.
           MOVE COMPETENCIA TO COMPET-CAB.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 2 LINE.
           MOVE 1 TO IDX-I.
           PERFORM GRAVA-VENDEDOR UNTIL IDX-I GREATER THAN QTD-COM.
           CLOSE REGVEND.

      *UMA LINHA DE MOVIMENTO POR VENDEDOR COM NOTA OU DEVOLUCAO NA
      *COMPETENCIA. VENDEDOR FORA DO CADASTRO OU DESLIGADO TAMBEM E
      *GRAVADO - O EX05B AVISA E NAO PAGA; A CONFERENCIA E DO RH.
       GRAVA-VENDEDOR.
           MOVE SPACES TO MARCA-REL NOME-REL.
           MOVE MAT-COM-TAB(IDX-I) TO MAT-REL.
           SET IDX-CVD TO 1.
           SEARCH CVD-ITEM
              AT END
                 MOVE "*" TO MARCA-REL
                 MOVE "NAO CADASTRADO" TO NOME-REL
              WHEN MAT-CVD-TAB(IDX-CVD) EQUAL MAT-COM-TAB(IDX-I)
                 MOVE NOME-CVD-TAB(IDX-CVD) TO NOME-REL
                 IF SIT-CVD-TAB(IDX-CVD) NOT EQUAL "A"
                    MOVE "D" TO MARCA-REL
                 END-IF
           END-SEARCH.
           IF MARCA-REL NOT EQUAL SPACES
              ADD 1 TO CT-FORA
           END-IF.
           COMPUTE LIQ-VEND = BRUTO-COM-TAB(IDX-I) -
                              DEVOL-COM-TAB(IDX-I).
           ADD LIQ-VEND TO LIQ-COM-VEND.
           MOVE MAT-COM-TAB(IDX-I) TO MATRICULA-MOV.
           MOVE QTD-COM-TAB(IDX-I) TO QTD-MOV.
           MOVE VCV-PADRAO TO VCV-MOV.
           IF LIQ-VEND LESS THAN ZEROES
              MOVE ZEROES TO VTV-MOV
              MOVE "Z" TO MARCA-REL
              ADD 1 TO CT-ZERADOS
              ADD LIQ-VEND TO AJUSTE-ZERADO
           ELSE
              MOVE LIQ-VEND TO VTV-MOV
           END-IF.
           ADD VTV-MOV TO BASE-COMISSAO.
           WRITE REG-MOV.
           ADD 1 TO CT-GRAVADOS.
           MOVE QTD-COM-TAB(IDX-I)   TO QTD-REL.
           MOVE BRUTO-COM-TAB(IDX-I) TO BRUTO-REL.
           MOVE DEVOL-COM-TAB(IDX-I) TO DEVOL-REL.
           MOVE LIQ-VEND             TO LIQ-REL.
           WRITE REG-REL FROM DETALHE-VEND AFTER ADVANCING 1 LINE.
           ADD 1 TO IDX-I.

      *VENDAS LIQUIDAS DO NOTASUM NO MESMO PERIODO = LIQUIDO COM
      *VENDEDOR + LIQUIDO SEM VENDEDOR - DEVOLUCAO DE NOTA NAO
      *LOCALIZADA. O QUE SOBRAR E DIFERENCA A APURAR.
       IMPRIME-CONCILIACAO.
           COMPUTE TOTAL-LIQUIDO = TOTAL-GERAL - TOT-DEVOLVIDO.
           COMPUTE LIQ-SEM-VEND = BRUTO-SEM-VEND - DEVOL-SEM-VEND.
           COMPUTE DIFERENCA = TOTAL-LIQUIDO - LIQ-COM-VEND -
                               LIQ-SEM-VEND + DEV-NAO-LOCAL.
           MOVE DATA-INI(7:2) TO DATA-DMA(1:2).
           MOVE DATA-INI(5:2) TO DATA-DMA(3:2).
           MOVE DATA-INI(1:4) TO DATA-DMA(5:4).
           MOVE DATA-DMA TO INI-CAB.
           MOVE DATA-FIM(7:2) TO DATA-DMA(1:2).
           MOVE DATA-FIM(5:2) TO DATA-DMA(3:2).
           MOVE DATA-FIM(1:4) TO DATA-DMA(5:4).
           MOVE DATA-DMA TO FIM-CAB.
           WRITE REG-REL FROM CAB-CONCILIACAO AFTER ADVANCING 3 LINE.
           MOVE "Notas ativas do periodo........: " TO ROTULO-QTD.
           MOVE CT-NOTAS TO QTD-TOT.
           WRITE REG-REL FROM TOTAL-QTD AFTER ADVANCING 2 LINE.
           MOVE "Total geral das notas ativas...: " TO ROTULO-TOT.
           MOVE TOTAL-GERAL TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "(-) Devolucoes do periodo......: " TO ROTULO-TOT.
           MOVE TOT-DEVOLVIDO TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "Vendas liquidas (NOTASUM)......: " TO ROTULO-TOT.
           MOVE TOTAL-LIQUIDO TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "Liquido com vendedor...........: " TO ROTULO-TOT.
           MOVE LIQ-COM-VEND TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 2 LINE.
           MOVE "Liquido sem vendedor...........: " TO ROTULO-TOT.
           MOVE LIQ-SEM-VEND TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "(-) Devol. de nota nao localiz.: " TO ROTULO-TOT.
           MOVE DEV-NAO-LOCAL TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "Diferenca......................: " TO ROTULO-TOT.
           MOVE DIFERENCA TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "Base comissionada (REGVEND)....: " TO ROTULO-TOT.
           MOVE BASE-COMISSAO TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 2 LINE.
           MOVE "Liquido negativo zerado (Z)....: " TO ROTULO-TOT.
           MOVE AJUSTE-ZERADO TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "Notas sem vendedor.............: " TO ROTULO-QTD.
           MOVE QTD-SEM-VEND TO QTD-TOT.
           WRITE REG-REL FROM TOTAL-QTD AFTER ADVANCING 1 LINE.
           MOVE "Notas canceladas (fora)........: " TO ROTULO-TOT.
           MOVE TOT-CANCELADO TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           IF CT-FORA GREATER THAN ZEROES OR
              CT-ZERADOS GREATER THAN ZEROES
              WRITE REG-REL FROM NOTA-MARCAS AFTER ADVANCING 2 LINE
           END-IF.

       FIM.
           CLOSE NOTAS RELCVD.
           DISPLAY "NOTAVEN: COMPETENCIA " COMPETENCIA " - "
                   CT-GRAVADOS " VENDEDOR(ES) NO REGVEND.DAT - "
                   "RELCVD.txt.".
           IF DIFERENCA NOT EQUAL ZEROES
              DISPLAY "NOTAVEN: ATENCAO - A BASE DE COMISSAO NAO "
                      "FECHA COM AS VENDAS LIQUIDAS DO PERIODO. VER "
                      "RELCVD.txt."
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF CT-FORA GREATER THAN ZEROES
              DISPLAY "NOTAVEN: " CT-FORA " VENDEDOR(ES) FORA DO "
                      "CADVEND OU DESLIGADO(S) NAS NOTAS."
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF CT-ZERADOS GREATER THAN ZEROES
              DISPLAY "NOTAVEN: " CT-ZERADOS " VENDEDOR(ES) COM "
                      "DEVOLUCAO MAIOR QUE A VENDA - VTV ZERADO."
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF CT-GRAVADOS EQUAL ZEROES
              DISPLAY "NOTAVEN: NENHUMA VENDA COM VENDEDOR NA "
                      "COMPETENCIA - REGVEND.DAT GRAVADO VAZIO."
              MOVE 12 TO RETURN-CODE
           END-IF.

       COPY DATPRCPD.
