      *            O FECHAMENTO DE ANO (FOLHA13) NAO CONTA EM DOBRO.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - A MATRICULA TEM DE ESTAR ATIVA NO CADASTRO
      *            PERMANENTE DE VENDEDORES (CADVEND, MANTIDO PELO
      *            EX05VEN): AUSENTE = RETURN-CODE 16, NAO ACHADA OU
      *            JA DESLIGADA = RETURN-CODE 12. A BASE DO IRRF
      *            DESCONTA OS DEPENDENTES DO CADASTRO (DEDUCAO POR
      *            DEPENDENTE NO FIM DO TABIMP.DAT; SEM ELA, 189,59),
      *            COMO NO EX05B. DEPOIS DE GRAVAR A RESCISAO O
      *            CADVEND E REGRAVADO PELO ESQUEMA COPIA-E-SUBSTITUI
      *            (CADVEND -> CADVENN -> CADVEND) COM O VENDEDOR
      *            DESLIGADO NA DATA INFORMADA - ELE SAI DA FOLHA.
      *15/10/2026 BRC - FGTS NA RESCISAO: 8% SOBRE SALDO DO MES E 13O
      *            PROPORCIONAL (FERIAS INDENIZADAS E O TERCO NAO TEM
      *            FGTS) E, NA DISPENSA SEM JUSTA CAUSA (PERGUNTADA NO
      *            ACCEPT), MULTA DE 40% SOBRE O SALDO DO CONTRATO: FGTS
      *            DE CADA COMPETENCIA DO VENDEDOR NO FOLHAHIS E NO
      *            ARQUIVO FOLHAHSA (O MAIS RECENTE DE CADA MES VENCE;
      *            COMPETENCIA DE ANTES DO FGTS-FH CONTA 8% DO BRUTO)
      *            MAIS O DA RESCISAO. OS DOIS SAEM NO TERMO COMO
      *            DEPOSITO NA CONTA VINCULADA (FORA DO LIQUIDO) E FICAM
      *            NO REGISTRO "R" DO FOLHAHIS PARA O FOLHAFGT.
      *15/10/2026 BRC - FERIAS PELO CONTROLE DE FERIAS (CTLFER.DAT,
      *            ATUALIZADO PELO EX05B) EM VEZ DA ESTIMATIVA: CADA
      *            PERIODO AQUISITIVO EM ABERTO SAI NO TERMO COM AS
      *            DATAS E OS DIAS - COMPLETO PAGA O SALDO (EM DOBRO SE
      *            O CONCESSIVO VENCEU ANTES DO DESLIGAMENTO), EM
      *            AQUISICAO PAGA 2,5 DIAS POR MES MENOS O JA GOZADO -
      *            SOBRE A MEDIA DOS BRUTOS DO ANO, COM O TERCO SOBRE
      *            TUDO. OS PERIODOS FICAM MARCADOS "R" NO CTLFER. SEM O
      *            CTLFER VALE A ESTIMATIVA ANTERIOR, COM AVISO E
      *            RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FOLHAHIS.

           SELECT FOLHAHSA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FOLHAHSA.

           SELECT TABIMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TABIMP.
           SELECT TERMORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY CADVENSL.

           SELECT CADVENN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY CTLFERSL.

       DATA DIVISION.

       FILE SECTION.
           02 TIPO-FH       PIC X(01).
              88 FOLHA-NORMAL   VALUE " ".
              88 FOLHA-RESCISAO VALUE "R".
           02 FGTS-FH       PIC 9(07)V9(02).
           02 MULTA-FGTS-FH PIC 9(07)V9(02).

      *ANOS JA ARQUIVADOS PELO FOLHAARQ - SO O QUE O SALDO DO FGTS
      *USA.
       FD  FOLHAHSA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHAHSA.DAT".
       01  REG-FHSA.
           02 MATRICULA-FA  PIC 9(06).
           02 FILLER        PIC X(30).
           02 ANO-FA        PIC 9(04).
           02 MES-FA        PIC 9(02).
           02 FILLER        PIC X(17).
           02 BRUTO-FA      PIC 9(07)V9(02).
           02 FILLER        PIC X(27).
           02 TIPO-FA       PIC X(01).
           02 FGTS-FA       PIC 9(07)V9(02).
           02 MULTA-FGTS-FA PIC 9(07)V9(02).

       FD  TABIMP
           LABEL RECORD ARE STANDARD
           02 IRRF-CALC-IMP OCCURS 5 TIMES.
              03 IRRF-ALIQ-IMP   PIC 9V9(03).
              03 IRRF-DEDUZ-IMP  PIC 9(05)V9(02).
           02 DEDUZ-DEP-IMP    PIC 9(05)V9(02).

       FD  TERMORES
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "TERMORES.txt".
       01  REG-REL    PIC X(80).

       COPY CADVENFD.

       FD  CADVENN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVENN.DAT".
       01  REG-CADVENN      PIC X(95).

       COPY CTLFERFD.

       WORKING-STORAGE SECTION.
       COPY CADVENWS.
       COPY CTLFERWS.
       77  FS-FOLHAHIS   PIC X(02) VALUE "00".
       77  FS-TABIMP     PIC X(02) VALUE "00".
       77  FS-FOLHAHSA   PIC X(02) VALUE "00".
       77  FIM-HSA       PIC X(03) VALUE "NAO".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  MATRICULA-INF PIC 9(06) VALUE ZEROES.
       77  DATA-DESLIG   PIC 9(08) VALUE ZEROES.
       77  ACHOU-MES     PIC X(01) VALUE "N".
       77  IDX-M         PIC 9(02) VALUE ZEROES.
       77  QTD-MESES     PIC 9(02) VALUE ZEROES.
       77  FIM-CVD       PIC X(03) VALUE "NAO".
       77  ACHOU-CVD     PIC X(03) VALUE "NAO".
       77  SITUACAO-VEND PIC X(01) VALUE SPACES.
       77  DEPEND-VEND   PIC 9(02) VALUE ZEROES.
       77  DEDUZ-DEP     PIC 9(05)V9(02) VALUE 189,59.
       77  DEDUCAO-DEP   PIC 9(07)V9(02) VALUE ZEROES.
       77  SEM-JUSTA-CAUSA PIC X(01) VALUE "N".
       77  PERC-FGTS     PIC 9(02)V9(02) VALUE 8,00.
       77  PERC-MULTA-FGTS PIC 9(02)V9(02) VALUE 40,00.
       77  FGTS-RES      PIC 9(07)V9(02) VALUE ZEROES.
       77  SALDO-FGTS    PIC 9(09)V9(02) VALUE ZEROES.
       77  MULTA-FGTS    PIC 9(07)V9(02) VALUE ZEROES.
       77  COMPET-ATUAL  PIC 9(06) VALUE ZEROES.
       77  FGTS-ATUAL    PIC 9(07)V9(02) VALUE ZEROES.
       77  QTD-COMPET    PIC 9(03) VALUE ZEROES.
       77  COMPET-DEMAIS PIC X(01) VALUE "N".
       77  IDX-C         PIC 9(03) VALUE ZEROES.
       77  ADMISSAO-VEND PIC 9(08) VALUE ZEROES.
       77  FERIAS-VENC   PIC 9(07)V9(02) VALUE ZEROES.
       77  FERIAS-DOBRO  PIC 9(07)V9(02) VALUE ZEROES.
       77  VALOR-PERIODO PIC 9(07)V9(02) VALUE ZEROES.
       77  MESES-PER     PIC S9(03) VALUE ZEROES.
       77  SOBRA-DIAS    PIC S9(03) VALUE ZEROES.
       77  DIAS-PROP     PIC 9(03)V9(02) VALUE ZEROES.
       77  DIAS-PAGAR    PIC 9(03)V9(02) VALUE ZEROES.
       77  ANO-INI-PER   PIC 9(04) VALUE ZEROES.
       77  MES-INI-PER   PIC 9(02) VALUE ZEROES.
       77  DIA-INI-PER   PIC 9(02) VALUE ZEROES.
       77  DATA-DMA      PIC 9(08) VALUE ZEROES.
       77  CLASSE-PER    PIC X(20) VALUE SPACES.

      *FGTS DE CADA COMPETENCIA DO CONTRATO (O REGISTRO MAIS
      *RECENTE DO MES VENCE), BASE DA MULTA RESCISORIA.
       01  TAB-FGTS.
           02 FGTS-ITEM OCCURS 600 TIMES
                 DEPENDING ON QTD-COMPET
                 INDEXED BY IDX-FG.
              03 COMPET-FG   PIC 9(06).
              03 FGTS-FG     PIC 9(07)V9(02).

      *BRUTO MAIS RECENTE DE CADA MES DO ANO (RERODADA DO EX05B
      *ANEXA DE NOVO - O ULTIMO VENCE).
           02 VALOR-TERMO  PIC Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(44) VALUE SPACES.

       01 TERMO-AVISO-FGTS.
           02 FILLER      PIC X(42) VALUE
              "FGTS E MULTA: DEPOSITO NA CONTA VINCULADA".
           02 FILLER      PIC X(38) VALUE SPACES.

       01 TERMO-PERIODO.
           02 FILLER      PIC X(08) VALUE "PERIODO ".
           02 NUM-PER-TERMO  PIC 9(02).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 INICIO-TERMO   PIC 99/99/9999.
           02 FILLER      PIC X(03) VALUE " A ".
           02 FIM-TERMO      PIC 99/99/9999.
           02 FILLER      PIC X(08) VALUE "  SALDO ".
           02 SALDO-TERMO    PIC Z9.
           02 FILLER      PIC X(07) VALUE " DIAS  ".
           02 CLASSE-TERMO   PIC X(20).
           02 FILLER      PIC X(09) VALUE SPACES.

       01 TERMO-SEP.
           02 FILLER  PIC X(80) VALUE ALL "-".

           PERFORM CALCULA-RESCISAO.
           PERFORM IMPRIME-TERMO.
           PERFORM GRAVA-RESCISAO.
           PERFORM MARCA-DESLIGADO.
           PERFORM FIM.
           STOP RUN.

           ACCEPT MATRICULA-INF.
           DISPLAY "DATA DO DESLIGAMENTO (AAAAMMDD).....: ".
           ACCEPT DATA-DESLIG.
           DISPLAY "DISPENSA SEM JUSTA CAUSA (S/N).......: ".
           ACCEPT SEM-JUSTA-CAUSA.
           IF SEM-JUSTA-CAUSA EQUAL "s"
              MOVE "S" TO SEM-JUSTA-CAUSA
           END-IF.
           IF SEM-JUSTA-CAUSA EQUAL "n"
              MOVE "N" TO SEM-JUSTA-CAUSA
           END-IF.
           IF SEM-JUSTA-CAUSA NOT EQUAL "S" AND
              SEM-JUSTA-CAUSA NOT EQUAL "N"
              DISPLAY "FOLHARES: INFORME S OU N PARA A DISPENSA SEM "
                      "JUSTA CAUSA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE DATA-DESLIG(1:4) TO ANO-DESLIG.
           MOVE DATA-DESLIG(5:2) TO MES-DESLIG.
           MOVE DATA-DESLIG(7:2) TO DIA-DESLIG.
           PERFORM LOCALIZA-VENDEDOR.
           PERFORM PREPARA-FERIAS.
           PERFORM LE-ARQUIVO-FOLHA.
           PERFORM CARGA-TABELAS-DEFAULT.
           PERFORM LE-TABELAS-IMPOSTO.
           OPEN INPUT FOLHAHIS.
           OPEN OUTPUT TERMORES.
           PERFORM LEITURA.

      *SO SE DESLIGA QUEM ESTA ATIVO NO CADASTRO PERMANENTE; OS
      *DEPENDENTES DO IRRF VEM DELE.
       LOCALIZA-VENDEDOR.
           OPEN INPUT CADVEND.
           IF FS-CADVEND NOT EQUAL "00"
              DISPLAY "FOLHARES: CADASTRO DE VENDEDORES CADVEND.DAT "
                      "AUSENTE."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-CADVEND UNTIL FIM-CVD EQUAL "SIM"
              OR ACHOU-CVD EQUAL "SIM".
           CLOSE CADVEND.
           IF ACHOU-CVD NOT EQUAL "SIM"
              DISPLAY "FOLHARES: MATRICULA " MATRICULA-INF
                      " NAO CADASTRADA NO CADVEND."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF SITUACAO-VEND NOT EQUAL "A"
              DISPLAY "FOLHARES: MATRICULA " MATRICULA-INF
                      " JA DESLIGADA NO CADVEND."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-CADVEND.
           READ CADVEND AT END MOVE "SIM" TO FIM-CVD.
           IF FIM-CVD NOT EQUAL "SIM"
              IF MATRICULA-CVD EQUAL MATRICULA-INF
                 MOVE "SIM" TO ACHOU-CVD
                 MOVE SITUACAO-CVD TO SITUACAO-VEND
                 MOVE DEPEND-CVD   TO DEPEND-VEND
                 MOVE ADMISSAO-CVD TO ADMISSAO-VEND
              END-IF
           END-IF.

      *PERIODOS AQUISITIVOS DO CONTROLE DE FERIAS (CTLFER), COM OS
      *QUE COMECARAM ATE O DESLIGAMENTO E O EX05B AINDA NAO ABRIU.
      *SEM O CTLFER AS FERIAS SAO ESTIMADAS PELOS MESES DO ANO.
       PREPARA-FERIAS.
           PERFORM CARREGA-FERIAS.
           IF CTLFER-LIDO EQUAL "S"
              MOVE MATRICULA-INF     TO MATRICULA-FER
              MOVE ADMISSAO-VEND     TO ADMISSAO-FER
              MOVE DATA-DESLIG(1:6)  TO COMPET-REF-FER
              PERFORM GERA-PERIODOS-FER
           ELSE
              DISPLAY "FOLHARES: CONTROLE DE FERIAS CTLFER.DAT "
                      "AUSENTE - FERIAS ESTIMADAS PELOS MESES DO ANO."
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF PER-FER-DEMAIS EQUAL "S"
              DISPLAY "FOLHARES: MAIS DE 3000 PERIODOS NO CONTROLE DE "
                      "FERIAS - A TABELA NAO COMPORTA. RODADA "
                      "ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *COMPETENCIAS JA ARQUIVADAS PELO FOLHAARQ ENTRAM NO SALDO DO
      *FGTS. SEM O FOLHAHSA, O SALDO E SO O DO FOLHAHIS.
       LE-ARQUIVO-FOLHA.
           OPEN INPUT FOLHAHSA.
           IF FS-FOLHAHSA EQUAL "00"
              PERFORM LER-FOLHAHSA UNTIL FIM-HSA EQUAL "SIM"
              CLOSE FOLHAHSA
           END-IF.

       LER-FOLHAHSA.
           READ FOLHAHSA AT END MOVE "SIM" TO FIM-HSA.
           IF FIM-HSA NOT EQUAL "SIM"
              IF MATRICULA-FA EQUAL MATRICULA-INF AND
                 TIPO-FA EQUAL SPACE
                 MOVE ANO-FA TO COMPET-ATUAL(1:4)
                 MOVE MES-FA TO COMPET-ATUAL(5:2)
                 IF FGTS-FA NUMERIC
                    MOVE FGTS-FA TO FGTS-ATUAL
                 ELSE
                    COMPUTE FGTS-ATUAL ROUNDED =
                            BRUTO-FA * PERC-FGTS / 100
                 END-IF
                 PERFORM GUARDA-FGTS
              END-IF
           END-IF.

       GUARDA-FGTS.
           SET IDX-FG TO 1.
           SEARCH FGTS-ITEM
              AT END
                 IF QTD-COMPET LESS THAN 600
                    ADD 1 TO QTD-COMPET
                    MOVE COMPET-ATUAL TO COMPET-FG(QTD-COMPET)
                    MOVE FGTS-ATUAL   TO FGTS-FG(QTD-COMPET)
                 ELSE
                    MOVE "S" TO COMPET-DEMAIS
                 END-IF
              WHEN COMPET-FG(IDX-FG) EQUAL COMPET-ATUAL
                 MOVE FGTS-ATUAL TO FGTS-FG(IDX-FG)
           END-SEARCH.

       CARGA-TABELAS-DEFAULT.
           MOVE 1500,00 TO INSS-LIMITE(1).
           MOVE 0,075   TO INSS-ALIQ(1).
                    MOVE 1 TO IDX-FX
                    PERFORM COPIA-FAIXA-IRRF
                       UNTIL IDX-FX GREATER THAN 5
                    IF DEDUZ-DEP-IMP NUMERIC AND
                       DEDUZ-DEP-IMP GREATER THAN ZEROES
                       MOVE DEDUZ-DEP-IMP TO DEDUZ-DEP
                    END-IF
              END-READ
              CLOSE TABIMP
           END-IF.
              MOVE NOME-FH TO NOME-VENDEDOR
              PERFORM GUARDA-MES
           END-IF.
           IF MATRICULA-FH EQUAL MATRICULA-INF AND FOLHA-NORMAL
              MOVE ANO-FH TO COMPET-ATUAL(1:4)
              MOVE MES-FH TO COMPET-ATUAL(5:2)
              IF FGTS-FH NUMERIC
                 MOVE FGTS-FH TO FGTS-ATUAL
              ELSE
                 COMPUTE FGTS-ATUAL ROUNDED =
                         BRUTO-FH * PERC-FGTS / 100
              END-IF
              PERFORM GUARDA-FGTS
           END-IF.
           PERFORM LEITURA.

       GUARDA-MES.
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF COMPET-DEMAIS EQUAL "S"
              DISPLAY "FOLHARES: MAIS DE 600 COMPETENCIAS NO "
                      "HISTORICO - O SALDO DO FGTS SAIRIA A MENOR. "
                      "RODADA ABORTADA."
              CLOSE FOLHAHIS TERMORES
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE ZEROES TO SOMA-BRUTOS ULT-SALBASE.
           MOVE 1 TO IDX-M.
           PERFORM SOMA-MES UNTIL IDX-M GREATER THAN QTD-MESES.
           MOVE QTD-MESES TO MESES-ANO.
           COMPUTE MEDIA-BRUTO ROUNDED = SOMA-BRUTOS / MESES-ANO.
           COMPUTE DECIMO-PROP ROUNDED = SOMA-BRUTOS / 12.
           IF CTLFER-LIDO EQUAL "S"
              MOVE ZEROES TO FERIAS-VENC FERIAS-DOBRO FERIAS-PROP
              MOVE 1 TO IDX-TF
              PERFORM CALCULA-PERIODO-FER
                 UNTIL IDX-TF GREATER THAN QTD-PER-FER
           ELSE
              COMPUTE FERIAS-PROP ROUNDED =
                      (MESES-ANO * MEDIA-BRUTO) / 12
           END-IF.
           COMPUTE TERCO-FERIAS ROUNDED =
                   (FERIAS-VENC + FERIAS-DOBRO + FERIAS-PROP) / 3.
           COMPUTE SALDO-MES ROUNDED =
                   (ULT-SALBASE * DIA-DESLIG) / 30.
           COMPUTE TOTAL-BRUTO =
                   DECIMO-PROP + FERIAS-VENC + FERIAS-DOBRO
                   + FERIAS-PROP + TERCO-FERIAS + SALDO-MES.
           PERFORM CALCULA-DESCONTOS.
           COMPUTE LIQUIDO-RES =
                   TOTAL-BRUTO - VALOR-INSS - VALOR-IRRF.
           PERFORM CALCULA-FGTS.

      *FERIAS PELOS PERIODOS EM ABERTO DO CTLFER, SOBRE A MEDIA DOS
      *BRUTOS DO ANO: PERIODO AQUISITIVO COMPLETO PAGA O SALDO DE
      *DIAS (EM DOBRO SE O CONCESSIVO JA VENCEU); O PERIODO EM
      *AQUISICAO PAGA 2,5 DIAS POR MES (FRACAO DE 15 DIAS OU MAIS
      *CONTA MES) MENOS O QUE JA FOI GOZADO NELE.
       CALCULA-PERIODO-FER.
           MOVE SPACES TO CLASSE-PER.
           MOVE ZEROES TO DIAS-PAGAR.
           IF MATRICULA-TF(IDX-TF) EQUAL MATRICULA-INF AND
              SITUACAO-TF(IDX-TF) EQUAL SPACE AND
              INICIO-TF(IDX-TF) NOT GREATER THAN DATA-DESLIG
              PERFORM CLASSIFICA-PERIODO
              COMPUTE VALOR-PERIODO ROUNDED =
                      MEDIA-BRUTO * DIAS-PAGAR / 30
              EVALUATE CLASSE-PER
                 WHEN "VENCIDO EM DOBRO"
                    ADD VALOR-PERIODO VALOR-PERIODO TO FERIAS-DOBRO
                 WHEN "EM AQUISICAO"
                    ADD VALOR-PERIODO TO FERIAS-PROP
                 WHEN OTHER
                    ADD VALOR-PERIODO TO FERIAS-VENC
              END-EVALUATE
           END-IF.
           ADD 1 TO IDX-TF.

      *CLASSE E DIAS A PAGAR DO PERIODO IDX-TF.
       CLASSIFICA-PERIODO.
           IF FIM-AQ-TF(IDX-TF) NOT GREATER THAN DATA-DESLIG
              MOVE SALDO-TF(IDX-TF) TO DIAS-PAGAR
              IF LIMITE-TF(IDX-TF) LESS THAN DATA-DESLIG
                 MOVE "VENCIDO EM DOBRO" TO CLASSE-PER
              ELSE
                 MOVE "VENCIDO" TO CLASSE-PER
              END-IF
           ELSE
              MOVE "EM AQUISICAO" TO CLASSE-PER
              PERFORM MESES-AQUISICAO
              COMPUTE DIAS-PROP = MESES-PER * 2,5
              IF DIAS-PROP GREATER THAN GOZADOS-TF(IDX-TF)
                 COMPUTE DIAS-PAGAR =
                         DIAS-PROP - GOZADOS-TF(IDX-TF)
              END-IF
           END-IF.

       MESES-AQUISICAO.
           MOVE INICIO-TF(IDX-TF)(1:4) TO ANO-INI-PER.
           MOVE INICIO-TF(IDX-TF)(5:2) TO MES-INI-PER.
           MOVE INICIO-TF(IDX-TF)(7:2) TO DIA-INI-PER.
           COMPUTE MESES-PER = (ANO-DESLIG - ANO-INI-PER) * 12
                             + MES-DESLIG - MES-INI-PER.
           IF DIA-DESLIG + 1 LESS THAN DIA-INI-PER
              SUBTRACT 1 FROM MESES-PER
              COMPUTE SOBRA-DIAS = 31 - DIA-INI-PER + DIA-DESLIG
           ELSE
              COMPUTE SOBRA-DIAS = DIA-DESLIG + 1 - DIA-INI-PER
           END-IF.
           IF SOBRA-DIAS NOT LESS THAN 15
              ADD 1 TO MESES-PER
           END-IF.
           IF MESES-PER GREATER THAN 12
              MOVE 12 TO MESES-PER
           END-IF.
           IF MESES-PER LESS THAN ZEROES
              MOVE ZEROES TO MESES-PER
           END-IF.

      *FGTS SO SOBRE SALDO DO MES E 13O - FERIAS INDENIZADAS E O
      *TERCO NAO TEM INCIDENCIA. A MULTA (DISPENSA SEM JUSTA CAUSA)
      *E SOBRE TODO O FGTS DO CONTRATO, INCLUSIVE O DA RESCISAO.
       CALCULA-FGTS.
           COMPUTE FGTS-RES ROUNDED =
                   (SALDO-MES + DECIMO-PROP) * PERC-FGTS / 100.
           MOVE FGTS-RES TO SALDO-FGTS.
           MOVE 1 TO IDX-C.
           PERFORM SOMA-FGTS UNTIL IDX-C GREATER THAN QTD-COMPET.
           MOVE ZEROES TO MULTA-FGTS.
           IF SEM-JUSTA-CAUSA EQUAL "S"
              COMPUTE MULTA-FGTS ROUNDED =
                      SALDO-FGTS * PERC-MULTA-FGTS / 100
           END-IF.

       SOMA-FGTS.
           ADD FGTS-FG(IDX-C) TO SALDO-FGTS.
           ADD 1 TO IDX-C.

       SOMA-MES.
           ADD BRUTO-TAB(IDX-M) TO SOMA-BRUTOS.
           END-IF.
           ADD 1 TO IDX-M.

      *MESMO CALCULO DE FAIXAS DO EX05B, SOBRE O BRUTO DA RESCISAO,
      *COM A DEDUCAO DOS DEPENDENTES NA BASE DO IRRF.
       CALCULA-DESCONTOS.
           MOVE "N" TO ACHOU-FAIXA.
           MOVE 1 TO IDX-FX.
           IF ACHOU-FAIXA NOT EQUAL "S"
              MOVE TETO-INSS TO VALOR-INSS
           END-IF.
           COMPUTE DEDUCAO-DEP = DEPEND-VEND * DEDUZ-DEP.
           IF VALOR-INSS + DEDUCAO-DEP LESS THAN TOTAL-BRUTO
              COMPUTE BASE-IRRF =
                      TOTAL-BRUTO - VALOR-INSS - DEDUCAO-DEP
           ELSE
              MOVE ZEROES TO BASE-IRRF
           END-IF.
           MOVE "N" TO ACHOU-FAIXA.
           MOVE 1 TO IDX-FX.
           PERFORM APLICA-FAIXA-IRRF UNTIL IDX-FX GREATER THAN 4
           MOVE "13O PROPORCIONAL....R$: " TO ROTULO-TERMO.
           MOVE DECIMO-PROP TO VALOR-TERMO.
           WRITE REG-REL FROM TERMO-LINHA AFTER ADVANCING 2 LINE.
           IF CTLFER-LIDO EQUAL "S"
              MOVE 1 TO IDX-TF
              PERFORM IMPRIME-PERIODO-FER
                 UNTIL IDX-TF GREATER THAN QTD-PER-FER
              MOVE "FERIAS VENCIDAS.....R$: " TO ROTULO-TERMO
              MOVE FERIAS-VENC TO VALOR-TERMO
              WRITE REG-REL FROM TERMO-LINHA AFTER ADVANCING 1 LINE
              MOVE "FERIAS EM DOBRO.....R$: " TO ROTULO-TERMO
              MOVE FERIAS-DOBRO TO VALOR-TERMO
              WRITE REG-REL FROM TERMO-LINHA AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "FERIAS PROPORCIONAIS  : " TO ROTULO-TERMO.
           MOVE FERIAS-PROP TO VALOR-TERMO.
           WRITE REG-REL FROM TERMO-LINHA AFTER ADVANCING 1 LINE.
           MOVE "LIQUIDO DA RESCISAO.R$: " TO ROTULO-TERMO.
           MOVE LIQUIDO-RES TO VALOR-TERMO.
           WRITE REG-REL FROM TERMO-LINHA AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM TERMO-AVISO-FGTS AFTER ADVANCING 2 LINE.
           MOVE "FGTS S/ RESCISAO....R$: " TO ROTULO-TERMO.
           MOVE FGTS-RES TO VALOR-TERMO.
           WRITE REG-REL FROM TERMO-LINHA AFTER ADVANCING 1 LINE.
           MOVE "SALDO FGTS CONTRATO.R$: " TO ROTULO-TERMO.
           MOVE SALDO-FGTS TO VALOR-TERMO.
           WRITE REG-REL FROM TERMO-LINHA AFTER ADVANCING 1 LINE.
           IF SEM-JUSTA-CAUSA EQUAL "S"
              MOVE "MULTA 40% FGTS......R$: " TO ROTULO-TERMO
              MOVE MULTA-FGTS TO VALOR-TERMO
              WRITE REG-REL FROM TERMO-LINHA AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REG-REL FROM TERMO-SEP AFTER ADVANCING 1 LINE.

      *UMA LINHA POR PERIODO PAGO, COM AS DATAS E OS DIAS.
       IMPRIME-PERIODO-FER.
           IF MATRICULA-TF(IDX-TF) EQUAL MATRICULA-INF AND
              SITUACAO-TF(IDX-TF) EQUAL SPACE AND
              INICIO-TF(IDX-TF) NOT GREATER THAN DATA-DESLIG
              PERFORM CLASSIFICA-PERIODO
              MOVE PERIODO-TF(IDX-TF) TO NUM-PER-TERMO
              MOVE INICIO-TF(IDX-TF)(7:2) TO DATA-DMA(1:2)
              MOVE INICIO-TF(IDX-TF)(5:2) TO DATA-DMA(3:2)
              MOVE INICIO-TF(IDX-TF)(1:4) TO DATA-DMA(5:4)
              MOVE DATA-DMA TO INICIO-TERMO
              MOVE FIM-AQ-TF(IDX-TF)(7:2) TO DATA-DMA(1:2)
              MOVE FIM-AQ-TF(IDX-TF)(5:2) TO DATA-DMA(3:2)
              MOVE FIM-AQ-TF(IDX-TF)(1:4) TO DATA-DMA(5:4)
              MOVE DATA-DMA TO FIM-TERMO
              MOVE DIAS-PAGAR TO SALDO-TERMO
              MOVE CLASSE-PER TO CLASSE-TERMO
              WRITE REG-REL FROM TERMO-PERIODO AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO IDX-TF.

      *REGISTRO FINAL NO HISTORICO, MARCADO COMO RESCISAO - O
      *FOLHA13 E A REMESSA SALARIAL O DEIXAM FORA DAS BASES.
       GRAVA-RESCISAO.
           MOVE VALOR-IRRF    TO IRRF-FH.
           MOVE LIQUIDO-RES   TO LIQUIDO-FH.
           MOVE "R"           TO TIPO-FH.
           MOVE FGTS-RES      TO FGTS-FH.
           MOVE MULTA-FGTS    TO MULTA-FGTS-FH.
           WRITE REG-FHIS.

      *REGRAVA O CADVEND PELO ESQUEMA COPIA-E-SUBSTITUI COM O
      *VENDEDOR DESLIGADO NA DATA INFORMADA.
       MARCA-DESLIGADO.
           MOVE "NAO" TO FIM-CVD.
           OPEN INPUT CADVEND
                OUTPUT CADVENN.
           PERFORM COPIA-OU-DESLIGA UNTIL FIM-CVD EQUAL "SIM".
           CLOSE CADVEND CADVENN.
           MOVE "NAO" TO FIM-CVD.
           OPEN INPUT CADVENN
                OUTPUT CADVEND.
           PERFORM COPIA-CADVENN UNTIL FIM-CVD EQUAL "SIM".
           CLOSE CADVENN CADVEND.
           IF CTLFER-LIDO EQUAL "S"
              MOVE 1 TO IDX-TF
              PERFORM MARCA-FERIAS-PAGAS
                 UNTIL IDX-TF GREATER THAN QTD-PER-FER
              PERFORM REGRAVA-FERIAS
           END-IF.

      *PERIODOS EM ABERTO DO VENDEDOR FICAM "R" (PAGOS NA RESCISAO).
       MARCA-FERIAS-PAGAS.
           IF MATRICULA-TF(IDX-TF) EQUAL MATRICULA-INF AND
              SITUACAO-TF(IDX-TF) EQUAL SPACE
              MOVE "R" TO SITUACAO-TF(IDX-TF)
           END-IF.
           ADD 1 TO IDX-TF.

       COPIA-OU-DESLIGA.
           READ CADVEND AT END MOVE "SIM" TO FIM-CVD.
           IF FIM-CVD NOT EQUAL "SIM"
              IF MATRICULA-CVD EQUAL MATRICULA-INF
                 MOVE "D"         TO SITUACAO-CVD
                 MOVE DATA-DESLIG TO DESLIG-CVD
              END-IF
              WRITE REG-CADVENN FROM REG-CADVEND
           END-IF.

       COPIA-CADVENN.
           READ CADVENN AT END MOVE "SIM" TO FIM-CVD.
           IF FIM-CVD NOT EQUAL "SIM"
              WRITE REG-CADVEND FROM REG-CADVENN
           END-IF.

       FIM.
           CLOSE FOLHAHIS TERMORES.
           DISPLAY "FOLHARES: RESCISAO DA MATRICULA " MATRICULA-INF
                   " CALCULADA SOBRE " QTD-MESES " MES(ES) - "
                   "TERMORES.txt.".

       COPY CTLFERPD.
