       DATE-WRITTEN.  08/08/2026.
       DATE-COMPILED. 08/08/2026.
      *REMARKS.    RODADA EM LOTE DO CALCULO DE SALARIO DOS
      *            VENDEDORES (EX05). LE O CADASTRO PERMANENTE DE
      *            VENDEDORES (CADVEND) E O MOVIMENTO DE VENDAS DO
      *            MES (REGVEND) E GRAVA A FOLHA DE PAGAMENTO COM
      *            COMISSAO CALCULADA POR FAIXA DE VENDAS.
      *MODIFICATIONS.
      *09/08/2026 BRC - CT-LIN/CT-PAG E A LINHA DE NUMERO DE PAGINA
      *            (CAB-01) PASSARAM A VIR DO MEMBRO COPY CABPAG,
      *            HOLERITE, E TABELA COM VIGENCIA DE ANO ANTERIOR
      *            AO DA COMPETENCIA ABORTA A RODADA COM RETURN-CODE
      *            16 - FOLHA NAO RODA COM TABELA VELHA.
      *15/10/2026 BRC - NOME, SALARIO BASE, PLANO E DEPENDENTES
      *            PASSARAM A VIR DO CADASTRO PERMANENTE DE
      *            VENDEDORES (CADVEND, MANTIDO PELO EX05VEN); O
      *            REGVEND FICOU SO COM O MOVIMENTO DE VENDAS DO MES
      *            (MATRICULA, QTD, VTV, VCV), CARREGADO NO INICIO E
      *            SOMADO POR MATRICULA. A FOLHA E DE TODO VENDEDOR
      *            ATIVO ADMITIDO ATE A COMPETENCIA, COM OU SEM
      *            VENDAS; MOVIMENTO DE MATRICULA FORA DO CADASTRO OU
      *            DESLIGADA E LISTADO E DA RETURN-CODE 4. A BASE DO
      *            IRRF DESCONTA OS DEPENDENTES (DEDUCAO POR
      *            DEPENDENTE NO FIM DO TABIMP.DAT; SEM ELA, 189,59).
      *            SEM CADVEND OU SEM REGVEND A RODADA ABORTA COM
      *            RETURN-CODE 16.
      *15/10/2026 BRC - FGTS DO MES: 8% (PERC-FGTS) SOBRE O BRUTO, JA
      *            COM OS PROVENTOS DO EVFOLHA, CALCULADO EM
      *            CALCULA-DESCONTOS. SAI NO HOLERITE COMO INFORMACAO
      *            (NAO E DESCONTO), NO TOTAL DA EMPRESA E FICA GRAVADO
      *            NO FOLHAHIS (FGTS-FH) PARA A GUIA DE DEPOSITO DO
      *            FOLHAFGT.
      *15/10/2026 BRC - CONTROLE DE FERIAS (CTLFER.DAT): CADA RODADA
      *            ABRE OS PERIODOS AQUISITIVOS QUE JA COMECARAM PELA
      *            ADMISSAO DO CADVEND E BAIXA OS DIAS DA VERBA 100 DO
      *            MES NO PERIODO ABERTO MAIS ANTIGO (RERODADA NA MESMA
      *            COMPETENCIA DESFAZ E REFAZ). O EVFOLHA GANHOU OS DIAS
      *            DE FERIAS (DIAS-EVT); SEM ELES, OS DIAS SAO DEDUZIDOS
      *            DO VALOR. DIAS SEM SALDO DAO AVISO E RETURN-CODE 4. O
      *            CTLFER E REGRAVADO NO FIM (COPIA-E-SUBSTITUI VIA
      *            CTLFERN).
      *15/10/2026 BRC - LIQUIDO APURADO EM CAMPO COM SINAL
      *            (LIQUIDO-CALC). ADIANTAMENTO OU DESCONTOS MAIORES
      *            QUE O BRUTO DEIXAVAM O LIQUIDO SEM O SINAL E ELE IA
      *            PARA O FOLHAHIS COMO VALOR A PAGAR. AGORA O LIQUIDO
      *            NEGATIVO E GRAVADO ZERO (O FOLHAREM RETEM O
      *            VENDEDOR COMO LIQUIDO ZERADO), SAI LISTADO NO
      *            RELFOLHA E DA RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGVEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGVEND.

           COPY CADVENSL.

           SELECT RELFOLHA ASSIGN TO DISK.


           COPY DATPRCSL.

           COPY CTLFERSL.

       DATA DIVISION.
       FILE SECTION.
       COPY DATPRCFD.
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REGVEND.DAT".
       01  REG-VEND.
           02 MATRICULA-MOV    PIC 9(06).
           02 QTD-MOV          PIC 9(03).
           02 VTV-MOV          PIC 9(07)V9(02).
           02 VCV-MOV          PIC 9(06)V9(02).

       COPY CADVENFD.

       COPY CTLFERFD.

       FD  RELFOLHA
           LABEL RECORD IS OMITTED
           02 TIPO-FH       PIC X(01).
              88 FOLHA-NORMAL   VALUE " ".
              88 FOLHA-RESCISAO VALUE "R".
           02 FGTS-FH       PIC 9(07)V9(02).
           02 MULTA-FGTS-FH PIC 9(07)V9(02).

       FD  TABIMP
           LABEL RECORD ARE STANDARD
           02 IRRF-CALC-IMP OCCURS 5 TIMES.
              03 IRRF-ALIQ-IMP   PIC 9V9(03).
              03 IRRF-DEDUZ-IMP  PIC 9(05)V9(02).
           02 DEDUZ-DEP-IMP    PIC 9(05)V9(02).

       FD  EVFOLHA
           LABEL RECORD ARE STANDARD
              88 VERBA-ADIANTAMENTO VALUE 300.
           02 VALOR-EVT       PIC 9(07)V9(02).
           02 COMPETENCIA-EVT PIC 9(06).
           02 DIAS-EVT        PIC 9(02).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY CABPAG.
       COPY CADVENWS.
       COPY CTLFERWS.

       77  FIM-ARQ        PIC X(03) VALUE "NAO".
       77  TAXA-COMISSAO  PIC 9(02)V9(02) VALUE ZEROES.
       77  VALOR-IRRF     PIC 9(07)V9(02) VALUE ZEROES.
       77  BASE-IRRF      PIC 9(07)V9(02) VALUE ZEROES.
       77  SALARIO-LIQ    PIC 9(07)V9(02) VALUE ZEROES.
       77  LIQUIDO-CALC   PIC S9(07)V9(02) VALUE ZEROES.
       77  TETO-INSS      PIC 9(05)V9(02) VALUE 1148,00.
       77  FS-TABIMP      PIC X(02) VALUE "00".
       77  FS-EVFOLHA     PIC X(02) VALUE "00".
       77  SOMA-PROVENTOS PIC 9(07)V9(02) VALUE ZEROES.
       77  SOMA-DESCONTOS PIC 9(07)V9(02) VALUE ZEROES.
       77  IDX-EV         PIC 9(04) VALUE ZEROES.
       77  FS-REGVEND     PIC X(02) VALUE "00".
       77  FIM-MOV        PIC X(03) VALUE "NAO".
       77  QTD-MOVTOS     PIC 9(04) VALUE ZEROES.
       77  MOVTOS-DEMAIS  PIC X(01) VALUE "N".
       77  IDX-MV         PIC 9(04) VALUE ZEROES.
       77  DEDUZ-DEP      PIC 9(05)V9(02) VALUE 189,59.
       77  DEDUCAO-DEP    PIC 9(07)V9(02) VALUE ZEROES.
       77  PERC-FGTS      PIC 9(02)V9(02) VALUE 8,00.
       77  VALOR-FGTS     PIC 9(07)V9(02) VALUE ZEROES.
       77  TOT-FGTS       PIC 9(09)V9(02) VALUE ZEROES.
       77  DIAS-A-BAIXAR  PIC 9(03) VALUE ZEROES.
       77  DIAS-EVENTO    PIC 9(03) VALUE ZEROES.
       77  DIAS-BAIXA     PIC 9(02) VALUE ZEROES.
       77  IDX-BAIXA      PIC 9(04) VALUE ZEROES.
       77  PER-BAIXA      PIC 9(02) VALUE ZEROES.

      *VENDEDOR DA VEZ: CADASTRO (CADVEND) MAIS O MOVIMENTO DO MES
      *SOMADO DA TABELA - OS NOMES SAO OS DO ANTIGO REG-VEND.
       01  VENDEDOR-ATUAL.
           02 MATRICULA-VEND   PIC 9(06).
           02 NOME-VEND        PIC X(30).
           02 QTD-VEND         PIC 9(05).
           02 VTV-VEND         PIC 9(09)V9(02).
           02 PREMIO-VEND      PIC 9(09)V9(02).
           02 SAL-VEND         PIC 9(06)V9(02).
           02 PLANO-VEND       PIC X(01).
           02 DEPEND-VEND      PIC 9(02).
           02 ADMISSAO-VEND    PIC 9(08).

      *MOVIMENTO DE VENDAS DO MES, SOMADO POR MATRICULA (O VALOR
      *POR VEICULO VIRA PREMIO-MV = QTD X VCV DE CADA REGISTRO, JA
      *QUE DOIS REGISTROS PODEM TER VCV DIFERENTES). USADO-MV MARCA
      *QUEM FOI CASADO COM O CADASTRO - O QUE SOBRA E VENDA SEM
      *VENDEDOR ATIVO.
       01  TAB-MOVTOS.
           02 MOVTO-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-MOVTOS
                 INDEXED BY IDX-MOV.
              03 MATRICULA-MV  PIC 9(06).
              03 QTD-MV        PIC 9(05).
              03 VTV-MV        PIC 9(09)V9(02).
              03 PREMIO-MV     PIC 9(09)V9(02).
              03 USADO-MV      PIC X(01).
       77  VENDEDOR-ELEGIVEL PIC X(01) VALUE "N".
       77  ADMISSAO-COMP  PIC 9(06) VALUE ZEROES.

      *EVENTOS DA COMPETENCIA, CARREGADOS DO EVFOLHA.DAT.
       01  TAB-EVENTOS.
              03 MATRICULA-EVT-TAB PIC 9(06).
              03 VERBA-EVT-TAB     PIC 9(03).
              03 VALOR-EVT-TAB     PIC 9(07)V9(02).
              03 DIAS-EVT-TAB      PIC 9(02).
       77  VIGENCIA-TAB   PIC 9(08) VALUE ZEROES.
       77  ORIGEM-TAB     PIC X(21) VALUE "TABELA DO PROGRAMA".
       77  IDX-FX         PIC 9(01) VALUE ZEROES.
           02 TOT-FOLHA PIC Z.ZZZ.ZZZ,99.
           02 FILLER    PIC X(32) VALUE SPACES.

       01  LINHA-NEGATIVO.
           02 FILLER    PIC X(09) VALUE SPACES.
           02 FILLER    PIC X(26) VALUE "*** LIQUIDO NEGATIVO DE R$".
           02 NEG-DET   PIC ZZZ.ZZZ,99.
           02 FILLER    PIC X(34) VALUE
              " - GRAVADO ZERO, RETIDO NA REMESSA".
           02 FILLER    PIC X(01) VALUE SPACES.

       01  HOLERITE-CAB.
           02 FILLER      PIC X(20) VALUE "HOLERITE - MATR.: ".
           02 HOL-MAT     PIC 9(06).
           02 HOL-LIQ     PIC Z.ZZZ.ZZ9,99.
           02 FILLER      PIC X(44) VALUE SPACES.

       01  HOLERITE-FGTS.
           02 FILLER      PIC X(24) VALUE "FGTS DEPOSITADO.....R$: ".
           02 HOL-FGTS    PIC Z.ZZZ.ZZ9,99.
           02 FILLER      PIC X(44) VALUE SPACES.

       01  HOLERITE-DEP.
           02 FILLER      PIC X(24) VALUE "DEPENDENTES IRRF......: ".
           02 HOL-DEP     PIC Z9.
           02 FILLER      PIC X(13) VALUE "  DEDUCAO R$ ".
           02 HOL-DEDUCAO PIC Z.ZZZ.ZZ9,99.
           02 FILLER      PIC X(29) VALUE SPACES.

       01  HOLERITE-VERBA.
           02 FILLER        PIC X(06) VALUE "VERBA ".
           02 VERBA-HOL     PIC 9(03).
           02 TOT-IRRF-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(30) VALUE SPACES.

       01  TOTAL-FGTS-LIN.
           02 FILLER    PIC X(30) VALUE
              "Total FGTS a depositar...R$: ".
           02 TOT-FGTS-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(30) VALUE SPACES.

       01  TOTAL-LIQ-LIN.
           02 FILLER    PIC X(30) VALUE
              "Total liquido da folha...R$: ".

       INICIO.
           PERFORM CARGA-TABELAS-DEFAULT.
           OPEN INPUT CADVEND.
           IF FS-CADVEND NOT EQUAL "00"
              DISPLAY "EX05B: CADASTRO DE VENDEDORES CADVEND.DAT "
                      "AUSENTE - CADASTRAR PELO EX05VEN. RODADA "
                      "ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT REGVEND.
           IF FS-REGVEND NOT EQUAL "00"
              DISPLAY "EX05B: MOVIMENTO DE VENDAS REGVEND.DAT "
                      "AUSENTE. RODADA ABORTADA."
              CLOSE CADVEND
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RELFOLHA HOLERITE.
           OPEN EXTEND FOLHAHIS.
           IF FS-FOLHAHIS NOT EQUAL "00"
              OPEN OUTPUT FOLHAHIS
           MOVE DATA-SISTEMA(5:2) TO MES-FOLHA.
           MOVE DATA-SISTEMA(1:6) TO COMPETENCIA.
           PERFORM CARREGA-EVENTOS.
           PERFORM CARREGA-MOVIMENTO.
           PERFORM CARREGA-FERIAS.
           IF PER-FER-DEMAIS EQUAL "S"
              DISPLAY "EX05B: MAIS DE 3000 PERIODOS NO CONTROLE DE "
                      "FERIAS CTLFER.DAT - A TABELA NAO COMPORTA. "
                      "RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LE-TABELAS-IMPOSTO.
           MOVE VIGENCIA-TAB TO VIGENCIA-REL HOL-VIGENCIA.
           MOVE ORIGEM-TAB   TO ORIGEM-REL.
                         TO MATRICULA-EVT-TAB(QTD-EVENTOS)
                    MOVE VERBA-EVT TO VERBA-EVT-TAB(QTD-EVENTOS)
                    MOVE VALOR-EVT TO VALOR-EVT-TAB(QTD-EVENTOS)
                    IF DIAS-EVT NUMERIC
                       MOVE DIAS-EVT TO DIAS-EVT-TAB(QTD-EVENTOS)
                    ELSE
                       MOVE ZEROES TO DIAS-EVT-TAB(QTD-EVENTOS)
                    END-IF
                 ELSE
                    MOVE "S" TO EVENTOS-DEMAIS
                 END-IF
              END-IF
           END-IF.

      *MOVIMENTO DE VENDAS DO MES, SOMADO POR MATRICULA. MAIS
      *MATRICULAS DO QUE A TABELA COMPORTA ABORTA A RODADA - VENDA
      *PERDIDA SAIRIA DA COMISSAO EM SILENCIO.
       CARREGA-MOVIMENTO.
           PERFORM LER-REGVEND UNTIL FIM-MOV EQUAL "SIM".
           CLOSE REGVEND.
           IF MOVTOS-DEMAIS EQUAL "S"
              DISPLAY "EX05B: MAIS DE 500 MATRICULAS NO MOVIMENTO "
                      "DE VENDAS - A TABELA NAO COMPORTA. RODADA "
                      "ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-REGVEND.
           READ REGVEND AT END MOVE "SIM" TO FIM-MOV.
           IF FIM-MOV NOT EQUAL "SIM"
              SET IDX-MOV TO 1
              SEARCH MOVTO-ITEM
                 AT END
                    IF QTD-MOVTOS LESS THAN 500
                       ADD 1 TO QTD-MOVTOS
                       MOVE MATRICULA-MOV
                            TO MATRICULA-MV(QTD-MOVTOS)
                       MOVE QTD-MOV TO QTD-MV(QTD-MOVTOS)
                       MOVE VTV-MOV TO VTV-MV(QTD-MOVTOS)
                       COMPUTE PREMIO-MV(QTD-MOVTOS) =
                               QTD-MOV * VCV-MOV
                       MOVE "N" TO USADO-MV(QTD-MOVTOS)
                    ELSE
                       MOVE "S" TO MOVTOS-DEMAIS
                    END-IF
                 WHEN MATRICULA-MV(IDX-MOV) EQUAL MATRICULA-MOV
                    ADD QTD-MOV TO QTD-MV(IDX-MOV)
                    ADD VTV-MOV TO VTV-MV(IDX-MOV)
                    COMPUTE PREMIO-MV(IDX-MOV) =
                            PREMIO-MV(IDX-MOV) + QTD-MOV * VCV-MOV
              END-SEARCH
           END-IF.

      *SOMA AS VERBAS DO VENDEDOR: FERIAS/BONUS (100/200) SAO
      *PROVENTOS TRIBUTAVEIS; ADIANTAMENTO (300) E DESCONTO
      *POS-IMPOSTOS. VERBA DESCONHECIDA E TRATADA COMO PROVENTO.
           END-IF.
           ADD 1 TO IDX-EV.

      *CONTROLE DE FERIAS: ABRE OS PERIODOS AQUISITIVOS QUE JA
      *COMECARAM (PELA ADMISSAO), DESFAZ O QUE UMA RODADA ANTERIOR
      *DESTA COMPETENCIA TINHA LANCADO E BAIXA OS DIAS DA VERBA 100
      *DO MES, DO PERIODO MAIS ANTIGO COM SALDO PARA O MAIS NOVO.
      *DIAS NAO INFORMADOS NO EVFOLHA SAO DEDUZIDOS DO VALOR (30
      *DIAS VALEM O SALARIO BASE MAIS O TERCO).
       LANCA-FERIAS.
           MOVE MATRICULA-VEND TO MATRICULA-FER.
           MOVE ADMISSAO-VEND  TO ADMISSAO-FER.
           MOVE COMPETENCIA    TO COMPET-REF-FER.
           PERFORM GERA-PERIODOS-FER.
           MOVE 1 TO IDX-TF.
           PERFORM DESFAZ-GOZO UNTIL IDX-TF GREATER THAN QTD-PER-FER.
           MOVE ZEROES TO DIAS-A-BAIXAR.
           MOVE 1 TO IDX-EV.
           PERFORM SOMA-DIAS-FERIAS
              UNTIL IDX-EV GREATER THAN QTD-EVENTOS.
           MOVE 1 TO IDX-BAIXA.
           PERFORM BAIXA-DIAS-FERIAS UNTIL DIAS-A-BAIXAR EQUAL ZEROES
              OR IDX-BAIXA EQUAL ZEROES.
           IF DIAS-A-BAIXAR GREATER THAN ZEROES
              DISPLAY "EX05B: MATRICULA " MATRICULA-VEND " COM "
                      DIAS-A-BAIXAR " DIA(S) DE FERIAS SEM SALDO EM "
                      "PERIODO AQUISITIVO - CONFERIR O CTLFER."
              MOVE 4 TO RETURN-CODE
           END-IF.

       DESFAZ-GOZO.
           IF MATRICULA-TF(IDX-TF) EQUAL MATRICULA-VEND AND
              COMPET-GOZO-TF(IDX-TF) EQUAL COMPETENCIA AND
              SITUACAO-TF(IDX-TF) NOT EQUAL "R"
              SUBTRACT DIAS-GOZO-TF(IDX-TF) FROM GOZADOS-TF(IDX-TF)
              ADD DIAS-GOZO-TF(IDX-TF) TO SALDO-TF(IDX-TF)
              MOVE ZEROES TO DIAS-GOZO-TF(IDX-TF)
                             COMPET-GOZO-TF(IDX-TF)
              MOVE SPACE  TO SITUACAO-TF(IDX-TF)
           END-IF.
           ADD 1 TO IDX-TF.

       SOMA-DIAS-FERIAS.
           IF MATRICULA-EVT-TAB(IDX-EV) EQUAL MATRICULA-VEND AND
              VERBA-EVT-TAB(IDX-EV) EQUAL 100
              IF DIAS-EVT-TAB(IDX-EV) GREATER THAN ZEROES
                 MOVE DIAS-EVT-TAB(IDX-EV) TO DIAS-EVENTO
              ELSE
                 IF SAL-VEND EQUAL ZEROES
                    MOVE 30 TO DIAS-EVENTO
                 ELSE
                    COMPUTE DIAS-EVENTO ROUNDED =
                            VALOR-EVT-TAB(IDX-EV) * 90 / (SAL-VEND * 4)
                 END-IF
                 IF DIAS-EVENTO GREATER THAN 30
                    MOVE 30 TO DIAS-EVENTO
                 END-IF
              END-IF
              ADD DIAS-EVENTO TO DIAS-A-BAIXAR
           END-IF.
           ADD 1 TO IDX-EV.

      *UM PERIODO POR VEZ: O ABERTO MAIS ANTIGO COM SALDO.
      *IDX-BAIXA VOLTA ZERO QUANDO NAO HA MAIS PERIODO COM SALDO.
       BAIXA-DIAS-FERIAS.
           MOVE ZEROES TO IDX-BAIXA.
           MOVE 99 TO PER-BAIXA.
           MOVE 1 TO IDX-TF.
           PERFORM PROCURA-PERIODO-SALDO
              UNTIL IDX-TF GREATER THAN QTD-PER-FER.
           IF IDX-BAIXA GREATER THAN ZEROES
              IF DIAS-A-BAIXAR GREATER THAN SALDO-TF(IDX-BAIXA)
                 MOVE SALDO-TF(IDX-BAIXA) TO DIAS-BAIXA
              ELSE
                 MOVE DIAS-A-BAIXAR TO DIAS-BAIXA
              END-IF
              ADD DIAS-BAIXA TO GOZADOS-TF(IDX-BAIXA)
              SUBTRACT DIAS-BAIXA FROM SALDO-TF(IDX-BAIXA)
                                       DIAS-A-BAIXAR
              IF COMPET-GOZO-TF(IDX-BAIXA) EQUAL COMPETENCIA
                 ADD DIAS-BAIXA TO DIAS-GOZO-TF(IDX-BAIXA)
              ELSE
                 MOVE COMPETENCIA TO COMPET-GOZO-TF(IDX-BAIXA)
                 MOVE DIAS-BAIXA  TO DIAS-GOZO-TF(IDX-BAIXA)
              END-IF
              IF SALDO-TF(IDX-BAIXA) EQUAL ZEROES
                 MOVE "Q" TO SITUACAO-TF(IDX-BAIXA)
              END-IF
           END-IF.

       PROCURA-PERIODO-SALDO.
           IF MATRICULA-TF(IDX-TF) EQUAL MATRICULA-VEND AND
              SITUACAO-TF(IDX-TF) EQUAL SPACE AND
              SALDO-TF(IDX-TF) GREATER THAN ZEROES AND
              PERIODO-TF(IDX-TF) LESS THAN PER-BAIXA
              MOVE IDX-TF TO IDX-BAIXA
              MOVE PERIODO-TF(IDX-TF) TO PER-BAIXA
           END-IF.
           ADD 1 TO IDX-TF.

      *DEFAULTS HISTORICOS DAS TABELAS (OS MESMOS VALORES QUE ANTES
      *ERAM LITERAIS DE CALCULA-DESCONTOS).
       CARGA-TABELAS-DEFAULT.
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
           MOVE IRRF-DEDUZ-IMP(IDX-FX) TO IRRF-DEDUZ(IDX-FX).
           ADD 1 TO IDX-FX.

      *PROXIMO VENDEDOR DA FOLHA: ATIVO E ADMITIDO ATE A
      *COMPETENCIA. DESLIGADO FICA NO CADVEND SO PARA O HISTORICO.
       LEITURA.
           MOVE "N" TO VENDEDOR-ELEGIVEL.
           PERFORM LER-CADVEND UNTIL FIM-ARQ EQUAL "SIM"
              OR VENDEDOR-ELEGIVEL EQUAL "S".
           IF VENDEDOR-ELEGIVEL EQUAL "S"
              PERFORM MONTA-VENDEDOR
           END-IF.

       LER-CADVEND.
           READ CADVEND AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              MOVE ADMISSAO-CVD(1:6) TO ADMISSAO-COMP
              IF VENDEDOR-ATIVO AND
                 ADMISSAO-COMP NOT GREATER THAN COMPETENCIA
                 MOVE "S" TO VENDEDOR-ELEGIVEL
              END-IF
           END-IF.

      *CADASTRO MAIS AS VENDAS DO MES (SEM VENDAS = SO O SALARIO
      *BASE E OS EVENTOS).
       MONTA-VENDEDOR.
           MOVE MATRICULA-CVD TO MATRICULA-VEND.
           MOVE NOME-CVD      TO NOME-VEND.
           MOVE SALARIO-CVD   TO SAL-VEND.
           MOVE PLANO-CVD     TO PLANO-VEND.
           MOVE DEPEND-CVD    TO DEPEND-VEND.
           MOVE ADMISSAO-CVD  TO ADMISSAO-VEND.
           MOVE ZEROES TO QTD-VEND VTV-VEND PREMIO-VEND.
           SET IDX-MOV TO 1.
           SEARCH MOVTO-ITEM
              AT END
                 CONTINUE
              WHEN MATRICULA-MV(IDX-MOV) EQUAL MATRICULA-VEND
                 MOVE QTD-MV(IDX-MOV)    TO QTD-VEND
                 MOVE VTV-MV(IDX-MOV)    TO VTV-VEND
                 MOVE PREMIO-MV(IDX-MOV) TO PREMIO-VEND
                 MOVE "S" TO USADO-MV(IDX-MOV)
           END-SEARCH.

       PRINCIPAL.
           PERFORM CALCULA-COMISSAO.
           PERFORM SOMA-EVENTOS.
           PERFORM LANCA-FERIAS.
           ADD SOMA-PROVENTOS TO SALARIO-FINAL TEMP-FOLHA-TOT.
           PERFORM CALCULA-DESCONTOS.
           SUBTRACT SOMA-DESCONTOS FROM LIQUIDO-CALC.
           PERFORM APURA-LIQUIDO.
           PERFORM IMPRESSAO.
           PERFORM GERA-HOLERITE.
           PERFORM GRAVA-FOLHAHIS.
           END-EVALUATE.

           COMPUTE VALOR-COMISSAO ROUNDED =
                   VTV-VEND * (TAXA-COMISSAO / 100) + PREMIO-VEND.

           COMPUTE SALARIO-FINAL ROUNDED =
                   SAL-VEND + VALOR-COMISSAO.
           ADD SALARIO-FINAL TO TEMP-FOLHA-TOT.

      *INSS POR FAIXA DO BRUTO, COM TETO; IRRF POR FAIXA DA BASE
      *(BRUTO MENOS INSS MENOS A DEDUCAO DOS DEPENDENTES), COM
      *PARCELA A DEDUZIR - AS FAIXAS VEM DAS TABELAS CARREGADAS EM
      *LE-TABELAS-IMPOSTO. O FGTS E ENCARGO DA EMPRESA SOBRE O
      *BRUTO - NAO SAI DO LIQUIDO.
       CALCULA-DESCONTOS.
           MOVE "N" TO ACHOU-FAIXA.
           MOVE 1 TO IDX-FX.
              MOVE TETO-INSS TO VALOR-INSS
           END-IF.

           COMPUTE DEDUCAO-DEP = DEPEND-VEND * DEDUZ-DEP.
           IF VALOR-INSS + DEDUCAO-DEP LESS THAN SALARIO-FINAL
              COMPUTE BASE-IRRF =
                      SALARIO-FINAL - VALOR-INSS - DEDUCAO-DEP
           ELSE
              MOVE ZEROES TO BASE-IRRF
           END-IF.
           MOVE "N" TO ACHOU-FAIXA.
           MOVE 1 TO IDX-FX.
           PERFORM APLICA-FAIXA-IRRF UNTIL IDX-FX GREATER THAN 4
                      BASE-IRRF * IRRF-ALIQ(5) - IRRF-DEDUZ(5)
           END-IF.

           COMPUTE LIQUIDO-CALC =
                   SALARIO-FINAL - VALOR-INSS - VALOR-IRRF.
           COMPUTE VALOR-FGTS ROUNDED =
                   SALARIO-FINAL * PERC-FGTS / 100.
           ADD VALOR-FGTS  TO TOT-FGTS.
           ADD VALOR-INSS  TO TOT-INSS.
           ADD VALOR-IRRF  TO TOT-IRRF.

      *LIQUIDO NEGATIVO (DESCONTOS ACIMA DO BRUTO) NAO VAI PARA O
      *FOLHAHIS COMO VALOR A PAGAR: GRAVA ZERO, QUE O FOLHAREM RETEM
      *NA REMESSA, E SAI LISTADO NO RELFOLHA (IMPRESSAO).
       APURA-LIQUIDO.
           IF LIQUIDO-CALC LESS THAN ZEROES
              MOVE ZEROES TO SALARIO-LIQ
              DISPLAY "EX05B: MATRICULA " MATRICULA-VEND
                      " COM LIQUIDO NEGATIVO - GRAVADO ZERO NO "
                      "FOLHAHIS."
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE LIQUIDO-CALC TO SALARIO-LIQ
           END-IF.
           ADD SALARIO-LIQ TO TOT-LIQUIDO.

       APLICA-FAIXA-INSS.
           WRITE REG-HOL FROM HOLERITE-TOTBRU AFTER ADVANCING 1 LINE.
           WRITE REG-HOL FROM HOLERITE-INSS   AFTER ADVANCING 1 LINE.
           WRITE REG-HOL FROM HOLERITE-IRRF   AFTER ADVANCING 1 LINE.
           IF DEPEND-VEND GREATER THAN ZEROES
              MOVE DEPEND-VEND TO HOL-DEP
              MOVE DEDUCAO-DEP TO HOL-DEDUCAO
              WRITE REG-HOL FROM HOLERITE-DEP AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM IMPRIME-VERBAS.
           WRITE REG-HOL FROM HOLERITE-LIQ    AFTER ADVANCING 1 LINE.
           MOVE VALOR-FGTS     TO HOL-FGTS.
           WRITE REG-HOL FROM HOLERITE-FGTS   AFTER ADVANCING 1 LINE.
           WRITE REG-HOL FROM HOLERITE-TAB    AFTER ADVANCING 1 LINE.
           WRITE REG-HOL FROM HOLERITE-SEP    AFTER ADVANCING 1 LINE.

           MOVE VALOR-IRRF     TO IRRF-FH.
           MOVE SALARIO-LIQ    TO LIQUIDO-FH.
           MOVE SPACE          TO TIPO-FH.
           MOVE VALOR-FGTS     TO FGTS-FH.
           MOVE ZEROES         TO MULTA-FGTS-FH.
           WRITE REG-FHIS.

       CABECALHO.
           MOVE ZEROES TO CT-LIN.

       IMPRESSAO.
           IF CT-LIN NOT LESS THAN 30
              PERFORM CABECALHO.

           MOVE MATRICULA-VEND TO MAT-DET.
              WRITE REG-FOLHA FROM DETALHE AFTER ADVANCING 2 LINE
              ELSE WRITE REG-FOLHA FROM DETALHE AFTER ADVANCING 1 LINE.

           IF LIQUIDO-CALC LESS THAN ZEROES
              MOVE LIQUIDO-CALC TO NEG-DET
              WRITE REG-FOLHA FROM LINHA-NEGATIVO
                    AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.

       IMPRESSAO-FINAL.
           MOVE TEMP-FOLHA-TOT TO TOT-FOLHA.
           WRITE REG-FOLHA FROM TOTAL-FOLHA AFTER ADVANCING 2 LINE.
           WRITE REG-HOL FROM TOTAL-IRRF-LIN AFTER ADVANCING 1 LINE.
           MOVE TOT-LIQUIDO TO TOT-LIQ-REL.
           WRITE REG-HOL FROM TOTAL-LIQ-LIN AFTER ADVANCING 1 LINE.
           MOVE TOT-FGTS TO TOT-FGTS-REL.
           WRITE REG-HOL FROM TOTAL-FGTS-LIN AFTER ADVANCING 1 LINE.
           MOVE 1 TO IDX-MV.
           PERFORM CONFERE-SOBRA UNTIL IDX-MV GREATER THAN QTD-MOVTOS.

      *VENDA DE MATRICULA FORA DO CADASTRO, DESLIGADA OU ADMITIDA
      *DEPOIS DA COMPETENCIA NAO ENTROU EM FOLHA NENHUMA - AVISO
      *COM RETURN-CODE 4 PARA O CADASTRO SER ACERTADO.
       CONFERE-SOBRA.
           IF USADO-MV(IDX-MV) NOT EQUAL "S"
              DISPLAY "EX05B: VENDAS DA MATRICULA " MATRICULA-MV(IDX-MV)
                      " SEM VENDEDOR ATIVO NO CADVEND - FORA DA "
                      "FOLHA."
              MOVE 4 TO RETURN-CODE
           END-IF.
           ADD 1 TO IDX-MV.

       FIM.
           CLOSE CADVEND RELFOLHA HOLERITE FOLHAHIS.
           IF PER-FER-DEMAIS EQUAL "S"
              DISPLAY "EX05B: MAIS DE 3000 PERIODOS NO CONTROLE DE "
                      "FERIAS - CTLFER.DAT NAO ATUALIZADO. RODADA "
                      "ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM REGRAVA-FERIAS.

       COPY DATPRCPD.

       COPY CTLFERPD.
