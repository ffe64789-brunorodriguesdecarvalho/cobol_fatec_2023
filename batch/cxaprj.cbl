       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXAPRJ.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    PROJECAO DE CAIXA POR SEMANA. RECEBE PELO ACCEPT O
      *            SALDO DE CAIXA INICIAL (INFORMADO PELO OPERADOR,
      *            PODE SER NEGATIVO) E O HORIZONTE EM DIAS (ZEROS =
      *            60, MAXIMO 182 = 26 SEMANAS). A SEMANA 01 COMECA
      *            NA DATA DE PROCESSAMENTO.
      *            ENTRADAS, PELO SALDO EM ABERTO DE CADA FONTE:
      *            - MENSALIDADES DOS SOCIOS (MENSAL, ABERTAS);
      *            - PARCELAS DOS ACORDOS VIGENTES (ACORDOS: A
      *              PROXIMA PARCELA NO VENCIMENTO-ACD E AS DEMAIS
      *              DE MES EM MES, ATE QTD-PARCELAS-ACD);
      *            - MENSALIDADES ESCOLARES (MENSALU, ABERTAS);
      *            - NOTAS A RECEBER (CONTASAR, VALORCR -
      *              RECEBIDOCR DOS TITULOS ABERTOS);
      *            - PARCELAS DAS RESERVAS (PARCRES, VALOR-PCL -
      *              PAGO-PCL DAS PARCELAS ABERTAS).
      *            SAIDAS: TITULOS ABERTOS DO CTASPAG, POR ORIGEM.
      *            O QUE VENCE NO HORIZONTE CAI NA SEMANA DO
      *            VENCIMENTO; O QUE JA VENCEU CAI NA SEMANA 01.
      *            CADA ENTRADA E PONDERADA PELO FATOR DE RECEBIMENTO
      *            DA SUA FONTE NA SUA FAIXA DE ATRASO (A VENCER /
      *            ATE 30 / 31-60 / 61-90 / MAIS DE 90 DIAS, EM DIAS
      *            COMERCIAIS COMO NO CPGAGE). O FATOR VEM DO PROPRIO
      *            ARQUIVO: DOS VALORES JA VENCIDOS QUE ESTAO HOJE
      *            NAQUELA FAIXA, QUANTO FOI PAGO SOBRE O DEVIDO
      *            (MENSALIDADE BAIXADA CONTA COMO NAO PAGA; ISENTA E
      *            CANCELADA FICAM FORA). A VENCER USA O FATOR DA
      *            FAIXA ATE 30; FAIXA SEM HISTORICO USA O DA FAIXA
      *            ANTERIOR (ATE 30 SEM HISTORICO = 100%). O ACORDO
      *            NAO TEM HISTORICO PROPRIO E USA O FATOR DO MENSAL,
      *            QUE E DOS MESMOS SOCIOS. AS SAIDAS NAO SAO
      *            PONDERADAS.
      *            RELCXA: TABELA DE FATORES, DETALHE DE CADA SEMANA
      *            POR FONTE COM O SALDO PROJETADO NO FIM DELA E O
      *            RESUMO SEMANAL; SEMANA DE SALDO NEGATIVO SAI
      *            MARCADA "<<< NEGATIVO". FONTE AUSENTE E AVISADA NO
      *            RELATORIO E DEVOLVE RETURN-CODE 4.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MENSALSL.

           COPY ACORDOSL.

           COPY MENALUSL.

           COPY CTASARSL.

           COPY PARRESSL.

           COPY CTAPAGSL.

           COPY CALENDSL.

           COPY DATPRCSL.

           SELECT RELCXA ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY MENSALFD.

       COPY ACORDOFD.

       COPY MENALUFD.

       COPY CTASARFD.

       COPY PARRESFD.

       COPY CTAPAGFD.

       COPY CALENDFD.

       COPY DATPRCFD.

       FD  RELCXA
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELCXA.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MENSALWS.
       COPY ACORDOWS.
       COPY MENALUWS.
       COPY CTASARWS.
       COPY PARRESWS.
       COPY CTAPAGWS.
       COPY CALENDWS.
       COPY DATPRCWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  FASE          PIC X(01) VALUE "H".
           88 FASE-HISTORICO VALUE "H".
           88 FASE-PROJECAO  VALUE "P".
       77  SALDO-INICIAL PIC S9(11)V9(02) VALUE ZEROES.
       77  HORIZONTE     PIC 9(03) VALUE ZEROES.
       77  QTD-SEM       PIC 9(02) VALUE ZEROES.
       77  DATA-BASE     PIC 9(08) VALUE ZEROES.
       77  DATA-ITEM     PIC 9(08) VALUE ZEROES.
       77  DATA-TRAB     PIC 9(08) VALUE ZEROES.
       77  ANO-TRAB      PIC 9(04) VALUE ZEROES.
       77  MES-TRAB      PIC 9(02) VALUE ZEROES.
       77  DIA-TRAB      PIC 9(02) VALUE ZEROES.
       77  DIA-ACORDO    PIC 9(02) VALUE ZEROES.
       77  DIAS-BASE     PIC 9(07) VALUE ZEROES.
       77  DIAS-ITEM     PIC 9(07) VALUE ZEROES.
       77  DIAS-ATRASO   PIC S9(07) VALUE ZEROES.
       77  VALOR-DEVIDO  PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-PAGO    PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-ABERTO  PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-PREVISTO PIC 9(11)V9(02) VALUE ZEROES.
       77  SALDO-SEM     PIC S9(11)V9(02) VALUE ZEROES.
       77  TOTAL-ENT     PIC 9(11)V9(02) VALUE ZEROES.
       77  TOTAL-SAI     PIC 9(11)V9(02) VALUE ZEROES.
       77  GERAL-ENT     PIC 9(11)V9(02) VALUE ZEROES.
       77  GERAL-SAI     PIC 9(11)V9(02) VALUE ZEROES.
       77  CT-NEGATIVAS  PIC 9(02) VALUE ZEROES.
       77  CT-AUSENTES   PIC 9(01) VALUE ZEROES.
       77  IDX-FON       PIC 9(01) VALUE ZEROES.
       77  IDX-FAI       PIC 9(01) VALUE ZEROES.
       77  IDX-SAI       PIC 9(01) VALUE ZEROES.
       77  IDX-S         PIC 9(02) VALUE ZEROES.
       77  TEXTO-AVISO   PIC X(78) VALUE SPACES.

      *FONTES DE ENTRADA: 1 MENSAL, 2 ACORDOS, 3 MENSALU,
      *4 CONTASAR, 5 PARCRES. FAIXAS: 1 A VENCER, 2 ATE 30,
      *3 31-60, 4 61-90, 5 MAIS DE 90.
       01  TAB-FONTES.
           02 FONTE-ITEM OCCURS 5 TIMES.
              03 NOME-FON-TAB   PIC X(30).
              03 FAIXA-FON-ITEM OCCURS 5 TIMES.
                 04 DEVIDO-FON-TAB PIC 9(11)V9(02).
                 04 PAGO-FON-TAB   PIC 9(11)V9(02).
                 04 FATOR-FON-TAB  PIC 9V9(04).

      *SAIDAS POR ORIGEM DO CTASPAG: 1 TRP, 2 FOL, 3 RES, 4 OPE,
      *5 MAN.
       01  TAB-NOMES-SAIDA.
           02 FILLER PIC X(30) VALUE "REPASSE A MOTORISTAS (TRP)".
           02 FILLER PIC X(30) VALUE "FOLHA NORMAL (FOL)".
           02 FILLER PIC X(30) VALUE "RESCISOES (RES)".
           02 FILLER PIC X(30) VALUE "OPERADORAS DE TURISMO (OPE)".
           02 FILLER PIC X(30) VALUE "CONTAS AVULSAS (MAN)".
       01  TAB-NOMES-SAIDA-R REDEFINES TAB-NOMES-SAIDA.
           02 NOME-SAI-TAB PIC X(30) OCCURS 5 TIMES.

       01  TAB-SEMANAS.
           02 SEMANA-ITEM OCCURS 26 TIMES.
              03 INI-SEM-TAB    PIC 9(08).
              03 FIM-SEM-TAB    PIC 9(08).
              03 ENT-SEM-TAB    PIC 9(11)V9(02) OCCURS 5 TIMES.
              03 SAI-SEM-TAB    PIC 9(11)V9(02) OCCURS 5 TIMES.

       01 CAB-TITULO.
           02 FILLER       PIC X(37) VALUE
              "PROJECAO DE CAIXA SEMANAL - HORIZONTE".
           02 FILLER       PIC X(01) VALUE SPACE.
           02 HORIZ-CAB    PIC ZZ9.
           02 FILLER       PIC X(12) VALUE " DIAS  PROC.".
           02 FILLER       PIC X(01) VALUE SPACE.
           02 DATA-CAB     PIC 99/99/9999.
           02 FILLER       PIC X(16) VALUE SPACES.

       01 CAB-SALDO.
           02 FILLER       PIC X(33) VALUE
              "SALDO DE CAIXA INICIAL.......: R$".
           02 SALDO-INI-CAB PIC --.---.---.--9,99.
           02 FILLER       PIC X(29) VALUE SPACES.

       01 CAB-FATORES.
           02 FILLER       PIC X(30) VALUE
              "FATORES DE RECEBIMENTO (PAGO /".
           02 FILLER       PIC X(28) VALUE
              " DEVIDO POR FAIXA DE ATRASO)".
           02 FILLER       PIC X(22) VALUE SPACES.

       01 CAB-FAIXAS.
           02 FILLER       PIC X(31) VALUE "FONTE".
           02 FILLER       PIC X(40) VALUE
              "A VENCER  ATE 30   31-60   61-90  MAIS90".
           02 FILLER       PIC X(09) VALUE SPACES.

       01 LINHA-FATOR.
           02 NOME-FAT     PIC X(30).
           02 FATOR-FAT    OCCURS 5 TIMES.
              03 FILLER    PIC X(01).
              03 PERC-FAT  PIC ZZ9,9.
              03 FILLER    PIC X(02).
           02 FILLER       PIC X(10).

       01 CAB-SEMANA.
           02 FILLER       PIC X(07) VALUE "SEMANA ".
           02 NUM-SEM-CAB  PIC 9(02).
           02 FILLER       PIC X(03) VALUE " - ".
           02 INI-SEM-CAB  PIC 99/99/9999.
           02 FILLER       PIC X(03) VALUE " A ".
           02 FIM-SEM-CAB  PIC 99/99/9999.
           02 FILLER       PIC X(45) VALUE SPACES.

       01 LINHA-ROTULO.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 ROTULO-LIN   PIC X(40).
           02 FILLER       PIC X(38) VALUE SPACES.

       01 LINHA-FONTE.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 NOME-LIN     PIC X(30).
           02 FILLER       PIC X(06) VALUE " R$   ".
           02 VALOR-LIN    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(23) VALUE SPACES.

       01 LINHA-SALDO.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(32) VALUE
              "SALDO PROJETADO NO FIM DA SEMANA".
           02 FILLER       PIC X(05) VALUE " R$  ".
           02 SALDO-LIN    PIC --.---.---.--9,99.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 MARCA-LIN    PIC X(14).
           02 FILLER       PIC X(08) VALUE SPACES.

       01 CAB-RESUMO.
           02 FILLER       PIC X(40) VALUE
              " SEM INICIO FIM          ENTRADAS      ".
           02 FILLER       PIC X(40) VALUE
              "   SAIDAS           SALDO               ".

       01 LINHA-RESUMO.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 SEM-RES      PIC 9(02).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 INI-RES      PIC X(05).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 FIM-RES      PIC X(05).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 ENT-RES      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 SAI-RES      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 SALDO-RES    PIC ----.---.--9,99.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 MARCA-RES    PIC X(14).
           02 FILLER       PIC X(01) VALUE SPACE.

       01 LINHA-AVISO.
           02 FILLER       PIC X(02) VALUE "- ".
           02 AVISO-LIN    PIC X(78).

       01 TOTAL-LINHA.
           02 ROTULO-TOT   PIC X(33).
           02 VALOR-TOT    PIC --.---.---.--9,99.
           02 FILLER       PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           MOVE "H" TO FASE.
           PERFORM VARRE-FONTES.
           PERFORM CALCULA-FATORES.
           MOVE "P" TO FASE.
           PERFORM VARRE-FONTES.
           PERFORM PROJETA-ACORDOS.
           PERFORM PROJETA-PAGAR.
           PERFORM IMPRIME-FATORES.
           PERFORM IMPRIME-SEMANAS.
           PERFORM IMPRIME-RESUMO.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-BASE.
           DISPLAY "SALDO DE CAIXA INICIAL (EX -1500,00): ".
           ACCEPT SALDO-INICIAL.
           DISPLAY "HORIZONTE EM DIAS (ZEROS = 60, MAXIMO 182): ".
           ACCEPT HORIZONTE.
           IF HORIZONTE EQUAL ZEROES
              MOVE 60 TO HORIZONTE
           END-IF.
           IF HORIZONTE GREATER THAN 182
              DISPLAY "CXAPRJ: HORIZONTE LIMITADO A 182 DIAS."
              MOVE 182 TO HORIZONTE
           END-IF.
           DIVIDE 7 INTO HORIZONTE GIVING QTD-SEM.
           IF QTD-SEM * 7 LESS THAN HORIZONTE
              ADD 1 TO QTD-SEM
           END-IF.
           MOVE "MENSALIDADES DE SOCIOS"       TO NOME-FON-TAB(1).
           MOVE "ACORDOS DE PARCELAMENTO"      TO NOME-FON-TAB(2).
           MOVE "MENSALIDADES ESCOLARES"       TO NOME-FON-TAB(3).
           MOVE "NOTAS A RECEBER (CONTASAR)"   TO NOME-FON-TAB(4).
           MOVE "PARCELAS DE RESERVAS"         TO NOME-FON-TAB(5).
           PERFORM ZERA-FONTE VARYING IDX-FON FROM 1 BY 1
              UNTIL IDX-FON GREATER THAN 5.
           PERFORM MONTA-SEMANAS.
           MOVE DATA-BASE TO DATA-TRAB.
           PERFORM CALCULA-DIAS.
           MOVE DIAS-ITEM TO DIAS-BASE.
           OPEN OUTPUT RELCXA.
           MOVE HORIZONTE TO HORIZ-CAB.
           MOVE DATA-BASE TO DATA-TRAB.
           PERFORM FORMATA-DATA.
           MOVE DATA-TRAB TO DATA-CAB.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           MOVE SALDO-INICIAL TO SALDO-INI-CAB.
           WRITE REG-REL FROM CAB-SALDO AFTER ADVANCING 2 LINE.

       ZERA-FONTE.
           PERFORM ZERA-FAIXA VARYING IDX-FAI FROM 1 BY 1
              UNTIL IDX-FAI GREATER THAN 5.

       ZERA-FAIXA.
           MOVE ZEROES TO DEVIDO-FON-TAB(IDX-FON IDX-FAI)
                          PAGO-FON-TAB(IDX-FON IDX-FAI)
                          FATOR-FON-TAB(IDX-FON IDX-FAI).

      *SEMANAS DE 7 DIAS CORRIDOS A PARTIR DA DATA DE PROCESSAMENTO
      *(O AVANCO DE UM DIA E O DO CALENDARIO; A TABELA DE DIAS NAO
      *UTEIS NAO E CARREGADA, POIS AQUI NAO INTERESSA).
       MONTA-SEMANAS.
           MOVE DATA-BASE TO DATA-UTIL-CAL.
           PERFORM MONTA-SEMANA VARYING IDX-S FROM 1 BY 1
              UNTIL IDX-S GREATER THAN QTD-SEM.

       MONTA-SEMANA.
           MOVE DATA-UTIL-CAL TO INI-SEM-TAB(IDX-S).
           MOVE ZEROES TO CT-AVANCOS-CAL.
           PERFORM AVANCA-DIA-UTIL 6 TIMES.
           MOVE DATA-UTIL-CAL TO FIM-SEM-TAB(IDX-S).
           PERFORM AVANCA-DIA-UTIL.
           PERFORM ZERA-VALORES-SEMANA VARYING IDX-FON FROM 1 BY 1
              UNTIL IDX-FON GREATER THAN 5.

       ZERA-VALORES-SEMANA.
           MOVE ZEROES TO ENT-SEM-TAB(IDX-S IDX-FON)
                          SAI-SEM-TAB(IDX-S IDX-FON).

       CALCULA-DIAS.
           MOVE DATA-TRAB(1:4) TO ANO-TRAB.
           MOVE DATA-TRAB(5:2) TO MES-TRAB.
           MOVE DATA-TRAB(7:2) TO DIA-TRAB.
           COMPUTE DIAS-ITEM =
                   ANO-TRAB * 360 + MES-TRAB * 30 + DIA-TRAB.

       FORMATA-DATA.
           MOVE DATA-TRAB(1:4) TO ANO-TRAB.
           MOVE DATA-TRAB(5:2) TO MES-TRAB.
           MOVE DATA-TRAB(7:2) TO DIA-TRAB.
           MOVE DIA-TRAB TO DATA-TRAB(1:2).
           MOVE MES-TRAB TO DATA-TRAB(3:2).
           MOVE ANO-TRAB TO DATA-TRAB(5:4).

      *AS QUATRO FONTES COM HISTORICO SAO LIDAS DUAS VEZES: NA FASE
      *"H" SO ACUMULAM DEVIDO E PAGO POR FAIXA; NA FASE "P" PROJETAM
      *O SALDO ABERTO JA PONDERADO PELO FATOR.
       VARRE-FONTES.
           PERFORM VARRE-MENSAL.
           PERFORM VARRE-MENSALU.
           PERFORM VARRE-CONTASAR.
           PERFORM VARRE-PARCRES.

       VARRE-MENSAL.
           MOVE 1 TO IDX-FON.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT MENSAL.
           IF FS-MENSAL EQUAL "00"
              PERFORM LER-MENSAL UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE MENSAL
           ELSE
              IF FASE-HISTORICO
                 MOVE "LIVRO DE MENSALIDADES MENSAL.DAT AUSENTE."
                      TO TEXTO-AVISO
                 PERFORM AVISA-AUSENTE
              END-IF
           END-IF.

       LER-MENSAL.
           READ MENSAL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              MOVE VENCIMENTO-MEN TO DATA-ITEM
              MOVE VALOR-MEN      TO VALOR-DEVIDO
              MOVE ZEROES TO VALOR-PAGO VALOR-ABERTO
              IF MENSAL-PAGA
                 MOVE VALOR-MEN TO VALOR-PAGO
              END-IF
              IF MENSAL-ABERTA
                 MOVE VALOR-MEN TO VALOR-ABERTO
              END-IF
              PERFORM TRATA-ITEM
           END-IF.

       VARRE-MENSALU.
           MOVE 3 TO IDX-FON.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT MENSALU.
           IF FS-MENSALU EQUAL "00"
              PERFORM LER-MENSALU UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE MENSALU
           ELSE
              IF FASE-HISTORICO
                 MOVE "MENSALIDADES ESCOLARES MENSALU.DAT AUSENTE."
                      TO TEXTO-AVISO
                 PERFORM AVISA-AUSENTE
              END-IF
           END-IF.

       LER-MENSALU.
           READ MENSALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NOT MENSALU-ISENTA AND NOT MENSALU-CANCELADA
                 MOVE VENCIMENTO-MAL TO DATA-ITEM
                 MOVE VALOR-MAL      TO VALOR-DEVIDO
                 MOVE ZEROES TO VALOR-PAGO VALOR-ABERTO
                 IF MENSALU-PAGA
                    MOVE VALOR-MAL TO VALOR-PAGO
                 ELSE
                    MOVE VALOR-MAL TO VALOR-ABERTO
                 END-IF
                 PERFORM TRATA-ITEM
              END-IF
           END-IF.

       VARRE-CONTASAR.
           MOVE 4 TO IDX-FON.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CONTASAR.
           IF FS-CONTASAR EQUAL "00"
              PERFORM LER-CONTASAR UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CONTASAR
           ELSE
              IF FASE-HISTORICO
                 MOVE "CONTAS A RECEBER CONTASAR.DAT AUSENTE."
                      TO TEXTO-AVISO
                 PERFORM AVISA-AUSENTE
              END-IF
           END-IF.

      *TITULO "R" (CREDITO A DEVOLVER) ESTA QUITADO: O DEVIDO TODO
      *CONTA COMO PAGO.
       LER-CONTASAR.
           READ CONTASAR AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              MOVE VENCIMENTOCR TO DATA-ITEM
              MOVE VALORCR      TO VALOR-DEVIDO
              MOVE ZEROES TO VALOR-ABERTO
              IF RECEBIDOCR GREATER THAN VALORCR
                 MOVE VALORCR TO VALOR-PAGO
              ELSE
                 MOVE RECEBIDOCR TO VALOR-PAGO
              END-IF
              IF TITULO-PAGO OR TITULO-CREDITO
                 MOVE VALORCR TO VALOR-PAGO
              END-IF
              IF TITULO-ABERTO
                 SUBTRACT VALOR-PAGO FROM VALORCR
                    GIVING VALOR-ABERTO
              END-IF
              PERFORM TRATA-ITEM
           END-IF.

       VARRE-PARCRES.
           MOVE 5 TO IDX-FON.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT PARCRES.
           IF FS-PARCRES EQUAL "00"
              PERFORM LER-PARCRES UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE PARCRES
           ELSE
              IF FASE-HISTORICO
                 MOVE "PLANO DAS RESERVAS PARCRES.DAT AUSENTE."
                      TO TEXTO-AVISO
                 PERFORM AVISA-AUSENTE
              END-IF
           END-IF.

       LER-PARCRES.
           READ PARCRES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NOT PARCELA-CANCELADA
                 MOVE VENCTO-PCL TO DATA-ITEM
                 MOVE VALOR-PCL  TO VALOR-DEVIDO
                 MOVE ZEROES TO VALOR-ABERTO
                 IF PARCELA-QUITADA OR PAGO-PCL GREATER THAN VALOR-PCL
                    MOVE VALOR-PCL TO VALOR-PAGO
                 ELSE
                    MOVE PAGO-PCL TO VALOR-PAGO
                 END-IF
                 IF PARCELA-ABERTA
                    SUBTRACT VALOR-PAGO FROM VALOR-PCL
                       GIVING VALOR-ABERTO
                 END-IF
                 PERFORM TRATA-ITEM
              END-IF
           END-IF.

       AVISA-AUSENTE.
           ADD 1 TO CT-AUSENTES.
           MOVE TEXTO-AVISO TO AVISO-LIN.
           WRITE REG-REL FROM LINHA-AVISO AFTER ADVANCING 1 LINE.

      *ITEM DE RECEBER (DATA-ITEM, VALOR-DEVIDO/PAGO/ABERTO DA
      *FONTE IDX-FON): NA FASE "H" SO O JA VENCIDO ENTRA NO
      *HISTORICO; NA FASE "P" O SALDO ABERTO VAI PARA A SEMANA,
      *PONDERADO.
       TRATA-ITEM.
           PERFORM ACHA-FAIXA.
           IF FASE-HISTORICO
              IF IDX-FAI GREATER THAN 1
                 ADD VALOR-DEVIDO TO DEVIDO-FON-TAB(IDX-FON IDX-FAI)
                 ADD VALOR-PAGO   TO PAGO-FON-TAB(IDX-FON IDX-FAI)
              END-IF
           ELSE
              IF VALOR-ABERTO GREATER THAN ZEROES
                 PERFORM ACHA-SEMANA
                 IF IDX-S GREATER THAN ZEROES
                    COMPUTE VALOR-PREVISTO ROUNDED = VALOR-ABERTO *
                            FATOR-FON-TAB(IDX-FON IDX-FAI)
                    ADD VALOR-PREVISTO TO ENT-SEM-TAB(IDX-S IDX-FON)
                 END-IF
              END-IF
           END-IF.

       ACHA-FAIXA.
           MOVE DATA-ITEM TO DATA-TRAB.
           PERFORM CALCULA-DIAS.
           COMPUTE DIAS-ATRASO = DIAS-BASE - DIAS-ITEM.
           IF DIAS-ATRASO NOT GREATER ZEROES
              MOVE 1 TO IDX-FAI
           ELSE
              IF DIAS-ATRASO NOT GREATER 30
                 MOVE 2 TO IDX-FAI
              ELSE
                 IF DIAS-ATRASO NOT GREATER 60
                    MOVE 3 TO IDX-FAI
                 ELSE
                    IF DIAS-ATRASO NOT GREATER 90
                       MOVE 4 TO IDX-FAI
                    ELSE
                       MOVE 5 TO IDX-FAI
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *JA VENCIDO VAI PARA A SEMANA 01; DEPOIS DO HORIZONTE FICA
      *FORA (IDX-S ZERADO).
       ACHA-SEMANA.
           IF DATA-ITEM LESS THAN DATA-BASE
              MOVE 1 TO IDX-S
           ELSE
              MOVE 1 TO IDX-S
              PERFORM PROXIMA-SEMANA UNTIL IDX-S EQUAL ZEROES
                 OR DATA-ITEM NOT GREATER THAN FIM-SEM-TAB(IDX-S)
           END-IF.

       PROXIMA-SEMANA.
           IF IDX-S LESS THAN QTD-SEM
              ADD 1 TO IDX-S
           ELSE
              MOVE ZEROES TO IDX-S
           END-IF.

      *FATOR = PAGO / DEVIDO DA FAIXA. A VENCER USA O DA FAIXA ATE
      *30; FAIXA SEM HISTORICO HERDA O DA ANTERIOR. O ACORDO (FONTE
      *2) USA OS FATORES DO MENSAL.
       CALCULA-FATORES.
           PERFORM FATORES-FONTE VARYING IDX-FON FROM 1 BY 1
              UNTIL IDX-FON GREATER THAN 5.
           PERFORM COPIA-FATOR-ACORDO VARYING IDX-FAI FROM 1 BY 1
              UNTIL IDX-FAI GREATER THAN 5.

       FATORES-FONTE.
           PERFORM FATOR-FAIXA VARYING IDX-FAI FROM 2 BY 1
              UNTIL IDX-FAI GREATER THAN 5.
           MOVE FATOR-FON-TAB(IDX-FON 2) TO FATOR-FON-TAB(IDX-FON 1).

       FATOR-FAIXA.
           IF DEVIDO-FON-TAB(IDX-FON IDX-FAI) GREATER THAN ZEROES
              COMPUTE FATOR-FON-TAB(IDX-FON IDX-FAI) ROUNDED =
                      PAGO-FON-TAB(IDX-FON IDX-FAI) /
                      DEVIDO-FON-TAB(IDX-FON IDX-FAI)
           ELSE
              IF IDX-FAI EQUAL 2
                 MOVE 1 TO FATOR-FON-TAB(IDX-FON IDX-FAI)
              ELSE
                 MOVE FATOR-FON-TAB(IDX-FON IDX-FAI - 1)
                   TO FATOR-FON-TAB(IDX-FON IDX-FAI)
              END-IF
           END-IF.

       COPIA-FATOR-ACORDO.
           MOVE FATOR-FON-TAB(1 IDX-FAI) TO FATOR-FON-TAB(2 IDX-FAI).

      *PARCELAS DOS ACORDOS VIGENTES: A PROXIMA VENCE EM
      *VENCIMENTO-ACD E AS DEMAIS NO MESMO DIA DOS MESES SEGUINTES
      *(LIMITADO AO ULTIMO DIA DO MES).
       PROJETA-ACORDOS.
           MOVE 2 TO IDX-FON.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ACORDOS.
           IF FS-ACORDOS EQUAL "00"
              PERFORM LER-ACORDO UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ACORDOS
           ELSE
              MOVE "ACORDOS DE PARCELAMENTO ACORDOS.DAT AUSENTE."
                   TO TEXTO-AVISO
              PERFORM AVISA-AUSENTE
           END-IF.

       LER-ACORDO.
           READ ACORDOS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF ACORDO-VIGENTE
                 MOVE VENCIMENTO-ACD    TO DATA-ITEM
                 MOVE DATA-ITEM(7:2)    TO DIA-ACORDO
                 MOVE VALOR-PARCELA-ACD TO VALOR-DEVIDO VALOR-ABERTO
                 MOVE ZEROES TO VALOR-PAGO
                 PERFORM PARCELA-ACORDO QTD-PARCELAS-ACD TIMES
              END-IF
           END-IF.

       PARCELA-ACORDO.
           PERFORM TRATA-ITEM.
           MOVE DATA-ITEM(1:4) TO ANO-CAL.
           MOVE DATA-ITEM(5:2) TO MES-CAL.
           IF MES-CAL EQUAL 12
              MOVE 01 TO MES-CAL
              ADD 1 TO ANO-CAL
           ELSE
              ADD 1 TO MES-CAL
           END-IF.
           PERFORM DIAS-DO-MES-CAL.
           IF DIA-ACORDO GREATER THAN DIAS-MES-CAL
              MOVE DIAS-MES-CAL TO DIA-CAL
           ELSE
              MOVE DIA-ACORDO TO DIA-CAL
           END-IF.
           MOVE ANO-CAL TO DATA-ITEM(1:4).
           MOVE MES-CAL TO DATA-ITEM(5:2).
           MOVE DIA-CAL TO DATA-ITEM(7:2).

      *SAIDAS: TITULOS ABERTOS DO CONTAS A PAGAR, PELO VALOR CHEIO.
       PROJETA-PAGAR.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CTASPAG.
           IF FS-CTASPAG EQUAL "00"
              PERFORM LER-CTASPAG UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CTASPAG
           ELSE
              MOVE "CONTAS A PAGAR CTASPAG.DAT AUSENTE - SEM SAIDAS."
                   TO TEXTO-AVISO
              PERFORM AVISA-AUSENTE
           END-IF.

       LER-CTASPAG.
           READ CTASPAG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CP-ABERTO
                 EVALUATE TRUE
                    WHEN CP-REPASSE   MOVE 1 TO IDX-SAI
                    WHEN CP-FOLHA     MOVE 2 TO IDX-SAI
                    WHEN CP-RESCISAO  MOVE 3 TO IDX-SAI
                    WHEN CP-OPERADORA MOVE 4 TO IDX-SAI
                    WHEN OTHER        MOVE 5 TO IDX-SAI
                 END-EVALUATE
                 MOVE VENCTO-CP TO DATA-ITEM
                 PERFORM ACHA-SEMANA
                 IF IDX-S GREATER THAN ZEROES
                    ADD VALOR-CP TO SAI-SEM-TAB(IDX-S IDX-SAI)
                 END-IF
              END-IF
           END-IF.

       IMPRIME-FATORES.
           WRITE REG-REL FROM CAB-FATORES AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-FAIXAS AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-FATOR-FONTE VARYING IDX-FON FROM 1 BY 1
              UNTIL IDX-FON GREATER THAN 5.

       IMPRIME-FATOR-FONTE.
           MOVE SPACES TO LINHA-FATOR.
           MOVE NOME-FON-TAB(IDX-FON) TO NOME-FAT.
           PERFORM MOVE-PERC-FATOR VARYING IDX-FAI FROM 1 BY 1
              UNTIL IDX-FAI GREATER THAN 5.
           WRITE REG-REL FROM LINHA-FATOR AFTER ADVANCING 1 LINE.

       MOVE-PERC-FATOR.
           COMPUTE PERC-FAT(IDX-FAI) ROUNDED =
                   FATOR-FON-TAB(IDX-FON IDX-FAI) * 100.

      *DETALHE DE CADA SEMANA, COM O SALDO ACUMULADO.
       IMPRIME-SEMANAS.
           MOVE SALDO-INICIAL TO SALDO-SEM.
           PERFORM IMPRIME-SEMANA VARYING IDX-S FROM 1 BY 1
              UNTIL IDX-S GREATER THAN QTD-SEM.

       IMPRIME-SEMANA.
           MOVE IDX-S TO NUM-SEM-CAB.
           MOVE INI-SEM-TAB(IDX-S) TO DATA-TRAB.
           PERFORM FORMATA-DATA.
           MOVE DATA-TRAB TO INI-SEM-CAB.
           MOVE FIM-SEM-TAB(IDX-S) TO DATA-TRAB.
           PERFORM FORMATA-DATA.
           MOVE DATA-TRAB TO FIM-SEM-CAB.
           WRITE REG-REL FROM CAB-SEMANA AFTER ADVANCING 2 LINE.
           MOVE ZEROES TO TOTAL-ENT TOTAL-SAI.
           MOVE "ENTRADAS PREVISTAS (PONDERADAS)" TO ROTULO-LIN.
           WRITE REG-REL FROM LINHA-ROTULO AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-ENTRADA VARYING IDX-FON FROM 1 BY 1
              UNTIL IDX-FON GREATER THAN 5.
           MOVE "SAIDAS PREVISTAS" TO ROTULO-LIN.
           WRITE REG-REL FROM LINHA-ROTULO AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-SAIDA VARYING IDX-SAI FROM 1 BY 1
              UNTIL IDX-SAI GREATER THAN 5.
           ADD TOTAL-ENT TO SALDO-SEM GERAL-ENT.
           SUBTRACT TOTAL-SAI FROM SALDO-SEM.
           ADD TOTAL-SAI TO GERAL-SAI.
           MOVE SALDO-SEM TO SALDO-LIN.
           IF SALDO-SEM LESS THAN ZEROES
              MOVE "<<< NEGATIVO" TO MARCA-LIN
              ADD 1 TO CT-NEGATIVAS
           ELSE
              MOVE SPACES TO MARCA-LIN
           END-IF.
           WRITE REG-REL FROM LINHA-SALDO AFTER ADVANCING 1 LINE.

       IMPRIME-ENTRADA.
           MOVE NOME-FON-TAB(IDX-FON) TO NOME-LIN.
           MOVE ENT-SEM-TAB(IDX-S IDX-FON) TO VALOR-LIN.
           ADD ENT-SEM-TAB(IDX-S IDX-FON) TO TOTAL-ENT.
           WRITE REG-REL FROM LINHA-FONTE AFTER ADVANCING 1 LINE.

       IMPRIME-SAIDA.
           MOVE NOME-SAI-TAB(IDX-SAI) TO NOME-LIN.
           MOVE SAI-SEM-TAB(IDX-S IDX-SAI) TO VALOR-LIN.
           ADD SAI-SEM-TAB(IDX-S IDX-SAI) TO TOTAL-SAI.
           WRITE REG-REL FROM LINHA-FONTE AFTER ADVANCING 1 LINE.

      *RESUMO: UMA LINHA POR SEMANA (OS TOTAIS SAO REFEITOS A PARTIR
      *DA TABELA).
       IMPRIME-RESUMO.
           WRITE REG-REL FROM CAB-RESUMO AFTER ADVANCING 3 LINE.
           MOVE SALDO-INICIAL TO SALDO-SEM.
           PERFORM RESUMO-SEMANA VARYING IDX-S FROM 1 BY 1
              UNTIL IDX-S GREATER THAN QTD-SEM.

       RESUMO-SEMANA.
           MOVE ZEROES TO TOTAL-ENT TOTAL-SAI.
           PERFORM SOMA-SEMANA VARYING IDX-FON FROM 1 BY 1
              UNTIL IDX-FON GREATER THAN 5.
           ADD TOTAL-ENT TO SALDO-SEM.
           SUBTRACT TOTAL-SAI FROM SALDO-SEM.
           MOVE IDX-S TO SEM-RES.
           MOVE INI-SEM-TAB(IDX-S)(7:2) TO INI-RES(1:2).
           MOVE "/"                     TO INI-RES(3:1).
           MOVE INI-SEM-TAB(IDX-S)(5:2) TO INI-RES(4:2).
           MOVE FIM-SEM-TAB(IDX-S)(7:2) TO FIM-RES(1:2).
           MOVE "/"                     TO FIM-RES(3:1).
           MOVE FIM-SEM-TAB(IDX-S)(5:2) TO FIM-RES(4:2).
           MOVE TOTAL-ENT TO ENT-RES.
           MOVE TOTAL-SAI TO SAI-RES.
           MOVE SALDO-SEM TO SALDO-RES.
           IF SALDO-SEM LESS THAN ZEROES
              MOVE "<<< NEGATIVO" TO MARCA-RES
           ELSE
              MOVE SPACES TO MARCA-RES
           END-IF.
           WRITE REG-REL FROM LINHA-RESUMO AFTER ADVANCING 1 LINE.

       SOMA-SEMANA.
           ADD ENT-SEM-TAB(IDX-S IDX-FON) TO TOTAL-ENT.
           ADD SAI-SEM-TAB(IDX-S IDX-FON) TO TOTAL-SAI.

       FIM.
           MOVE "Total de entradas previstas..: R$" TO ROTULO-TOT.
           MOVE GERAL-ENT TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 2 LINE.
           MOVE "Total de saidas previstas....: R$" TO ROTULO-TOT.
           MOVE GERAL-SAI TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "Saldo projetado no horizonte.: R$" TO ROTULO-TOT.
           MOVE SALDO-SEM TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           CLOSE RELCXA.
           DISPLAY "CXAPRJ: " QTD-SEM " SEMANA(S) PROJETADA(S), "
                   CT-NEGATIVAS " COM SALDO NEGATIVO - VER RELCXA.".
           IF CT-AUSENTES GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.

       COPY CALENDPD.

       COPY DATPRCPD.
