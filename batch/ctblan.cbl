       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBLAN.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    INTERFACE CONTABIL (LANCAMENTOS DE PARTIDA DOBRADA).
      *            O CONTADOR REMONTAVA OS LANCAMENTOS DO MES LENDO
      *            RELPAG, RELFOLHA, RELVEND, RELPAY E RELAR NO PAPEL.
      *            ESTA RODADA LE A COMPETENCIA (AAAAMM PELO ACCEPT;
      *            ZEROS = A DA DATA DE PROCESSAMENTO), O PLANO DE
      *            CONTAS (PLANOCTA.DAT) E A TABELA DE EVENTOS
      *            (EVENTCTB.DAT - EVENTO -> CONTA DEBITO/CREDITO E
      *            HISTORICO) E GERA UM LANCAMENTO POR MOVIMENTO
      *            FINANCEIRO DO MES, COM DATA, CONTAS, VALOR,
      *            HISTORICO E DOCUMENTO DE ORIGEM:
      *            - RECIBREG: RECIBOS DE MENSALIDADE PELA DATA DO
      *              RECIBO (RECSOC) E ESTORNOS PELA DATA DO ESTORNO
      *              (ESTSOC);
      *            - ARQINAT: BAIXAS DE INADIMPLENTE PELA DATA DA
      *              BAIXA, PELO VALOR EM ABERTO (BXASOC);
      *            - NOTAS: NOTAS EMITIDAS NO MES, TOTAL E IMPOSTO
      *              (NFVEND/NFIMPO), E AS CANCELADAS NO MES PELO
      *              CANCNOTA.DAT, COM A DATA DO CANCELAMENTO
      *              (NFCANC/NFCIMP) - A NOTA EMITIDA E CANCELADA NO
      *              MESMO MES GERA OS DOIS;
      *            - RECNOTA: RECEBIMENTOS DE NOTA PELA DATA (RECNFS);
      *            - FOLHAHIS: REGISTRO MAIS RECENTE DE CADA
      *              MATRICULA E TIPO NA COMPETENCIA, COMO NO
      *              FOLHAFGT - BRUTO, INSS, IRRF E FGTS COM A MULTA
      *              (FOLBRU/FOLINS/FOLIRF/FOLFGT; FGTS NAO GRAVADO =
      *              8% DO BRUTO);
      *            - TRIPPAY: CORRIDAS DO MES JA ACERTADAS (ACERTO-TRIP
      *              "S" NO TRIPREG), PARTE DO MOTORISTA PELA REGRA DO
      *              TRIPPAY (PERC-MOT, ZERADO = 75%; ESTORNO "C"
      *              ABATE), UM LANCAMENTO POR MOTORISTA (REPMOT) -
      *              RODAR DEPOIS DO ACERTO DO PERIODO;
      *            - MENSALU: MENSALIDADES ESCOLARES DA COMPETENCIA
      *              (CANCELADA NAO ENTRA), VALOR LIQUIDO (MENALU) E
      *              BOLSA/DESCONTO (MENBOL).
      *            FOLHA, REPASSE E MENSALIDADE ESCOLAR SAEM COM A
      *            DATA DO ULTIMO DIA DA COMPETENCIA. VALOR NEGATIVO
      *            SAI POSITIVO COM AS CONTAS INVERTIDAS.
      *            OS ARQUIVOS DE ORIGEM SAO LIDOS NO DIRETORIO
      *            CORRENTE, COPIADOS PELO DRIVER DOS DIRETORIOS DE
      *            CADA SISTEMA, COMO O DATAPROC.DAT.
      *            OS LANCAMENTOS VAO PRIMEIRO PARA O LCTCTBN.DAT. O
      *            BALANCETE DE VERIFICACAO (RELCTB) RELE ESSE ARQUIVO
      *            E PROVA, POR ORIGEM, QUE DEBITOS = CREDITOS = VALOR
      *            MOVIMENTADO (CONTA FORA DO PLANO OU SINTETICA NAO
      *            CONTA) E MOSTRA OS TOTAIS POR CONTA. SO COM TODAS
      *            AS ORIGENS FECHADAS O LCTCTBN E COPIADO PARA O
      *            LCTCTB.DAT, QUE E O ARQUIVO DO SISTEMA CONTABIL;
      *            COM DIFERENCA O LCTCTB.DAT FICA COMO ESTAVA E A
      *            RODADA DA RETURN-CODE 16. SEM PLANOCTA OU EVENTCTB,
      *            16. ORIGEM AUSENTE OU CANCELAMENTO SEM A NOTA, 4
      *            (O ARQUIVO E LIBERADO COM O QUE FOI LIDO).
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PLACTASL.

           COPY EVTCTBSL.

           COPY LCTCTBSL.

           COPY RECREGSL.

           COPY ARQINASL.

           COPY NOTFISSL.

           COPY RECNOTSL.

           COPY MENALUSL.

           COPY DATPRCSL.

           SELECT LCTCTBN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LCTCTBN.

           SELECT CANCNOTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CANCNOTA.

           SELECT FOLHAHIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FOLHAHIS.

           SELECT TRIPREG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRIPREG.

           SELECT MOTORIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOTORIST.

           SELECT RELCTB ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY PLACTAFD.

       COPY EVTCTBFD.

       COPY LCTCTBFD.

       COPY RECREGFD.

       COPY ARQINAFD.

       COPY NOTFISFD.

       COPY RECNOTFD.

       COPY MENALUFD.

       COPY DATPRCFD.

       FD  LCTCTBN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LCTCTBN.DAT".
       01  REG-LCTCTBN    PIC X(105).

       FD  CANCNOTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CANCNOTA.DAT".
       01  REGCANC.
           02 NUMNOTACAN    PIC 9(06).
           02 DATACAN       PIC 9(08).
           02 MOTIVOCAN     PIC X(30).

       FD  FOLHAHIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHAHIS.DAT".
       01  REG-FHIS.
           02 MATRICULA-FH  PIC 9(06).
           02 NOME-FH       PIC X(30).
           02 ANO-FH        PIC 9(04).
           02 MES-FH        PIC 9(02).
           02 SALBASE-FH    PIC 9(06)V9(02).
           02 COMISSAO-FH   PIC 9(07)V9(02).
           02 BRUTO-FH      PIC 9(07)V9(02).
           02 INSS-FH       PIC 9(07)V9(02).
           02 IRRF-FH       PIC 9(07)V9(02).
           02 LIQUIDO-FH    PIC 9(07)V9(02).
           02 TIPO-FH       PIC X(01).
              88 FOLHA-NORMAL   VALUE " ".
              88 FOLHA-RESCISAO VALUE "R".
           02 FGTS-FH       PIC 9(07)V9(02).
           02 MULTA-FGTS-FH PIC 9(07)V9(02).

       FD  TRIPREG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRIPREG.DAT".
       01  REG-TRIPREG.
           02 DATA-TRIP    PIC 9(08).
           02 HORA-TRIP    PIC 9(06).
           02 KM-TRIP      PIC 9(04).
           02 MULT-TRIP    PIC 9V9(02).
           02 VALOR-TRIP   PIC 9(07)V9(02).
           02 MOTORISTA-TRIP PIC 9(04).
           02 TARIFA-TRIP  PIC 9(08).
           02 ACERTO-TRIP  PIC X(01).
           02 TIPO-TRIP    PIC X(01).
              88 TRIP-NORMAL      VALUE "N" " ".
              88 TRIP-CANCELADA   VALUE "C".
              88 TRIP-AJUSTE      VALUE "A".
           02 MOTIVO-TRIP  PIC X(02).
           02 VEICULO-TRIP PIC X(07).
           02 EMPRESA-TRIP PIC 9(04).
           02 PASSAGEIRO-TRIP PIC X(20).
           02 CCUSTO-TRIP  PIC X(08).
           02 FATURA-TRIP  PIC 9(06).

       FD  MOTORIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOTORIST.DAT".
       01  REG-MOTORISTA.
           02 CODIGO-MOT   PIC 9(04).
           02 NOME-MOT     PIC X(30).
           02 PERC-MOT     PIC 9(02)V9(02).
           02 CNH-MOT      PIC X(11).
           02 CATEG-MOT    PIC X(02).
           02 VALID-CNH-MOT PIC 9(08).
           02 EAR-MOT      PIC X(01).
              88 CNH-COM-EAR      VALUE "S".
           02 VALID-ANT-MOT PIC 9(08).

       FD  RELCTB
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELCTB.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PLACTAWS.
       COPY EVTCTBWS.
       COPY LCTCTBWS.
       COPY RECREGWS.
       COPY ARQINAWS.
       COPY NOTFISWS.
       COPY RECNOTWS.
       COPY MENALUWS.
       COPY DATPRCWS.
       77  FS-LCTCTBN    PIC X(02) VALUE "00".
       77  FS-CANCNOTA   PIC X(02) VALUE "00".
       77  FS-FOLHAHIS   PIC X(02) VALUE "00".
       77  FS-TRIPREG    PIC X(02) VALUE "00".
       77  FS-MOTORIST   PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  COMPETENCIA   PIC 9(06) VALUE ZEROES.
       77  DATA-SISTEMA  PIC 9(08) VALUE ZEROES.
       77  DATA-FIM-MES  PIC 9(08) VALUE ZEROES.
       77  DATA-DMA      PIC 9(08) VALUE ZEROES.
       77  ANO-COMP      PIC 9(04) VALUE ZEROES.
       77  MES-COMP      PIC 9(02) VALUE ZEROES.
       77  DIA-FIM       PIC 9(02) VALUE ZEROES.
       77  QUOC-ANO      PIC 9(04) VALUE ZEROES.
       77  RESTO-4       PIC 9(03) VALUE ZEROES.
       77  RESTO-100     PIC 9(03) VALUE ZEROES.
       77  RESTO-400     PIC 9(03) VALUE ZEROES.
       77  COMPET-FH     PIC 9(06) VALUE ZEROES.
       77  PERC-FGTS     PIC 9(02)V9(02) VALUE 8,00.
       77  PERC-PADRAO-MOT PIC 9(02)V9(02) VALUE 75,00.
       77  NUM-ORIG      PIC 9(01) VALUE ZEROES.
       77  IDX-O         PIC 9(01) VALUE ZEROES.
       77  IDX-I         PIC 9(03) VALUE ZEROES.
       77  QTD-CTA       PIC 9(03) VALUE ZEROES.
       77  QTD-EVC       PIC 9(02) VALUE ZEROES.
       77  QTD-CAN       PIC 9(03) VALUE ZEROES.
       77  QTD-FOL       PIC 9(03) VALUE ZEROES.
       77  QTD-MOTS      PIC 9(03) VALUE ZEROES.
       77  CTA-DEMAIS    PIC X(01) VALUE "N".
       77  EVC-DEMAIS    PIC X(01) VALUE "N".
       77  CAN-DEMAIS    PIC X(01) VALUE "N".
       77  FOL-DEMAIS    PIC X(01) VALUE "N".
       77  MOT-DEMAIS    PIC X(01) VALUE "N".
       77  CT-CTA-INVALIDAS PIC 9(05) VALUE ZEROES.
       77  CT-EVC-INVALIDOS PIC 9(05) VALUE ZEROES.
       77  CT-PENDENCIAS PIC 9(05) VALUE ZEROES.
       77  CT-AUSENTES   PIC 9(01) VALUE ZEROES.
       77  CT-LANCAMENTOS PIC 9(07) VALUE ZEROES.
       77  CT-LIBERADOS  PIC 9(07) VALUE ZEROES.
       77  LIBERA        PIC X(01) VALUE "S".
       77  CONTA-PROCURA PIC X(10) VALUE SPACES.
       77  CONTA-VALIDA  PIC X(01) VALUE "N".
       77  EVENTO-LANC   PIC X(06) VALUE SPACES.
       77  VALOR-LANC    PIC S9(11)V9(02) VALUE ZEROES.
       77  DATA-LANC-W   PIC 9(08) VALUE ZEROES.
       77  DOC-LANC-W    PIC X(10) VALUE SPACES.
       77  COMPL-LANC    PIC X(09) VALUE SPACES.
       77  VALOR-IMP     PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-FGTS    PIC 9(09)V9(02) VALUE ZEROES.
       77  DOC-NUM6      PIC 9(06) VALUE ZEROES.
       77  DOC-NUM5      PIC 9(05) VALUE ZEROES.
       77  DOC-NUM7      PIC 9(07) VALUE ZEROES.
       77  DOC-NUM4      PIC 9(04) VALUE ZEROES.
       77  PARTE-MOT     PIC S9(11)V9(02) VALUE ZEROES.
       77  TOTAL-DEB     PIC 9(13)V9(02) VALUE ZEROES.
       77  TOTAL-CRE     PIC 9(13)V9(02) VALUE ZEROES.

      *LINHA DE LANCAMENTO, NO LEIAUTE DO LCTCTBFD.CPY - MONTADA
      *AQUI, GRAVADA NO LCTCTBN E RELIDA PELO BALANCETE.
       01  LANCAMENTO.
           02 DATA-LANC      PIC 9(08).
           02 DEB-LANC       PIC X(10).
           02 CRE-LANC       PIC X(10).
           02 VALOR-ABS      PIC 9(11)V9(02).
           02 HIST-LANC.
              03 HIST-TXT    PIC X(30).
              03 FILLER      PIC X(01).
              03 HIST-COMPL  PIC X(09).
           02 DOC-LANC       PIC X(10).
           02 ORIG-LANC      PIC X(08).
           02 EVT-LANC       PIC X(06).

      *DIAS DE CADA MES, PARA A DATA DO ULTIMO DIA DA COMPETENCIA.
       01  DIAS-MESES-V.
           02 FILLER         PIC X(24) VALUE
              "312831303130313130313031".
       01  DIAS-MESES REDEFINES DIAS-MESES-V.
           02 DIAS-MES       PIC 9(02) OCCURS 12 TIMES.

      *ORIGENS DOS LANCAMENTOS, NA ORDEM DO BALANCETE.
       01  NOMES-ORIGEM-V.
           02 FILLER         PIC X(08) VALUE "RECIBREG".
           02 FILLER         PIC X(08) VALUE "ARQINAT".
           02 FILLER         PIC X(08) VALUE "NOTAS".
           02 FILLER         PIC X(08) VALUE "RECNOTA".
           02 FILLER         PIC X(08) VALUE "FOLHAHIS".
           02 FILLER         PIC X(08) VALUE "TRIPPAY".
           02 FILLER         PIC X(08) VALUE "MENSALU".
       01  NOMES-ORIGEM REDEFINES NOMES-ORIGEM-V.
           02 NOME-ORIG      PIC X(08) OCCURS 7 TIMES
                 INDEXED BY IDX-NOR.

       01  TAB-ORIGENS.
           02 ORIG-ITEM OCCURS 7 TIMES.
              03 SIT-ORIG-TAB  PIC X(01).
              03 QTD-ORIG-TAB  PIC 9(07).
              03 MOV-ORIG-TAB  PIC 9(13)V9(02).
              03 DEB-ORIG-TAB  PIC 9(13)V9(02).
              03 CRE-ORIG-TAB  PIC 9(13)V9(02).

       01  TAB-CONTAS.
           02 CTA-ITEM OCCURS 300 TIMES
                 DEPENDING ON QTD-CTA
                 INDEXED BY IDX-CTA.
              03 CODCTA-TAB    PIC X(10).
              03 DESCCTA-TAB   PIC X(30).
              03 TIPOCTA-TAB   PIC X(01).
              03 DEB-CTA-TAB   PIC 9(13)V9(02).
              03 CRE-CTA-TAB   PIC 9(13)V9(02).

      *SIT-EVC-TAB: "S" CONTAS CONFERIDAS, "N" CONTA FORA DO PLANO
      *OU SINTETICA, "X" EVENTO GERADO SEM LINHA NO EVENTCTB.
       01  TAB-EVENTOS.
           02 EVC-ITEM OCCURS 60 TIMES
                 DEPENDING ON QTD-EVC
                 INDEXED BY IDX-EVC.
              03 CODEVC-TAB    PIC X(06).
              03 DEBEVC-TAB    PIC X(10).
              03 CREEVC-TAB    PIC X(10).
              03 HISTEVC-TAB   PIC X(30).
              03 SIT-EVC-TAB   PIC X(01).

      *CANCELAMENTOS DA COMPETENCIA (CANCNOTA.DAT).
       01  TAB-CANCELAMENTOS.
           02 CAN-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-CAN
                 INDEXED BY IDX-CAN.
              03 NOTA-CAN-TAB  PIC 9(06).
              03 DATA-CAN-TAB  PIC 9(08).
              03 ACHOU-CAN-TAB PIC X(01).

      *REGISTRO MAIS RECENTE DE CADA MATRICULA E TIPO (FOLHA OU
      *RESCISAO) NA COMPETENCIA.
       01  TAB-FOLHA.
           02 FOL-ITEM OCCURS 300 TIMES
                 DEPENDING ON QTD-FOL
                 INDEXED BY IDX-FOL.
              03 MAT-FOL-TAB   PIC 9(06).
              03 TIPO-FOL-TAB  PIC X(01).
              03 BRUTO-FOL-TAB PIC 9(07)V9(02).
              03 INSS-FOL-TAB  PIC 9(07)V9(02).
              03 IRRF-FOL-TAB  PIC 9(07)V9(02).
              03 FGTS-FOL-TAB  PIC 9(09)V9(02).

       01  TAB-MOTORISTAS.
           02 MOT-ITEM OCCURS 300 TIMES
                 DEPENDING ON QTD-MOTS
                 INDEXED BY IDX-MOT.
              03 COD-MOT-TAB   PIC 9(04).
              03 PERC-MOT-TAB  PIC 9(02)V9(02).
              03 BRUTO-MOT-TAB PIC S9(09)V9(02).

       01 CAB-TITULO.
           02 FILLER       PIC X(37) VALUE
              "LANCAMENTOS CONTABEIS - COMPETENCIA: ".
           02 COMPET-CAB   PIC 9(06).
           02 FILLER       PIC X(16) VALUE "  PROCESSADO EM ".
           02 DATA-CAB     PIC 99/99/9999.
           02 FILLER       PIC X(11) VALUE SPACES.

       01 CAB-OCORR.
           02 FILLER       PIC X(40) VALUE
              "OCORRENCIAS".
           02 FILLER       PIC X(40) VALUE SPACES.

       01 LINHA-OCORR.
           02 FILLER       PIC X(02) VALUE "- ".
           02 TEXTO-OCORR  PIC X(78).

       01 CAB-BALANC.
           02 FILLER       PIC X(48) VALUE
              "BALANCETE DE VERIFICACAO POR ORIGEM".
           02 FILLER       PIC X(32) VALUE SPACES.

       01 CAB-COL-ORIG.
           02 FILLER       PIC X(09) VALUE "ORIGEM".
           02 FILLER       PIC X(08) VALUE "  LANCT.".
           02 FILLER       PIC X(17) VALUE "   MOVIMENTADO".
           02 FILLER       PIC X(17) VALUE "         DEBITOS".
           02 FILLER       PIC X(17) VALUE "        CREDITOS".
           02 FILLER       PIC X(12) VALUE " SITUACAO".

       01 LINHA-ORIG.
           02 NOME-ORIG-REL PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 QTD-ORIG-REL PIC ZZZ.ZZ9.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 MOV-ORIG-REL PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 DEB-ORIG-REL PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 CRE-ORIG-REL PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 SIT-ORIG-REL PIC X(09).
           02 FILLER       PIC X(03) VALUE SPACES.

       01 CAB-CONTAS.
           02 FILLER       PIC X(48) VALUE
              "BALANCETE DE VERIFICACAO POR CONTA".
           02 FILLER       PIC X(32) VALUE SPACES.

       01 CAB-COL-CTA.
           02 FILLER       PIC X(11) VALUE "CONTA".
           02 FILLER       PIC X(26) VALUE "DESCRICAO".
           02 FILLER       PIC X(17) VALUE "         DEBITOS".
           02 FILLER       PIC X(17) VALUE "        CREDITOS".
           02 FILLER       PIC X(09) VALUE SPACES.

       01 LINHA-CTA.
           02 COD-CTA-REL  PIC X(10).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 DESC-CTA-REL PIC X(25).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 DEB-CTA-REL  PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 CRE-CTA-REL  PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(10) VALUE SPACES.

       01 LINHA-FINAL.
           02 TEXTO-FINAL  PIC X(80).

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM CONTABILIZA-RECIBOS.
           PERFORM CONTABILIZA-BAIXAS.
           PERFORM CARREGA-CANCELAMENTOS.
           PERFORM CONTABILIZA-NOTAS.
           PERFORM CONTABILIZA-RECEBIMENTOS.
           PERFORM CONTABILIZA-FOLHA.
           PERFORM CONTABILIZA-REPASSES.
           PERFORM CONTABILIZA-ESCOLA.
           CLOSE LCTCTBN.
           PERFORM BALANCETE.
           PERFORM LIBERA-ARQUIVO.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-SISTEMA.
           DISPLAY "COMPETENCIA AAAAMM (ZEROS = DA DATA DE PROC.): ".
           ACCEPT COMPETENCIA.
           IF COMPETENCIA EQUAL ZEROES
              MOVE DATA-SISTEMA(1:6) TO COMPETENCIA.
           MOVE COMPETENCIA(1:4) TO ANO-COMP.
           MOVE COMPETENCIA(5:2) TO MES-COMP.
           IF MES-COMP LESS THAN 1 OR MES-COMP GREATER THAN 12
              DISPLAY "CTBLAN: COMPETENCIA " COMPETENCIA " INVALIDA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CALCULA-FIM-MES.
           MOVE 1 TO IDX-O.
           PERFORM ZERA-ORIGEM UNTIL IDX-O GREATER THAN 7.
           OPEN OUTPUT RELCTB.
           MOVE COMPETENCIA TO COMPET-CAB.
           MOVE DATA-SISTEMA(7:2) TO DATA-DMA(1:2).
           MOVE DATA-SISTEMA(5:2) TO DATA-DMA(3:2).
           MOVE DATA-SISTEMA(1:4) TO DATA-DMA(5:4).
           MOVE DATA-DMA TO DATA-CAB.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-OCORR AFTER ADVANCING 2 LINE.
           PERFORM CARREGA-PLANO.
           PERFORM CARREGA-EVENTOS.
           OPEN OUTPUT LCTCTBN.

      *ULTIMO DIA DA COMPETENCIA (FEVEREIRO COM 29 NO ANO
      *BISSEXTO).
       CALCULA-FIM-MES.
           MOVE DIAS-MES(MES-COMP) TO DIA-FIM.
           IF MES-COMP EQUAL 2
              DIVIDE ANO-COMP BY 4   GIVING QUOC-ANO REMAINDER RESTO-4
              DIVIDE ANO-COMP BY 100 GIVING QUOC-ANO
                 REMAINDER RESTO-100
              DIVIDE ANO-COMP BY 400 GIVING QUOC-ANO
                 REMAINDER RESTO-400
              IF RESTO-4 EQUAL ZEROES AND
                 (RESTO-100 NOT EQUAL ZEROES OR RESTO-400 EQUAL ZEROES)
                 MOVE 29 TO DIA-FIM
              END-IF
           END-IF.
           MOVE ANO-COMP TO DATA-FIM-MES(1:4).
           MOVE MES-COMP TO DATA-FIM-MES(5:2).
           MOVE DIA-FIM  TO DATA-FIM-MES(7:2).

       ZERA-ORIGEM.
           MOVE "L"    TO SIT-ORIG-TAB(IDX-O).
           MOVE ZEROES TO QTD-ORIG-TAB(IDX-O) MOV-ORIG-TAB(IDX-O)
                          DEB-ORIG-TAB(IDX-O) CRE-ORIG-TAB(IDX-O).
           ADD 1 TO IDX-O.

      *PLANO DE CONTAS INTEIRO EM MEMORIA. SEM ELE NAO HA COMO
      *CONFERIR LANCAMENTO NENHUM.
       CARREGA-PLANO.
           OPEN INPUT PLANOCTA.
           IF FS-PLANOCTA NOT EQUAL "00"
              DISPLAY "CTBLAN: PLANO DE CONTAS PLANOCTA.DAT AUSENTE - "
                      "RODADA ABORTADA."
              CLOSE RELCTB
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LER-PLANOCTA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PLANOCTA.
           IF CTA-DEMAIS EQUAL "S" OR QTD-CTA EQUAL ZEROES
              DISPLAY "CTBLAN: PLANOCTA.DAT VAZIO OU COM MAIS DE 300 "
                      "CONTAS - RODADA ABORTADA."
              CLOSE RELCTB
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-PLANOCTA.
           READ PLANOCTA AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CODCTA EQUAL SPACES OR NOT CTA-NATUREZA-OK OR
                 (NOT CTA-ANALITICA AND NOT CTA-SINTETICA)
                 ADD 1 TO CT-CTA-INVALIDAS
                 MOVE SPACES TO TEXTO-OCORR
                 STRING "CONTA " CODCTA " IGNORADA - NATUREZA OU "
                        "TIPO INVALIDO NO PLANOCTA"
                        DELIMITED BY SIZE INTO TEXTO-OCORR
                 PERFORM IMPRIME-OCORRENCIA
              ELSE
                 IF QTD-CTA LESS THAN 300
                    ADD 1 TO QTD-CTA
                    MOVE CODCTA  TO CODCTA-TAB(QTD-CTA)
                    MOVE DESCCTA TO DESCCTA-TAB(QTD-CTA)
                    MOVE TIPOCTA TO TIPOCTA-TAB(QTD-CTA)
                    MOVE ZEROES  TO DEB-CTA-TAB(QTD-CTA)
                                    CRE-CTA-TAB(QTD-CTA)
                 ELSE
                    MOVE "S" TO CTA-DEMAIS
                 END-IF
              END-IF
           END-IF.

      *EVENTOS: AS DUAS CONTAS TEM DE SER ANALITICAS DO PLANO. O
      *EVENTO COM CONTA ERRADA FICA NA TABELA (OS LANCAMENTOS SAEM
      *COM A CONTA DELE) E O BALANCETE ACUSA A DIFERENCA.
       CARREGA-EVENTOS.
           OPEN INPUT EVENTCTB.
           IF FS-EVENTCTB NOT EQUAL "00"
              DISPLAY "CTBLAN: TABELA DE EVENTOS EVENTCTB.DAT AUSENTE "
                      "- RODADA ABORTADA."
              CLOSE RELCTB
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LER-EVENTCTB UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE EVENTCTB.
           IF EVC-DEMAIS EQUAL "S"
              DISPLAY "CTBLAN: EVENTCTB.DAT COM MAIS DE 40 EVENTOS - "
                      "RODADA ABORTADA."
              CLOSE RELCTB
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *ATE 40 EVENTOS DO ARQUIVO; AS POSICOES RESTANTES DA TABELA
      *FICAM PARA OS EVENTOS GERADOS SEM LINHA NO EVENTCTB.
       LER-EVENTCTB.
           READ EVENTCTB AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND CODEVC NOT EQUAL SPACES
              IF QTD-EVC LESS THAN 40
                 ADD 1 TO QTD-EVC
                 MOVE CODEVC  TO CODEVC-TAB(QTD-EVC)
                 MOVE DEBEVC  TO DEBEVC-TAB(QTD-EVC)
                 MOVE CREEVC  TO CREEVC-TAB(QTD-EVC)
                 MOVE HISTEVC TO HISTEVC-TAB(QTD-EVC)
                 MOVE "S"     TO SIT-EVC-TAB(QTD-EVC)
                 MOVE DEBEVC  TO CONTA-PROCURA
                 PERFORM CONFERE-CONTA-EVENTO
                 MOVE CREEVC  TO CONTA-PROCURA
                 PERFORM CONFERE-CONTA-EVENTO
              ELSE
                 MOVE "S" TO EVC-DEMAIS
              END-IF
           END-IF.

       CONFERE-CONTA-EVENTO.
           PERFORM PROCURA-CONTA.
           IF CONTA-VALIDA NOT EQUAL "S"
              MOVE "N" TO SIT-EVC-TAB(QTD-EVC)
              ADD 1 TO CT-EVC-INVALIDOS
              MOVE SPACES TO TEXTO-OCORR
              STRING "EVENTO " CODEVC " - CONTA " CONTA-PROCURA
                     " FORA DO PLANOCTA OU SINTETICA"
                     DELIMITED BY SIZE INTO TEXTO-OCORR
              PERFORM IMPRIME-OCORRENCIA
           END-IF.

      *CONTA-VALIDA "S" SO PARA CONTA ANALITICA DO PLANO; IDX-CTA
      *FICA NA CONTA ACHADA.
       PROCURA-CONTA.
           MOVE "N" TO CONTA-VALIDA.
           SET IDX-CTA TO 1.
           SEARCH CTA-ITEM
              AT END
                 MOVE "N" TO CONTA-VALIDA
              WHEN CODCTA-TAB(IDX-CTA) EQUAL CONTA-PROCURA
                 IF TIPOCTA-TAB(IDX-CTA) EQUAL "A"
                    MOVE "S" TO CONTA-VALIDA
                 END-IF
           END-SEARCH.

       IMPRIME-OCORRENCIA.
           WRITE REG-REL FROM LINHA-OCORR AFTER ADVANCING 1 LINE.

       MARCA-AUSENTE.
           MOVE "A" TO SIT-ORIG-TAB(NUM-ORIG).
           ADD 1 TO CT-AUSENTES.
           MOVE SPACES TO TEXTO-OCORR.
           STRING "ORIGEM " NOME-ORIG(NUM-ORIG)
                  " AUSENTE - NADA CONTABILIZADO DELA"
                  DELIMITED BY SIZE INTO TEXTO-OCORR.
           PERFORM IMPRIME-OCORRENCIA.

      *----------------------------------------------------------*
      * GRAVA UM LANCAMENTO NO LCTCTBN. ENTRADA: NUM-ORIG,
      * EVENTO-LANC, VALOR-LANC (COM SINAL), DATA-LANC-W,
      * DOC-LANC-W E COMPL-LANC. VALOR ZERO NAO GERA LINHA; VALOR
      * NEGATIVO SAI POSITIVO COM AS CONTAS INVERTIDAS. EVENTO SEM
      * LINHA NO EVENTCTB SAI SEM CONTAS (O BALANCETE ACUSA) E E
      * APONTADO UMA VEZ NAS OCORRENCIAS.
      *----------------------------------------------------------*
       GERA-LANCAMENTO.
           IF VALOR-LANC NOT EQUAL ZEROES
              SET IDX-EVC TO 1
              SEARCH EVC-ITEM
                 AT END
                    PERFORM ACRESCENTA-EVENTO
                 WHEN CODEVC-TAB(IDX-EVC) EQUAL EVENTO-LANC
                    CONTINUE
              END-SEARCH
              MOVE DATA-LANC-W TO DATA-LANC
              IF VALOR-LANC LESS THAN ZEROES
                 MOVE CREEVC-TAB(IDX-EVC) TO DEB-LANC
                 MOVE DEBEVC-TAB(IDX-EVC) TO CRE-LANC
                 COMPUTE VALOR-ABS = VALOR-LANC * -1
              ELSE
                 MOVE DEBEVC-TAB(IDX-EVC) TO DEB-LANC
                 MOVE CREEVC-TAB(IDX-EVC) TO CRE-LANC
                 MOVE VALOR-LANC TO VALOR-ABS
              END-IF
              MOVE SPACES               TO HIST-LANC
              MOVE HISTEVC-TAB(IDX-EVC) TO HIST-TXT
              MOVE COMPL-LANC           TO HIST-COMPL
              MOVE DOC-LANC-W           TO DOC-LANC
              MOVE NOME-ORIG(NUM-ORIG)  TO ORIG-LANC
              MOVE EVENTO-LANC          TO EVT-LANC
              WRITE REG-LCTCTBN FROM LANCAMENTO
              ADD 1 TO CT-LANCAMENTOS
              ADD VALOR-ABS TO MOV-ORIG-TAB(NUM-ORIG)
           END-IF.

       ACRESCENTA-EVENTO.
           ADD 1 TO QTD-EVC.
           SET IDX-EVC TO QTD-EVC.
           MOVE EVENTO-LANC TO CODEVC-TAB(IDX-EVC).
           MOVE SPACES      TO DEBEVC-TAB(IDX-EVC) CREEVC-TAB(IDX-EVC).
           MOVE "EVENTO SEM CONTABILIZACAO" TO HISTEVC-TAB(IDX-EVC).
           MOVE "X"         TO SIT-EVC-TAB(IDX-EVC).
           ADD 1 TO CT-EVC-INVALIDOS.
           MOVE SPACES TO TEXTO-OCORR.
           STRING "EVENTO " EVENTO-LANC " SEM LINHA NO EVENTCTB - "
                  "LANCAMENTOS SAEM SEM CONTA"
                  DELIMITED BY SIZE INTO TEXTO-OCORR.
           PERFORM IMPRIME-OCORRENCIA.

      *----------------------------------------------------------*
      * RECIBREG: RECIBO PELA DATA DO RECIBO E ESTORNO PELA DATA
      * DO ESTORNO (UM RECIBO DO MES ESTORNADO NO MESMO MES GERA
      * OS DOIS).
      *----------------------------------------------------------*
       CONTABILIZA-RECIBOS.
           MOVE 1 TO NUM-ORIG.
           OPEN INPUT RECIBREG.
           IF FS-RECIBREG NOT EQUAL "00"
              PERFORM MARCA-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-RECIBREG UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE RECIBREG
           END-IF.

       LER-RECIBREG.
           READ RECIBREG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              MOVE NUMERO-RECIBO-REG TO DOC-NUM5
              MOVE DOC-NUM5          TO DOC-LANC-W
              MOVE SPACES            TO COMPL-LANC
              MOVE NUMERO-SOCIO-REG  TO DOC-NUM6
              STRING "SOC" DOC-NUM6 DELIMITED BY SIZE
                     INTO COMPL-LANC
              MOVE VALOR-RECIBO-REG  TO VALOR-LANC
              IF DATA-RECIBO-REG(1:6) EQUAL COMPETENCIA
                 MOVE "RECSOC"        TO EVENTO-LANC
                 MOVE DATA-RECIBO-REG TO DATA-LANC-W
                 PERFORM GERA-LANCAMENTO
              END-IF
              IF RECIBO-ESTORNADO AND DATA-ESTORNO-REG NUMERIC
                 IF DATA-ESTORNO-REG(1:6) EQUAL COMPETENCIA
                    MOVE "ESTSOC"         TO EVENTO-LANC
                    MOVE DATA-ESTORNO-REG TO DATA-LANC-W
                    PERFORM GERA-LANCAMENTO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * ARQINAT: BAIXA DE INADIMPLENTE PELA DATA DA BAIXA. A
      * READMISSAO POSTERIOR NAO DESFAZ A BAIXA JA CONTABILIZADA.
      *----------------------------------------------------------*
       CONTABILIZA-BAIXAS.
           MOVE 2 TO NUM-ORIG.
           OPEN INPUT ARQINAT.
           IF FS-ARQINAT NOT EQUAL "00"
              PERFORM MARCA-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-ARQINAT UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQINAT
           END-IF.

       LER-ARQINAT.
           READ ARQINAT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND DATA-BAIXA-INA NUMERIC
              IF DATA-BAIXA-INA(1:6) EQUAL COMPETENCIA
                 MOVE NUMERO-SOCIO-INA TO DOC-NUM6
                 MOVE DOC-NUM6         TO DOC-LANC-W
                 MOVE "BAIXA"          TO COMPL-LANC
                 MOVE "BXASOC"         TO EVENTO-LANC
                 MOVE VALOR-ABERTO-INA TO VALOR-LANC
                 MOVE DATA-BAIXA-INA   TO DATA-LANC-W
                 PERFORM GERA-LANCAMENTO
              END-IF
           END-IF.

      *CANCELAMENTOS COM DATA NA COMPETENCIA. SEM O CANCNOTA.DAT
      *(NENHUMA NOTA CANCELADA AINDA) NAO HA O QUE ESTORNAR.
       CARREGA-CANCELAMENTOS.
           OPEN INPUT CANCNOTA.
           IF FS-CANCNOTA EQUAL "00"
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-CANCNOTA UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CANCNOTA
           END-IF.
           IF CAN-DEMAIS EQUAL "S"
              DISPLAY "CTBLAN: MAIS DE 500 CANCELAMENTOS DE NOTA NA "
                      "COMPETENCIA - A TABELA NAO COMPORTA. RODADA "
                      "ABORTADA."
              CLOSE LCTCTBN RELCTB
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-CANCNOTA.
           READ CANCNOTA AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND DATACAN NUMERIC
              IF DATACAN(1:6) EQUAL COMPETENCIA
                 IF QTD-CAN LESS THAN 500
                    ADD 1 TO QTD-CAN
                    MOVE NUMNOTACAN TO NOTA-CAN-TAB(QTD-CAN)
                    MOVE DATACAN    TO DATA-CAN-TAB(QTD-CAN)
                    MOVE "N"        TO ACHOU-CAN-TAB(QTD-CAN)
                 ELSE
                    MOVE "S" TO CAN-DEMAIS
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * NOTAS: NOTA EMITIDA NO MES (MESMO QUE JA CANCELADA) E NOTA
      * CANCELADA NO MES, PELO VALOR DO CABECALHO. O CANCELAMENTO
      * SEM A NOTA NO NOTAS.DAT E APONTADO E FICA DE FORA.
      *----------------------------------------------------------*
       CONTABILIZA-NOTAS.
           MOVE 3 TO NUM-ORIG.
           OPEN INPUT NOTAS.
           IF FS-NOTAS NOT EQUAL "00"
              PERFORM MARCA-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-NOTAS UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE NOTAS
           END-IF.
           MOVE 1 TO IDX-I.
           PERFORM CONFERE-CANCELAMENTO
              UNTIL IDX-I GREATER THAN QTD-CAN.

       LER-NOTAS.
           READ NOTAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              MOVE NUMNOTA  TO DOC-NUM6
              MOVE DOC-NUM6 TO DOC-LANC-W
              MOVE ZEROES   TO VALOR-IMP
              IF IMPNOTA NUMERIC
                 MOVE IMPNOTA TO VALOR-IMP
              END-IF
              IF DATANOTA(1:6) EQUAL COMPETENCIA
                 MOVE "EMISSAO"    TO COMPL-LANC
                 MOVE DATANOTA     TO DATA-LANC-W
                 MOVE "NFVEND"     TO EVENTO-LANC
                 MOVE TOTALNOTA    TO VALOR-LANC
                 PERFORM GERA-LANCAMENTO
                 MOVE "NFIMPO"     TO EVENTO-LANC
                 MOVE VALOR-IMP    TO VALOR-LANC
                 PERFORM GERA-LANCAMENTO
              END-IF
              SET IDX-CAN TO 1
              SEARCH CAN-ITEM
                 AT END
                    CONTINUE
                 WHEN NOTA-CAN-TAB(IDX-CAN) EQUAL NUMNOTA
                    MOVE "S"                   TO ACHOU-CAN-TAB(IDX-CAN)
                    MOVE "CANCELAM."           TO COMPL-LANC
                    MOVE DATA-CAN-TAB(IDX-CAN) TO DATA-LANC-W
                    MOVE "NFCANC"              TO EVENTO-LANC
                    MOVE TOTALNOTA             TO VALOR-LANC
                    PERFORM GERA-LANCAMENTO
                    MOVE "NFCIMP"              TO EVENTO-LANC
                    MOVE VALOR-IMP             TO VALOR-LANC
                    PERFORM GERA-LANCAMENTO
              END-SEARCH
           END-IF.

       CONFERE-CANCELAMENTO.
           IF ACHOU-CAN-TAB(IDX-I) NOT EQUAL "S"
              ADD 1 TO CT-PENDENCIAS
              MOVE SPACES TO TEXTO-OCORR
              STRING "CANCELAMENTO DA NOTA " NOTA-CAN-TAB(IDX-I)
                     " SEM A NOTA NO NOTAS.DAT - NAO CONTABILIZADO"
                     DELIMITED BY SIZE INTO TEXTO-OCORR
              PERFORM IMPRIME-OCORRENCIA
           END-IF.
           ADD 1 TO IDX-I.

      *RECNOTA: RECEBIMENTO DE NOTA PELA DATA DO RECEBIMENTO.
       CONTABILIZA-RECEBIMENTOS.
           MOVE 4 TO NUM-ORIG.
           OPEN INPUT RECNOTA.
           IF FS-RECNOTA NOT EQUAL "00"
              PERFORM MARCA-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-RECNOTA UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE RECNOTA
           END-IF.

       LER-RECNOTA.
           READ RECNOTA AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND DATAREC NUMERIC
              IF DATAREC(1:6) EQUAL COMPETENCIA
                 MOVE NUMNOTAREC TO DOC-NUM6
                 MOVE DOC-NUM6   TO DOC-LANC-W
                 MOVE "RECEBIM." TO COMPL-LANC
                 MOVE "RECNFS"   TO EVENTO-LANC
                 MOVE VALORREC   TO VALOR-LANC
                 MOVE DATAREC    TO DATA-LANC-W
                 PERFORM GERA-LANCAMENTO
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * FOLHAHIS: O REGISTRO MAIS RECENTE DA MATRICULA/TIPO VENCE
      * (O FOLHAHIS E CRONOLOGICO - RERODADA DO EX05B ANEXA DE
      * NOVO). UM LANCAMENTO POR VERBA E POR MATRICULA.
      *----------------------------------------------------------*
       CONTABILIZA-FOLHA.
           MOVE 5 TO NUM-ORIG.
           OPEN INPUT FOLHAHIS.
           IF FS-FOLHAHIS NOT EQUAL "00"
              PERFORM MARCA-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-FOLHAHIS UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE FOLHAHIS
              IF FOL-DEMAIS EQUAL "S"
                 DISPLAY "CTBLAN: MAIS DE 300 LANCAMENTOS DE FOLHA NA "
                         "COMPETENCIA - A TABELA NAO COMPORTA. RODADA "
                         "ABORTADA."
                 CLOSE LCTCTBN RELCTB
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 1 TO IDX-I
              PERFORM LANCA-FOLHA UNTIL IDX-I GREATER THAN QTD-FOL
           END-IF.

       LER-FOLHAHIS.
           READ FOLHAHIS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              MOVE ANO-FH TO COMPET-FH(1:4)
              MOVE MES-FH TO COMPET-FH(5:2)
              IF COMPET-FH EQUAL COMPETENCIA
                 PERFORM GUARDA-FOLHA
              END-IF
           END-IF.

       GUARDA-FOLHA.
           IF FGTS-FH NUMERIC
              MOVE FGTS-FH TO VALOR-FGTS
           ELSE
              COMPUTE VALOR-FGTS ROUNDED = BRUTO-FH * PERC-FGTS / 100
           END-IF.
           IF MULTA-FGTS-FH NUMERIC
              ADD MULTA-FGTS-FH TO VALOR-FGTS
           END-IF.
           SET IDX-FOL TO 1.
           SEARCH FOL-ITEM
              AT END
                 IF QTD-FOL LESS THAN 300
                    ADD 1 TO QTD-FOL
                    SET IDX-FOL TO QTD-FOL
                    MOVE MATRICULA-FH TO MAT-FOL-TAB(IDX-FOL)
                    MOVE TIPO-FH      TO TIPO-FOL-TAB(IDX-FOL)
                    PERFORM GUARDA-VERBAS
                 ELSE
                    MOVE "S" TO FOL-DEMAIS
                 END-IF
              WHEN MAT-FOL-TAB(IDX-FOL) EQUAL MATRICULA-FH AND
                   TIPO-FOL-TAB(IDX-FOL) EQUAL TIPO-FH
                 PERFORM GUARDA-VERBAS
           END-SEARCH.

       GUARDA-VERBAS.
           MOVE BRUTO-FH   TO BRUTO-FOL-TAB(IDX-FOL).
           MOVE INSS-FH    TO INSS-FOL-TAB(IDX-FOL).
           MOVE IRRF-FH    TO IRRF-FOL-TAB(IDX-FOL).
           MOVE VALOR-FGTS TO FGTS-FOL-TAB(IDX-FOL).

       LANCA-FOLHA.
           MOVE MAT-FOL-TAB(IDX-I) TO DOC-NUM6.
           MOVE DOC-NUM6           TO DOC-LANC-W.
           MOVE DATA-FIM-MES       TO DATA-LANC-W.
           IF TIPO-FOL-TAB(IDX-I) EQUAL "R"
              MOVE "RESCISAO" TO COMPL-LANC
           ELSE
              MOVE "FOLHA"    TO COMPL-LANC
           END-IF.
           MOVE "FOLBRU"            TO EVENTO-LANC.
           MOVE BRUTO-FOL-TAB(IDX-I) TO VALOR-LANC.
           PERFORM GERA-LANCAMENTO.
           MOVE "FOLINS"            TO EVENTO-LANC.
           MOVE INSS-FOL-TAB(IDX-I)  TO VALOR-LANC.
           PERFORM GERA-LANCAMENTO.
           MOVE "FOLIRF"            TO EVENTO-LANC.
           MOVE IRRF-FOL-TAB(IDX-I)  TO VALOR-LANC.
           PERFORM GERA-LANCAMENTO.
           MOVE "FOLFGT"            TO EVENTO-LANC.
           MOVE FGTS-FOL-TAB(IDX-I)  TO VALOR-LANC.
           PERFORM GERA-LANCAMENTO.
           ADD 1 TO IDX-I.

      *----------------------------------------------------------*
      * TRIPPAY: CORRIDAS DO MES JA ACERTADAS, SOMADAS POR
      * MOTORISTA COMO NO ACERTO, E A PARTE DO MOTORISTA PELO
      * PERCENTUAL DELE. MOTORIST.DAT AUSENTE OU MOTORISTA FORA
      * DELE: PERCENTUAL DEFAULT, COMO NO TRIPPAY.
      *----------------------------------------------------------*
       CONTABILIZA-REPASSES.
           MOVE 6 TO NUM-ORIG.
           OPEN INPUT MOTORIST.
           IF FS-MOTORIST EQUAL "00"
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-MOTORIST UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE MOTORIST
           END-IF.
           OPEN INPUT TRIPREG.
           IF FS-TRIPREG NOT EQUAL "00"
              PERFORM MARCA-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-TRIPREG UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE TRIPREG
              IF MOT-DEMAIS EQUAL "S"
                 DISPLAY "CTBLAN: MAIS DE 300 MOTORISTAS - A TABELA "
                         "NAO COMPORTA. RODADA ABORTADA."
                 CLOSE LCTCTBN RELCTB
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 1 TO IDX-I
              PERFORM LANCA-REPASSE UNTIL IDX-I GREATER THAN QTD-MOTS
           END-IF.

       LER-MOTORIST.
           READ MOTORIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF QTD-MOTS LESS THAN 300
                 ADD 1 TO QTD-MOTS
                 MOVE CODIGO-MOT TO COD-MOT-TAB(QTD-MOTS)
                 MOVE ZEROES     TO BRUTO-MOT-TAB(QTD-MOTS)
                 IF PERC-MOT NUMERIC AND PERC-MOT NOT EQUAL ZEROES
                    MOVE PERC-MOT TO PERC-MOT-TAB(QTD-MOTS)
                 ELSE
                    MOVE PERC-PADRAO-MOT TO PERC-MOT-TAB(QTD-MOTS)
                 END-IF
              ELSE
                 MOVE "S" TO MOT-DEMAIS
              END-IF
           END-IF.

       LER-TRIPREG.
           READ TRIPREG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND ACERTO-TRIP EQUAL "S"
              IF DATA-TRIP(1:6) EQUAL COMPETENCIA
                 PERFORM ACUMULA-REPASSE
              END-IF
           END-IF.

       ACUMULA-REPASSE.
           SET IDX-MOT TO 1.
           SEARCH MOT-ITEM
              AT END
                 IF QTD-MOTS LESS THAN 300
                    ADD 1 TO QTD-MOTS
                    SET IDX-MOT TO QTD-MOTS
                    MOVE MOTORISTA-TRIP  TO COD-MOT-TAB(IDX-MOT)
                    MOVE PERC-PADRAO-MOT TO PERC-MOT-TAB(IDX-MOT)
                    MOVE ZEROES          TO BRUTO-MOT-TAB(IDX-MOT)
                 ELSE
                    MOVE "S" TO MOT-DEMAIS
                    SET IDX-MOT TO 1
                 END-IF
              WHEN COD-MOT-TAB(IDX-MOT) EQUAL MOTORISTA-TRIP
                 CONTINUE
           END-SEARCH.
           IF MOT-DEMAIS NOT EQUAL "S"
              IF TRIP-CANCELADA
                 SUBTRACT VALOR-TRIP FROM BRUTO-MOT-TAB(IDX-MOT)
              ELSE
                 ADD VALOR-TRIP TO BRUTO-MOT-TAB(IDX-MOT)
              END-IF
           END-IF.

       LANCA-REPASSE.
           IF BRUTO-MOT-TAB(IDX-I) NOT EQUAL ZEROES
              COMPUTE PARTE-MOT ROUNDED =
                      BRUTO-MOT-TAB(IDX-I) *
                      (PERC-MOT-TAB(IDX-I) / 100)
              MOVE COD-MOT-TAB(IDX-I) TO DOC-NUM4
              MOVE DOC-NUM4           TO DOC-LANC-W
              MOVE "MOTORISTA"        TO COMPL-LANC
              MOVE DATA-FIM-MES       TO DATA-LANC-W
              MOVE "REPMOT"           TO EVENTO-LANC
              MOVE PARTE-MOT          TO VALOR-LANC
              PERFORM GERA-LANCAMENTO
           END-IF.
           ADD 1 TO IDX-I.

      *----------------------------------------------------------*
      * MENSALU: MENSALIDADE ESCOLAR DA COMPETENCIA PELO VALOR A
      * COBRAR E A BOLSA/DESCONTO CONCEDIDO. REGISTRO ANTERIOR AO
      * CONTROLE DE BOLSAS NAO TEM DESCONTO.
      *----------------------------------------------------------*
       CONTABILIZA-ESCOLA.
           MOVE 7 TO NUM-ORIG.
           OPEN INPUT MENSALU.
           IF FS-MENSALU NOT EQUAL "00"
              PERFORM MARCA-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-MENSALU UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE MENSALU
           END-IF.

       LER-MENSALU.
           READ MENSALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND NOT MENSALU-CANCELADA
              IF COMPETENCIA-MAL EQUAL COMPETENCIA
                 MOVE MATRICULA-MAL TO DOC-NUM7
                 MOVE DOC-NUM7      TO DOC-LANC-W
                 MOVE "MENSAL."     TO COMPL-LANC
                 MOVE DATA-FIM-MES  TO DATA-LANC-W
                 MOVE "MENALU"      TO EVENTO-LANC
                 MOVE VALOR-MAL     TO VALOR-LANC
                 PERFORM GERA-LANCAMENTO
                 IF DESCONTO-MAL NUMERIC
                    MOVE "MENBOL"     TO EVENTO-LANC
                    MOVE DESCONTO-MAL TO VALOR-LANC
                    PERFORM GERA-LANCAMENTO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * BALANCETE DE VERIFICACAO: RELE O LCTCTBN E SOMA O DEBITO E
      * O CREDITO DE CADA LINHA SO QUANDO A CONTA E ANALITICA DO
      * PLANO. A ORIGEM FECHA QUANDO DEBITOS = CREDITOS = VALOR
      * MOVIMENTADO NA GERACAO.
      *----------------------------------------------------------*
       BALANCETE.
           OPEN INPUT LCTCTBN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LER-LCTCTBN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE LCTCTBN.
           WRITE REG-REL FROM CAB-BALANC AFTER ADVANCING 3 LINE.
           WRITE REG-REL FROM CAB-COL-ORIG AFTER ADVANCING 2 LINE.
           MOVE 1 TO IDX-O.
           PERFORM IMPRIME-ORIGEM UNTIL IDX-O GREATER THAN 7.
           WRITE REG-REL FROM CAB-CONTAS AFTER ADVANCING 3 LINE.
           WRITE REG-REL FROM CAB-COL-CTA AFTER ADVANCING 2 LINE.
           MOVE 1 TO IDX-I.
           PERFORM IMPRIME-CONTA UNTIL IDX-I GREATER THAN QTD-CTA.
           MOVE "TOTAL"   TO COD-CTA-REL.
           MOVE SPACES    TO DESC-CTA-REL.
           MOVE TOTAL-DEB TO DEB-CTA-REL.
           MOVE TOTAL-CRE TO CRE-CTA-REL.
           WRITE REG-REL FROM LINHA-CTA AFTER ADVANCING 2 LINE.
           IF TOTAL-DEB NOT EQUAL TOTAL-CRE
              MOVE "N" TO LIBERA
           END-IF.

       LER-LCTCTBN.
           READ LCTCTBN INTO LANCAMENTO AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              SET IDX-NOR TO 1
              SEARCH NOME-ORIG
                 AT END
                    MOVE ZEROES TO IDX-O
                 WHEN NOME-ORIG(IDX-NOR) EQUAL ORIG-LANC
                    SET IDX-O TO IDX-NOR
              END-SEARCH
              IF IDX-O NOT EQUAL ZEROES
                 ADD 1 TO QTD-ORIG-TAB(IDX-O)
                 MOVE DEB-LANC TO CONTA-PROCURA
                 PERFORM PROCURA-CONTA
                 IF CONTA-VALIDA EQUAL "S"
                    ADD VALOR-ABS TO DEB-ORIG-TAB(IDX-O)
                                     DEB-CTA-TAB(IDX-CTA) TOTAL-DEB
                 END-IF
                 MOVE CRE-LANC TO CONTA-PROCURA
                 PERFORM PROCURA-CONTA
                 IF CONTA-VALIDA EQUAL "S"
                    ADD VALOR-ABS TO CRE-ORIG-TAB(IDX-O)
                                     CRE-CTA-TAB(IDX-CTA) TOTAL-CRE
                 END-IF
              END-IF
           END-IF.

       IMPRIME-ORIGEM.
           MOVE NOME-ORIG(IDX-O)    TO NOME-ORIG-REL.
           MOVE QTD-ORIG-TAB(IDX-O) TO QTD-ORIG-REL.
           MOVE MOV-ORIG-TAB(IDX-O) TO MOV-ORIG-REL.
           MOVE DEB-ORIG-TAB(IDX-O) TO DEB-ORIG-REL.
           MOVE CRE-ORIG-TAB(IDX-O) TO CRE-ORIG-REL.
           IF DEB-ORIG-TAB(IDX-O) EQUAL MOV-ORIG-TAB(IDX-O) AND
              CRE-ORIG-TAB(IDX-O) EQUAL MOV-ORIG-TAB(IDX-O)
              IF SIT-ORIG-TAB(IDX-O) EQUAL "A"
                 MOVE "AUSENTE"   TO SIT-ORIG-REL
              ELSE
                 MOVE "OK"        TO SIT-ORIG-REL
              END-IF
           ELSE
              MOVE "DIFERENCA" TO SIT-ORIG-REL
              MOVE "N" TO LIBERA
           END-IF.
           WRITE REG-REL FROM LINHA-ORIG AFTER ADVANCING 1 LINE.
           ADD 1 TO IDX-O.

      *SO SAEM AS CONTAS MOVIMENTADAS NA COMPETENCIA.
       IMPRIME-CONTA.
           IF DEB-CTA-TAB(IDX-I) NOT EQUAL ZEROES OR
              CRE-CTA-TAB(IDX-I) NOT EQUAL ZEROES
              MOVE CODCTA-TAB(IDX-I)  TO COD-CTA-REL
              MOVE DESCCTA-TAB(IDX-I) TO DESC-CTA-REL
              MOVE DEB-CTA-TAB(IDX-I) TO DEB-CTA-REL
              MOVE CRE-CTA-TAB(IDX-I) TO CRE-CTA-REL
              WRITE REG-REL FROM LINHA-CTA AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO IDX-I.

      *----------------------------------------------------------*
      * LIBERACAO: COM O BALANCETE FECHADO O LCTCTBN E COPIADO
      * PARA O LCTCTB.DAT (SUBSTITUI O DA RODADA ANTERIOR); COM
      * DIFERENCA O LCTCTB.DAT NAO E TOCADO.
      *----------------------------------------------------------*
       LIBERA-ARQUIVO.
           IF LIBERA EQUAL "S"
              OPEN INPUT  LCTCTBN
                   OUTPUT LCTCTB
              MOVE "NAO" TO FIM-ARQ
              PERFORM COPIA-LCTCTBN UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE LCTCTBN LCTCTB
              MOVE SPACES TO TEXTO-FINAL
              STRING "BALANCETE FECHADO - LCTCTB.DAT LIBERADO PARA A "
                     "CONTABILIDADE."
                     DELIMITED BY SIZE INTO TEXTO-FINAL
           ELSE
              MOVE SPACES TO TEXTO-FINAL
              STRING "BALANCETE COM DIFERENCA - LCTCTB.DAT NAO "
                     "LIBERADO. CORRIGIR E RODAR DE NOVO."
                     DELIMITED BY SIZE INTO TEXTO-FINAL
           END-IF.
           WRITE REG-REL FROM LINHA-FINAL AFTER ADVANCING 3 LINE.

       COPIA-LCTCTBN.
           READ LCTCTBN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-LCTCTB FROM REG-LCTCTBN
              ADD 1 TO CT-LIBERADOS
           END-IF.

       FIM.
           CLOSE RELCTB.
           DISPLAY "CTBLAN: " CT-LANCAMENTOS " LANCAMENTO(S) GERADO(S) "
                   "NA COMPETENCIA " COMPETENCIA ".".
           IF LIBERA EQUAL "S"
              DISPLAY "CTBLAN: " CT-LIBERADOS " LANCAMENTO(S) "
                      "LIBERADO(S) NO LCTCTB.DAT."
              IF CT-AUSENTES GREATER THAN ZEROES OR
                 CT-PENDENCIAS GREATER THAN ZEROES
                 DISPLAY "CTBLAN: " CT-AUSENTES " ORIGEM(NS) "
                         "AUSENTE(S) E " CT-PENDENCIAS " PENDENCIA(S) "
                         "- VER RELCTB."
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY "CTBLAN: BALANCETE COM DIFERENCA - LCTCTB.DAT "
                      "NAO LIBERADO (VER RELCTB)."
              MOVE 16 TO RETURN-CODE
           END-IF.

       COPY DATPRCPD.
