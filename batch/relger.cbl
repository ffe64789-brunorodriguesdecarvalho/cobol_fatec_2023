       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELGER.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RELATORIO GERENCIAL MENSAL DE TODAS AS ATIVIDADES.
      *            A DIRETORIA RECEBIA UMA DUZIA DE RELATORIOS
      *            SEPARADOS E NENHUM QUADRO UNICO. ESTA RODADA LE A
      *            COMPETENCIA (AAAAMM PELO ACCEPT; ZEROS = O MES
      *            ANTERIOR AO DA DATA DE PROCESSAMENTO, QUE E A
      *            COMPETENCIA FECHADA PELO FECHMES.BAT) E IMPRIME EM
      *            RELGER, COM O MES ANTERIOR E O MESMO MES DO ANO
      *            ANTERIOR AO LADO, OS INDICADORES DE:
      *            - CLUBE: SOCIOS ATIVOS, NOVOS EFETIVADOS, BAIXAS DE
      *              INADIMPLENTES, MENSALIDADES LANCADAS X RECEBIDAS
      *              E INADIMPLENCIA;
      *            - ESCOLA: ALUNOS MATRICULADOS, MENSALIDADES
      *              LANCADAS X RECEBIDAS E APROVACAO;
      *            - TURISMAR: VISITAS, RESERVAS, CONVERSAO E RECEITA;
      *            - LOJA: VENDAS FATURADAS, CANCELAMENTOS E CONTAS A
      *              RECEBER EM ABERTO;
      *            - CORRIDAS: CORRIDAS, KM E RECEITA;
      *            - FOLHA DE PAGAMENTO: FUNCIONARIOS, BRUTO, FGTS E
      *              CUSTO.
      *            CADA NUMERO SEGUE A REGRA DO RELATORIO DO
      *            DEPARTAMENTO QUE O PRODUZ (COLUNA FONTE E SECAO
      *            "FONTES DOS INDICADORES"), PARA NUNCA DIVERGIR DO
      *            QUE O DEPARTAMENTO VE:
      *            - INDICADOR DO MES (MOVIMENTO PELA DATA OU PELA
      *              COMPETENCIA) E APURADO DOS ARQUIVOS PARA AS TRES
      *              COLUNAS;
      *            - INDICADOR DE POSICAO (SOCIOS ATIVOS E EM ATRASO,
      *              ALUNOS, APROVADOS, CONTAS A RECEBER) E A POSICAO
      *              DO ARQUIVO NA RODADA - SO VALE PARA A COMPETENCIA
      *              RECEM-FECHADA (ACCEPT COM ZEROS) E SO SAI NA
      *              PRIMEIRA COLUNA DELA;
      *            - PERCENTUAIS E CUSTO DA FOLHA SAO CALCULADOS DAS
      *              LINHAS DE BASE DE CADA COLUNA.
      *            A RODADA DA COMPETENCIA RECEM-FECHADA ANEXA OS
      *            INDICADORES DE BASE AO HISTORICO GERHIS.DAT (O
      *            ULTIMO REGISTRO DA COMPETENCIA/INDICADOR VALE).
      *            RODADA AVULSA DE OUTRA COMPETENCIA NAO GRAVA NO
      *            GERHIS E TOMA A PRIMEIRA COLUNA DELE, COMO AS DE
      *            COMPARACAO (SEM ELA, A COLUNA E RECALCULADA E A
      *            POSICAO SAI N/D). AS COLUNAS DO MES ANTERIOR E DO
      *            ANO ANTERIOR VEM DO GERHIS
      *            QUANDO A COMPETENCIA CONSTA DELE - E O NUMERO QUE
      *            SAIU NO FECHAMENTO DAQUELE MES, ANTES DA RETENCAO
      *            ARQUIVAR O MOVIMENTO ANTIGO; SEM ELA, A COLUNA E
      *            RECALCULADA DOS ARQUIVOS E A POSICAO SAI N/D.
      *            OS ARQUIVOS DE ORIGEM SAO LIDOS NO DIRETORIO
      *            CORRENTE, COPIADOS PELO DRIVER DOS DIRETORIOS DE
      *            CADA SISTEMA, COMO O DATAPROC.DAT (O JOBLOG DOS
      *            SOCIOS CHEGA COMO JOBSOC.txt). NADA E ALTERADO
      *            ALEM DO GERHIS.
      *            GRAVA INICIO/FIM NO JOBLOG COMUM (JOB RELGER; LIDOS
      *            = REGISTROS DE ORIGEM LIDOS, GRAVADOS = REGISTROS
      *            ANEXADOS AO GERHIS).
      *            RETURN-CODE: 0 COM TODAS AS ORIGENS; 4 COM ORIGEM
      *            AUSENTE (OS INDICADORES DELA SAEM N/D E NAO VAO
      *            PARA O GERHIS); 16 COM COMPETENCIA INVALIDA OU
      *            TABELA DA FOLHA ESTOURADA ("ERR " NO JOBLOG).
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - SO A COMPETENCIA RECEM-FECHADA (A DO ACCEPT
      *            COM ZEROS) E GRAVADA NO GERHIS E TEM A POSICAO DOS
      *            ARQUIVOS NA PRIMEIRA COLUNA. RODADA AVULSA DE OUTRA
      *            COMPETENCIA TOMAVA A POSICAO DE HOJE POR AQUELE MES
      *            E SOBREPUNHA NO GERHIS O NUMERO DO FECHAMENTO DELE;
      *            AGORA A PRIMEIRA COLUNA VEM DO GERHIS QUANDO A
      *            COMPETENCIA CONSTA DELE (SENAO E RECALCULADA, COM A
      *            POSICAO N/D) E O GERHIS NAO E TOCADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSOCSL.

           COPY ARQINASL.

           COPY MENSALSL.

           COPY RECREGSL.

           COPY ARQALUSL.

           COPY MENALUSL.

           COPY RESVIASL.

           COPY NOTFISSL.

           COPY CTASARSL.

           COPY JOBLOGSL.

           COPY DATPRCSL.

           SELECT JOBSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOBSOC.

           SELECT ARQREP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQREP.

           SELECT ARQDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQDEP.

           SELECT VISHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VISHIST.

           SELECT TRIPREG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRIPREG.

           SELECT FOLHAHIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FOLHAHIS.

           SELECT GERHIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GERHIS.

           SELECT RELGER ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY CADSOCFD.

       COPY ARQINAFD.

       COPY MENSALFD.

       COPY RECREGFD.

       COPY ARQALUFD.

       COPY MENALUFD.

       COPY RESVIAFD.

       COPY NOTFISFD.

       COPY CTASARFD.

       COPY JOBLOGFD.

       COPY DATPRCFD.

      *JOBLOG DO DIRETORIO DOS SOCIOS, NO LEIAUTE DO JOBLOGFD.CPY.
       FD  JOBSOC
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "JOBSOC.txt".
       01  REG-JOBSOC.
           02 JOB-JS           PIC X(08).
           02 FILLER           PIC X(01).
           02 EVENTO-JS        PIC X(04).
           02 FILLER           PIC X(01).
           02 DATA-JS          PIC 9(08).
           02 FILLER           PIC X(01).
           02 HORA-JS          PIC 9(08).
           02 FILLER           PIC X(01).
           02 LIDOS-JS         PIC 9(07).
           02 FILLER           PIC X(01).
           02 GRAVADOS-JS      PIC 9(07).
           02 FILLER           PIC X(32).

      *REPROVADOS E DEPENDENCIAS DA ULTIMA RODADA DO EX05 - SO A
      *QUANTIDADE DE REGISTROS INTERESSA AQUI.
       FD  ARQREP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQREP.DAT".
       01  REG-REP         PIC X(55).

       FD  ARQDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQDEP.DAT".
       01  REG-DEP         PIC X(55).

       FD  VISHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISHIST.DAT".
       01  REG-VISHIST.
           02 CPF-HIS             PIC 9(11).
           02 DATA-HIS            PIC 9(08).
           02 FILIAL-HIS          PIC X(10).

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

      *HISTORICO DOS INDICADORES DE BASE, UM REGISTRO POR
      *COMPETENCIA E INDICADOR, ANEXADO A CADA RODADA (O ULTIMO DA
      *COMPETENCIA/INDICADOR VALE). SINAL-GH "-" PARA VALOR
      *NEGATIVO.
       FD  GERHIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GERHIS.DAT".
       01  REG-GERHIS.
           02 COMPET-GH     PIC 9(06).
           02 IND-GH        PIC 9(02).
           02 SINAL-GH      PIC X(01).
           02 VALOR-GH      PIC 9(13)V9(02).
           02 DATA-GH       PIC 9(08).

       FD  RELGER
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELGER.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CADSOCWS.
       COPY ARQINAWS.
       COPY MENSALWS.
       COPY RECREGWS.
       COPY ARQALUWS.
       COPY MENALUWS.
       COPY RESVIAWS.
       COPY NOTFISWS.
       COPY CTASARWS.
       COPY JOBLOGWS.
       COPY DATPRCWS.
       77  FS-JOBSOC     PIC X(02) VALUE "00".
       77  FS-ARQREP     PIC X(02) VALUE "00".
       77  FS-ARQDEP     PIC X(02) VALUE "00".
       77  FS-VISHIST    PIC X(02) VALUE "00".
       77  FS-TRIPREG    PIC X(02) VALUE "00".
       77  FS-FOLHAHIS   PIC X(02) VALUE "00".
       77  FS-GERHIS     PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  COMPETENCIA   PIC 9(06) VALUE ZEROES.
       77  ANO-COMP      PIC 9(04) VALUE ZEROES.
       77  MES-COMP      PIC 9(02) VALUE ZEROES.
       77  COMPET-LIDA   PIC 9(06) VALUE ZEROES.
       77  COMPET-FECHADA PIC 9(06) VALUE ZEROES.
       77  COL1-FECHADA  PIC X(01) VALUE "S".
       77  COL-ACHADA    PIC 9(01) VALUE ZEROES.
       77  IDX-I         PIC 9(03) VALUE ZEROES.
       77  IDX-C         PIC 9(01) VALUE ZEROES.
       77  IND-INI       PIC 9(02) VALUE ZEROES.
       77  IND-FIM       PIC 9(02) VALUE ZEROES.
       77  IND-RES       PIC 9(02) VALUE ZEROES.
       77  IND-NUM       PIC 9(02) VALUE ZEROES.
       77  IND-DEN       PIC 9(02) VALUE ZEROES.
       77  GRUPO-ANT     PIC 9(01) VALUE ZEROES.
       77  NOME-ARQ-AUS  PIC X(08) VALUE SPACES.
       77  CT-REPROV     PIC 9(07) VALUE ZEROES.
       77  CT-DEPEND     PIC 9(07) VALUE ZEROES.
       77  CT-AUSENTES   PIC 9(02) VALUE ZEROES.
       77  CT-LIDOS      PIC 9(07) VALUE ZEROES.
       77  CT-GRAVADOS   PIC 9(07) VALUE ZEROES.
       77  EVENTO-JOB    PIC X(04) VALUE SPACES.
       77  QTD-FOL       PIC 9(03) VALUE ZEROES.
       77  FOL-DEMAIS    PIC X(01) VALUE "N".
       77  COMPET-FH     PIC 9(06) VALUE ZEROES.
       77  VALOR-FGTS    PIC 9(09)V9(02) VALUE ZEROES.
       77  PERC-FGTS     PIC 9(02)V9(02) VALUE 8,00.
       77  QTD-EDIT      PIC -ZZZ.ZZZ.ZZ9.
       77  VALOR-EDIT    PIC -ZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------*
      * INDICADORES, NA ORDEM DO RELATORIO. POR INDICADOR:
      * NUMERO, GRUPO (1 CLUBE, 2 ESCOLA, 3 TURISMAR, 4 LOJA,
      * 5 CORRIDAS, 6 FOLHA), TIPO (Q QUANTIDADE, V VALOR,
      * P PERCENTUAL), CLASSE (M DO MES, P POSICAO, D CALCULADO
      * DAS LINHAS DE BASE), DESCRICAO, ARQUIVO DE ORIGEM,
      * RELATORIO DO DEPARTAMENTO, PROGRAMA DA REGRA E A REGRA.
      *----------------------------------------------------------*
       01  TAB-INDICADORES-V.
           02 FILLER PIC X(28) VALUE "011QPSOCIOS ATIVOS".
           02 FILLER PIC X(08) VALUE "CADSOC1".
           02 FILLER PIC X(08) VALUE "CADSOC1".
           02 FILLER PIC X(08) VALUE "MESTRE".
           02 FILLER PIC X(27) VALUE "REGISTROS DO CADSOC1".
           02 FILLER PIC X(28) VALUE "021QMNOVOS SOCIOS EFETIVADOS".
           02 FILLER PIC X(08) VALUE "JOBLOG".
           02 FILLER PIC X(08) VALUE "RELPROP".
           02 FILLER PIC X(08) VALUE "EX01APR".
           02 FILLER PIC X(27) VALUE "GRAVADOS DO FIM NO MES".
           02 FILLER PIC X(28) VALUE "031QMBAIXAS DE INADIMPLENTES".
           02 FILLER PIC X(08) VALUE "ARQINAT".
           02 FILLER PIC X(08) VALUE "RELINAT".
           02 FILLER PIC X(08) VALUE "EX01INA".
           02 FILLER PIC X(27) VALUE "DATA DA BAIXA NO MES".
           02 FILLER PIC X(28) VALUE "041VMVALOR BAIXADO".
           02 FILLER PIC X(08) VALUE "ARQINAT".
           02 FILLER PIC X(08) VALUE "RELINAT".
           02 FILLER PIC X(08) VALUE "EX01INA".
           02 FILLER PIC X(27) VALUE "VALOR EM ABERTO DAS BAIXAS".
           02 FILLER PIC X(28) VALUE "051VMMENSALIDADES LANCADAS".
           02 FILLER PIC X(08) VALUE "MENSAL".
           02 FILLER PIC X(08) VALUE "RELLED".
           02 FILLER PIC X(08) VALUE "EX01LED".
           02 FILLER PIC X(27) VALUE "VALOR DA COMPETENCIA".
           02 FILLER PIC X(28) VALUE "061VMMENSALIDADES RECEBIDAS".
           02 FILLER PIC X(08) VALUE "RECIBREG".
           02 FILLER PIC X(08) VALUE "RELPAG".
           02 FILLER PIC X(08) VALUE "EX01PAG".
           02 FILLER PIC X(27) VALUE "RECIBOS - ESTORNOS NO MES".
           02 FILLER PIC X(28) VALUE "071PDRECEBIDO/LANCADO (%)".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(27) VALUE "LINHA 06 / LINHA 05".
           02 FILLER PIC X(28) VALUE "081QPSOCIOS EM ATRASO".
           02 FILLER PIC X(08) VALUE "CADSOC1".
           02 FILLER PIC X(08) VALUE "RELSOCIO".
           02 FILLER PIC X(08) VALUE "EX01".
           02 FILLER PIC X(27) VALUE "CODIGO 02, COM E SEM ACORDO".
           02 FILLER PIC X(28) VALUE "091PDINADIMPLENCIA (%)".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(27) VALUE "LINHA 08 / LINHA 01".
           02 FILLER PIC X(28) VALUE "102QPALUNOS MATRICULADOS".
           02 FILLER PIC X(08) VALUE "ARQALU".
           02 FILLER PIC X(08) VALUE "RELAPROV".
           02 FILLER PIC X(08) VALUE "EX05".
           02 FILLER PIC X(27) VALUE "REGISTROS DO ARQALU".
           02 FILLER PIC X(28) VALUE "112VMMENSALIDADES LANCADAS".
           02 FILLER PIC X(08) VALUE "MENSALU".
           02 FILLER PIC X(08) VALUE "RELBIL".
           02 FILLER PIC X(08) VALUE "EX05BIL".
           02 FILLER PIC X(27) VALUE "COMPETENCIA, NAO CANCELADA".
           02 FILLER PIC X(28) VALUE "122VMMENSALIDADES RECEBIDAS".
           02 FILLER PIC X(08) VALUE "MENSALU".
           02 FILLER PIC X(08) VALUE "RELPALU".
           02 FILLER PIC X(08) VALUE "EX05PGA".
           02 FILLER PIC X(27) VALUE "COMPETENCIA, PAGA".
           02 FILLER PIC X(28) VALUE "132PDRECEBIDO/LANCADO (%)".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(27) VALUE "LINHA 12 / LINHA 11".
           02 FILLER PIC X(28) VALUE "142QPALUNOS APROVADOS".
           02 FILLER PIC X(08) VALUE "ARQALU".
           02 FILLER PIC X(08) VALUE "RELAPROV".
           02 FILLER PIC X(08) VALUE "EX05".
           02 FILLER PIC X(27) VALUE "ARQALU - ARQREP - ARQDEP".
           02 FILLER PIC X(28) VALUE "152PDAPROVACAO (%)".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(27) VALUE "LINHA 14 / LINHA 10".
           02 FILLER PIC X(28) VALUE "163QMVISITAS".
           02 FILLER PIC X(08) VALUE "VISHIST".
           02 FILLER PIC X(08) VALUE "RELCONV".
           02 FILLER PIC X(08) VALUE "EX02CNR".
           02 FILLER PIC X(27) VALUE "DATA DA VISITA NO MES".
           02 FILLER PIC X(28) VALUE "173QMRESERVAS".
           02 FILLER PIC X(08) VALUE "RESERVAS".
           02 FILLER PIC X(08) VALUE "RELCONV".
           02 FILLER PIC X(08) VALUE "EX02CNR".
           02 FILLER PIC X(27) VALUE "RESERVADAS/VIAJADAS NO MES".
           02 FILLER PIC X(28) VALUE "183PDCONVERSAO (%)".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(27) VALUE "LINHA 17 / LINHA 16".
           02 FILLER PIC X(28) VALUE "193VMRECEITA DAS RESERVAS".
           02 FILLER PIC X(08) VALUE "RESERVAS".
           02 FILLER PIC X(08) VALUE "RELCONV".
           02 FILLER PIC X(08) VALUE "EX02CNR".
           02 FILLER PIC X(27) VALUE "VALOR DAS RESERVAS DA 17".
           02 FILLER PIC X(28) VALUE "204QMNOTAS FATURADAS".
           02 FILLER PIC X(08) VALUE "NOTAS".
           02 FILLER PIC X(08) VALUE "RELVEND".
           02 FILLER PIC X(08) VALUE "NOTASUM".
           02 FILLER PIC X(27) VALUE "EMITIDAS NO MES, ATIVAS".
           02 FILLER PIC X(28) VALUE "214VMVENDAS FATURADAS".
           02 FILLER PIC X(08) VALUE "NOTAS".
           02 FILLER PIC X(08) VALUE "RELVEND".
           02 FILLER PIC X(08) VALUE "NOTASUM".
           02 FILLER PIC X(27) VALUE "TOTAL DAS NOTAS DA 20".
           02 FILLER PIC X(28) VALUE "224QMNOTAS CANCELADAS".
           02 FILLER PIC X(08) VALUE "NOTAS".
           02 FILLER PIC X(08) VALUE "RELVEND".
           02 FILLER PIC X(08) VALUE "NOTASUM".
           02 FILLER PIC X(27) VALUE "EMITIDAS NO MES, CANCELADAS".
           02 FILLER PIC X(28) VALUE "234VMVALOR CANCELADO".
           02 FILLER PIC X(08) VALUE "NOTAS".
           02 FILLER PIC X(08) VALUE "RELVEND".
           02 FILLER PIC X(08) VALUE "NOTASUM".
           02 FILLER PIC X(27) VALUE "TOTAL DAS NOTAS DA 22".
           02 FILLER PIC X(28) VALUE "244VPCONTAS A RECEBER ABERTO".
           02 FILLER PIC X(08) VALUE "CONTASAR".
           02 FILLER PIC X(08) VALUE "RELAR".
           02 FILLER PIC X(08) VALUE "NOTAAR".
           02 FILLER PIC X(27) VALUE "TITULO A: VALOR - RECEBIDO".
           02 FILLER PIC X(28) VALUE "255QMCORRIDAS".
           02 FILLER PIC X(08) VALUE "TRIPREG".
           02 FILLER PIC X(08) VALUE "RELTRIP".
           02 FILLER PIC X(08) VALUE "TRIPSET".
           02 FILLER PIC X(27) VALUE "CORRIDAS - ESTORNOS NO MES".
           02 FILLER PIC X(28) VALUE "265QMQUILOMETROS".
           02 FILLER PIC X(08) VALUE "TRIPREG".
           02 FILLER PIC X(08) VALUE "RELTRIP".
           02 FILLER PIC X(08) VALUE "TRIPSET".
           02 FILLER PIC X(27) VALUE "KM DAS CORRIDAS DA 25".
           02 FILLER PIC X(28) VALUE "275VMRECEITA DAS CORRIDAS".
           02 FILLER PIC X(08) VALUE "TRIPREG".
           02 FILLER PIC X(08) VALUE "RELTRIP".
           02 FILLER PIC X(08) VALUE "TRIPSET".
           02 FILLER PIC X(27) VALUE "VALOR DAS CORRIDAS DA 25".
           02 FILLER PIC X(28) VALUE "286QMFUNCIONARIOS NA FOLHA".
           02 FILLER PIC X(08) VALUE "FOLHAHIS".
           02 FILLER PIC X(08) VALUE "RELFOLHA".
           02 FILLER PIC X(08) VALUE "EX05B".
           02 FILLER PIC X(27) VALUE "MATRICULAS DA FOLHA NORMAL".
           02 FILLER PIC X(28) VALUE "296VMSALARIO BRUTO".
           02 FILLER PIC X(08) VALUE "FOLHAHIS".
           02 FILLER PIC X(08) VALUE "RELFOLHA".
           02 FILLER PIC X(08) VALUE "EX05B".
           02 FILLER PIC X(27) VALUE "BRUTO, ULTIMO REG. DO MES".
           02 FILLER PIC X(28) VALUE "306VMFGTS COM MULTA".
           02 FILLER PIC X(08) VALUE "FOLHAHIS".
           02 FILLER PIC X(08) VALUE "RELFGTS".
           02 FILLER PIC X(08) VALUE "FOLHAFGT".
           02 FILLER PIC X(27) VALUE "GRAVADO OU 8% DO BRUTO".
           02 FILLER PIC X(28) VALUE "316VDCUSTO DA FOLHA".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(27) VALUE "LINHA 29 + LINHA 30".
       01  TAB-INDICADORES REDEFINES TAB-INDICADORES-V.
           02 IND-ITEM OCCURS 31 TIMES.
              03 NUM-IND     PIC 9(02).
              03 GRUPO-IND   PIC 9(01).
              03 TIPO-IND    PIC X(01).
              03 CLASSE-IND  PIC X(01).
              03 DESC-IND    PIC X(23).
              03 ARQ-IND     PIC X(08).
              03 REL-IND     PIC X(08).
              03 PROG-IND    PIC X(08).
              03 REGRA-IND   PIC X(27).

      *VALOR E SITUACAO ("S" APURADO, "N" SEM VALOR) DE CADA
      *INDICADOR NAS TRES COLUNAS: 1 COMPETENCIA, 2 MES ANTERIOR,
      *3 MESMO MES DO ANO ANTERIOR.
       01  TAB-VALORES.
           02 VAL-IND OCCURS 31 TIMES.
              03 VAL-COL OCCURS 3 TIMES.
                 04 VALOR-TAB  PIC S9(13)V9(02).
                 04 SIT-TAB    PIC X(01).

       01  TAB-COLUNAS.
           02 COL-ITEM OCCURS 3 TIMES.
              03 COMPET-COL    PIC 9(06).
              03 ORIGEM-COL    PIC X(09).
              03 HIST-COL      PIC X(01).

       01  NOMES-GRUPO-V.
           02 FILLER PIC X(20) VALUE "CLUBE".
           02 FILLER PIC X(20) VALUE "ESCOLA".
           02 FILLER PIC X(20) VALUE "TURISMAR".
           02 FILLER PIC X(20) VALUE "LOJA".
           02 FILLER PIC X(20) VALUE "CORRIDAS".
           02 FILLER PIC X(20) VALUE "FOLHA DE PAGAMENTO".
       01  NOMES-GRUPO REDEFINES NOMES-GRUPO-V.
           02 NOME-GRUPO     PIC X(20) OCCURS 6 TIMES.

      *REGISTRO MAIS RECENTE DE CADA MATRICULA E TIPO (FOLHA OU
      *RESCISAO) EM CADA COLUNA, COMO NO FOLHAFGT.
       01  TAB-FOLHA.
           02 FOL-ITEM OCCURS 900 TIMES
                 DEPENDING ON QTD-FOL
                 INDEXED BY IDX-FOL.
              03 COL-FOL-TAB   PIC 9(01).
              03 MAT-FOL-TAB   PIC 9(06).
              03 TIPO-FOL-TAB  PIC X(01).
              03 BRUTO-FOL-TAB PIC 9(07)V9(02).
              03 FGTS-FOL-TAB  PIC 9(09)V9(02).

       01 CAB-TITULO.
           02 FILLER       PIC X(42) VALUE
              "RELATORIO GERENCIAL MENSAL - COMPETENCIA: ".
           02 MES-CAB      PIC 9(02).
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-CAB      PIC 9(04).
           02 FILLER       PIC X(16) VALUE "  PROCESSADO EM ".
           02 DATA-CAB     PIC 99/99/9999.
           02 FILLER       PIC X(05) VALUE SPACES.

       01 CAB-OCORR.
           02 FILLER       PIC X(40) VALUE
              "OCORRENCIAS".
           02 FILLER       PIC X(40) VALUE SPACES.

       01 LINHA-OCORR.
           02 FILLER       PIC X(02) VALUE "- ".
           02 TEXTO-OCORR  PIC X(78).

       01 CAB-COLUNAS.
           02 FILLER       PIC X(26) VALUE "NN INDICADOR".
           02 FILLER       PIC X(15) VALUE "    COMPETENCIA".
           02 FILLER       PIC X(15) VALUE "   MES ANTERIOR".
           02 FILLER       PIC X(15) VALUE "   ANO ANTERIOR".
           02 FILLER       PIC X(09) VALUE " FONTE".

       01 CAB-COMPET.
           02 FILLER       PIC X(26) VALUE SPACES.
           02 CAB-COMPET-COL OCCURS 3 TIMES.
              03 FILLER    PIC X(08).
              03 MES-COL   PIC 9(02).
              03 BARRA-COL PIC X(01).
              03 ANO-COL   PIC 9(04).
           02 FILLER       PIC X(09) VALUE SPACES.

       01 CAB-ORIGEM.
           02 FILLER       PIC X(26) VALUE "   (ORIGEM DOS VALORES)".
           02 CAB-ORIGEM-COL OCCURS 3 TIMES.
              03 FILLER    PIC X(06).
              03 ORIG-COL  PIC X(09).
           02 FILLER       PIC X(09) VALUE SPACES.

       01 LINHA-GRUPO.
           02 NOME-GRUPO-LIN PIC X(20).
           02 FILLER       PIC X(60) VALUE SPACES.

       01 LINHA-IND.
           02 NUM-LIN      PIC 9(02).
           02 FILLER       PIC X(01).
           02 DESC-LIN     PIC X(23).
           02 LIN-COL OCCURS 3 TIMES.
              03 FILLER    PIC X(01).
              03 VAL-LIN   PIC X(14).
           02 FILLER       PIC X(01).
           02 REL-LIN      PIC X(08).

       01 EDIT-QTD.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 QTD-EDIT-R   PIC X(12).

       01 CAB-FONTES.
           02 FILLER       PIC X(48) VALUE
              "FONTES DOS INDICADORES".
           02 FILLER       PIC X(32) VALUE SPACES.

       01 CAB-COL-FONTES.
           02 FILLER       PIC X(27) VALUE "NN INDICADOR".
           02 FILLER       PIC X(09) VALUE "ARQUIVO".
           02 FILLER       PIC X(09) VALUE "PROGRAMA".
           02 FILLER       PIC X(35) VALUE "REGRA".

       01 LINHA-FONTE.
           02 NUM-FON      PIC 9(02).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 DESC-FON     PIC X(23).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 ARQ-FON      PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 PROG-FON     PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 REGRA-FON    PIC X(27).
           02 FILLER       PIC X(08) VALUE SPACES.

       01 LINHA-NOTA.
           02 TEXTO-NOTA   PIC X(80).

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM APURA-CLUBE.
           PERFORM APURA-ESCOLA.
           PERFORM APURA-TURISMAR.
           PERFORM APURA-LOJA.
           PERFORM APURA-CORRIDAS.
           PERFORM APURA-FOLHA.
           PERFORM CARREGA-HISTORICO.
           IF COL1-FECHADA EQUAL "S"
              PERFORM GRAVA-HISTORICO
           END-IF.
           PERFORM CALCULA-DERIVADOS VARYING IDX-C FROM 1 BY 1
              UNTIL IDX-C GREATER THAN 3.
           PERFORM IMPRIME-QUADRO.
           PERFORM IMPRIME-FONTES.
           PERFORM FIM.
           STOP RUN.

      *----------------------------------------------------------*
      * COMPETENCIA DA RODADA E AS DAS COLUNAS DE COMPARACAO.
      * ZEROS NO ACCEPT = MES ANTERIOR AO DA DATA DE PROCESSAMENTO
      * (A COMPETENCIA QUE O FECHMES ACABOU DE FECHAR).
      *----------------------------------------------------------*
       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           DISPLAY "COMPETENCIA AAAAMM (ZEROS = MES ANTERIOR AO DA "
                   "DATA DE PROC.): ".
           ACCEPT COMPETENCIA.
           MOVE DATA-PROCESSO(1:4) TO ANO-COMP.
           MOVE DATA-PROCESSO(5:2) TO MES-COMP.
           IF MES-COMP EQUAL 1
              SUBTRACT 1 FROM ANO-COMP
              MOVE 12 TO MES-COMP
           ELSE
              SUBTRACT 1 FROM MES-COMP
           END-IF.
           COMPUTE COMPET-FECHADA = ANO-COMP * 100 + MES-COMP.
           IF COMPETENCIA NOT EQUAL ZEROES
              MOVE COMPETENCIA(1:4) TO ANO-COMP
              MOVE COMPETENCIA(5:2) TO MES-COMP
           END-IF.
           IF MES-COMP LESS THAN 1 OR MES-COMP GREATER THAN 12
              DISPLAY "RELGER: COMPETENCIA " COMPETENCIA " INVALIDA."
              MOVE "ERR " TO EVENTO-JOB
              PERFORM GRAVA-JOBLOG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE COMPET-COL(1) = ANO-COMP * 100 + MES-COMP.
           IF MES-COMP EQUAL 1
              COMPUTE COMPET-COL(2) = (ANO-COMP - 1) * 100 + 12
           ELSE
              COMPUTE COMPET-COL(2) = COMPET-COL(1) - 1
           END-IF.
           COMPUTE COMPET-COL(3) = COMPET-COL(1) - 100.
           IF COMPET-COL(1) NOT EQUAL COMPET-FECHADA
              MOVE "N" TO COL1-FECHADA
           END-IF.
           MOVE "ARQUIVOS"  TO ORIGEM-COL(1).
           IF COL1-FECHADA EQUAL "N"
              MOVE "RECALCULO" TO ORIGEM-COL(1)
           END-IF.
           MOVE "RECALCULO" TO ORIGEM-COL(2) ORIGEM-COL(3).
           MOVE "N" TO HIST-COL(1) HIST-COL(2) HIST-COL(3).
           MOVE "INI " TO EVENTO-JOB.
           PERFORM GRAVA-JOBLOG.
           PERFORM ZERA-INDICADOR VARYING IDX-I FROM 1 BY 1
              UNTIL IDX-I GREATER THAN 31.
           OPEN OUTPUT RELGER.
           MOVE MES-COMP TO MES-CAB.
           MOVE ANO-COMP TO ANO-CAB.
           MOVE DATA-PROCESSO(1:4) TO DATA-CAB(7:4).
           MOVE DATA-PROCESSO(5:2) TO DATA-CAB(4:2).
           MOVE DATA-PROCESSO(7:2) TO DATA-CAB(1:2).
           MOVE "/" TO DATA-CAB(3:1) DATA-CAB(6:1).
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-OCORR AFTER ADVANCING 2 LINE.
           IF COL1-FECHADA EQUAL "N"
              MOVE SPACES TO TEXTO-OCORR
              STRING "COMPETENCIA NAO E A RECEM-FECHADA ("
                     COMPET-FECHADA ") - GERHIS NAO ATUALIZADO"
                     DELIMITED BY SIZE INTO TEXTO-OCORR
              WRITE REG-REL FROM LINHA-OCORR AFTER ADVANCING 1 LINE
           END-IF.

       ZERA-INDICADOR.
           PERFORM ZERA-COLUNA VARYING IDX-C FROM 1 BY 1
              UNTIL IDX-C GREATER THAN 3.

      *POSICAO SO E APURADA NA COLUNA DA COMPETENCIA, E SO QUANDO
      *ELA E A RECEM-FECHADA (A POSICAO DOS ARQUIVOS E A DE HOJE);
      *O CALCULADO SO GANHA VALOR NO CALCULA-DERIVADOS.
       ZERA-COLUNA.
           MOVE ZEROES TO VALOR-TAB(IDX-I IDX-C).
           MOVE "S"    TO SIT-TAB(IDX-I IDX-C).
           IF CLASSE-IND(IDX-I) EQUAL "D"
              MOVE "N" TO SIT-TAB(IDX-I IDX-C)
           END-IF.
           IF CLASSE-IND(IDX-I) EQUAL "P" AND IDX-C GREATER THAN 1
              MOVE "N" TO SIT-TAB(IDX-I IDX-C)
           END-IF.
           IF CLASSE-IND(IDX-I) EQUAL "P" AND IDX-C EQUAL 1 AND
              COL1-FECHADA EQUAL "N"
              MOVE "N" TO SIT-TAB(IDX-I IDX-C)
           END-IF.

      *COLUNA DA COMPETENCIA LIDA (COMPET-LIDA) EM COL-ACHADA;
      *ZERO QUANDO ELA NAO E NENHUMA DAS TRES.
       ACHA-COLUNA.
           MOVE ZEROES TO COL-ACHADA.
           IF COMPET-LIDA EQUAL COMPET-COL(1)
              MOVE 1 TO COL-ACHADA
           ELSE
              IF COMPET-LIDA EQUAL COMPET-COL(2)
                 MOVE 2 TO COL-ACHADA
              ELSE
                 IF COMPET-LIDA EQUAL COMPET-COL(3)
                    MOVE 3 TO COL-ACHADA
                 END-IF
              END-IF
           END-IF.

      *ORIGEM AUSENTE: OS INDICADORES IND-INI A IND-FIM FICAM SEM
      *VALOR NAS TRES COLUNAS (O HISTORICO AINDA PODE PREENCHER AS
      *DE COMPARACAO).
       ARQUIVO-AUSENTE.
           PERFORM ANULA-INDICADOR VARYING IDX-I FROM IND-INI BY 1
              UNTIL IDX-I GREATER THAN IND-FIM.
           ADD 1 TO CT-AUSENTES.
           MOVE SPACES TO TEXTO-OCORR.
           STRING "ARQUIVO " NOME-ARQ-AUS " AUSENTE - INDICADORES "
                  IND-INI " A " IND-FIM " SEM VALOR (N/D)"
                  DELIMITED BY SIZE INTO TEXTO-OCORR.
           WRITE REG-REL FROM LINHA-OCORR AFTER ADVANCING 1 LINE.

       ANULA-INDICADOR.
           MOVE "N" TO SIT-TAB(IDX-I 1) SIT-TAB(IDX-I 2)
                       SIT-TAB(IDX-I 3).

      *----------------------------------------------------------*
      * CLUBE. CADSOC1: SOCIOS ATIVOS E EM ATRASO (CODIGO 02, COM
      * OU SEM ACORDO - O RELSOCIO SEPARA OS DOIS). JOBLOG DOS
      * SOCIOS: EFETIVADAS NOS FINS DO EX01APR DO MES. ARQINAT:
      * BAIXAS PELA DATA DA BAIXA (A READMISSAO POSTERIOR NAO
      * DESFAZ A BAIXA DAQUELE MES). MENSAL: VALOR DEVIDO DA
      * COMPETENCIA. RECIBREG: RECIBOS PELA DATA DO RECIBO MENOS
      * ESTORNOS PELA DATA DO ESTORNO, COMO NA CONTABILIDADE.
      *----------------------------------------------------------*
       APURA-CLUBE.
           OPEN INPUT CADSOC1.
           IF FS-CADSOC1 NOT EQUAL "00"
              MOVE "CADSOC1" TO NOME-ARQ-AUS
              MOVE 01 TO IND-INI IND-FIM
              PERFORM ARQUIVO-AUSENTE
              MOVE 08 TO IND-INI IND-FIM
              PERFORM ARQUIVO-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-CADSOC1 UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADSOC1
           END-IF.
           OPEN INPUT JOBSOC.
           IF FS-JOBSOC NOT EQUAL "00"
              MOVE "JOBSOC" TO NOME-ARQ-AUS
              MOVE 02 TO IND-INI IND-FIM
              PERFORM ARQUIVO-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-JOBSOC UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE JOBSOC
           END-IF.
           OPEN INPUT ARQINAT.
           IF FS-ARQINAT NOT EQUAL "00"
              MOVE "ARQINAT" TO NOME-ARQ-AUS
              MOVE 03 TO IND-INI
              MOVE 04 TO IND-FIM
              PERFORM ARQUIVO-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-ARQINAT UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQINAT
           END-IF.
           OPEN INPUT MENSAL.
           IF FS-MENSAL NOT EQUAL "00"
              MOVE "MENSAL" TO NOME-ARQ-AUS
              MOVE 05 TO IND-INI IND-FIM
              PERFORM ARQUIVO-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-MENSAL UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE MENSAL
           END-IF.
           OPEN INPUT RECIBREG.
           IF FS-RECIBREG NOT EQUAL "00"
              MOVE "RECIBREG" TO NOME-ARQ-AUS
              MOVE 06 TO IND-INI IND-FIM
              PERFORM ARQUIVO-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-RECIBREG UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE RECIBREG
           END-IF.

       LER-CADSOC1.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              ADD 1 TO VALOR-TAB(01 1)
              IF PAGTO-ATRASADO
                 ADD 1 TO VALOR-TAB(08 1)
              END-IF
           END-IF.

       LER-JOBSOC.
           READ JOBSOC AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              IF JOB-JS EQUAL "EX01APR" AND EVENTO-JS EQUAL "FIM "
                 AND DATA-JS NUMERIC AND GRAVADOS-JS NUMERIC
                 MOVE DATA-JS(1:6) TO COMPET-LIDA
                 PERFORM ACHA-COLUNA
                 IF COL-ACHADA GREATER THAN ZEROES
                    ADD GRAVADOS-JS TO VALOR-TAB(02 COL-ACHADA)
                 END-IF
              END-IF
           END-IF.

       LER-ARQINAT.
           READ ARQINAT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              IF DATA-BAIXA-INA NUMERIC
                 MOVE DATA-BAIXA-INA(1:6) TO COMPET-LIDA
                 PERFORM ACHA-COLUNA
                 IF COL-ACHADA GREATER THAN ZEROES
                    ADD 1 TO VALOR-TAB(03 COL-ACHADA)
                    ADD VALOR-ABERTO-INA TO VALOR-TAB(04 COL-ACHADA)
                 END-IF
              END-IF
           END-IF.

       LER-MENSAL.
           READ MENSAL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              MOVE COMPETENCIA-MEN TO COMPET-LIDA
              PERFORM ACHA-COLUNA
              IF COL-ACHADA GREATER THAN ZEROES
                 ADD VALOR-MEN TO VALOR-TAB(05 COL-ACHADA)
              END-IF
           END-IF.

       LER-RECIBREG.
           READ RECIBREG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              MOVE DATA-RECIBO-REG(1:6) TO COMPET-LIDA
              PERFORM ACHA-COLUNA
              IF COL-ACHADA GREATER THAN ZEROES
                 ADD VALOR-RECIBO-REG TO VALOR-TAB(06 COL-ACHADA)
              END-IF
              IF RECIBO-ESTORNADO AND DATA-ESTORNO-REG NUMERIC
                 MOVE DATA-ESTORNO-REG(1:6) TO COMPET-LIDA
                 PERFORM ACHA-COLUNA
                 IF COL-ACHADA GREATER THAN ZEROES
                    SUBTRACT VALOR-RECIBO-REG
                        FROM VALOR-TAB(06 COL-ACHADA)
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * ESCOLA. ARQALU: ALUNOS MATRICULADOS; APROVADOS = ALUNOS
      * MENOS REPROVADOS (ARQREP) E DEPENDENCIAS (ARQDEP) DA ULTIMA
      * RODADA DO EX05 - O TOTAL DO RELAPROV. MENSALU: VALOR A
      * COBRAR DA COMPETENCIA (CANCELADA NAO ENTRA) E O DAS PAGAS.
      *----------------------------------------------------------*
       APURA-ESCOLA.
           OPEN INPUT ARQALU.
           IF FS-ARQALU NOT EQUAL "00"
              MOVE "ARQALU" TO NOME-ARQ-AUS
              MOVE 10 TO IND-INI IND-FIM
              PERFORM ARQUIVO-AUSENTE
              MOVE 14 TO IND-INI IND-FIM
              PERFORM ARQUIVO-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-ARQALU UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQALU
              PERFORM APURA-APROVADOS
           END-IF.
           OPEN INPUT MENSALU.
           IF FS-MENSALU NOT EQUAL "00"
              MOVE "MENSALU" TO NOME-ARQ-AUS
              MOVE 11 TO IND-INI
              MOVE 12 TO IND-FIM
              PERFORM ARQUIVO-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-MENSALU UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE MENSALU
           END-IF.

       LER-ARQALU.
           READ ARQALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              ADD 1 TO VALOR-TAB(10 1)
           END-IF.

       APURA-APROVADOS.
           OPEN INPUT ARQREP.
           IF FS-ARQREP NOT EQUAL "00"
              MOVE "ARQREP" TO NOME-ARQ-AUS
              MOVE 14 TO IND-INI IND-FIM
              PERFORM ARQUIVO-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-ARQREP UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQREP
           END-IF.
           OPEN INPUT ARQDEP.
           IF FS-ARQDEP NOT EQUAL "00"
              MOVE "ARQDEP" TO NOME-ARQ-AUS
              MOVE 14 TO IND-INI IND-FIM
              PERFORM ARQUIVO-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-ARQDEP UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQDEP
           END-IF.
           IF SIT-TAB(14 1) EQUAL "S"
              COMPUTE VALOR-TAB(14 1) =
                      VALOR-TAB(10 1) - CT-REPROV - CT-DEPEND
           END-IF.

       LER-ARQREP.
           READ ARQREP AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS CT-REPROV
           END-IF.

       LER-ARQDEP.
           READ ARQDEP AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS CT-DEPEND
           END-IF.

       LER-MENSALU.
           READ MENSALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              IF NOT MENSALU-CANCELADA
                 MOVE COMPETENCIA-MAL TO COMPET-LIDA
                 PERFORM ACHA-COLUNA
                 IF COL-ACHADA GREATER THAN ZEROES
                    ADD VALOR-MAL TO VALOR-TAB(11 COL-ACHADA)
                    IF MENSALU-PAGA
                       ADD VALOR-MAL TO VALOR-TAB(12 COL-ACHADA)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * TURISMAR, PELA REGRA DO EX02CNR: VISITAS PELA DATA DA
      * VISITA; RESERVAS E RECEITA SO DAS RESERVADAS E VIAJADAS
      * (CANCELADA E EM ESPERA NAO SAO VENDA), PELA DATA DA
      * RESERVA.
      *----------------------------------------------------------*
       APURA-TURISMAR.
           OPEN INPUT VISHIST.
           IF FS-VISHIST NOT EQUAL "00"
              MOVE "VISHIST" TO NOME-ARQ-AUS
              MOVE 16 TO IND-INI IND-FIM
              PERFORM ARQUIVO-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-VISHIST UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE VISHIST
           END-IF.
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS NOT EQUAL "00"
              MOVE "RESERVAS" TO NOME-ARQ-AUS
              MOVE 17 TO IND-INI IND-FIM
              PERFORM ARQUIVO-AUSENTE
              MOVE 19 TO IND-INI IND-FIM
              PERFORM ARQUIVO-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-RESERVAS UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE RESERVAS
           END-IF.

       LER-VISHIST.
           READ VISHIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              MOVE DATA-HIS(1:6) TO COMPET-LIDA
              PERFORM ACHA-COLUNA
              IF COL-ACHADA GREATER THAN ZEROES
                 ADD 1 TO VALOR-TAB(16 COL-ACHADA)
              END-IF
           END-IF.

       LER-RESERVAS.
           READ RESERVAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              IF RESERVADA OR VIAJADA
                 MOVE DATA-RES(1:6) TO COMPET-LIDA
                 PERFORM ACHA-COLUNA
                 IF COL-ACHADA GREATER THAN ZEROES
                    ADD 1 TO VALOR-TAB(17 COL-ACHADA)
                    ADD VALOR-RES TO VALOR-TAB(19 COL-ACHADA)
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * LOJA, PELA REGRA DO NOTASUM: NOTAS EMITIDAS NO MES, AS
      * CANCELADAS EM LINHA PROPRIA. CONTAS A RECEBER: SALDO DOS
      * TITULOS EM ABERTO DO CONTASAR, COMO NO RELAR.
      *----------------------------------------------------------*
       APURA-LOJA.
           OPEN INPUT NOTAS.
           IF FS-NOTAS NOT EQUAL "00"
              MOVE "NOTAS" TO NOME-ARQ-AUS
              MOVE 20 TO IND-INI
              MOVE 23 TO IND-FIM
              PERFORM ARQUIVO-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-NOTAS UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE NOTAS
           END-IF.
           OPEN INPUT CONTASAR.
           IF FS-CONTASAR NOT EQUAL "00"
              MOVE "CONTASAR" TO NOME-ARQ-AUS
              MOVE 24 TO IND-INI IND-FIM
              PERFORM ARQUIVO-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-CONTASAR UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CONTASAR
           END-IF.

       LER-NOTAS.
           READ NOTAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              MOVE DATANOTA(1:6) TO COMPET-LIDA
              PERFORM ACHA-COLUNA
              IF COL-ACHADA GREATER THAN ZEROES
                 IF NOTA-CANCELADA
                    ADD 1         TO VALOR-TAB(22 COL-ACHADA)
                    ADD TOTALNOTA TO VALOR-TAB(23 COL-ACHADA)
                 ELSE
                    ADD 1         TO VALOR-TAB(20 COL-ACHADA)
                    ADD TOTALNOTA TO VALOR-TAB(21 COL-ACHADA)
                 END-IF
              END-IF
           END-IF.

       LER-CONTASAR.
           READ CONTASAR AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              IF TITULO-ABERTO
                 COMPUTE VALOR-TAB(24 1) =
                         VALOR-TAB(24 1) + VALORCR - RECEBIDOCR
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * CORRIDAS, PELA REGRA DO TRIPSET: O ESTORNO ("C") ABATE A
      * CORRIDA, O KM E A RECEITA NO MES DA CORRIDA ORIGINAL.
      *----------------------------------------------------------*
       APURA-CORRIDAS.
           OPEN INPUT TRIPREG.
           IF FS-TRIPREG NOT EQUAL "00"
              MOVE "TRIPREG" TO NOME-ARQ-AUS
              MOVE 25 TO IND-INI
              MOVE 27 TO IND-FIM
              PERFORM ARQUIVO-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-TRIPREG UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE TRIPREG
           END-IF.

       LER-TRIPREG.
           READ TRIPREG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              MOVE DATA-TRIP(1:6) TO COMPET-LIDA
              PERFORM ACHA-COLUNA
              IF COL-ACHADA GREATER THAN ZEROES
                 IF TRIP-CANCELADA
                    SUBTRACT 1 FROM VALOR-TAB(25 COL-ACHADA)
                    SUBTRACT KM-TRIP FROM VALOR-TAB(26 COL-ACHADA)
                    SUBTRACT VALOR-TRIP FROM VALOR-TAB(27 COL-ACHADA)
                 ELSE
                    ADD 1 TO VALOR-TAB(25 COL-ACHADA)
                    ADD KM-TRIP TO VALOR-TAB(26 COL-ACHADA)
                    ADD VALOR-TRIP TO VALOR-TAB(27 COL-ACHADA)
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * FOLHA: O REGISTRO MAIS RECENTE DA MATRICULA/TIPO VENCE (O
      * FOLHAHIS E CRONOLOGICO - RERODADA DO EX05B ANEXA DE NOVO).
      * FUNCIONARIOS SAO AS MATRICULAS DA FOLHA NORMAL; BRUTO E
      * FGTS (GRAVADO OU 8% DO BRUTO, MAIS A MULTA DA RESCISAO)
      * SOMAM FOLHA E RESCISAO.
      *----------------------------------------------------------*
       APURA-FOLHA.
           OPEN INPUT FOLHAHIS.
           IF FS-FOLHAHIS NOT EQUAL "00"
              MOVE "FOLHAHIS" TO NOME-ARQ-AUS
              MOVE 28 TO IND-INI
              MOVE 30 TO IND-FIM
              PERFORM ARQUIVO-AUSENTE
           ELSE
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-FOLHAHIS UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE FOLHAHIS
              IF FOL-DEMAIS EQUAL "S"
                 DISPLAY "RELGER: MAIS DE 900 LANCAMENTOS DE FOLHA NAS "
                         "TRES COMPETENCIAS - A TABELA NAO COMPORTA. "
                         "RODADA ABORTADA."
                 CLOSE RELGER
                 MOVE "ERR " TO EVENTO-JOB
                 PERFORM GRAVA-JOBLOG
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM SOMA-FOLHA VARYING IDX-I FROM 1 BY 1
                 UNTIL IDX-I GREATER THAN QTD-FOL
           END-IF.

       LER-FOLHAHIS.
           READ FOLHAHIS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              MOVE ANO-FH TO COMPET-FH(1:4)
              MOVE MES-FH TO COMPET-FH(5:2)
              MOVE COMPET-FH TO COMPET-LIDA
              PERFORM ACHA-COLUNA
              IF COL-ACHADA GREATER THAN ZEROES
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
                 IF QTD-FOL LESS THAN 900
                    ADD 1 TO QTD-FOL
                    SET IDX-FOL TO QTD-FOL
                    MOVE COL-ACHADA   TO COL-FOL-TAB(IDX-FOL)
                    MOVE MATRICULA-FH TO MAT-FOL-TAB(IDX-FOL)
                    MOVE TIPO-FH      TO TIPO-FOL-TAB(IDX-FOL)
                    PERFORM GUARDA-VERBAS
                 ELSE
                    MOVE "S" TO FOL-DEMAIS
                 END-IF
              WHEN COL-FOL-TAB(IDX-FOL) EQUAL COL-ACHADA AND
                   MAT-FOL-TAB(IDX-FOL) EQUAL MATRICULA-FH AND
                   TIPO-FOL-TAB(IDX-FOL) EQUAL TIPO-FH
                 PERFORM GUARDA-VERBAS
           END-SEARCH.

       GUARDA-VERBAS.
           MOVE BRUTO-FH   TO BRUTO-FOL-TAB(IDX-FOL).
           MOVE VALOR-FGTS TO FGTS-FOL-TAB(IDX-FOL).

       SOMA-FOLHA.
           MOVE COL-FOL-TAB(IDX-I) TO IDX-C.
           IF TIPO-FOL-TAB(IDX-I) NOT EQUAL "R"
              ADD 1 TO VALOR-TAB(28 IDX-C)
           END-IF.
           ADD BRUTO-FOL-TAB(IDX-I) TO VALOR-TAB(29 IDX-C).
           ADD FGTS-FOL-TAB(IDX-I)  TO VALOR-TAB(30 IDX-C).

      *----------------------------------------------------------*
      * HISTORICO: A COLUNA DE COMPARACAO CUJA COMPETENCIA CONSTA
      * DO GERHIS PASSA A TER SO OS VALORES GRAVADOS NELE (O QUE
      * SAIU NO RELATORIO DAQUELE MES); INDICADOR SEM REGISTRO NO
      * GERHIS FICA N/D NESSA COLUNA.
      *----------------------------------------------------------*
       CARREGA-HISTORICO.
           OPEN INPUT GERHIS.
           IF FS-GERHIS EQUAL "00"
              MOVE "NAO" TO FIM-ARQ
              PERFORM LER-GERHIS UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE GERHIS
           END-IF.

       LER-GERHIS.
           READ GERHIS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND COMPET-GH NUMERIC AND
              IND-GH NUMERIC AND VALOR-GH NUMERIC
              MOVE ZEROES TO IDX-C
              IF COMPET-GH EQUAL COMPET-COL(1) AND
                 COL1-FECHADA EQUAL "N"
                 MOVE 1 TO IDX-C
              END-IF
              IF COMPET-GH EQUAL COMPET-COL(2)
                 MOVE 2 TO IDX-C
              END-IF
              IF COMPET-GH EQUAL COMPET-COL(3)
                 MOVE 3 TO IDX-C
              END-IF
              IF IDX-C GREATER THAN ZEROES AND
                 IND-GH GREATER THAN ZEROES AND
                 IND-GH NOT GREATER THAN 31
                 IF HIST-COL(IDX-C) NOT EQUAL "S"
                    PERFORM LIMPA-COLUNA VARYING IDX-I FROM 1 BY 1
                       UNTIL IDX-I GREATER THAN 31
                    MOVE "S"         TO HIST-COL(IDX-C)
                    MOVE "HISTORICO" TO ORIGEM-COL(IDX-C)
                 END-IF
                 IF CLASSE-IND(IND-GH) NOT EQUAL "D"
                    MOVE VALOR-GH TO VALOR-TAB(IND-GH IDX-C)
                    IF SINAL-GH EQUAL "-"
                       COMPUTE VALOR-TAB(IND-GH IDX-C) =
                               VALOR-TAB(IND-GH IDX-C) * -1
                    END-IF
                    MOVE "S" TO SIT-TAB(IND-GH IDX-C)
                 END-IF
              END-IF
           END-IF.

       LIMPA-COLUNA.
           MOVE ZEROES TO VALOR-TAB(IDX-I IDX-C).
           MOVE "N"    TO SIT-TAB(IDX-I IDX-C).

      *INDICADORES DE BASE APURADOS NA COMPETENCIA VAO PARA O
      *GERHIS; O CALCULADO E REFEITO DELES NA LEITURA. SO A
      *COMPETENCIA RECEM-FECHADA E GRAVADA - O REGISTRO DE UM MES
      *ANTIGO E O DO FECHAMENTO DELE E NAO E SOBREPOSTO.
       GRAVA-HISTORICO.
           OPEN EXTEND GERHIS.
           IF FS-GERHIS NOT EQUAL "00"
              OPEN OUTPUT GERHIS
           END-IF.
           PERFORM GRAVA-INDICADOR VARYING IDX-I FROM 1 BY 1
              UNTIL IDX-I GREATER THAN 31.
           CLOSE GERHIS.

       GRAVA-INDICADOR.
           IF CLASSE-IND(IDX-I) NOT EQUAL "D" AND
              SIT-TAB(IDX-I 1) EQUAL "S"
              MOVE COMPET-COL(1) TO COMPET-GH
              MOVE IDX-I         TO IND-GH
              IF VALOR-TAB(IDX-I 1) LESS THAN ZEROES
                 MOVE "-" TO SINAL-GH
                 COMPUTE VALOR-GH = VALOR-TAB(IDX-I 1) * -1
              ELSE
                 MOVE SPACE TO SINAL-GH
                 MOVE VALOR-TAB(IDX-I 1) TO VALOR-GH
              END-IF
              MOVE DATA-PROCESSO TO DATA-GH
              WRITE REG-GERHIS
              ADD 1 TO CT-GRAVADOS
           END-IF.

      *----------------------------------------------------------*
      * CALCULADOS DA COLUNA IDX-C: PERCENTUAIS SO COM AS DUAS
      * LINHAS APURADAS E O DENOMINADOR DIFERENTE DE ZERO; CUSTO
      * DA FOLHA = BRUTO + FGTS.
      *----------------------------------------------------------*
       CALCULA-DERIVADOS.
           MOVE 07 TO IND-RES.
           MOVE 06 TO IND-NUM.
           MOVE 05 TO IND-DEN.
           PERFORM CALCULA-PERCENTUAL.
           MOVE 09 TO IND-RES.
           MOVE 08 TO IND-NUM.
           MOVE 01 TO IND-DEN.
           PERFORM CALCULA-PERCENTUAL.
           MOVE 13 TO IND-RES.
           MOVE 12 TO IND-NUM.
           MOVE 11 TO IND-DEN.
           PERFORM CALCULA-PERCENTUAL.
           MOVE 15 TO IND-RES.
           MOVE 14 TO IND-NUM.
           MOVE 10 TO IND-DEN.
           PERFORM CALCULA-PERCENTUAL.
           MOVE 18 TO IND-RES.
           MOVE 17 TO IND-NUM.
           MOVE 16 TO IND-DEN.
           PERFORM CALCULA-PERCENTUAL.
           MOVE ZEROES TO VALOR-TAB(31 IDX-C).
           MOVE "N"    TO SIT-TAB(31 IDX-C).
           IF SIT-TAB(29 IDX-C) EQUAL "S" AND
              SIT-TAB(30 IDX-C) EQUAL "S"
              COMPUTE VALOR-TAB(31 IDX-C) =
                      VALOR-TAB(29 IDX-C) + VALOR-TAB(30 IDX-C)
              MOVE "S" TO SIT-TAB(31 IDX-C)
           END-IF.

       CALCULA-PERCENTUAL.
           MOVE ZEROES TO VALOR-TAB(IND-RES IDX-C).
           MOVE "N"    TO SIT-TAB(IND-RES IDX-C).
           IF SIT-TAB(IND-NUM IDX-C) EQUAL "S" AND
              SIT-TAB(IND-DEN IDX-C) EQUAL "S" AND
              VALOR-TAB(IND-DEN IDX-C) NOT EQUAL ZEROES
              COMPUTE VALOR-TAB(IND-RES IDX-C) ROUNDED =
                      VALOR-TAB(IND-NUM IDX-C) * 100 /
                      VALOR-TAB(IND-DEN IDX-C)
              MOVE "S" TO SIT-TAB(IND-RES IDX-C)
           END-IF.

      *----------------------------------------------------------*
      * QUADRO: UMA LINHA POR INDICADOR, AGRUPADAS POR ATIVIDADE,
      * COM AS TRES COLUNAS E O RELATORIO DO DEPARTAMENTO.
      *----------------------------------------------------------*
       IMPRIME-QUADRO.
           IF CT-AUSENTES EQUAL ZEROES
              MOVE SPACES TO TEXTO-OCORR
              MOVE "NENHUMA - TODAS AS ORIGENS PRESENTES"
                   TO TEXTO-OCORR
              WRITE REG-REL FROM LINHA-OCORR AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 3 LINE.
           MOVE SPACES TO CAB-COMPET.
           MOVE SPACES TO CAB-ORIGEM.
           MOVE "   (ORIGEM DOS VALORES)" TO CAB-ORIGEM(1:26).
           PERFORM MONTA-CAB-COLUNA VARYING IDX-C FROM 1 BY 1
              UNTIL IDX-C GREATER THAN 3.
           WRITE REG-REL FROM CAB-COMPET AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-ORIGEM AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO GRUPO-ANT.
           PERFORM IMPRIME-INDICADOR VARYING IDX-I FROM 1 BY 1
              UNTIL IDX-I GREATER THAN 31.

       MONTA-CAB-COLUNA.
           MOVE COMPET-COL(IDX-C)(5:2) TO MES-COL(IDX-C).
           MOVE "/"                    TO BARRA-COL(IDX-C).
           MOVE COMPET-COL(IDX-C)(1:4) TO ANO-COL(IDX-C).
           MOVE ORIGEM-COL(IDX-C)      TO ORIG-COL(IDX-C).

       IMPRIME-INDICADOR.
           IF GRUPO-IND(IDX-I) NOT EQUAL GRUPO-ANT
              MOVE GRUPO-IND(IDX-I) TO GRUPO-ANT
              MOVE NOME-GRUPO(GRUPO-ANT) TO NOME-GRUPO-LIN
              WRITE REG-REL FROM LINHA-GRUPO AFTER ADVANCING 2 LINE
           END-IF.
           MOVE SPACES            TO LINHA-IND.
           MOVE NUM-IND(IDX-I)    TO NUM-LIN.
           MOVE DESC-IND(IDX-I)   TO DESC-LIN.
           MOVE REL-IND(IDX-I)    TO REL-LIN.
           PERFORM EDITA-VALOR VARYING IDX-C FROM 1 BY 1
              UNTIL IDX-C GREATER THAN 3.
           WRITE REG-REL FROM LINHA-IND AFTER ADVANCING 1 LINE.

       EDITA-VALOR.
           IF SIT-TAB(IDX-I IDX-C) NOT EQUAL "S"
              MOVE "           N/D" TO VAL-LIN(IDX-C)
           ELSE
              IF TIPO-IND(IDX-I) EQUAL "Q"
                 MOVE VALOR-TAB(IDX-I IDX-C) TO QTD-EDIT
                 MOVE QTD-EDIT TO QTD-EDIT-R
                 MOVE EDIT-QTD TO VAL-LIN(IDX-C)
              ELSE
                 MOVE VALOR-TAB(IDX-I IDX-C) TO VALOR-EDIT
                 MOVE VALOR-EDIT TO VAL-LIN(IDX-C)
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * FONTES: DE ONDE SAI CADA NUMERO, PARA A CONFERENCIA COM O
      * RELATORIO DO DEPARTAMENTO.
      *----------------------------------------------------------*
       IMPRIME-FONTES.
           WRITE REG-REL FROM CAB-FONTES AFTER ADVANCING 3 LINE.
           WRITE REG-REL FROM CAB-COL-FONTES AFTER ADVANCING 2 LINE.
           PERFORM IMPRIME-FONTE VARYING IDX-I FROM 1 BY 1
              UNTIL IDX-I GREATER THAN 31.
           MOVE "ARQUIVOS  = APURADO DOS ARQUIVOS NESTA RODADA."
                TO TEXTO-NOTA.
           WRITE REG-REL FROM LINHA-NOTA AFTER ADVANCING 2 LINE.
           MOVE "HISTORICO = GRAVADO NO GERHIS NO FECHAMENTO DO MES."
                TO TEXTO-NOTA.
           WRITE REG-REL FROM LINHA-NOTA AFTER ADVANCING 1 LINE.
           MOVE "RECALCULO = APURADO DOS ARQUIVOS ATUAIS; POSICAO N/D."
                TO TEXTO-NOTA.
           WRITE REG-REL FROM LINHA-NOTA AFTER ADVANCING 1 LINE.

       IMPRIME-FONTE.
           MOVE NUM-IND(IDX-I)   TO NUM-FON.
           MOVE DESC-IND(IDX-I)  TO DESC-FON.
           MOVE ARQ-IND(IDX-I)   TO ARQ-FON.
           MOVE PROG-IND(IDX-I)  TO PROG-FON.
           MOVE REGRA-IND(IDX-I) TO REGRA-FON.
           WRITE REG-REL FROM LINHA-FONTE AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE RELGER.
           MOVE "FIM " TO EVENTO-JOB.
           PERFORM GRAVA-JOBLOG.
           DISPLAY "RELGER: COMPETENCIA " COMPET-COL(1) " - "
                   CT-AUSENTES " ORIGEM(NS) AUSENTE(S) - VER RELGER.".
           IF CT-AUSENTES GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.

      *REGISTRO NO JOBLOG COM O EVENTO DE EVENTO-JOB ("INI ",
      *"FIM " OU "ERR ").
       GRAVA-JOBLOG.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES            TO REG-JOBLOG.
           MOVE "RELGER"          TO JOBLOG-JOB.
           MOVE EVENTO-JOB        TO JOBLOG-EVENTO.
           MOVE DATA-PROCESSO     TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS          TO JOBLOG-LIDOS.
           MOVE CT-GRAVADOS       TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
