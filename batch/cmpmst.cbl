       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPMST.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    CONFERENCIA CAMPO A CAMPO DO MESTRE NOVO CONTRA O
      *            MESTRE ATUAL, ANTES DA TROCA. AS RODADAS QUE
      *            REGRAVAM MESTRE (EX01PAG/MES/INA/EST/RJT/ADM NO
      *            CADSOC1N, EX02VIS NO CADCLIN, EX05FRQ NO ARQALUN)
      *            TERMINAVAM NUM COPY /Y DO NOVO SOBRE O ATUAL SEM
      *            NINGUEM VER O QUE MUDOU - UMA RODADA QUE ZERASSE
      *            O MESES-ATRASO1 DE TODOS OS SOCIOS SO SERIA
      *            PERCEBIDA DEPOIS, COM O MESTRE JA TROCADO.
      *            RECEBE PELO ACCEPT (COMO O NOTVER/RELARC) O
      *            MESTRE (COLUNAS 1-8: CADSOC1, CADCLI OU ARQALU) E
      *            A RODADA QUE GEROU O NOVO (COLUNAS 9-16), E:
      *            - CLASSIFICA O ATUAL E O NOVO PELA CHAVE (VERBO
      *              SORT, EM CMPANT.DAT/CMPNOV.DAT) E CONFRONTA OS
      *              DOIS (BALANCE LINE): REGISTRO SO NO NOVO E
      *              INCLUIDO, SO NO ATUAL E EXCLUIDO, NOS DOIS E
      *              CONFERIDO CAMPO A CAMPO;
      *            - IMPRIME NO RELCMP.txt CADA INCLUSAO, EXCLUSAO E
      *              CAMPO ALTERADO, COM O VALOR ANTES E DEPOIS LADO
      *              A LADO, E NO FIM AS CONTAGENS GERAIS E POR CAMPO;
      *            - CALCULA O PERCENTUAL DE REGISTROS AFETADOS
      *              (INCLUIDOS + EXCLUIDOS + ALTERADOS SOBRE O MESTRE
      *              ATUAL) E CONFRONTA COM O LIMITE DA RODADA.
      *            O LIMITE VEM DO PARCMP.DAT DO DIRETORIO DO MESTRE
      *            (RODADA, PERCENTUAL 000-100 - A ULTIMA LINHA DA
      *            RODADA VENCE; A LINHA "PADRAO" VALE PARA AS
      *            RODADAS SEM LINHA PROPRIA). SEM O ARQUIVO VALE 25%,
      *            EXCETO NAS RODADAS QUE ALTERAM O CADASTRO INTEIRO
      *            POR DEFINICAO (EX01RJT, EX01ADM), QUE PARTEM DE
      *            100%. MESTRE NOVO VAZIO COM O ATUAL PREENCHIDO E
      *            SEMPRE RECUSADO, QUALQUER QUE SEJA O LIMITE.
      *            AS POSICOES DOS CAMPOS NA TABELA TAB-CAMPOS SEGUEM
      *            OS LAYOUTS DE CADSOCFD, ARQALUFD E DO CADCLI (O
      *            MESMO DO CADCLXFD) - CAMPO NOVO NESSES LAYOUTS
      *            EXIGE A LINHA CORRESPONDENTE AQUI.
      *            A CONFIRMACAO DO OPERADOR FICA COM O PROCEDIMENTO
      *            (ATUSOC/ATUCLI/ATUALU.BAT), DEPOIS DO RESUMO
      *            MOSTRADO POR ESTE PROGRAMA. NADA E ALTERADO AQUI.
      *            GRAVA INICIO/FIM NO JOBLOG (JOB CMPMST; LIDOS =
      *            REGISTROS DO MESTRE NOVO, GRAVADOS = REGISTROS
      *            AFETADOS).
      *            RETURN-CODE: 0 DENTRO DO LIMITE; 8 ACIMA DO LIMITE
      *            OU MESTRE NOVO VAZIO ("ERR " NO JOBLOG); 16 MESTRE
      *            DESCONHECIDO OU ARQUIVO AUSENTE.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS FS-ARQ.
           SELECT CADSOC1N ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS FS-ARQ.
           SELECT CADCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS FS-ARQ.
           SELECT CADCLIN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS FS-ARQ.
           SELECT ARQALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS FS-ARQ.
           SELECT ARQALUN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS FS-ARQ.

           SELECT ANTCMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ANTCMP.

           SELECT NOVCMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVCMP.

           SELECT PARCMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARCMP.

           SELECT ARQSORT ASSIGN TO DISK.

           SELECT RELCMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       FD  CADSOC1 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".
       01  REG-CADSOC1 PIC X(256).
       FD  CADSOC1N LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1N.DAT".
       01  REG-CADSOC1N PIC X(256).
       FD  CADCLI LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01  REG-CADCLI PIC X(256).
       FD  CADCLIN LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLIN.DAT".
       01  REG-CADCLIN PIC X(256).
       FD  ARQALU LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQALU.DAT".
       01  REG-ARQALU PIC X(256).
       FD  ARQALUN LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQALUN.DAT".
       01  REG-ARQALUN PIC X(256).

       FD  ANTCMP LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CMPANT.DAT".
       01  REG-ANTCMP PIC X(256).
       FD  NOVCMP LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CMPNOV.DAT".
       01  REG-NOVCMP PIC X(256).

      *PARAMETROS DA CONFERENCIA: LIMITE DE REGISTROS AFETADOS POR
      *RODADA, EM PERCENTUAL DO MESTRE ATUAL.
       FD  PARCMP LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARCMP.DAT".
       01  REG-PARCMP.
           02 RODADA-PCM      PIC X(08).
           02 LIMITE-PCM      PIC 9(03).

      *A CHAVE DE CLASSIFICACAO MUDA DE POSICAO CONFORME O MESTRE:
      *NUMERO-SOCIO1 (POSICAO 3), CPF-CLIENTE E MATRICULA-ALU
      *(POSICAO 1).
       SD  ARQSORT.
       01  REG-SORT-SOC.
           02 FILLER          PIC X(02).
           02 CHAVE-SORT-SOC  PIC X(06).
           02 FILLER          PIC X(248).
       01  REG-SORT-CLI.
           02 CHAVE-SORT-CLI  PIC X(11).
           02 FILLER          PIC X(245).
       01  REG-SORT-ALU.
           02 CHAVE-SORT-ALU  PIC X(07).
           02 FILLER          PIC X(249).

       FD  RELCMP
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELCMP.txt".
       01  REG-REL    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY JOBLOGWS.
       COPY DATPRCWS.
       77  FS-ARQ        PIC X(02) VALUE "00".
       77  FS-ANTCMP     PIC X(02) VALUE "00".
       77  FS-NOVCMP     PIC X(02) VALUE "00".
       77  FS-PARCMP     PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  FIM-ANT       PIC X(03) VALUE "NAO".
       77  FIM-NOV       PIC X(03) VALUE "NAO".
       77  IDX-M         PIC 9(01) VALUE ZEROES.
       77  IDX-C         PIC 9(02) VALUE ZEROES.
       77  ULT-CPO       PIC 9(02) VALUE ZEROES.
       77  EVENTO-JOB    PIC X(04) VALUE SPACES.
       77  REG-ALTERADO  PIC X(01) VALUE "N".
       77  TEM-ESPECIFICO PIC X(01) VALUE "N".
       77  TEM-PADRAO    PIC X(01) VALUE "N".
       77  LIMITE-RODADA PIC 9(03) VALUE ZEROES.
       77  LIMITE-ARQ-PADRAO PIC 9(03) VALUE ZEROES.
       77  LIMITE-PCT    PIC 9(03) VALUE 25.
       77  ORIGEM-LIMITE PIC X(21) VALUE "PADRAO DO PROGRAMA".
       77  PERC-AFETADOS PIC 9(05)V9(02) VALUE ZEROES.
       77  QTD-ANT       PIC 9(07) VALUE ZEROES.
       77  QTD-NOV       PIC 9(07) VALUE ZEROES.
       77  CT-INCLUIDOS  PIC 9(07) VALUE ZEROES.
       77  CT-EXCLUIDOS  PIC 9(07) VALUE ZEROES.
       77  CT-ALTERADOS  PIC 9(07) VALUE ZEROES.
       77  CT-IGUAIS     PIC 9(07) VALUE ZEROES.
       77  CT-AFETADOS   PIC 9(07) VALUE ZEROES.
       77  CHAVE-ANT     PIC X(11) VALUE SPACES.
       77  CHAVE-NOV     PIC X(11) VALUE SPACES.
       77  POS-C         PIC 9(03) VALUE ZEROES.
       77  TAM-C         PIC 9(02) VALUE ZEROES.
       77  TAM-INT       PIC 9(02) VALUE ZEROES.
       77  POS-DEC       PIC 9(02) VALUE ZEROES.
       77  VALOR-BRUTO   PIC X(40) VALUE SPACES.
       77  VALOR-ED      PIC X(40) VALUE SPACES.
       77  AREA-ANT      PIC X(256) VALUE SPACES.
       77  AREA-NOV      PIC X(256) VALUE SPACES.

       01  PARAM-CMP.
           02 MESTRE-INF      PIC X(08).
           02 RODADA-INF      PIC X(08).

      *MESTRES CONFERIDOS: NOME DO ATUAL, NOME DO NOVO, POSICAO E
      *TAMANHO DA CHAVE, PRIMEIRA LINHA E QUANTIDADE DE CAMPOS NA
      *TAB-CAMPOS, E A LINHA DO CAMPO QUE IDENTIFICA O REGISTRO NAS
      *INCLUSOES/EXCLUSOES (O NOME).
       01  TAB-MESTRES.
           02 FILLER PIC X(27) VALUE "CADSOC1 CADSOC1N00306011502".
           02 FILLER PIC X(27) VALUE "CADCLI  CADCLIN 00111160716".
           02 FILLER PIC X(27) VALUE "ARQALU  ARQALUN 00107230823".
       01  TAB-MESTRES-R REDEFINES TAB-MESTRES.
           02 MST-ITEM OCCURS 3 TIMES.
              03 NOME-MST-TAB  PIC X(08).
              03 NOVO-MST-TAB  PIC X(08).
              03 POS-CHV-TAB   PIC 9(03).
              03 TAM-CHV-TAB   PIC 9(02).
              03 PRIM-CPO-TAB  PIC 9(02).
              03 QTD-CPO-TAB   PIC 9(02).
              03 NOME-CPO-TAB  PIC 9(02).

      *CAMPOS CONFERIDOS (SEM A CHAVE): NOME, POSICAO, TAMANHO E
      *TIPO (X ALFANUMERICO, N NUMERICO, V NUMERICO COM DUAS
      *DECIMAIS, EDITADO COM VIRGULA NO RELATORIO).
       01  TAB-CAMPOS.
           02 FILLER PIC X(24) VALUE "CODIGO-PAGAMENTO1 00102N".
           02 FILLER PIC X(24) VALUE "NOME-SOCIO1       00930X".
           02 FILLER PIC X(24) VALUE "VALOR-PAGAMENTO1  03911V".
           02 FILLER PIC X(24) VALUE "MESES-ATRASO1     05002N".
           02 FILLER PIC X(24) VALUE "CPF-SOCIO1        05211N".
           02 FILLER PIC X(24) VALUE "SALDO-DEVEDOR1    06311V".
           02 FILLER PIC X(24) VALUE "ENDERECO-SOCIO1   07440X".
           02 FILLER PIC X(24) VALUE "CIDADE-SOCIO1     11420X".
           02 FILLER PIC X(24) VALUE "UF-SOCIO1         13402X".
           02 FILLER PIC X(24) VALUE "CEP-SOCIO1        13608N".
           02 FILLER PIC X(24) VALUE "EMAIL-SOCIO1      14440X".
           02 FILLER PIC X(24) VALUE "CATEGORIA-SOCIO1  18401X".
           02 FILLER PIC X(24) VALUE "TITULAR-SOCIO1    18506N".
           02 FILLER PIC X(24) VALUE "ADMISSAO-SOCIO1   19108N".
           02 FILLER PIC X(24) VALUE "NASCIMENTO-SOCIO1 19908N".
           02 FILLER PIC X(24) VALUE "NOME-CLIENTE      01230X".
           02 FILLER PIC X(24) VALUE "ESTADO-CLIENTE    04202X".
           02 FILLER PIC X(24) VALUE "CIDADE-CLIENTE    04430X".
           02 FILLER PIC X(24) VALUE "DDD-CLIENTE       07402N".
           02 FILLER PIC X(24) VALUE "TELEFONE-CLIENTE  07609N".
           02 FILLER PIC X(24) VALUE "TIPO-FONE-CLI     08501X".
           02 FILLER PIC X(24) VALUE "DATA-VIS-CLI      08608N".
           02 FILLER PIC X(24) VALUE "NOME-ALU          00830X".
           02 FILLER PIC X(24) VALUE "NOTA1-ALU         03804V".
           02 FILLER PIC X(24) VALUE "NOTA2-ALU         04204V".
           02 FILLER PIC X(24) VALUE "NOTA3-ALU         04604V".
           02 FILLER PIC X(24) VALUE "FALTAS-ALU        05002N".
           02 FILLER PIC X(24) VALUE "SEXO-ALU          05201X".
           02 FILLER PIC X(24) VALUE "CPF-ALU           05311N".
           02 FILLER PIC X(24) VALUE "TURMA-ALU         06403X".
       01  TAB-CAMPOS-R REDEFINES TAB-CAMPOS.
           02 CPO-ITEM OCCURS 30 TIMES.
              03 NOME-CPO      PIC X(18).
              03 POS-CPO       PIC 9(03).
              03 TAM-CPO       PIC 9(02).
              03 TIPO-CPO      PIC X(01).

       01  TAB-CONTAGENS.
           02 CT-CPO OCCURS 30 TIMES PIC 9(07).

       01 CAB-TITULO.
           02 FILLER       PIC X(34) VALUE
              "CONFERENCIA DE TROCA DE MESTRE -  ".
           02 MESTRE-CAB   PIC X(08).
           02 FILLER       PIC X(04) VALUE " <- ".
           02 NOVO-CAB     PIC X(08).
           02 FILLER       PIC X(10) VALUE "  RODADA  ".
           02 RODADA-CAB   PIC X(08).
           02 FILLER       PIC X(08) VALUE "  PROC. ".
           02 DATA-CAB     PIC 99/99/9999.
           02 FILLER       PIC X(42) VALUE SPACES.

       01 CAB-DETALHE.
           02 FILLER       PIC X(40) VALUE
              "OCORRENCIA CHAVE       CAMPO            ".
           02 FILLER       PIC X(44) VALUE
              "  ANTES                                     ".
           02 FILLER       PIC X(48) VALUE
              "DEPOIS                                          ".

       01 LINHA-DETALHE.
           02 OCORR-DET    PIC X(10).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 CHAVE-DET    PIC X(11).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 CAMPO-DET    PIC X(18).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 ANTES-DET    PIC X(40).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DEPOIS-DET   PIC X(40).
           02 FILLER       PIC X(08) VALUE SPACES.

       01 CAB-CAMPOS.
           02 FILLER       PIC X(40) VALUE
              "ALTERACOES POR CAMPO          REGISTROS ".
           02 FILLER       PIC X(92) VALUE SPACES.

       01 LINHA-CAMPO.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 CAMPO-RES    PIC X(18).
           02 FILLER       PIC X(09) VALUE SPACES.
           02 QTD-RES      PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(94) VALUE SPACES.

       01 TOTAL-LINHA.
           02 ROTULO-TOT   PIC X(40).
           02 VALOR-TOT    PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(83) VALUE SPACES.

       01 LINHA-LIMITE.
           02 FILLER       PIC X(40) VALUE
              "Registros afetados (% do atual)........:".
           02 PERC-LIM     PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(10) VALUE "%  LIMITE ".
           02 LIMITE-LIM   PIC ZZ9.
           02 FILLER       PIC X(03) VALUE "% (".
           02 ORIGEM-LIM   PIC X(21).
           02 FILLER       PIC X(01) VALUE ")".
           02 FILLER       PIC X(45) VALUE SPACES.

       01 LINHA-AVISO.
           02 FILLER       PIC X(02) VALUE "- ".
           02 AVISO-LIN    PIC X(130).

       PROCEDURE DIVISION.

       PROGRAM01.
           ACCEPT PARAM-CMP.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE "INI " TO EVENTO-JOB.
           PERFORM GRAVA-JOBLOG.
           PERFORM IDENTIFICA-MESTRE.
           IF IDX-M EQUAL ZEROES
              DISPLAY "CMPMST: MESTRE DESCONHECIDO - " MESTRE-INF
              PERFORM ABORTA-CONFERENCIA
              STOP RUN
           END-IF.
           PERFORM CONTA-ATUAL.
           IF FS-ARQ NOT EQUAL "00"
              DISPLAY "CMPMST: " NOME-MST-TAB(IDX-M) ".DAT AUSENTE."
              PERFORM ABORTA-CONFERENCIA
              STOP RUN
           END-IF.
           PERFORM CONTA-NOVO.
           IF FS-ARQ NOT EQUAL "00"
              DISPLAY "CMPMST: " NOVO-MST-TAB(IDX-M) ".DAT AUSENTE."
              PERFORM ABORTA-CONFERENCIA
              STOP RUN
           END-IF.
           PERFORM LE-LIMITE.
           PERFORM CLASSIFICA-MESTRES.
           PERFORM INICIO.
           PERFORM LER-ANT.
           PERFORM LER-NOV.
           PERFORM CONFRONTA UNTIL FIM-ANT EQUAL "SIM" AND
                                   FIM-NOV EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       IDENTIFICA-MESTRE.
           MOVE ZEROES TO IDX-M.
           IF MESTRE-INF EQUAL "CADSOC1" MOVE 1 TO IDX-M.
           IF MESTRE-INF EQUAL "CADCLI"  MOVE 2 TO IDX-M.
           IF MESTRE-INF EQUAL "ARQALU"  MOVE 3 TO IDX-M.

      *MESTRE DESCONHECIDO OU ARQUIVO AUSENTE: NADA A CONFERIR, E A
      *TROCA NAO PODE SER FEITA NO ESCURO.
       ABORTA-CONFERENCIA.
           MOVE "ERR " TO EVENTO-JOB.
           PERFORM GRAVA-JOBLOG.
           MOVE 16 TO RETURN-CODE.

      *----------------------------------------------------------*
      * CONTAGEM DOS DOIS MESTRES. SERVE TAMBEM DE CONFERENCIA DE
      * EXISTENCIA ANTES DO SORT (FS-ARQ DIFERENTE DE "00" = AUSENTE).
      *----------------------------------------------------------*
       CONTA-ATUAL.
           MOVE "NAO" TO FIM-ARQ.
           EVALUATE IDX-M
              WHEN 1 OPEN INPUT CADSOC1
              WHEN 2 OPEN INPUT CADCLI
              WHEN 3 OPEN INPUT ARQALU
           END-EVALUATE.
           IF FS-ARQ EQUAL "00"
              PERFORM LER-ATUAL UNTIL FIM-ARQ EQUAL "SIM"
              EVALUATE IDX-M
                 WHEN 1 CLOSE CADSOC1
                 WHEN 2 CLOSE CADCLI
                 WHEN 3 CLOSE ARQALU
              END-EVALUATE
              MOVE "00" TO FS-ARQ
           END-IF.

       LER-ATUAL.
           EVALUATE IDX-M
              WHEN 1 READ CADSOC1
                     AT END MOVE "SIM" TO FIM-ARQ END-READ
              WHEN 2 READ CADCLI
                     AT END MOVE "SIM" TO FIM-ARQ END-READ
              WHEN 3 READ ARQALU
                     AT END MOVE "SIM" TO FIM-ARQ END-READ
           END-EVALUATE.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO QTD-ANT
           END-IF.

       CONTA-NOVO.
           MOVE "NAO" TO FIM-ARQ.
           EVALUATE IDX-M
              WHEN 1 OPEN INPUT CADSOC1N
              WHEN 2 OPEN INPUT CADCLIN
              WHEN 3 OPEN INPUT ARQALUN
           END-EVALUATE.
           IF FS-ARQ EQUAL "00"
              PERFORM LER-NOVO UNTIL FIM-ARQ EQUAL "SIM"
              EVALUATE IDX-M
                 WHEN 1 CLOSE CADSOC1N
                 WHEN 2 CLOSE CADCLIN
                 WHEN 3 CLOSE ARQALUN
              END-EVALUATE
              MOVE "00" TO FS-ARQ
           END-IF.

       LER-NOVO.
           EVALUATE IDX-M
              WHEN 1 READ CADSOC1N
                     AT END MOVE "SIM" TO FIM-ARQ END-READ
              WHEN 2 READ CADCLIN
                     AT END MOVE "SIM" TO FIM-ARQ END-READ
              WHEN 3 READ ARQALUN
                     AT END MOVE "SIM" TO FIM-ARQ END-READ
           END-EVALUATE.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO QTD-NOV
           END-IF.

      *----------------------------------------------------------*
      * LIMITE DA RODADA: LINHA PROPRIA NO PARCMP.DAT, SENAO O
      * PADRAO DAS RODADAS DE CADASTRO INTEIRO (100%), SENAO A
      * LINHA "PADRAO" DO PARCMP.DAT, SENAO 25%. LIMITE EM BRANCO OU
      * NAO NUMERICO E IGNORADO.
      *----------------------------------------------------------*
       LE-LIMITE.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT PARCMP.
           IF FS-PARCMP EQUAL "00"
              PERFORM LER-PARCMP UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE PARCMP
           END-IF.
           MOVE "00" TO FS-PARCMP.
           IF TEM-ESPECIFICO EQUAL "S"
              MOVE LIMITE-RODADA TO LIMITE-PCT
              MOVE "ARQUIVO DE PARAMETROS" TO ORIGEM-LIMITE
           ELSE
              IF RODADA-INF EQUAL "EX01RJT" OR
                 RODADA-INF EQUAL "EX01ADM"
                 MOVE 100 TO LIMITE-PCT
                 MOVE "PADRAO DA RODADA" TO ORIGEM-LIMITE
              ELSE
                 IF TEM-PADRAO EQUAL "S"
                    MOVE LIMITE-ARQ-PADRAO TO LIMITE-PCT
                    MOVE "ARQUIVO DE PARAMETROS" TO ORIGEM-LIMITE
                 END-IF
              END-IF
           END-IF.

       LER-PARCMP.
           READ PARCMP AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF LIMITE-PCM NUMERIC AND
                 LIMITE-PCM NOT GREATER THAN 100
                 IF RODADA-PCM EQUAL RODADA-INF
                    MOVE "S"        TO TEM-ESPECIFICO
                    MOVE LIMITE-PCM TO LIMITE-RODADA
                 END-IF
                 IF RODADA-PCM EQUAL "PADRAO"
                    MOVE "S"        TO TEM-PADRAO
                    MOVE LIMITE-PCM TO LIMITE-ARQ-PADRAO
                 END-IF
              END-IF
           END-IF.

      *OS DOIS MESTRES CLASSIFICADOS PELA CHAVE, PARA O CONFRONTO.
      *O ARQALU NAO TEM ORDEM GARANTIDA (A MATRICULA E O EX05CNV
      *ANEXAM NO FIM).
       CLASSIFICA-MESTRES.
           EVALUATE IDX-M
              WHEN 1
                 SORT ARQSORT ASCENDING KEY CHAVE-SORT-SOC
                      USING CADSOC1 GIVING ANTCMP
                 SORT ARQSORT ASCENDING KEY CHAVE-SORT-SOC
                      USING CADSOC1N GIVING NOVCMP
              WHEN 2
                 SORT ARQSORT ASCENDING KEY CHAVE-SORT-CLI
                      USING CADCLI GIVING ANTCMP
                 SORT ARQSORT ASCENDING KEY CHAVE-SORT-CLI
                      USING CADCLIN GIVING NOVCMP
              WHEN 3
                 SORT ARQSORT ASCENDING KEY CHAVE-SORT-ALU
                      USING ARQALU GIVING ANTCMP
                 SORT ARQSORT ASCENDING KEY CHAVE-SORT-ALU
                      USING ARQALUN GIVING NOVCMP
           END-EVALUATE.

       INICIO.
           COMPUTE ULT-CPO = PRIM-CPO-TAB(IDX-M) +
                             QTD-CPO-TAB(IDX-M) - 1.
           PERFORM ZERA-CAMPO VARYING IDX-C FROM 1 BY 1
              UNTIL IDX-C GREATER THAN 30.
           OPEN INPUT ANTCMP NOVCMP.
           OPEN OUTPUT RELCMP.
           MOVE NOME-MST-TAB(IDX-M) TO MESTRE-CAB.
           MOVE NOVO-MST-TAB(IDX-M) TO NOVO-CAB.
           MOVE RODADA-INF          TO RODADA-CAB.
           MOVE DATA-PROCESSO(1:4) TO DATA-CAB(7:4).
           MOVE DATA-PROCESSO(5:2) TO DATA-CAB(4:2).
           MOVE DATA-PROCESSO(7:2) TO DATA-CAB(1:2).
           MOVE "/" TO DATA-CAB(3:1) DATA-CAB(6:1).
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-DETALHE AFTER ADVANCING 2 LINE.

       ZERA-CAMPO.
           MOVE ZEROES TO CT-CPO(IDX-C).

       LER-ANT.
           READ ANTCMP INTO AREA-ANT AT END MOVE "SIM" TO FIM-ANT.
           IF FIM-ANT EQUAL "SIM"
              MOVE HIGH-VALUES TO CHAVE-ANT
           ELSE
              MOVE SPACES TO CHAVE-ANT
              MOVE AREA-ANT(POS-CHV-TAB(IDX-M):TAM-CHV-TAB(IDX-M))
                TO CHAVE-ANT
           END-IF.

       LER-NOV.
           READ NOVCMP INTO AREA-NOV AT END MOVE "SIM" TO FIM-NOV.
           IF FIM-NOV EQUAL "SIM"
              MOVE HIGH-VALUES TO CHAVE-NOV
           ELSE
              MOVE SPACES TO CHAVE-NOV
              MOVE AREA-NOV(POS-CHV-TAB(IDX-M):TAM-CHV-TAB(IDX-M))
                TO CHAVE-NOV
           END-IF.

      *----------------------------------------------------------*
      * CONFRONTO PELA CHAVE: SO NO ATUAL = EXCLUIDO, SO NO NOVO =
      * INCLUIDO, NOS DOIS = CONFERENCIA CAMPO A CAMPO.
      *----------------------------------------------------------*
       CONFRONTA.
           IF CHAVE-ANT LESS THAN CHAVE-NOV
              PERFORM REGISTRO-EXCLUIDO
              PERFORM LER-ANT
           ELSE
              IF CHAVE-ANT GREATER THAN CHAVE-NOV
                 PERFORM REGISTRO-INCLUIDO
                 PERFORM LER-NOV
              ELSE
                 PERFORM COMPARA-REGISTRO
                 PERFORM LER-ANT
                 PERFORM LER-NOV
              END-IF
           END-IF.

       REGISTRO-EXCLUIDO.
           ADD 1 TO CT-EXCLUIDOS.
           MOVE NOME-CPO-TAB(IDX-M) TO IDX-C.
           MOVE "EXCLUIDO"  TO OCORR-DET.
           MOVE CHAVE-ANT   TO CHAVE-DET.
           MOVE NOME-CPO(IDX-C) TO CAMPO-DET.
           MOVE AREA-ANT(POS-CPO(IDX-C):TAM-CPO(IDX-C)) TO ANTES-DET.
           MOVE SPACES      TO DEPOIS-DET.
           WRITE REG-REL FROM LINHA-DETALHE AFTER ADVANCING 1 LINE.

       REGISTRO-INCLUIDO.
           ADD 1 TO CT-INCLUIDOS.
           MOVE NOME-CPO-TAB(IDX-M) TO IDX-C.
           MOVE "INCLUIDO"  TO OCORR-DET.
           MOVE CHAVE-NOV   TO CHAVE-DET.
           MOVE NOME-CPO(IDX-C) TO CAMPO-DET.
           MOVE SPACES      TO ANTES-DET.
           MOVE AREA-NOV(POS-CPO(IDX-C):TAM-CPO(IDX-C)) TO DEPOIS-DET.
           WRITE REG-REL FROM LINHA-DETALHE AFTER ADVANCING 1 LINE.

       COMPARA-REGISTRO.
           MOVE "N" TO REG-ALTERADO.
           PERFORM COMPARA-CAMPO VARYING IDX-C
              FROM PRIM-CPO-TAB(IDX-M) BY 1
              UNTIL IDX-C GREATER THAN ULT-CPO.
           IF REG-ALTERADO EQUAL "S"
              ADD 1 TO CT-ALTERADOS
           ELSE
              ADD 1 TO CT-IGUAIS
           END-IF.

      *CAMPO ALTERADO: UMA LINHA COM O VALOR ANTES E DEPOIS.
       COMPARA-CAMPO.
           MOVE POS-CPO(IDX-C) TO POS-C.
           MOVE TAM-CPO(IDX-C) TO TAM-C.
           IF AREA-ANT(POS-C:TAM-C) NOT EQUAL AREA-NOV(POS-C:TAM-C)
              MOVE "S" TO REG-ALTERADO
              ADD 1 TO CT-CPO(IDX-C)
              MOVE "ALTERADO"      TO OCORR-DET
              MOVE CHAVE-ANT       TO CHAVE-DET
              MOVE NOME-CPO(IDX-C) TO CAMPO-DET
              MOVE SPACES TO VALOR-BRUTO
              MOVE AREA-ANT(POS-C:TAM-C) TO VALOR-BRUTO
              PERFORM FORMATA-VALOR
              MOVE VALOR-ED TO ANTES-DET
              MOVE SPACES TO VALOR-BRUTO
              MOVE AREA-NOV(POS-C:TAM-C) TO VALOR-BRUTO
              PERFORM FORMATA-VALOR
              MOVE VALOR-ED TO DEPOIS-DET
              WRITE REG-REL FROM LINHA-DETALHE AFTER ADVANCING 1 LINE
           END-IF.

      *VALOR COM DUAS DECIMAIS SAI COM A VIRGULA NO LUGAR (O
      *REGISTRO GUARDA SO OS DIGITOS).
       FORMATA-VALOR.
           MOVE SPACES TO VALOR-ED.
           IF TIPO-CPO(IDX-C) EQUAL "V"
              COMPUTE TAM-INT = TAM-C - 2
              COMPUTE POS-DEC = TAM-C - 1
              STRING VALOR-BRUTO(1:TAM-INT) ","
                     VALOR-BRUTO(POS-DEC:2)
                     DELIMITED BY SIZE INTO VALOR-ED
           ELSE
              MOVE VALOR-BRUTO TO VALOR-ED
           END-IF.

      *----------------------------------------------------------*
      * RESUMO: CONTAGENS, ALTERACOES POR CAMPO, PERCENTUAL
      * AFETADO CONTRA O LIMITE. O MESMO RESUMO VAI PARA A TELA,
      * ONDE O OPERADOR DECIDE A TROCA.
      *----------------------------------------------------------*
       FIM.
           CLOSE ANTCMP NOVCMP.
           COMPUTE CT-AFETADOS = CT-INCLUIDOS + CT-EXCLUIDOS +
                                 CT-ALTERADOS.
           IF QTD-ANT GREATER THAN ZEROES
              COMPUTE PERC-AFETADOS ROUNDED =
                      CT-AFETADOS * 100 / QTD-ANT
           ELSE
              IF QTD-NOV GREATER THAN ZEROES
                 MOVE 100 TO PERC-AFETADOS
              END-IF
           END-IF.
           MOVE SPACES TO ROTULO-TOT.
           STRING "Registros no mestre atual (" DELIMITED BY SIZE
                  NOME-MST-TAB(IDX-M) DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE INTO ROTULO-TOT.
           MOVE ":" TO ROTULO-TOT(40:1).
           MOVE QTD-ANT TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 3 LINE.
           MOVE SPACES TO ROTULO-TOT.
           STRING "Registros no mestre novo (" DELIMITED BY SIZE
                  NOVO-MST-TAB(IDX-M) DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE INTO ROTULO-TOT.
           MOVE ":" TO ROTULO-TOT(40:1).
           MOVE QTD-NOV TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "Registros incluidos....................:"
             TO ROTULO-TOT.
           MOVE CT-INCLUIDOS TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "Registros excluidos....................:"
             TO ROTULO-TOT.
           MOVE CT-EXCLUIDOS TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "Registros alterados....................:"
             TO ROTULO-TOT.
           MOVE CT-ALTERADOS TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           MOVE "Registros sem alteracao................:"
             TO ROTULO-TOT.
           MOVE CT-IGUAIS TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-CAMPOS AFTER ADVANCING 2 LINE.
           PERFORM IMPRIME-CAMPO VARYING IDX-C
              FROM PRIM-CPO-TAB(IDX-M) BY 1
              UNTIL IDX-C GREATER THAN ULT-CPO.
           MOVE PERC-AFETADOS TO PERC-LIM.
           MOVE LIMITE-PCT    TO LIMITE-LIM.
           MOVE ORIGEM-LIMITE TO ORIGEM-LIM.
           WRITE REG-REL FROM LINHA-LIMITE AFTER ADVANCING 2 LINE.
           DISPLAY "CMPMST: " NOME-MST-TAB(IDX-M) " " QTD-ANT
                   " REG. ATUAL, " NOVO-MST-TAB(IDX-M) " " QTD-NOV
                   " REG. NOVO.".
           DISPLAY "CMPMST: " CT-INCLUIDOS " INCLUIDO(S), "
                   CT-EXCLUIDOS " EXCLUIDO(S), " CT-ALTERADOS
                   " ALTERADO(S).".
           PERFORM MOSTRA-CAMPO VARYING IDX-C
              FROM PRIM-CPO-TAB(IDX-M) BY 1
              UNTIL IDX-C GREATER THAN ULT-CPO.
           DISPLAY "CMPMST: AFETADOS " PERC-LIM "% DO ATUAL - LIMITE "
                   LIMITE-LIM "% (" ORIGEM-LIMITE ").".
           MOVE SPACES TO AVISO-LIN.
           IF QTD-NOV EQUAL ZEROES AND QTD-ANT GREATER THAN ZEROES
              MOVE "MESTRE NOVO VAZIO - TROCA RECUSADA." TO AVISO-LIN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF PERC-AFETADOS GREATER THAN LIMITE-PCT
                 MOVE "ALTERACOES ACIMA DO LIMITE - TROCA RECUSADA."
                   TO AVISO-LIN
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE "DENTRO DO LIMITE - TROCA SUJEITA A CONFIRMACAO."
                   TO AVISO-LIN
              END-IF
           END-IF.
           WRITE REG-REL FROM LINHA-AVISO AFTER ADVANCING 1 LINE.
           CLOSE RELCMP.
           DISPLAY "CMPMST: " AVISO-LIN(1:50).
           IF RETURN-CODE EQUAL 8
              MOVE "ERR " TO EVENTO-JOB
           ELSE
              MOVE "FIM " TO EVENTO-JOB
           END-IF.
           PERFORM GRAVA-JOBLOG.

       IMPRIME-CAMPO.
           MOVE NOME-CPO(IDX-C) TO CAMPO-RES.
           MOVE CT-CPO(IDX-C)   TO QTD-RES.
           WRITE REG-REL FROM LINHA-CAMPO AFTER ADVANCING 1 LINE.

       MOSTRA-CAMPO.
           IF CT-CPO(IDX-C) GREATER THAN ZEROES
              DISPLAY "CMPMST:   " NOME-CPO(IDX-C) " " CT-CPO(IDX-C)
                      " ALTERACAO(OES)"
           END-IF.

      *REGISTRO NO JOBLOG COM O EVENTO DE EVENTO-JOB ("INI ",
      *"FIM " OU "ERR ").
       GRAVA-JOBLOG.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES            TO REG-JOBLOG.
           MOVE "CMPMST"          TO JOBLOG-JOB.
           MOVE EVENTO-JOB        TO JOBLOG-EVENTO.
           MOVE DATA-PROCESSO     TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE QTD-NOV           TO JOBLOG-LIDOS.
           MOVE CT-AFETADOS       TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
