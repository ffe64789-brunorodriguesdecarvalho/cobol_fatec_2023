       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX01RJT.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    REAJUSTE ANUAL DAS MENSALIDADES. RECEBE PELO
      *            ACCEPT A COMPETENCIA INICIAL (AAAAMM, DEFAULT A
      *            SEGUINTE A DA DATA DE PROCESSAMENTO - TEM DE SER
      *            POSTERIOR A ELA, PARA O EX01LED AINDA NAO TER
      *            LANCADO A COMPETENCIA) E O PERCENTUAL APROVADO
      *            PELA DIRETORIA; PERCENTUAL ZERO PEDE O VALOR NOVO
      *            DE CADA CATEGORIA (ZERO MANTEM O ATUAL).
      *            1. PREVIA (RELRJT): POR CATEGORIA, O VALOR EM
      *               VIGOR ANTES DA COMPETENCIA INICIAL, O VALOR
      *               NOVO E A QUANTIDADE DE SOCIOS; DEPOIS, OS
      *               SOCIOS SEM CATEGORIA, QUE PAGAM O PROPRIO
      *               VALOR-PAGAMENTO1 (SO REAJUSTADOS PELO
      *               PERCENTUAL).
      *            2. CONFIRMACAO PELO ACCEPT. SEM "S", NADA E
      *               APLICADO E A RODADA TERMINA COM RETURN-CODE 4
      *               (O ATUSOC.BAT RJT ARQUIVA A PREVIA E NAO TROCA
      *               O CADSOC1).
      *            3. APLICACAO: ACRESCENTA NA TABCAT UMA LINHA POR
      *               CATEGORIA REAJUSTADA, COM VIGENCIA NA
      *               COMPETENCIA INICIAL (VER TABCATFD - O EX01LED
      *               PASSA A COBRAR O VALOR NOVO SO A PARTIR DELA),
      *               GRAVA O CADSOC1N COM O VALOR-PAGAMENTO1 NOVO E
      *               EMITE A CARTA DE AVISO DE REAJUSTE (CARTARJT)
      *               PARA CADA SOCIO AFETADO. ISENTO NAO E AFETADO.
      *            O SOCIO SEM CATEGORIA NAO TEM PRECO POR VIGENCIA:
      *            O VALOR NOVO DELE VALE DESDE A APLICACAO, QUE POR
      *            ISSO DEVE SER CONFIRMADA NO FIM DO MES ANTERIOR A
      *            COMPETENCIA INICIAL (A PREVIA PODE SER TIRADA A
      *            QUALQUER MOMENTO). A TABCAT COM LINHA DE VIGENCIA
      *            IGUAL OU POSTERIOR A COMPETENCIA INFORMADA RECUSA
      *            A RODADA (RETURN-CODE 8) - O REAJUSTE JA FOI
      *            APLICADO E UMA REEXECUCAO REAJUSTARIA DUAS VEZES.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - SOCIO COM CORRESPONDENCIA DEVOLVIDA PELO
      *            CORREIO (DEVCOR.DAT - VER DEVCORFD) TEM O REAJUSTE
      *            APLICADO MAS NAO RECEBE O AVISO: SAI NO RELATORIO DE
      *            ENDERECOS A CORRIGIR (ENDRJT), ARQUIVADO PELO ATUSOC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CADSOCSL.

       COPY TABCATSL.

       SELECT CADSOC1N ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RELRJT ASSIGN TO DISK.

       SELECT CARTARJT ASSIGN TO DISK.

       COPY DEVCORSL.

       SELECT ENDRJT ASSIGN TO DISK.

       COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       COPY CADSOCFD.

       COPY TABCATFD.

       FD  CADSOC1N
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1N.DAT".
       01  CAD-SOC1N            PIC X(206).

       FD  RELRJT
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELRJT.txt".
       01  REG-REL      PIC X(80).

       FD  CARTARJT
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "CARTARJT.txt".
       01  REG-CARTA    PIC X(80).

       COPY DEVCORFD.

       FD  ENDRJT
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "ENDRJT.txt".
       01  REG-ENDRJT   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY CADSOCWS.
       COPY TABCATWS.
       COPY DEVCORWS.
       COPY CABPAG.
       77  FIM-ARQ         PIC X(03) VALUE "NAO".
       77  FIM-CAT         PIC X(03) VALUE "NAO".
       77  QTD-CATS        PIC 9(02) VALUE ZEROES.
       77  COMPET-ATUAL    PIC 9(06) VALUE ZEROES.
       77  COMPET-ANTERIOR PIC 9(06) VALUE ZEROES.
       77  MAIOR-VIGENCIA  PIC 9(06) VALUE ZEROES.
       77  PERCENTUAL      PIC 9(03)V9(02) VALUE ZEROES.
       77  VALOR-INF       PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-EDITADO   PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  CONFIRMA        PIC X(01) VALUE "N".
       77  TEM-CATEGORIA   PIC X(01) VALUE "N".
       77  VALOR-ANTIGO    PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-NOVO      PIC 9(09)V9(02) VALUE ZEROES.
       77  CT-LIDOS        PIC 9(05) VALUE ZEROES.
       77  CT-GRAVADOS     PIC 9(05) VALUE ZEROES.
       77  CT-ISENTOS      PIC 9(05) VALUE ZEROES.
       77  CT-SEM-CAT      PIC 9(05) VALUE ZEROES.
       77  CT-AFETADOS     PIC 9(05) VALUE ZEROES.
       77  CT-CARTAS       PIC 9(05) VALUE ZEROES.
       77  CT-LINHAS-CAT   PIC 9(02) VALUE ZEROES.
       77  TOTAL-ANTIGO    PIC 9(11)V9(02) VALUE ZEROES.
       77  TOTAL-NOVO      PIC 9(11)V9(02) VALUE ZEROES.

       01 COMPET-INICIO    PIC 9(06) VALUE ZEROES.
       01 COMPET-INICIO-R REDEFINES COMPET-INICIO.
           02 ANO-INI  PIC 9(04).
           02 MES-INI  PIC 9(02).

      *VALOR EM VIGOR ANTES DA COMPETENCIA INICIAL E VALOR NOVO DE
      *CADA CATEGORIA DA TABCAT, COM A QUANTIDADE DE SOCIOS.
       01 TAB-CATEGORIAS.
           02 CAT-ITEM OCCURS 10 TIMES
                 DEPENDING ON QTD-CATS
                 INDEXED BY IDX-CAT.
              03 CAT-TAB          PIC X(01).
              03 DESCRICAO-CAT-TAB PIC X(20).
              03 VALOR-CAT-TAB    PIC 9(09)V9(02).
              03 VIGENCIA-CAT-TAB PIC 9(06).
              03 NOVO-CAT-TAB     PIC 9(09)V9(02).
              03 SOCIOS-CAT-TAB   PIC 9(05).

       01 CAB-02.
           02 FILLER   PIC X(12) VALUE SPACES.
           02 FILLER   PIC X(49) VALUE
              "PREVIA DO REAJUSTE DE MENSALIDADES - A PARTIR DE ".
           02 MES-CAB  PIC 99.
           02 FILLER   PIC X(01) VALUE "/".
           02 ANO-CAB  PIC 9999.
           02 FILLER   PIC X(12) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(26) VALUE "CAT/SOCIO DESCRICAO/NOME".
           02 FILLER  PIC X(19) VALUE "    VALOR ATUAL".
           02 FILLER  PIC X(19) VALUE "     VALOR NOVO".
           02 FILLER  PIC X(16) VALUE "  SOCIOS".

       01 DETALHE-CAT.
           02 CAT-DET      PIC X(01).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 DESC-DET     PIC X(20).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 ANTIGO-DET   PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 NOVO-DET     PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 SOCIOS-DET   PIC ZZZZ9.
           02 FILLER       PIC X(11) VALUE SPACES.

       01 CAB-04.
           02 FILLER  PIC X(80) VALUE
              "SOCIOS SEM CATEGORIA (VALOR-PAGAMENTO1 PROPRIO):".

       01 DETALHE-SOC.
           02 SOCIO-DET    PIC 9(06).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NOME-DET     PIC X(18).
           02 ANTIGO-SOC   PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 NOVO-SOC     PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(19) VALUE SPACES.

       01 TOTAL-ARR.
           02 FILLER      PIC X(26) VALUE "ARRECADACAO MENSAL......: ".
           02 ANTIGO-TOT  PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(03) VALUE SPACES.
           02 NOVO-TOT    PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(19) VALUE SPACES.

       01 TOTAL-PER.
           02 FILLER    PIC X(26) VALUE "PERCENTUAL APLICADO.....: ".
           02 PER-TOT   PIC ZZ9,99.
           02 FILLER    PIC X(48) VALUE SPACES.

       01 TOTAL-ISE.
           02 FILLER    PIC X(26) VALUE "SOCIOS ISENTOS..........: ".
           02 QTD-ISE   PIC ZZZZ9.
           02 FILLER    PIC X(49) VALUE SPACES.

       01 TOTAL-AFE.
           02 FILLER    PIC X(26) VALUE "SOCIOS AFETADOS.........: ".
           02 QTD-AFE   PIC ZZZZ9.
           02 FILLER    PIC X(49) VALUE SPACES.

       01 CARTA-ENDER1.
           02 FILLER         PIC X(06) VALUE "PARA: ".
           02 ENDER-CARTA    PIC X(40).
           02 FILLER         PIC X(34) VALUE SPACES.

       01 CARTA-ENDER2.
           02 FILLER         PIC X(06) VALUE SPACES.
           02 CIDADE-CARTA   PIC X(20).
           02 FILLER         PIC X(03) VALUE " - ".
           02 UF-CARTA       PIC X(02).
           02 FILLER         PIC X(07) VALUE "  CEP: ".
           02 CEP-CARTA      PIC 9(08).
           02 FILLER         PIC X(34) VALUE SPACES.

       01 CARTA-CAB1.
           02 FILLER     PIC X(20) VALUE "PREZADO(A) SOCIO(A) ".
           02 NOME-CARTA PIC X(30).
           02 FILLER     PIC X(30) VALUE SPACES.

       01 CARTA-CAB2.
           02 FILLER  PIC X(80) VALUE SPACES.

       01 CARTA-CORPO1.
           02 FILLER  PIC X(80) VALUE
              "COMUNICAMOS QUE A DIRETORIA APROVOU O REAJUSTE DAS MENSAL
      -       "IDADES DO CLUBE.".

       01 CARTA-COMPET.
           02 FILLER       PIC X(24) VALUE "COMPETENCIA INICIAL...: ".
           02 MES-CARTA    PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-CARTA    PIC 9999.
           02 FILLER       PIC X(49) VALUE SPACES.

       01 CARTA-ANTIGO.
           02 FILLER       PIC X(24) VALUE "VALOR ATUAL...........: ".
           02 ANTIGO-CARTA PIC Z.999.999.999,99.
           02 FILLER       PIC X(37) VALUE SPACES.

       01 CARTA-NOVO.
           02 FILLER       PIC X(24) VALUE "VALOR NOVO............: ".
           02 NOVO-CARTA   PIC Z.999.999.999,99.
           02 FILLER       PIC X(37) VALUE SPACES.

       01 CARTA-RODAPE.
           02 FILLER  PIC X(55) VALUE
              "EM CASO DE DUVIDA, FAVOR PROCURAR A SECRETARIA.       ".
           02 FILLER  PIC X(25) VALUE SPACES.

       01 CARTA-SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRESSAO-FINAL.
           CLOSE CADSOC1 RELRJT.
           DISPLAY "CONFIRMA A APLICACAO DO REAJUSTE (S/N)....: ".
           ACCEPT CONFIRMA.
           IF CONFIRMA EQUAL "S" OR "s"
              PERFORM APLICA-REAJUSTE
              PERFORM FIM
           ELSE
              DISPLAY "EX01RJT: REAJUSTE NAO CONFIRMADO - SO A PREVIA "
                      "FOI EMITIDA (RELRJT.txt). NADA FOI ALTERADO."
              PERFORM GRAVA-JOBLOG-FIM
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INICIO.
           PERFORM GRAVA-JOBLOG-INICIO.
           MOVE DATA-PROCESSO(1:6) TO COMPET-ATUAL.
           PERFORM ACEITA-COMPETENCIA.
           PERFORM CARREGA-TABCAT.
           IF MAIOR-VIGENCIA NOT LESS THAN COMPET-INICIO
              DISPLAY "EX01RJT: A TABCAT JA TEM VALOR COM VIGENCIA EM "
                      MAIOR-VIGENCIA " - REAJUSTE JA APLICADO PARA "
                      "ESSA COMPETENCIA. RODADA RECUSADA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM ACEITA-VALORES.
           OPEN INPUT CADSOC1.
           IF FS-CADSOC1 NOT EQUAL "00"
              DISPLAY "EX01RJT: CADSOC1.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-CADSOC1
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RELRJT.
           MOVE MES-INI TO MES-CAB.
           MOVE ANO-INI TO ANO-CAB.
           PERFORM CABECALHO.
           PERFORM LEITURA.

      *A COMPETENCIA INICIAL TEM DE SER POSTERIOR A DA DATA DE
      *PROCESSAMENTO, QUE O EX01LED JA PODE TER LANCADO.
       ACEITA-COMPETENCIA.
           DISPLAY "COMPETENCIA INICIAL AAAAMM (DEFAULT = PROXIMA)..: ".
           ACCEPT COMPET-INICIO.
           IF COMPET-INICIO EQUAL ZEROES
              MOVE COMPET-ATUAL TO COMPET-INICIO
              IF MES-INI EQUAL 12
                 ADD 1 TO ANO-INI
                 MOVE 01 TO MES-INI
              ELSE
                 ADD 1 TO MES-INI
              END-IF
           END-IF.
           IF MES-INI LESS THAN 01 OR MES-INI GREATER THAN 12
              OR COMPET-INICIO NOT GREATER THAN COMPET-ATUAL
              DISPLAY "EX01RJT: COMPETENCIA INICIAL " COMPET-INICIO
                      " INVALIDA - TEM DE SER POSTERIOR A "
                      COMPET-ATUAL ". RODADA RECUSADA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF MES-INI EQUAL 01
              COMPUTE COMPET-ANTERIOR = (ANO-INI - 1) * 100 + 12
           ELSE
              COMPUTE COMPET-ANTERIOR = COMPET-INICIO - 1
           END-IF.

      *VALOR ATUAL DE CADA CATEGORIA = LINHA DE MAIOR VIGENCIA ATE A
      *COMPETENCIA ANTERIOR A INICIAL (MESMA REGRA DO EX01LED).
       CARREGA-TABCAT.
           OPEN INPUT TABCAT.
           IF FS-TABCAT EQUAL "00"
              PERFORM LER-TABCAT UNTIL FIM-CAT EQUAL "SIM"
              CLOSE TABCAT
           END-IF.

       LER-TABCAT.
           READ TABCAT AT END MOVE "SIM" TO FIM-CAT.
           IF FIM-CAT NOT EQUAL "SIM"
              IF VIGENCIA-CAT NOT NUMERIC
                 MOVE ZEROES TO VIGENCIA-CAT
              END-IF
              IF VIGENCIA-CAT GREATER THAN MAIOR-VIGENCIA
                 MOVE VIGENCIA-CAT TO MAIOR-VIGENCIA
              END-IF
              IF VIGENCIA-CAT NOT GREATER THAN COMPET-ANTERIOR
                 PERFORM GUARDA-CATEGORIA
              END-IF
           END-IF.

       GUARDA-CATEGORIA.
           SET IDX-CAT TO 1.
           SEARCH CAT-ITEM
              AT END
                 IF QTD-CATS LESS THAN 10
                    ADD 1 TO QTD-CATS
                    MOVE CATEGORIA-CAT TO CAT-TAB(QTD-CATS)
                    MOVE DESCRICAO-CAT TO DESCRICAO-CAT-TAB(QTD-CATS)
                    MOVE VALOR-CAT     TO VALOR-CAT-TAB(QTD-CATS)
                    MOVE VIGENCIA-CAT  TO VIGENCIA-CAT-TAB(QTD-CATS)
                    MOVE ZEROES        TO SOCIOS-CAT-TAB(QTD-CATS)
                 END-IF
              WHEN CAT-TAB(IDX-CAT) EQUAL CATEGORIA-CAT
                 IF VIGENCIA-CAT NOT LESS THAN
                    VIGENCIA-CAT-TAB(IDX-CAT)
                    MOVE DESCRICAO-CAT TO DESCRICAO-CAT-TAB(IDX-CAT)
                    MOVE VALOR-CAT     TO VALOR-CAT-TAB(IDX-CAT)
                    MOVE VIGENCIA-CAT  TO VIGENCIA-CAT-TAB(IDX-CAT)
                 END-IF
           END-SEARCH.

      *PERCENTUAL APROVADO (EX: 8,50); ZERO PEDE O VALOR NOVO DE
      *CADA CATEGORIA, E ZERO NO VALOR MANTEM O ATUAL.
       ACEITA-VALORES.
           DISPLAY "PERCENTUAL DE REAJUSTE (ZEROS = VALOR NOVO POR "
                   "CATEGORIA): ".
           ACCEPT PERCENTUAL.
           IF PERCENTUAL EQUAL ZEROES AND QTD-CATS EQUAL ZEROES
              DISPLAY "EX01RJT: SEM PERCENTUAL E SEM TABCAT - NADA A "
                      "REAJUSTAR. RODADA RECUSADA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VALOR-NOVO-CATEGORIA
                   VARYING IDX-CAT FROM 1 BY 1
                   UNTIL IDX-CAT GREATER THAN QTD-CATS.

       VALOR-NOVO-CATEGORIA.
           IF PERCENTUAL GREATER THAN ZEROES
              COMPUTE NOVO-CAT-TAB(IDX-CAT) ROUNDED =
                      VALOR-CAT-TAB(IDX-CAT) *
                      (1 + PERCENTUAL / 100)
           ELSE
              MOVE VALOR-CAT-TAB(IDX-CAT) TO VALOR-EDITADO
              DISPLAY "CATEGORIA " CAT-TAB(IDX-CAT) " "
                      DESCRICAO-CAT-TAB(IDX-CAT) " - VALOR ATUAL "
                      VALOR-EDITADO
              DISPLAY "VALOR NOVO (ZEROS = MANTEM)...............: "
              MOVE ZEROES TO VALOR-INF
              ACCEPT VALOR-INF
              IF VALOR-INF EQUAL ZEROES
                 MOVE VALOR-CAT-TAB(IDX-CAT) TO NOVO-CAT-TAB(IDX-CAT)
              ELSE
                 MOVE VALOR-INF TO NOVO-CAT-TAB(IDX-CAT)
              END-IF
           END-IF.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX01RJT " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE ZEROES     TO JOBLOG-LIDOS JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       LEITURA.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

      *PRIMEIRA PASSADA (PREVIA): CONTA OS SOCIOS POR CATEGORIA E
      *LISTA OS SEM CATEGORIA.
       PRINCIPAL.
           IF SOCIO-ISENTO
              ADD 1 TO CT-ISENTOS
           ELSE
              PERFORM CALCULA-SOCIO
              ADD VALOR-ANTIGO TO TOTAL-ANTIGO
              ADD VALOR-NOVO   TO TOTAL-NOVO
              IF VALOR-NOVO NOT EQUAL VALOR-ANTIGO
                 ADD 1 TO CT-AFETADOS
              END-IF
              IF TEM-CATEGORIA EQUAL "S"
                 ADD 1 TO SOCIOS-CAT-TAB(IDX-CAT)
              ELSE
                 ADD 1 TO CT-SEM-CAT
                 PERFORM IMPRIME-SEM-CATEGORIA
              END-IF
           END-IF.
           PERFORM LEITURA.

      *VALOR ATUAL E NOVO DO SOCIO CORRENTE: OS DA CATEGORIA QUANDO
      *ELA ESTA NA TABCAT, SENAO O VALOR-PAGAMENTO1 DO REGISTRO
      *(REAJUSTADO SO PELO PERCENTUAL).
       CALCULA-SOCIO.
           MOVE "N" TO TEM-CATEGORIA.
           MOVE VALOR-PAGAMENTO1 TO VALOR-ANTIGO VALOR-NOVO.
           IF CATEGORIA-SOCIO1 NOT EQUAL SPACES
              SET IDX-CAT TO 1
              SEARCH CAT-ITEM
                 AT END CONTINUE
                 WHEN CAT-TAB(IDX-CAT) EQUAL CATEGORIA-SOCIO1
                    MOVE "S" TO TEM-CATEGORIA
                    MOVE VALOR-CAT-TAB(IDX-CAT) TO VALOR-ANTIGO
                    MOVE NOVO-CAT-TAB(IDX-CAT)  TO VALOR-NOVO
              END-SEARCH
           END-IF.
           IF TEM-CATEGORIA EQUAL "N" AND PERCENTUAL GREATER THAN
              ZEROES
              COMPUTE VALOR-NOVO ROUNDED =
                      VALOR-PAGAMENTO1 * (1 + PERCENTUAL / 100)
           END-IF.

       IMPRIME-SEM-CATEGORIA.
           IF CT-SEM-CAT EQUAL 1
              WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINE
              ADD 2 TO CT-LIN
           END-IF.
           IF CT-LIN GREATER OR EQUAL 40
              PERFORM CABECALHO
           END-IF.
           MOVE NUMERO-SOCIO1 TO SOCIO-DET.
           MOVE NOME-SOCIO1   TO NOME-DET.
           MOVE VALOR-ANTIGO  TO ANTIGO-SOC.
           MOVE VALOR-NOVO    TO NOVO-SOC.
           WRITE REG-REL FROM DETALHE-SOC AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

      *O QUADRO POR CATEGORIA SAI NO FIM, COM A CONTAGEM COMPLETA.
       IMPRIME-CATEGORIAS.
           PERFORM IMPRIME-CATEGORIA
                   VARYING IDX-CAT FROM 1 BY 1
                   UNTIL IDX-CAT GREATER THAN QTD-CATS.

       IMPRIME-CATEGORIA.
           IF CT-LIN GREATER OR EQUAL 40
              PERFORM CABECALHO
           END-IF.
           MOVE CAT-TAB(IDX-CAT)           TO CAT-DET.
           MOVE DESCRICAO-CAT-TAB(IDX-CAT) TO DESC-DET.
           MOVE VALOR-CAT-TAB(IDX-CAT)     TO ANTIGO-DET.
           MOVE NOVO-CAT-TAB(IDX-CAT)      TO NOVO-DET.
           MOVE SOCIOS-CAT-TAB(IDX-CAT)    TO SOCIOS-DET.
           WRITE REG-REL FROM DETALHE-CAT AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1        TO CT-PAG.
           MOVE CT-PAG  TO VAR-PAG.
           MOVE SPACES  TO REG-REL.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINE.
           MOVE ZEROES  TO CT-LIN.

       IMPRESSAO-FINAL.
           IF CT-LIN GREATER OR EQUAL 40 - QTD-CATS - 8
              PERFORM CABECALHO
           ELSE
              IF CT-SEM-CAT GREATER THAN ZEROES
                 MOVE SPACES TO REG-REL
                 WRITE REG-REL AFTER ADVANCING 1 LINE
                 ADD 1 TO CT-LIN
              END-IF
           END-IF.
           PERFORM IMPRIME-CATEGORIAS.
           MOVE TOTAL-ANTIGO TO ANTIGO-TOT.
           MOVE TOTAL-NOVO   TO NOVO-TOT.
           WRITE REG-REL FROM TOTAL-ARR AFTER ADVANCING 2 LINE.
           MOVE PERCENTUAL   TO PER-TOT.
           WRITE REG-REL FROM TOTAL-PER AFTER ADVANCING 1 LINE.
           MOVE CT-AFETADOS  TO QTD-AFE.
           WRITE REG-REL FROM TOTAL-AFE AFTER ADVANCING 1 LINE.
           MOVE CT-ISENTOS   TO QTD-ISE.
           WRITE REG-REL FROM TOTAL-ISE AFTER ADVANCING 1 LINE.

      *SEGUNDA PASSADA: LINHAS NOVAS NA TABCAT, CADSOC1N COM O
      *VALOR-PAGAMENTO1 NOVO E CARTA PARA CADA SOCIO AFETADO.
       APLICA-REAJUSTE.
           OPEN EXTEND TABCAT.
           IF FS-TABCAT NOT EQUAL "00"
              OPEN OUTPUT TABCAT
           END-IF.
           PERFORM GRAVA-LINHA-TABCAT
                   VARYING IDX-CAT FROM 1 BY 1
                   UNTIL IDX-CAT GREATER THAN QTD-CATS.
           CLOSE TABCAT.
           PERFORM CARREGA-DEVOLVIDOS.
           MOVE "NAO" TO FIM-ARQ.
           MOVE ZEROES TO CT-LIDOS.
           OPEN INPUT CADSOC1.
           OPEN OUTPUT CADSOC1N CARTARJT.
           MOVE MES-INI TO MES-CARTA.
           MOVE ANO-INI TO ANO-CARTA.
           PERFORM LEITURA.
           PERFORM ATUALIZA-SOCIO UNTIL FIM-ARQ EQUAL "SIM".

      *ENDERECOS COM CORRESPONDENCIA DEVOLVIDA (DEVCOR.DAT, VER
      *DEVCORFD): O REAJUSTE E APLICADO NORMALMENTE, MAS O AVISO NAO
      *E EMITIDO E O SOCIO SAI NO RELATORIO DE ENDERECOS A CORRIGIR
      *(ENDRJT). A TABELA CHEIA NAO ABORTA AQUI - A TABCAT JA FOI
      *GRAVADA; OS AVISOS SAEM TODOS E O OPERADOR E AVISADO.
       CARREGA-DEVOLVIDOS.
           MOVE "SOC" TO ARQUIVO-CARGA-DEV.
           PERFORM CARREGA-DEVCOR.
           IF DEVCOR-DEMAIS EQUAL "S"
              DISPLAY "EX01RJT: MAIS DE 2000 ENDERECOS NO DEVCOR - "
                      "NENHUM AVISO FOI RETIDO."
              MOVE ZEROES TO QTD-DEVCOR
           END-IF.
           OPEN OUTPUT ENDRJT.
           MOVE "EX01RJT " TO PROGRAMA-CAB-DEV.
           WRITE REG-ENDRJT FROM CAB-CORRIGE-1 AFTER ADVANCING 1 LINE.
           WRITE REG-ENDRJT FROM CAB-CORRIGE-2 AFTER ADVANCING 2 LINE.

       GRAVA-LINHA-TABCAT.
           IF NOVO-CAT-TAB(IDX-CAT) NOT EQUAL VALOR-CAT-TAB(IDX-CAT)
              MOVE CAT-TAB(IDX-CAT)           TO CATEGORIA-CAT
              MOVE DESCRICAO-CAT-TAB(IDX-CAT) TO DESCRICAO-CAT
              MOVE NOVO-CAT-TAB(IDX-CAT)      TO VALOR-CAT
              MOVE COMPET-INICIO              TO VIGENCIA-CAT
              WRITE REG-TABCAT
              ADD 1 TO CT-LINHAS-CAT
           END-IF.

       ATUALIZA-SOCIO.
           IF NOT SOCIO-ISENTO
              PERFORM CALCULA-SOCIO
              IF VALOR-NOVO NOT EQUAL VALOR-ANTIGO
                 MOVE VALOR-NOVO TO VALOR-PAGAMENTO1
                 MOVE NUMERO-SOCIO1 TO CHAVE-CONSULTA-DEV
                 PERFORM CONSULTA-DEVCOR
                 IF ENDERECO-DEVOLVIDO EQUAL "S"
                    PERFORM RETEM-CARTA
                 ELSE
                    PERFORM GERA-CARTA
                 END-IF
              END-IF
           END-IF.
           WRITE CAD-SOC1N FROM CAD-SOC1.
           ADD 1 TO CT-GRAVADOS.
           PERFORM LEITURA.

       GERA-CARTA.
           MOVE ENDERECO-SOCIO1  TO ENDER-CARTA.
           MOVE CIDADE-SOCIO1    TO CIDADE-CARTA.
           MOVE UF-SOCIO1        TO UF-CARTA.
           MOVE CEP-SOCIO1       TO CEP-CARTA.
           MOVE NOME-SOCIO1      TO NOME-CARTA.
           MOVE VALOR-ANTIGO     TO ANTIGO-CARTA.
           MOVE VALOR-NOVO       TO NOVO-CARTA.
           WRITE REG-CARTA FROM CARTA-ENDER1  AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-ENDER2  AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-CAB1    AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-CAB2    AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-CORPO1  AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-COMPET  AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-ANTIGO  AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-NOVO    AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-RODAPE  AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-SEPARADOR AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-CARTAS.

       RETEM-CARTA.
           PERFORM MONTA-CORRIGE-DEV.
           MOVE NOME-SOCIO1     TO NOME-COR-DEV.
           MOVE ENDERECO-SOCIO1 TO ENDER-COR-DEV(1:40).
           MOVE CIDADE-SOCIO1   TO ENDER-COR-DEV(42:20).
           MOVE UF-SOCIO1       TO ENDER-COR-DEV(63:2).
           WRITE REG-ENDRJT FROM LINHA-CORRIGE-1 AFTER ADVANCING 1 LINE.
           WRITE REG-ENDRJT FROM LINHA-CORRIGE-2 AFTER ADVANCING 1 LINE.

       FIM.
           MOVE CT-ENDER-CORRIGIR TO QTD-COR-DEV.
           WRITE REG-ENDRJT FROM TOTAL-CORRIGE AFTER ADVANCING 2 LINE.
           CLOSE CADSOC1 CADSOC1N CARTARJT ENDRJT.
           PERFORM GRAVA-JOBLOG-FIM.
           DISPLAY "EX01RJT: REAJUSTE APLICADO A PARTIR DE "
                   COMPET-INICIO " - " CT-LINHAS-CAT
                   " LINHA(S) NOVA(S) NA TABCAT, " CT-CARTAS
                   " CARTA(S) EM CARTARJT.txt.".
           DISPLAY "EX01RJT: " CT-ENDER-CORRIGIR " AVISO(S) RETIDO(S) "
                   "POR ENDERECO DEVOLVIDO - VER ENDRJT.txt.".

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01RJT "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-GRAVADOS  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       GRAVA-JOBLOG-ERRO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01RJT "   TO JOBLOG-JOB.
           MOVE "ERR "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-GRAVADOS  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DEVCORPD.

       COPY DATPRCPD.
