      *02/09/2026 BRC - REGISTRO DE RESCISAO (TIPO-FH "R") NAO ENTRA
      *            NA REMESSA - O ACERTO DE SAIDA E PAGO A PARTE
      *            PELO TERMO DO FOLHARES.
      *15/10/2026 BRC - O DETALHE DA REMESSA PASSOU A LEVAR BANCO,
      *            AGENCIA, CONTA E CPF DO VENDEDOR, TIRADOS DO
      *            CADASTRO PERMANENTE (CADVEND, MANTIDO PELO
      *            EX05VEN); O SALREM PASSOU A 80 POSICOES. VENDEDOR
      *            SEM DADOS BANCARIOS NO CADASTRO FICA FORA DA
      *            REMESSA, SAI NO PROTOCOLO PARA PAGAMENTO A PARTE
      *            E DA RETURN-CODE 4. SEM CADVEND A RODADA ABORTA
      *            COM RETURN-CODE 16.
      *15/10/2026 BRC - O REGISTRO DO FOLHAHIS GANHOU O FGTS DO MES E A
      *            MULTA RESCISORIA DO FGTS (FGTS-FH, MULTA-FGTS-FH); SO
      *            O LAYOUT MUDOU AQUI.
      *15/10/2026 BRC - CONFERENCIA ANTES DA REMESSA: O LIQUIDO DE CADA
      *            VENDEDOR E COMPARADO COM A MEDIA DAS ATE TRES
      *            COMPETENCIAS ANTERIORES NO FOLHAHIS (FOLHA NORMAL, O
      *            REGISTRO MAIS RECENTE DE CADA UMA). VARIACAO ACIMA DO
      *            PERCENTUAL TOLERADO (ACCEPT; ZEROS = 20%), PRIMEIRO
      *            PAGAMENTO OU LIQUIDO ZERADO RETEM O VENDEDOR: ELE SAI
      *            NO RELRETF E FICA FORA DO SALREM (E DO TRAILER) ATE O
      *            SUPERVISOR LIBERAR NO LIBFOLHA.DAT (MATRICULA,
      *            COMPETENCIA, VALOR LIBERADO, RESPONSAVEL,
      *            OBSERVACAO). A LIBERACAO VALE SO PARA O MESMO LIQUIDO
      *            - FOLHA REFEITA COM OUTRO VALOR E RETIDA DE NOVO.
      *            RETIDO DA RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT RELSREM ASSIGN TO DISK.

           SELECT LIBFOLHA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBFOLHA.

           SELECT RELRETF ASSIGN TO DISK.

           COPY CADVENSL.

           COPY DATPRCSL.

       DATA DIVISION.
           02 TIPO-FH       PIC X(01).
              88 FOLHA-NORMAL   VALUE " ".
              88 FOLHA-RESCISAO VALUE "R".
           02 FGTS-FH       PIC 9(07)V9(02).
           02 MULTA-FGTS-FH PIC 9(07)V9(02).

       FD  SALREM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALREM.DAT".
       01  REG-SALREM           PIC X(80).

       FD  RELSREM
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELSREM.txt".
       01  REG-REL    PIC X(80).

      *LIBERACAO DO SUPERVISOR PARA O VENDEDOR RETIDO: VALE PARA A
      *MATRICULA NA COMPETENCIA E SO PARA O LIQUIDO LIBERADO.
       FD  LIBFOLHA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LIBFOLHA.DAT".
       01  REG-LIBFOLHA.
           02 MATRICULA-LIB  PIC 9(06).
           02 COMPET-LIB     PIC 9(06).
           02 VALOR-LIB      PIC 9(07)V9(02).
           02 RESP-LIB       PIC X(10).
           02 OBS-LIB        PIC X(30).

       FD  RELRETF
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELRETF.txt".
       01  REG-RETF   PIC X(80).

       COPY CADVENFD.

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY CADVENWS.
       77  FS-FOLHAHIS   PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  COMPETENCIA   PIC 9(06) VALUE ZEROES.
       77  VENDS-DEMAIS  PIC X(01) VALUE "N".
       77  CT-DETALHES   PIC 9(06) VALUE ZEROES.
       77  TOTAL-REMESSA PIC 9(11)V9(02) VALUE ZEROES.
       77  FIM-CVD       PIC X(03) VALUE "NAO".
       77  CT-SEM-CONTA  PIC 9(06) VALUE ZEROES.
       77  FS-LIBFOLHA   PIC X(02) VALUE "00".
       77  FIM-LIB       PIC X(03) VALUE "NAO".
       77  PERC-VARIACAO PIC 9(03)V9(02) VALUE ZEROES.
       77  PERC-PADRAO   PIC 9(03)V9(02) VALUE 20,00.
       77  IDX-H         PIC 9(01) VALUE ZEROES.
       77  IDX-MENOR     PIC 9(01) VALUE ZEROES.
       77  QTD-HIST      PIC 9(01) VALUE ZEROES.
       77  SOMA-HIST     PIC 9(09)V9(02) VALUE ZEROES.
       77  MEDIA-HIST    PIC 9(07)V9(02) VALUE ZEROES.
       77  VARIACAO      PIC S9(07)V9(02) VALUE ZEROES.
       77  VARIACAO-ABS  PIC 9(07)V9(02) VALUE ZEROES.
       77  CT-RETIDOS    PIC 9(06) VALUE ZEROES.
       77  CT-LIBERADOS  PIC 9(06) VALUE ZEROES.
       77  TOTAL-RETIDO  PIC 9(11)V9(02) VALUE ZEROES.

      *LIQUIDO MAIS RECENTE DE CADA MATRICULA NA COMPETENCIA, COM
      *OS DADOS BANCARIOS E O CPF DO CADVEND.
       01  TAB-VENDS.
           02 VEND-ITEM OCCURS 300 TIMES
                 DEPENDING ON QTD-VENDS
              03 MAT-TAB     PIC 9(06).
              03 NOME-TAB    PIC X(30).
              03 LIQUIDO-TAB PIC 9(07)V9(02).
              03 BANCO-TAB   PIC 9(03).
              03 AGENCIA-TAB PIC 9(05).
              03 CONTA-TAB   PIC X(12).
              03 CPF-TAB     PIC 9(11).
              03 HIST-ITEM OCCURS 3 TIMES.
                 04 HCOMP-TAB PIC 9(06).
                 04 HLIQ-TAB  PIC 9(07)V9(02).
              03 MOTIVO-TAB  PIC X(20).
              03 MEDIA-TAB   PIC 9(07)V9(02).
              03 VAR-TAB     PIC S9(07)V9(02).
              03 LIB-TAB     PIC X(01).
              03 RESP-TAB    PIC X(10).

       01 REM-HEADER.
           02 FILLER          PIC X(01) VALUE "0".
           02 HEADER-DATA     PIC 9(08).
           02 FILLER          PIC X(21) VALUE "REMESSA SALARIOS     ".
           02 FILLER          PIC X(50) VALUE SPACES.

       01 REM-DETALHE.
           02 FILLER          PIC X(01) VALUE "1".
           02 DET-MATRICULA   PIC 9(06).
           02 DET-NOME        PIC X(30).
           02 DET-VALOR       PIC 9(09)V9(02).
           02 DET-BANCO       PIC 9(03).
           02 DET-AGENCIA     PIC 9(05).
           02 DET-CONTA       PIC X(12).
           02 DET-CPF         PIC 9(11).
           02 FILLER          PIC X(01) VALUE SPACES.

       01 REM-TRAILER.
           02 FILLER          PIC X(01) VALUE "9".
           02 TRL-QTD         PIC 9(06).
           02 TRL-TOTAL       PIC 9(11)V9(02).
           02 FILLER          PIC X(60) VALUE SPACES.

       01 PROTOCOLO-LINHA.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NOME-REL     PIC X(30).
           02 FILLER       PIC X(04) VALUE " R$ ".
           02 VALOR-REL    PIC Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(05) VALUE " BCO ".
           02 BANCO-REL    PIC 9(03).
           02 FILLER       PIC X(04) VALUE " AG ".
           02 AGENCIA-REL  PIC 9(05).
           02 FILLER       PIC X(07) VALUE SPACES.

       01 PROTOCOLO-PEND.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MAT-PEND     PIC 9(06).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NOME-PEND    PIC X(30).
           02 FILLER       PIC X(40) VALUE
              " SEM CONTA NO CADVEND - FORA DA REMESSA".

       01 TOTAL-PROT.
           02 FILLER    PIC X(29) VALUE "Creditos na remessa........: ".
           02 VAL-PROT  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(22) VALUE SPACES.

       01 TOTAL-PEND.
           02 FILLER    PIC X(29) VALUE "Fora da remessa (sem conta): ".
           02 QTD-PEND  PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-RETIDOS.
           02 FILLER    PIC X(29) VALUE "Retidos (ver RELRETF)......: ".
           02 QTD-RET   PIC ZZZZ9.
           02 FILLER    PIC X(07) VALUE "  R$   ".
           02 VAL-RET   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(22) VALUE SPACES.

       01 CAB-RETF.
           02 FILLER       PIC X(44) VALUE
              "FOLHA RETIDA ANTES DA REMESSA  COMPETENCIA: ".
           02 COMPET-RETF  PIC 9(06).
           02 FILLER       PIC X(13) VALUE "  TOLERANCIA ".
           02 PERC-RETF    PIC ZZ9,99.
           02 FILLER       PIC X(01) VALUE "%".
           02 FILLER       PIC X(10) VALUE SPACES.

       01 CAB-RETF-COL.
           02 FILLER       PIC X(07) VALUE "MATRIC.".
           02 FILLER       PIC X(17) VALUE " NOME".
           02 FILLER       PIC X(13) VALUE "      LIQUIDO".
           02 FILLER       PIC X(13) VALUE "   MEDIA ANT.".
           02 FILLER       PIC X(10) VALUE "   VAR.%  ".
           02 FILLER       PIC X(20) VALUE "MOTIVO/SITUACAO".

       01 LINHA-RETF.
           02 MAT-RETF     PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-RETF    PIC X(16).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 LIQ-RETF     PIC Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MEDIA-RETF   PIC Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 VAR-RETF     PIC ZZZZ9,99-.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MOTIVO-RETF  PIC X(20).

       01 LINHA-RETF-LIB.
           02 FILLER       PIC X(07) VALUE SPACES.
           02 FILLER       PIC X(24) VALUE "-> LIBERADO NO LIBFOLHA ".
           02 FILLER       PIC X(04) VALUE "POR ".
           02 RESP-RETF    PIC X(10).
           02 FILLER       PIC X(35) VALUE " - ENTRA NA REMESSA".

       01 TOTAL-RETF.
           02 ROTULO-RETF  PIC X(29).
           02 QTD-TRETF    PIC ZZZZ9.
           02 FILLER       PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM CASA-CADASTRO.
           PERFORM CARREGA-HISTORICO.
           PERFORM CONFERE-VARIACAO.
           PERFORM GERA-REMESSA.
           PERFORM FIM.
           STOP RUN.
           ACCEPT COMPETENCIA.
           IF COMPETENCIA EQUAL ZEROES
              MOVE DATA-SISTEMA(1:6) TO COMPETENCIA.
           DISPLAY "VARIACAO TOLERADA DO LIQUIDO % (ZEROS = 20%)..: ".
           ACCEPT PERC-VARIACAO.
           IF PERC-VARIACAO EQUAL ZEROES
              MOVE PERC-PADRAO TO PERC-VARIACAO.
           OPEN INPUT FOLHAHIS.
           IF FS-FOLHAHIS NOT EQUAL "00"
              DISPLAY "FOLHAREM: HISTORICO FOLHAHIS.DAT AUSENTE - "
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CADVEND.
           IF FS-CADVEND NOT EQUAL "00"
              DISPLAY "FOLHAREM: CADASTRO DE VENDEDORES CADVEND.DAT "
                      "AUSENTE - SEM DADOS BANCARIOS PARA A REMESSA."
              CLOSE FOLHAHIS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SALREM RELSREM RELRETF.
           PERFORM LEITURA.

       LEITURA.
                    MOVE MATRICULA-FH TO MAT-TAB(QTD-VENDS)
                    MOVE NOME-FH      TO NOME-TAB(QTD-VENDS)
                    MOVE LIQUIDO-FH   TO LIQUIDO-TAB(QTD-VENDS)
                    MOVE ZEROES TO BANCO-TAB(QTD-VENDS)
                                   AGENCIA-TAB(QTD-VENDS)
                                   CPF-TAB(QTD-VENDS)
                    MOVE SPACES TO CONTA-TAB(QTD-VENDS)
                    MOVE ZEROES TO HCOMP-TAB(QTD-VENDS, 1)
                                   HCOMP-TAB(QTD-VENDS, 2)
                                   HCOMP-TAB(QTD-VENDS, 3)
                                   HLIQ-TAB(QTD-VENDS, 1)
                                   HLIQ-TAB(QTD-VENDS, 2)
                                   HLIQ-TAB(QTD-VENDS, 3)
                 ELSE
                    MOVE "S" TO VENDS-DEMAIS
                 END-IF
                 MOVE LIQUIDO-FH TO LIQUIDO-TAB(IDX-VEN)
           END-SEARCH.

      *DADOS BANCARIOS E CPF DE CADA MATRICULA DA TABELA, DO
      *CADASTRO PERMANENTE DE VENDEDORES.
       CASA-CADASTRO.
           PERFORM LER-CADVEND UNTIL FIM-CVD EQUAL "SIM".

       LER-CADVEND.
           READ CADVEND AT END MOVE "SIM" TO FIM-CVD.
           IF FIM-CVD NOT EQUAL "SIM"
              SET IDX-VEN TO 1
              SEARCH VEND-ITEM
                 AT END
                    CONTINUE
                 WHEN MAT-TAB(IDX-VEN) EQUAL MATRICULA-CVD
                    MOVE BANCO-CVD   TO BANCO-TAB(IDX-VEN)
                    MOVE AGENCIA-CVD TO AGENCIA-TAB(IDX-VEN)
                    MOVE CONTA-CVD   TO CONTA-TAB(IDX-VEN)
                    MOVE CPF-CVD     TO CPF-TAB(IDX-VEN)
              END-SEARCH
           END-IF.

      *SEGUNDA LEITURA DO FOLHAHIS: AS ATE TRES COMPETENCIAS MAIS
      *RECENTES ANTES DA ATUAL DE CADA VENDEDOR DA REMESSA, COM O
      *LIQUIDO DO REGISTRO MAIS RECENTE DE CADA UMA (FOLHA NORMAL).
       CARREGA-HISTORICO.
           CLOSE FOLHAHIS.
           OPEN INPUT FOLHAHIS.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LEITURA.
           PERFORM LER-HISTORICO UNTIL FIM-ARQ EQUAL "SIM".

       LER-HISTORICO.
           MOVE ANO-FH TO COMPET-FH(1:4).
           MOVE MES-FH TO COMPET-FH(5:2).
           IF COMPET-FH LESS THAN COMPETENCIA AND NOT FOLHA-RESCISAO
              SET IDX-VEN TO 1
              SEARCH VEND-ITEM
                 AT END
                    CONTINUE
                 WHEN MAT-TAB(IDX-VEN) EQUAL MATRICULA-FH
                    PERFORM GUARDA-HISTORICO
              END-SEARCH
           END-IF.
           PERFORM LEITURA.

      *A MESMA COMPETENCIA TROCA O LIQUIDO (RERODADA DO EX05B); UMA
      *COMPETENCIA NOVA OCUPA A POSICAO VAGA OU A MAIS ANTIGA, SE
      *FOR MAIS RECENTE QUE ELA.
       GUARDA-HISTORICO.
           MOVE ZEROES TO IDX-MENOR.
           MOVE 1 TO IDX-H.
           PERFORM PROCURA-POSICAO-HIST UNTIL IDX-H GREATER THAN 3.
           IF IDX-MENOR EQUAL ZEROES
              MOVE 1 TO IDX-MENOR
              MOVE 2 TO IDX-H
              PERFORM PROCURA-MAIS-ANTIGA UNTIL IDX-H GREATER THAN 3
              IF COMPET-FH GREATER THAN HCOMP-TAB(IDX-VEN, IDX-MENOR)
                 MOVE COMPET-FH  TO HCOMP-TAB(IDX-VEN, IDX-MENOR)
                 MOVE LIQUIDO-FH TO HLIQ-TAB(IDX-VEN, IDX-MENOR)
              END-IF
           ELSE
              MOVE LIQUIDO-FH TO HLIQ-TAB(IDX-VEN, IDX-MENOR)
           END-IF.

       PROCURA-POSICAO-HIST.
           IF HCOMP-TAB(IDX-VEN, IDX-H) EQUAL COMPET-FH
              MOVE IDX-H TO IDX-MENOR
           END-IF.
           ADD 1 TO IDX-H.

       PROCURA-MAIS-ANTIGA.
           IF HCOMP-TAB(IDX-VEN, IDX-H) LESS THAN
              HCOMP-TAB(IDX-VEN, IDX-MENOR)
              MOVE IDX-H TO IDX-MENOR
           END-IF.
           ADD 1 TO IDX-H.

      *RETEM QUEM NAO TEM COMPETENCIA ANTERIOR (PRIMEIRO PAGAMENTO),
      *TEM LIQUIDO ZERADO OU VARIOU ALEM DA TOLERANCIA SOBRE A MEDIA
      *DAS ANTERIORES. O LIBFOLHA SOLTA O RETIDO DO MESMO LIQUIDO.
       CONFERE-VARIACAO.
           MOVE 1 TO IDX-V.
           PERFORM CONFERE-VENDEDOR UNTIL IDX-V GREATER THAN QTD-VENDS.
           OPEN INPUT LIBFOLHA.
           IF FS-LIBFOLHA EQUAL "00"
              PERFORM LER-LIBFOLHA UNTIL FIM-LIB EQUAL "SIM"
              CLOSE LIBFOLHA
           END-IF.

       CONFERE-VENDEDOR.
           MOVE SPACES TO MOTIVO-TAB(IDX-V) LIB-TAB(IDX-V)
                          RESP-TAB(IDX-V).
           MOVE ZEROES TO QTD-HIST SOMA-HIST MEDIA-HIST VARIACAO.
           MOVE 1 TO IDX-H.
           PERFORM SOMA-HISTORICO UNTIL IDX-H GREATER THAN 3.
           IF QTD-HIST GREATER THAN ZEROES
              COMPUTE MEDIA-HIST ROUNDED = SOMA-HIST / QTD-HIST
           END-IF.
           IF LIQUIDO-TAB(IDX-V) EQUAL ZEROES
              MOVE "LIQUIDO ZERADO" TO MOTIVO-TAB(IDX-V)
           ELSE
              IF QTD-HIST EQUAL ZEROES
                 MOVE "PRIMEIRO PAGAMENTO" TO MOTIVO-TAB(IDX-V)
              ELSE
                 IF MEDIA-HIST EQUAL ZEROES
                    MOVE "MEDIA ANTERIOR ZERO" TO MOTIVO-TAB(IDX-V)
                 ELSE
                    COMPUTE VARIACAO ROUNDED =
                            (LIQUIDO-TAB(IDX-V) - MEDIA-HIST) * 100
                            / MEDIA-HIST
                       ON SIZE ERROR MOVE 9999999 TO VARIACAO
                    END-COMPUTE
                    MOVE VARIACAO TO VARIACAO-ABS
                    IF VARIACAO-ABS GREATER THAN PERC-VARIACAO
                       MOVE "VARIACAO FORA TOLER." TO MOTIVO-TAB(IDX-V)
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE MEDIA-HIST TO MEDIA-TAB(IDX-V).
           MOVE VARIACAO   TO VAR-TAB(IDX-V).
           ADD 1 TO IDX-V.

       SOMA-HISTORICO.
           IF HCOMP-TAB(IDX-V, IDX-H) GREATER THAN ZEROES
              ADD 1 TO QTD-HIST
              ADD HLIQ-TAB(IDX-V, IDX-H) TO SOMA-HIST
           END-IF.
           ADD 1 TO IDX-H.

       LER-LIBFOLHA.
           READ LIBFOLHA AT END MOVE "SIM" TO FIM-LIB.
           IF FIM-LIB NOT EQUAL "SIM" AND
              COMPET-LIB EQUAL COMPETENCIA
              SET IDX-VEN TO 1
              SEARCH VEND-ITEM
                 AT END
                    CONTINUE
                 WHEN MAT-TAB(IDX-VEN) EQUAL MATRICULA-LIB
                    IF VALOR-LIB EQUAL LIQUIDO-TAB(IDX-VEN)
                       MOVE "S"      TO LIB-TAB(IDX-VEN)
                       MOVE RESP-LIB TO RESP-TAB(IDX-VEN)
                    END-IF
              END-SEARCH
           END-IF.

       GERA-REMESSA.
           IF VENDS-DEMAIS EQUAL "S"
              DISPLAY "FOLHAREM: MAIS DE 300 VENDEDORES NA "
                      "COMPETENCIA - A TABELA NAO COMPORTA E A "
                      "REMESSA SAIRIA INCOMPLETA. RODADA ABORTADA."
              CLOSE FOLHAHIS CADVEND SALREM RELSREM RELRETF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE COMPETENCIA   TO COMPET-RETF.
           MOVE PERC-VARIACAO TO PERC-RETF.
           WRITE REG-RETF FROM CAB-RETF AFTER ADVANCING 1 LINE.
           WRITE REG-RETF FROM CAB-RETF-COL AFTER ADVANCING 2 LINE.
           MOVE DATA-SISTEMA TO HEADER-DATA.
           WRITE REG-SALREM FROM REM-HEADER.
           MOVE 1 TO IDX-V.
           MOVE CT-DETALHES   TO QTD-PROT.
           MOVE TOTAL-REMESSA TO VAL-PROT.
           WRITE REG-REL FROM TOTAL-PROT AFTER ADVANCING 2 LINE.
           IF CT-SEM-CONTA GREATER THAN ZEROES
              MOVE CT-SEM-CONTA TO QTD-PEND
              WRITE REG-REL FROM TOTAL-PEND AFTER ADVANCING 1 LINE
           END-IF.
           IF CT-RETIDOS GREATER THAN ZEROES
              MOVE CT-RETIDOS   TO QTD-RET
              MOVE TOTAL-RETIDO TO VAL-RET
              WRITE REG-REL FROM TOTAL-RETIDOS AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "Retidos fora da remessa....: " TO ROTULO-RETF.
           MOVE CT-RETIDOS TO QTD-TRETF.
           WRITE REG-RETF FROM TOTAL-RETF AFTER ADVANCING 2 LINE.
           MOVE "Liberados no LIBFOLHA......: " TO ROTULO-RETF.
           MOVE CT-LIBERADOS TO QTD-TRETF.
           WRITE REG-RETF FROM TOTAL-RETF AFTER ADVANCING 1 LINE.

      *SEM BANCO/CONTA NO CADASTRO NAO HA PARA ONDE MANDAR O
      *CREDITO - O VENDEDOR SAI NO PROTOCOLO PARA PAGAMENTO A PARTE.
      *O RETIDO SEM LIBERACAO NAO ENTRA NA REMESSA NEM NO TRAILER.
       GRAVA-DETALHE.
           IF MOTIVO-TAB(IDX-V) NOT EQUAL SPACES
              PERFORM IMPRIME-RETIDO
           END-IF.
           IF MOTIVO-TAB(IDX-V) NOT EQUAL SPACES AND
              LIB-TAB(IDX-V) NOT EQUAL "S"
              ADD 1 TO CT-RETIDOS
              ADD LIQUIDO-TAB(IDX-V) TO TOTAL-RETIDO
           ELSE
              PERFORM GRAVA-CREDITO
           END-IF.
           ADD 1 TO IDX-V.

       IMPRIME-RETIDO.
           MOVE MAT-TAB(IDX-V)     TO MAT-RETF.
           MOVE NOME-TAB(IDX-V)    TO NOME-RETF.
           MOVE LIQUIDO-TAB(IDX-V) TO LIQ-RETF.
           MOVE MEDIA-TAB(IDX-V)   TO MEDIA-RETF.
           MOVE VAR-TAB(IDX-V)     TO VAR-RETF.
           MOVE MOTIVO-TAB(IDX-V)  TO MOTIVO-RETF.
           WRITE REG-RETF FROM LINHA-RETF AFTER ADVANCING 1 LINE.
           IF LIB-TAB(IDX-V) EQUAL "S"
              MOVE RESP-TAB(IDX-V) TO RESP-RETF
              WRITE REG-RETF FROM LINHA-RETF-LIB AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIBERADOS
           END-IF.

       GRAVA-CREDITO.
           IF BANCO-TAB(IDX-V) EQUAL ZEROES OR
              CONTA-TAB(IDX-V) EQUAL SPACES
              MOVE MAT-TAB(IDX-V)  TO MAT-PEND
              MOVE NOME-TAB(IDX-V) TO NOME-PEND
              WRITE REG-REL FROM PROTOCOLO-PEND
                 AFTER ADVANCING 1 LINE
              ADD 1 TO CT-SEM-CONTA
           ELSE
              MOVE MAT-TAB(IDX-V)     TO DET-MATRICULA MAT-REL
              MOVE NOME-TAB(IDX-V)    TO DET-NOME NOME-REL
              MOVE LIQUIDO-TAB(IDX-V) TO DET-VALOR VALOR-REL
              MOVE BANCO-TAB(IDX-V)   TO DET-BANCO BANCO-REL
              MOVE AGENCIA-TAB(IDX-V) TO DET-AGENCIA AGENCIA-REL
              MOVE CONTA-TAB(IDX-V)   TO DET-CONTA
              MOVE CPF-TAB(IDX-V)     TO DET-CPF
              WRITE REG-SALREM FROM REM-DETALHE
              WRITE REG-REL FROM PROTOCOLO-LINHA
                 AFTER ADVANCING 1 LINE
              ADD 1 TO CT-DETALHES
              ADD LIQUIDO-TAB(IDX-V) TO TOTAL-REMESSA
           END-IF.

       FIM.
           CLOSE FOLHAHIS CADVEND SALREM RELSREM RELRETF.
           IF CT-SEM-CONTA GREATER THAN ZEROES
              DISPLAY "FOLHAREM: " CT-SEM-CONTA " VENDEDOR(ES) SEM "
                      "CONTA NO CADVEND - FORA DA REMESSA, VER O "
                      "PROTOCOLO."
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF CT-RETIDOS GREATER THAN ZEROES
              DISPLAY "FOLHAREM: " CT-RETIDOS " VENDEDOR(ES) RETIDO(S) "
                      "NA CONFERENCIA DE VARIACAO - FORA DA REMESSA "
                      "ATE A LIBERACAO NO LIBFOLHA.DAT. VER RELRETF."
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "FOLHAREM: " CT-DETALHES " CREDITO(S) NA REMESSA "
                   "DA COMPETENCIA " COMPETENCIA ".".
           IF CT-DETALHES EQUAL ZEROES AND CT-RETIDOS EQUAL ZEROES
              DISPLAY "FOLHAREM: NENHUMA FOLHA NA COMPETENCIA - "
                      "NADA FOI REMETIDO."
              MOVE 12 TO RETURN-CODE
