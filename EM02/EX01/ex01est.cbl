       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX01EST.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    ESTORNO DE RECIBO DE PAGAMENTO. QUANDO UM CHEQUE
      *            VOLTAVA OU A TESOURARIA LANCAVA O PAGAMENTO NO
      *            SOCIO ERRADO NAO HAVIA COMO DESFAZER A BAIXA DO
      *            EX01PAG: O RECIBO FICAVA VALIDO NO RECIBREG, AS
      *            COMPETENCIAS FICAVAM "P" NO LIVRO MENSAL E O
      *            SOCIO CONTINUAVA EM DIA. ESTA RODADA RECEBE PELO
      *            ACCEPT O NUMERO DO RECIBO E O MOTIVO DO ESTORNO E:
      *            - MARCA O RECIBO COMO ESTORNADO NO RECIBREG, COM
      *              A DATA E O MOTIVO (RECIBREG -> RECIBRGN ->
      *              RECIBREG);
      *            - REABRE NO LIVRO MENSAL AS COMPETENCIAS QUE O
      *              RECIBO QUITOU (RECIBO-MEN), INCLUSIVE AS DOS
      *              DEPENDENTES QUITADOS PELA BAIXA DO TITULAR
      *              (MENSAL -> MENSALN -> MENSAL);
      *            - DEVOLVE AO SOCIO O CODIGO DE PAGAMENTO, OS
      *              MESES DE ATRASO E O SALDO DEVEDOR DE ANTES DA
      *              BAIXA, GUARDADOS NO PROPRIO RECIBO; DEPENDENTE
      *              QUITADO PELA FAMILIA VOLTA A SITUACAO GUARDADA
      *              NO FAMBAI COM O NUMERO DO RECIBO (NOVO MESTRE
      *              CADSOC1N, MESMO ESQUEMA DO EX01PAG - O
      *              ATUSOC.BAT TROCA O CADSOC1 E RECARREGA O
      *              CADSOC1X);
      *            - RETIRA DO LIVRO DE CREDITOS A SOBRA GERADA PELO
      *              PAGAMENTO (SITUACAO "E") E DEVOLVE COMO CREDITO
      *              ABERTO O CREDITO QUE A BAIXA TINHA ABATIDO
      *              (CREDSOC -> CREDSOCN -> CREDSOC).
      *            CADA ESTORNO (OU RECUSA) SAI COMO EVIDENCIA NO
      *            RELEST PARA A AUDITORIA. O ESTORNO E RECUSADO -
      *            NADA E TOCADO, RETURN-CODE 8 E REGISTRO NO EXCLOG
      *            COMUM - QUANDO: O RECIBO NAO EXISTE OU JA FOI
      *            ESTORNADO; O MOTIVO NAO FOI INFORMADO; O RECIBO E
      *            ANTERIOR A GUARDA DA SITUACAO DO SOCIO; O SOCIO OU
      *            UM DEPENDENTE QUITADO PELO RECIBO TEM RECIBO VALIDO
      *            POSTERIOR (ESTORNAR PRIMEIRO O MAIS RECENTE); OU O
      *            SOCIO NAO ESTA MAIS NO CADSOC1.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - REABRE AS COBRANCAS AVULSAS (COBAVL.DAT, VER
      *            COBAVLFD) QUE O RECIBO ESTORNADO TINHA QUITADO:
      *            VOLTAM A "A", SEM RECIBO, E SAO COBRADAS DE NOVO
      *            NO PROXIMO PAGAMENTO (COBAVL -> COBAVLN -> COBAVL).
      *15/10/2026 BRC - REGISTRO DO CADSOC1N PASSOU A 198 POSICOES,
      *            COM A DATA DE ADMISSAO (ADMISSAO-SOCIO1) NO FIM DO
      *            CADSOC1 - VER CADSOCFD.
      *15/10/2026 BRC - REGISTRO DO CADSOC1N PASSOU A 206 POSICOES,
      *            COM A DATA DE NASCIMENTO (NASCIMENTO-SOCIO1) NO FIM
      *            DO CADSOC1 - VER CADSOCFD.
      *15/10/2026 BRC - DEPENDENTE QUITADO PELA BAIXA DO TITULAR
      *            PASSOU A VOLTAR A SITUACAO ANOTADA PELO EX01PAG NO
      *            ARQUIVO DE BAIXAS FAMILIARES (FAMBAI.DAT, VER
      *            FAMBAIFD): CODIGO, MESES DE ATRASO E SALDO DEVEDOR.
      *            ANTES VOLTAVA A ATRASADO COM SALDO ZERO E O SALDO
      *            DE UMA BAIXA PARCIAL ANTERIOR SE PERDIA (A BAIXA
      *            SEGUINTE COBRAVA A MENSALIDADE INTEIRA). O
      *            DEPENDENTE COM RECIBO VALIDO PROPRIO DEPOIS DO
      *            ESTORNADO TAMBEM RECUSA O ESTORNO, COMO O PAGADOR.
      *            RECIBO ANTERIOR AO FAMBAI CONTINUA COM O ATRASO
      *            PELAS COMPETENCIAS REABERTAS, APONTADO NO RELEST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CADSOCSL.

       SELECT CADSOC1N ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       COPY RECREGSL.

       SELECT RECIBRGN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       COPY MENSALSL.

       SELECT MENSALN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CREDSOC ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-CREDSOC.

       SELECT CREDSOCN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       COPY COBAVLSL.

       SELECT COBAVLN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       COPY FAMBAISL.

       SELECT RELEST ASSIGN TO DISK.

       COPY JOBLOGSL.

           COPY EXCLOGSL.

           COPY CTLCNTSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY CTLCNTFD.

       COPY JOBLOGFD.

       COPY EXCLOGFD.

       COPY CADSOCFD.

       FD  CADSOC1N
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1N.DAT".
       01  CAD-SOC1N            PIC X(206).

       COPY RECREGFD.

       FD  RECIBRGN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECIBRGN.DAT".
       01  REG-RECIBRGN         PIC X(137).

       COPY MENSALFD.

       FD  MENSALN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MENSALN.DAT".
       01  REG-MENSALN          PIC X(37).

       FD  CREDSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".
       01  REG-CREDSOC.
           02 NUMERO-SOCIO-CRD  PIC 9(06).
           02 DATA-CRD          PIC 9(08).
           02 VALOR-CRD         PIC 9(09)V9(02).
           02 SITUACAO-CRD      PIC X(01).
              88 CREDITO-ABERTO    VALUE "A".
              88 CREDITO-UTILIZADO VALUE "U".
              88 CREDITO-ESTORNADO VALUE "E".

       FD  CREDSOCN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOCN.DAT".
       01  REG-CREDSOCN         PIC X(26).

       COPY COBAVLFD.

       FD  COBAVLN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "COBAVLN.DAT".
       01  REG-COBAVLN          PIC X(68).

       COPY FAMBAIFD.

       FD  RELEST
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELEST.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY CTLCNTWS.
       COPY CADSOCWS.
       COPY JOBLOGWS.
       COPY EXCLOGWS.
       COPY RECREGWS.
       COPY MENSALWS.
       COPY COBAVLWS.
       COPY FAMBAIWS.
       COPY CABPAG.
       77  FS-CREDSOC     PIC X(02) VALUE "00".
       77  FIM-ARQ        PIC X(03) VALUE "NAO".
       77  FIM-REG        PIC X(03) VALUE "NAO".
       77  FIM-MEN        PIC X(03) VALUE "NAO".
       77  FIM-CRD        PIC X(03) VALUE "NAO".
       77  FIM-AVL        PIC X(03) VALUE "NAO".
       77  FIM-FAM        PIC X(03) VALUE "NAO".
       77  QTD-FAMBAI     PIC 9(04) VALUE ZEROES.
       77  FAMBAI-DEMAIS  PIC X(01) VALUE "N".
       77  TEM-FAMBAI     PIC X(01) VALUE "N".
       77  SOCIO-PROC     PIC 9(06) VALUE ZEROES.
       77  CT-AVL-REAB    PIC 9(05) VALUE ZEROES.
       77  VALOR-AVL-REAB PIC 9(09)V9(02) VALUE ZEROES.
       77  RECIBO-INF     PIC 9(05) VALUE ZEROES.
       77  MOTIVO-INF     PIC X(30) VALUE SPACES.
       77  ACHOU-RECIBO   PIC X(01) VALUE "N".
       77  ACHOU-SOCIO    PIC X(01) VALUE "N".
       77  TEM-SITUACAO-ANT PIC X(01) VALUE "N".
       77  RECIBO-POST    PIC 9(05) VALUE ZEROES.
       77  MOTIVO-RECUSA  PIC X(30) VALUE SPACES.
       77  CREDITO-TIRADO PIC X(01) VALUE "N".
       77  QTD-REABERTOS  PIC 9(04) VALUE ZEROES.
       77  REABERTOS-DEMAIS PIC X(01) VALUE "N".
       77  CT-LIDOS       PIC 9(07) VALUE ZEROES.
       77  CT-GRAVADOS    PIC 9(07) VALUE ZEROES.
       77  CT-COMPET      PIC 9(05) VALUE ZEROES.
       77  CT-FAMILIA     PIC 9(05) VALUE ZEROES.
       77  DATA-SISTEMA   PIC 9(08) VALUE ZEROES.

      *RECIBO A ESTORNAR, COMO LIDO DO RECIBREG.
       01 RECIBO-ALVO.
           02 NUMERO-ALVO      PIC 9(05).
           02 SOCIO-ALVO       PIC 9(06).
           02 NOME-ALVO        PIC X(30).
           02 DATA-ALVO        PIC 9(08).
           02 VALOR-ALVO       PIC 9(09)V9(02).
           02 TIPO-ALVO        PIC X(01).
           02 CODIGO-ANT-ALVO  PIC 9(02).
           02 MESES-ANT-ALVO   PIC 9(02).
           02 SALDO-ANT-ALVO   PIC 9(09)V9(02).
           02 CRED-GER-ALVO    PIC 9(09)V9(02).
           02 CRED-ABAT-ALVO   PIC 9(09)V9(02).
           02 SITUACAO-ALVO    PIC X(01).
           02 DATA-EST-ALVO    PIC 9(08).

      *DEPENDENTES QUITADOS PELA BAIXA FAMILIAR DO RECIBO, COM A
      *SITUACAO DE ANTES DA BAIXA (FAMBAI.DAT).
       01 TAB-FAMBAI.
           02 FAM-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-FAMBAI
                 INDEXED BY IDX-FAM.
              03 SOCIO-FAM-TAB  PIC 9(06).
              03 CODIGO-FAM-TAB PIC 9(02).
              03 MESES-FAM-TAB  PIC 9(02).
              03 SALDO-FAM-TAB  PIC 9(09)V9(02).

      *SOCIOS COM COMPETENCIAS REABERTAS NO LIVRO MENSAL (O PAGADOR
      *E OS DEPENDENTES QUITADOS PELA BAIXA DO TITULAR), COM A
      *QUANTIDADE REABERTA DE CADA UM.
       01 TAB-REABERTOS.
           02 REAB-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-REABERTOS
                 INDEXED BY IDX-REA.
              03 SOCIO-REA-TAB PIC 9(06).
              03 QTD-REA-TAB   PIC 9(03).

       01 CAB-02.
           02 FILLER  PIC X(14) VALUE SPACES.
           02 FILLER  PIC X(52) VALUE
              "ESTORNO DE RECIBO DE PAGAMENTO - EVIDENCIA AUDITORIA".
           02 FILLER  PIC X(14) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(26) VALUE "DATA DE PROCESSAMENTO...: ".
           02 DIA-CAB PIC 99.
           02 FILLER  PIC X(01) VALUE "/".
           02 MES-CAB PIC 99.
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-CAB PIC 9999.
           02 FILLER  PIC X(44) VALUE SPACES.

       01 LINHA-RECIBO.
           02 FILLER      PIC X(26) VALUE "RECIBO ESTORNADO........: ".
           02 NUM-LIN     PIC 9(05).
           02 FILLER      PIC X(49) VALUE SPACES.

       01 LINHA-SOCIO.
           02 FILLER      PIC X(26) VALUE "SOCIO...................: ".
           02 SOC-LIN     PIC 9(06).
           02 FILLER      PIC X(03) VALUE " - ".
           02 NOME-LIN    PIC X(30).
           02 FILLER      PIC X(15) VALUE SPACES.

       01 LINHA-EMISSAO.
           02 FILLER      PIC X(26) VALUE "EMITIDO EM..............: ".
           02 DIA-LIN     PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 MES-LIN     PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 ANO-LIN     PIC 9999.
           02 FILLER      PIC X(09) VALUE "  BAIXA: ".
           02 TIPO-LIN    PIC X(07).
           02 FILLER      PIC X(28) VALUE SPACES.

       01 LINHA-MOTIVO.
           02 FILLER      PIC X(26) VALUE "MOTIVO DO ESTORNO.......: ".
           02 MOTIVO-LIN  PIC X(30).
           02 FILLER      PIC X(24) VALUE SPACES.

       01 DETALHE-VAL.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 ROTULO-VAL   PIC X(24).
           02 VALOR-VAL    PIC Z.999.999.999,99.
           02 FILLER       PIC X(35) VALUE SPACES.

       01 DETALHE-SIT.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 SOC-SIT      PIC ZZZZZ9.
           02 FILLER       PIC X(10) VALUE "  CODIGO: ".
           02 CODIGO-SIT   PIC 99.
           02 FILLER       PIC X(09) VALUE "  MESES: ".
           02 MESES-SIT    PIC Z9.
           02 FILLER       PIC X(09) VALUE "  SALDO: ".
           02 SALDO-SIT    PIC Z.999.999.999,99.
           02 FILLER       PIC X(21) VALUE SPACES.

       01 DETALHE-REL.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 SOC-REL      PIC ZZZZZ9.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 MENSAGEM-REL PIC X(45).
           02 FILLER       PIC X(19) VALUE SPACES.

       01 LINHA-RECUSA.
           02 FILLER      PIC X(26) VALUE "ESTORNO RECUSADO - RECIBO".
           02 NUM-RECUSA  PIC 9(05).
           02 FILLER      PIC X(03) VALUE " - ".
           02 MOTIVO-RECUSA-LIN PIC X(30).
           02 FILLER      PIC X(16) VALUE SPACES.

       01 LINHA-POSTERIOR.
           02 FILLER      PIC X(05) VALUE SPACES.
           02 FILLER      PIC X(35) VALUE
              "ESTORNAR ANTES O RECIBO POSTERIOR: ".
           02 NUM-POSTERIOR PIC 9(05).
           02 FILLER      PIC X(35) VALUE SPACES.

       01 TOTAL-COMPET.
           02 FILLER    PIC X(30) VALUE
              "Competencias reabertas......: ".
           02 QTD-COMPET PIC ZZZZ9.
           02 FILLER    PIC X(45) VALUE SPACES.

       01 TOTAL-FAMILIA.
           02 FILLER    PIC X(30) VALUE
              "Dependentes restaurados.....: ".
           02 QTD-FAMILIA PIC ZZZZ9.
           02 FILLER    PIC X(45) VALUE SPACES.

       01 SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM CONFERE-ESTORNO.
           IF MOTIVO-RECUSA NOT EQUAL SPACES
              PERFORM RECUSA-ESTORNO
           ELSE
              PERFORM IMPRIME-RECIBO-ALVO
              PERFORM REABRE-MENSAL
              PERFORM RESTAURA-CADASTRO
              PERFORM ACERTA-CREDSOC
              PERFORM REABRE-AVULSAS
              PERFORM MARCA-RECIBO-ESTORNADO
              PERFORM IMPRESSAO-FINAL
           END-IF.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           DISPLAY "NUMERO DO RECIBO A ESTORNAR.............: ".
           ACCEPT RECIBO-INF.
           DISPLAY "MOTIVO DO ESTORNO (CHEQUE DEVOLVIDO...).: ".
           ACCEPT MOTIVO-INF.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-SISTEMA.
           MOVE DATA-SISTEMA(7:2) TO DIA-CAB.
           MOVE DATA-SISTEMA(5:2) TO MES-CAB.
           MOVE DATA-SISTEMA(1:4) TO ANO-CAB.
           PERFORM GRAVA-JOBLOG-INICIO.
           OPEN INPUT RECIBREG.
           IF FS-RECIBREG NOT EQUAL "00"
              DISPLAY "EX01EST: RECIBREG.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-RECIBREG
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE RECIBREG.
           OPEN INPUT CADSOC1.
           IF FS-CADSOC1 NOT EQUAL "00"
              DISPLAY "EX01EST: CADSOC1.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-CADSOC1
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CADSOC1.
           OPEN OUTPUT RELEST.
           MOVE 40 TO CT-LIN.
           PERFORM CABECALHO.

      *----------------------------------------------------------*
      * CONFERENCIAS ANTES DE TOCAR QUALQUER ARQUIVO. A PRIMEIRA
      * QUE FALHAR VIRA O MOTIVO DA RECUSA.
      *----------------------------------------------------------*
       CONFERE-ESTORNO.
           MOVE SPACES TO MOTIVO-RECUSA.
           PERFORM CARREGA-FAMBAI.
           PERFORM LOCALIZA-RECIBO.
           IF ACHOU-RECIBO NOT EQUAL "S"
              MOVE "RECIBO NAO ENCONTRADO" TO MOTIVO-RECUSA
           ELSE
              IF SITUACAO-ALVO EQUAL "E"
                 MOVE "RECIBO JA ESTORNADO" TO MOTIVO-RECUSA
              ELSE
                 IF MOTIVO-INF EQUAL SPACES
                    MOVE "MOTIVO DO ESTORNO EM BRANCO"
                         TO MOTIVO-RECUSA
                 ELSE
                    IF TEM-SITUACAO-ANT NOT EQUAL "S"
                       MOVE "RECIBO SEM SITUACAO ANTERIOR"
                            TO MOTIVO-RECUSA
                    ELSE
                       IF RECIBO-POST NOT EQUAL ZEROES
                          MOVE "SOCIO TEM RECIBO POSTERIOR"
                               TO MOTIVO-RECUSA
                       ELSE
                          PERFORM LOCALIZA-SOCIO
                          IF ACHOU-SOCIO NOT EQUAL "S"
                             MOVE "SOCIO FORA DO CADSOC1"
                                  TO MOTIVO-RECUSA
                          END-IF
                          IF FAMBAI-DEMAIS EQUAL "S"
                             MOVE "FAMILIA COM MAIS DE 2000 DEPS"
                                  TO MOTIVO-RECUSA
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *DEPENDENTES QUE A BAIXA FAMILIAR DO RECIBO QUITOU, COM A
      *SITUACAO DE ANTES. SEM O FAMBAI (RECIBO ANTERIOR A ELE OU
      *SEM BAIXA FAMILIAR) A TABELA FICA VAZIA.
       CARREGA-FAMBAI.
           OPEN INPUT FAMBAI.
           IF FS-FAMBAI EQUAL "00"
              PERFORM LER-FAMBAI UNTIL FIM-FAM EQUAL "SIM"
              CLOSE FAMBAI
           END-IF.

       LER-FAMBAI.
           READ FAMBAI AT END MOVE "SIM" TO FIM-FAM.
           IF FIM-FAM NOT EQUAL "SIM" AND RECIBO-FAM EQUAL RECIBO-INF
              IF QTD-FAMBAI LESS THAN 2000
                 ADD 1 TO QTD-FAMBAI
                 MOVE SOCIO-FAM      TO SOCIO-FAM-TAB(QTD-FAMBAI)
                 MOVE CODIGO-ANT-FAM TO CODIGO-FAM-TAB(QTD-FAMBAI)
                 MOVE MESES-ANT-FAM  TO MESES-FAM-TAB(QTD-FAMBAI)
                 MOVE SALDO-ANT-FAM  TO SALDO-FAM-TAB(QTD-FAMBAI)
              ELSE
                 MOVE "S" TO FAMBAI-DEMAIS
              END-IF
           END-IF.

       LOCALIZA-DEP-FAMILIA.
           MOVE "N" TO TEM-FAMBAI.
           SET IDX-FAM TO 1.
           SEARCH FAM-ITEM
              AT END CONTINUE
              WHEN SOCIO-FAM-TAB(IDX-FAM) EQUAL SOCIO-PROC
                 MOVE "S" TO TEM-FAMBAI
           END-SEARCH.

      *PASSADA DO RECIBREG: GUARDA O RECIBO PEDIDO E ANOTA O
      *PRIMEIRO RECIBO VALIDO DO MESMO SOCIO (OU DE UM DEPENDENTE
      *QUITADO POR ELE) EMITIDO DEPOIS DELE - ESTORNAR FORA DE ORDEM
      *DEVOLVERIA UMA SITUACAO QUE A BAIXA SEGUINTE JA TINHA
      *SUBSTITUIDO.
       LOCALIZA-RECIBO.
           MOVE "NAO" TO FIM-REG.
           OPEN INPUT RECIBREG.
           PERFORM LER-RECIBREG UNTIL FIM-REG EQUAL "SIM".
           CLOSE RECIBREG.

       LER-RECIBREG.
           READ RECIBREG AT END MOVE "SIM" TO FIM-REG.
           IF FIM-REG NOT EQUAL "SIM"
              IF NUMERO-RECIBO-REG EQUAL RECIBO-INF
                 MOVE "S" TO ACHOU-RECIBO
                 MOVE NUMERO-RECIBO-REG TO NUMERO-ALVO
                 MOVE NUMERO-SOCIO-REG  TO SOCIO-ALVO
                 MOVE NOME-SOCIO-REG    TO NOME-ALVO
                 MOVE DATA-RECIBO-REG   TO DATA-ALVO
                 MOVE VALOR-RECIBO-REG  TO VALOR-ALVO
                 MOVE TIPO-BAIXA-REG    TO TIPO-ALVO
                 MOVE SITUACAO-REG      TO SITUACAO-ALVO
                 MOVE "N" TO TEM-SITUACAO-ANT
                 IF CODIGO-ANT-REG NUMERIC
                    MOVE "S" TO TEM-SITUACAO-ANT
                    MOVE CODIGO-ANT-REG   TO CODIGO-ANT-ALVO
                    MOVE MESES-ANT-REG    TO MESES-ANT-ALVO
                    MOVE SALDO-ANT-REG    TO SALDO-ANT-ALVO
                    MOVE CRED-GERADO-REG  TO CRED-GER-ALVO
                    MOVE CRED-ABATIDO-REG TO CRED-ABAT-ALVO
                    MOVE DATA-ESTORNO-REG TO DATA-EST-ALVO
                 END-IF
              ELSE
                 IF ACHOU-RECIBO EQUAL "S" AND
                    RECIBO-VALIDO AND
                    RECIBO-POST EQUAL ZEROES
                    MOVE NUMERO-SOCIO-REG TO SOCIO-PROC
                    PERFORM LOCALIZA-DEP-FAMILIA
                    IF NUMERO-SOCIO-REG EQUAL SOCIO-ALVO OR
                       TEM-FAMBAI EQUAL "S"
                       MOVE NUMERO-RECIBO-REG TO RECIBO-POST
                    END-IF
                 END-IF
              END-IF
           END-IF.

       LOCALIZA-SOCIO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADSOC1.
           PERFORM LER-CADSOC1-PRE UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADSOC1.

       LER-CADSOC1-PRE.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMERO-SOCIO1 EQUAL SOCIO-ALVO
                 MOVE "S" TO ACHOU-SOCIO
                 MOVE "SIM" TO FIM-ARQ
              END-IF
           END-IF.

      *RECUSA: NADA FOI TOCADO. SAI NO RELEST E NO EXCLOG COMUM E A
      *RODADA TERMINA COM RETURN-CODE 8, PARA O ATUSOC.BAT NAO
      *TROCAR O CADSOC1.
       RECUSA-ESTORNO.
           MOVE RECIBO-INF    TO NUM-RECUSA.
           MOVE MOTIVO-RECUSA TO MOTIVO-RECUSA-LIN.
           WRITE REG-REL FROM LINHA-RECUSA AFTER ADVANCING 2 LINE.
           IF MOTIVO-RECUSA EQUAL "SOCIO TEM RECIBO POSTERIOR"
              MOVE RECIBO-POST TO NUM-POSTERIOR
              WRITE REG-REL FROM LINHA-POSTERIOR AFTER ADVANCING 1 LINE
           END-IF.
           IF MOTIVO-RECUSA EQUAL "RECIBO SEM SITUACAO ANTERIOR"
              MOVE SOCIO-ALVO TO SOC-REL
              MOVE "ESTORNO SO POR ACERTO MANUAL DO CADASTRO"
                   TO MENSAGEM-REL
              WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE
           END-IF.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG NOT EQUAL "00"
              OPEN OUTPUT EXCLOG
           END-IF.
           MOVE SPACES        TO REG-EXCLOG.
           MOVE "EX01EST "    TO EXCLOG-PROGRAMA.
           MOVE RECIBO-INF    TO EXCLOG-CHAVE.
           MOVE MOTIVO-RECUSA TO EXCLOG-CONDICAO.
           MOVE DATA-SISTEMA  TO EXCLOG-DATA.
           ACCEPT EXCLOG-HORA FROM TIME.
           WRITE REG-EXCLOG.
           CLOSE EXCLOG.
           DISPLAY "EX01EST: ESTORNO DO RECIBO " RECIBO-INF
                   " RECUSADO - " MOTIVO-RECUSA.
           MOVE 8 TO RETURN-CODE.

       IMPRIME-RECIBO-ALVO.
           MOVE NUMERO-ALVO       TO NUM-LIN.
           MOVE SOCIO-ALVO        TO SOC-LIN.
           MOVE NOME-ALVO         TO NOME-LIN.
           MOVE DATA-ALVO(7:2)    TO DIA-LIN.
           MOVE DATA-ALVO(5:2)    TO MES-LIN.
           MOVE DATA-ALVO(1:4)    TO ANO-LIN.
           IF TIPO-ALVO EQUAL "P"
              MOVE "PARCIAL" TO TIPO-LIN
           ELSE
              MOVE "TOTAL" TO TIPO-LIN
           END-IF.
           MOVE MOTIVO-INF        TO MOTIVO-LIN.
           WRITE REG-REL FROM LINHA-RECIBO  AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM LINHA-SOCIO   AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM LINHA-EMISSAO AFTER ADVANCING 1 LINE.
           MOVE "VALOR DO RECIBO.......:" TO ROTULO-VAL.
           MOVE VALOR-ALVO TO VALOR-VAL.
           WRITE REG-REL FROM DETALHE-VAL   AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM LINHA-MOTIVO  AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM SEPARADOR     AFTER ADVANCING 1 LINE.
           ADD 7 TO CT-LIN.

      *----------------------------------------------------------*
      * LIVRO MENSAL (COPIA-E-SUBSTITUI): AS COMPETENCIAS PAGAS PELO
      * RECIBO VOLTAM A ABERTAS E SAO CONTADAS POR SOCIO EM
      * TAB-REABERTOS. SEM O ARQUIVO MENSAL (LIVRO AINDA NAO
      * IMPLANTADO) NADA E FEITO. MAIS SOCIOS DO QUE A TABELA
      * COMPORTA (FAMILIA COM MAIS DE 2000 DEPENDENTES) NAO E
      * POSSIVEL NA PRATICA, MAS FICA REPORTADO.
      *----------------------------------------------------------*
       REABRE-MENSAL.
           OPEN INPUT MENSAL.
           IF FS-MENSAL EQUAL "00"
              OPEN OUTPUT MENSALN
              PERFORM COPIA-OU-REABRE UNTIL FIM-MEN EQUAL "SIM"
              CLOSE MENSAL MENSALN
              PERFORM SUBSTITUI-MENSAL
           ELSE
              MOVE SOCIO-ALVO TO SOC-REL
              MOVE "LIVRO MENSAL NAO IMPLANTADO - NADA REABERTO"
                   TO MENSAGEM-REL
              WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.
           IF REABERTOS-DEMAIS EQUAL "S"
              DISPLAY "EX01EST: MAIS DE 2000 SOCIOS COM COMPETENCIA "
                      "REABERTA - CONFERIR O CADASTRO DA FAMILIA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
           END-IF.

       COPIA-OU-REABRE.
           READ MENSAL AT END MOVE "SIM" TO FIM-MEN.
           IF FIM-MEN NOT EQUAL "SIM"
              IF MENSAL-PAGA AND RECIBO-MEN EQUAL NUMERO-ALVO
                 MOVE "A"    TO SITUACAO-MEN
                 MOVE ZEROES TO RECIBO-MEN
                 ADD 1 TO CT-COMPET
                 PERFORM ANOTA-REABERTO
              END-IF
              WRITE REG-MENSALN FROM REG-MENSAL
           END-IF.

       ANOTA-REABERTO.
           SET IDX-REA TO 1.
           SEARCH REAB-ITEM
              AT END
                 IF QTD-REABERTOS LESS THAN 2000
                    ADD 1 TO QTD-REABERTOS
                    MOVE NUMERO-SOCIO-MEN
                         TO SOCIO-REA-TAB(QTD-REABERTOS)
                    MOVE 1 TO QTD-REA-TAB(QTD-REABERTOS)
                 ELSE
                    MOVE "S" TO REABERTOS-DEMAIS
                 END-IF
              WHEN SOCIO-REA-TAB(IDX-REA) EQUAL NUMERO-SOCIO-MEN
                 ADD 1 TO QTD-REA-TAB(IDX-REA)
           END-SEARCH.

       SUBSTITUI-MENSAL.
           MOVE "NAO" TO FIM-MEN.
           OPEN INPUT  MENSALN
                OUTPUT MENSAL.
           PERFORM COPIA-MENSALN UNTIL FIM-MEN EQUAL "SIM".
           CLOSE MENSALN MENSAL.

       COPIA-MENSALN.
           READ MENSALN AT END MOVE "SIM" TO FIM-MEN.
           IF FIM-MEN NOT EQUAL "SIM"
              WRITE REG-MENSAL FROM REG-MENSALN
           END-IF.

      *----------------------------------------------------------*
      * NOVO MESTRE (CADSOC1N): O SOCIO DO RECIBO VOLTA A SITUACAO
      * GUARDADA NO RECIBO; O DEPENDENTE QUITADO PELA BAIXA DO
      * TITULAR VOLTA A SITUACAO GUARDADA NO FAMBAI. DEPENDENTE COM
      * COMPETENCIA REABERTA QUE NAO ESTA NO FAMBAI (RECIBO DE
      * ANTES DELE) VOLTA A ATRASADO COM UM MES POR COMPETENCIA
      * REABERTA E O SALDO DE HOJE, APONTADO PARA CONFERENCIA. OS
      * DEMAIS PASSAM INALTERADOS.
      *----------------------------------------------------------*
       RESTAURA-CADASTRO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  CADSOC1
                OUTPUT CADSOC1N.
           PERFORM COPIA-OU-RESTAURA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADSOC1 CADSOC1N.

       COPIA-OU-RESTAURA.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              IF NUMERO-SOCIO1 EQUAL SOCIO-ALVO
                 PERFORM RESTAURA-PAGADOR
              ELSE
                 MOVE NUMERO-SOCIO1 TO SOCIO-PROC
                 PERFORM LOCALIZA-DEP-FAMILIA
                 IF TEM-FAMBAI EQUAL "S"
                    PERFORM RESTAURA-DEP-GUARDADO
                 ELSE
                    PERFORM LOCALIZA-REABERTO
                 END-IF
              END-IF
              WRITE CAD-SOC1N FROM CAD-SOC1
              ADD 1 TO CT-GRAVADOS
           END-IF.

       RESTAURA-PAGADOR.
           MOVE NUMERO-SOCIO1 TO SOC-SIT.
           MOVE CODIGO-PAGAMENTO1 TO CODIGO-SIT.
           MOVE MESES-ATRASO1     TO MESES-SIT.
           MOVE SALDO-DEVEDOR1    TO SALDO-SIT.
           MOVE SOCIO-ALVO TO SOC-REL.
           MOVE "SITUACAO DO SOCIO ANTES DO ESTORNO:" TO MENSAGEM-REL.
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM DETALHE-SIT AFTER ADVANCING 1 LINE.
           MOVE CODIGO-ANT-ALVO  TO CODIGO-PAGAMENTO1.
           MOVE MESES-ANT-ALVO   TO MESES-ATRASO1.
           MOVE SALDO-ANT-ALVO   TO SALDO-DEVEDOR1.
           MOVE CODIGO-PAGAMENTO1 TO CODIGO-SIT.
           MOVE MESES-ATRASO1     TO MESES-SIT.
           MOVE SALDO-DEVEDOR1    TO SALDO-SIT.
           MOVE "SITUACAO RESTAURADA (ANTES DA BAIXA):"
                TO MENSAGEM-REL.
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM DETALHE-SIT AFTER ADVANCING 1 LINE.
           ADD 4 TO CT-LIN.

       LOCALIZA-REABERTO.
           SET IDX-REA TO 1.
           SEARCH REAB-ITEM
              AT END CONTINUE
              WHEN SOCIO-REA-TAB(IDX-REA) EQUAL NUMERO-SOCIO1
                 PERFORM RESTAURA-DEPENDENTE
           END-SEARCH.

       RESTAURA-DEP-GUARDADO.
           MOVE CODIGO-FAM-TAB(IDX-FAM) TO CODIGO-PAGAMENTO1.
           MOVE MESES-FAM-TAB(IDX-FAM)  TO MESES-ATRASO1.
           MOVE SALDO-FAM-TAB(IDX-FAM)  TO SALDO-DEVEDOR1.
           ADD 1 TO CT-FAMILIA.
           IF CT-LIN GREATER OR EQUAL 40
              PERFORM CABECALHO
           END-IF.
           MOVE NUMERO-SOCIO1 TO SOC-REL.
           MOVE "DEPENDENTE DA BAIXA FAMILIAR RESTAURADO"
                TO MENSAGEM-REL.
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE.
           MOVE NUMERO-SOCIO1     TO SOC-SIT.
           MOVE CODIGO-PAGAMENTO1 TO CODIGO-SIT.
           MOVE MESES-ATRASO1     TO MESES-SIT.
           MOVE SALDO-DEVEDOR1    TO SALDO-SIT.
           WRITE REG-REL FROM DETALHE-SIT AFTER ADVANCING 1 LINE.
           ADD 2 TO CT-LIN.

       RESTAURA-DEPENDENTE.
           MOVE 02 TO CODIGO-PAGAMENTO1.
           MOVE QTD-REA-TAB(IDX-REA) TO MESES-ATRASO1.
           ADD 1 TO CT-FAMILIA.
           IF CT-LIN GREATER OR EQUAL 40
              PERFORM CABECALHO
           END-IF.
           MOVE NUMERO-SOCIO1 TO SOC-REL.
           MOVE "DEPENDENTE SEM FAMBAI - CONFERIR O SALDO"
                TO MENSAGEM-REL.
           WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE.
           MOVE NUMERO-SOCIO1     TO SOC-SIT.
           MOVE CODIGO-PAGAMENTO1 TO CODIGO-SIT.
           MOVE MESES-ATRASO1     TO MESES-SIT.
           MOVE SALDO-DEVEDOR1    TO SALDO-SIT.
           WRITE REG-REL FROM DETALHE-SIT AFTER ADVANCING 1 LINE.
           ADD 2 TO CT-LIN.

      *----------------------------------------------------------*
      * LIVRO DE CREDITOS (COPIA-E-SUBSTITUI): A SOBRA GERADA PELO
      * PAGAMENTO (SOCIO + DATA DO RECIBO + VALOR, AINDA ABERTA)
      * PASSA A "E" - ESTORNADA; O CREDITO QUE A BAIXA ABATEU DO
      * DEVIDO VOLTA AO SOCIO COMO CREDITO ABERTO NOVO. SOBRA JA
      * UTILIZADA NAO E RETIRADA E FICA APONTADA PARA O ACERTO DA
      * TESOURARIA.
      *----------------------------------------------------------*
       ACERTA-CREDSOC.
           IF CRED-GER-ALVO GREATER THAN ZEROES OR
              CRED-ABAT-ALVO GREATER THAN ZEROES
              OPEN INPUT CREDSOC
              IF FS-CREDSOC EQUAL "00"
                 OPEN OUTPUT CREDSOCN
                 PERFORM COPIA-OU-ESTORNA UNTIL FIM-CRD EQUAL "SIM"
                 CLOSE CREDSOC
              ELSE
                 OPEN OUTPUT CREDSOCN
              END-IF
              PERFORM DEVOLVE-CREDITO-ABATIDO
              CLOSE CREDSOCN
              PERFORM SUBSTITUI-CREDSOC
              PERFORM IMPRIME-CREDITOS
           END-IF.

       COPIA-OU-ESTORNA.
           READ CREDSOC AT END MOVE "SIM" TO FIM-CRD.
           IF FIM-CRD NOT EQUAL "SIM"
              IF CREDITO-TIRADO EQUAL "N" AND
                 CREDITO-ABERTO AND
                 CRED-GER-ALVO GREATER THAN ZEROES AND
                 NUMERO-SOCIO-CRD EQUAL SOCIO-ALVO AND
                 DATA-CRD EQUAL DATA-ALVO AND
                 VALOR-CRD EQUAL CRED-GER-ALVO
                 MOVE "E" TO SITUACAO-CRD
                 MOVE "S" TO CREDITO-TIRADO
              END-IF
              WRITE REG-CREDSOCN FROM REG-CREDSOC
           END-IF.

       DEVOLVE-CREDITO-ABATIDO.
           IF CRED-ABAT-ALVO GREATER THAN ZEROES
              MOVE SOCIO-ALVO     TO NUMERO-SOCIO-CRD
              MOVE DATA-SISTEMA   TO DATA-CRD
              MOVE CRED-ABAT-ALVO TO VALOR-CRD
              MOVE "A"            TO SITUACAO-CRD
              WRITE REG-CREDSOCN FROM REG-CREDSOC
           END-IF.

       SUBSTITUI-CREDSOC.
           MOVE "NAO" TO FIM-CRD.
           OPEN INPUT  CREDSOCN
                OUTPUT CREDSOC.
           PERFORM COPIA-CREDSOCN UNTIL FIM-CRD EQUAL "SIM".
           CLOSE CREDSOCN CREDSOC.

       COPIA-CREDSOCN.
           READ CREDSOCN AT END MOVE "SIM" TO FIM-CRD.
           IF FIM-CRD NOT EQUAL "SIM"
              WRITE REG-CREDSOC FROM REG-CREDSOCN
           END-IF.

       IMPRIME-CREDITOS.
           IF CRED-GER-ALVO GREATER THAN ZEROES
              MOVE CRED-GER-ALVO TO VALOR-VAL
              IF CREDITO-TIRADO EQUAL "S"
                 MOVE "SOBRA RETIRADA DO SOCIO:" TO ROTULO-VAL
                 WRITE REG-REL FROM DETALHE-VAL AFTER ADVANCING 1 LINE
              ELSE
                 MOVE "SOBRA JA UTILIZADA.....:" TO ROTULO-VAL
                 WRITE REG-REL FROM DETALHE-VAL AFTER ADVANCING 1 LINE
                 MOVE SOCIO-ALVO TO SOC-REL
                 MOVE "CREDITO NAO RETIRADO - ACERTO NA TESOURARIA"
                      TO MENSAGEM-REL
                 WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE
                 ADD 1 TO CT-LIN
              END-IF
              ADD 1 TO CT-LIN
           END-IF.
           IF CRED-ABAT-ALVO GREATER THAN ZEROES
              MOVE "CREDITO DEVOLVIDO......:" TO ROTULO-VAL
              MOVE CRED-ABAT-ALVO TO VALOR-VAL
              WRITE REG-REL FROM DETALHE-VAL AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.

      *----------------------------------------------------------*
      * COBAVL (COPIA-E-SUBSTITUI): AS TAXAS AVULSAS QUITADAS POR
      * ESTE RECIBO VOLTAM A ABERTAS, SEM NUMERO DE RECIBO. SEM O
      * ARQUIVO NAO HA TAXA A REABRIR.
      *----------------------------------------------------------*
       REABRE-AVULSAS.
           MOVE "NAO" TO FIM-AVL.
           OPEN INPUT COBAVL.
           IF FS-COBAVL EQUAL "00"
              OPEN OUTPUT COBAVLN
              PERFORM COPIA-OU-REABRE-AVL UNTIL FIM-AVL EQUAL "SIM"
              CLOSE COBAVL COBAVLN
              MOVE "NAO" TO FIM-AVL
              OPEN INPUT  COBAVLN
                   OUTPUT COBAVL
              PERFORM COPIA-COBAVLN UNTIL FIM-AVL EQUAL "SIM"
              CLOSE COBAVLN COBAVL
           END-IF.
           IF CT-AVL-REAB GREATER THAN ZEROES
              MOVE "TAXAS AVULSAS REABERTAS:" TO ROTULO-VAL
              MOVE VALOR-AVL-REAB TO VALOR-VAL
              WRITE REG-REL FROM DETALHE-VAL AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.

       COPIA-OU-REABRE-AVL.
           READ COBAVL AT END MOVE "SIM" TO FIM-AVL.
           IF FIM-AVL NOT EQUAL "SIM"
              IF AVULSA-QUITADA AND RECIBO-AVL EQUAL NUMERO-ALVO
                 MOVE "A"    TO SITUACAO-AVL
                 MOVE ZEROES TO RECIBO-AVL
                 ADD 1 TO CT-AVL-REAB
                 ADD VALOR-AVL TO VALOR-AVL-REAB
              END-IF
              WRITE REG-COBAVLN FROM REG-COBAVL
           END-IF.

       COPIA-COBAVLN.
           READ COBAVLN AT END MOVE "SIM" TO FIM-AVL.
           IF FIM-AVL NOT EQUAL "SIM"
              WRITE REG-COBAVL FROM REG-COBAVLN
           END-IF.

      *----------------------------------------------------------*
      * RECIBREG (COPIA-E-SUBSTITUI): O RECIBO PASSA A ESTORNADO,
      * COM A DATA DE PROCESSAMENTO E O MOTIVO INFORMADO. O
      * REGISTRO NAO E APAGADO - A NUMERACAO CONTINUA SEM BURACO E
      * O EX01RIM REPRODUZ A VIA COM A MARCA DO ESTORNO.
      *----------------------------------------------------------*
       MARCA-RECIBO-ESTORNADO.
           MOVE "NAO" TO FIM-REG.
           OPEN INPUT  RECIBREG
                OUTPUT RECIBRGN.
           PERFORM COPIA-OU-MARCA UNTIL FIM-REG EQUAL "SIM".
           CLOSE RECIBREG RECIBRGN.
           MOVE "NAO" TO FIM-REG.
           OPEN INPUT  RECIBRGN
                OUTPUT RECIBREG.
           PERFORM COPIA-RECIBRGN UNTIL FIM-REG EQUAL "SIM".
           CLOSE RECIBRGN RECIBREG.

       COPIA-OU-MARCA.
           READ RECIBREG AT END MOVE "SIM" TO FIM-REG.
           IF FIM-REG NOT EQUAL "SIM"
              IF NUMERO-RECIBO-REG EQUAL NUMERO-ALVO
                 MOVE "E"          TO SITUACAO-REG
                 MOVE DATA-SISTEMA TO DATA-ESTORNO-REG
                 MOVE MOTIVO-INF   TO MOTIVO-ESTORNO-REG
              END-IF
              WRITE REG-RECIBRGN FROM REG-RECIBREG
           END-IF.

       COPIA-RECIBRGN.
           READ RECIBRGN AT END MOVE "SIM" TO FIM-REG.
           IF FIM-REG NOT EQUAL "SIM"
              WRITE REG-RECIBREG FROM REG-RECIBRGN
           END-IF.

       CABECALHO.
           ADD 1        TO CT-PAG.
           MOVE CT-PAG  TO VAR-PAG.
           MOVE SPACES  TO REG-REL.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 1 LINE.
           MOVE ZEROES  TO CT-LIN.

       IMPRESSAO-FINAL.
           MOVE CT-COMPET TO QTD-COMPET.
           WRITE REG-REL FROM TOTAL-COMPET AFTER ADVANCING 2 LINE.
           MOVE CT-FAMILIA TO QTD-FAMILIA.
           WRITE REG-REL FROM TOTAL-FAMILIA AFTER ADVANCING 1 LINE.
           DISPLAY "EX01EST: RECIBO " NUMERO-ALVO " ESTORNADO - VER "
                   "RELEST.txt.".

       FIM.
           CLOSE RELEST.
           IF MOTIVO-RECUSA EQUAL SPACES
              MOVE "CADSOC1 " TO CONTAGEM-ARQUIVO
              MOVE CT-GRAVADOS TO CONTAGEM-REGS
              PERFORM REGISTRA-CONTAGEM
           END-IF.
           PERFORM GRAVA-JOBLOG-FIM.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX01EST " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE ZEROES     TO JOBLOG-LIDOS JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01EST "   TO JOBLOG-JOB.
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
           MOVE "EX01EST "   TO JOBLOG-JOB.
           MOVE "ERR "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-GRAVADOS  TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY CTLCNTPD.

       COPY DATPRCPD.
