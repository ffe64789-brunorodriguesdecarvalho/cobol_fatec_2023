       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX06END.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    CRITICA DOS ENDERECOS CONTRA A TABELA DE CEP
      *            (CADCEP - VER EX06CEP). AS TELAS PASSARAM A
      *            CONFERIR O CEP NA DIGITACAO, MAS O QUE JA ESTAVA
      *            GRAVADO NUNCA FOI CONFERIDO. ESTA RODADA PERCORRE:
      *            - AS CONTAS DO CADANT (CEP-ANT/CIDADE-ANT/UF-ANT,
      *              VER EX02), MENOS AS ENCERRADAS E AS ANONIMIZADAS
      *              PELO EX06LGP; CONTA AINDA SEM O ENDERECO EM
      *              PARTES SO E CONTADA (CONVERSAO PELO EX02END);
      *            - OS SOCIOS DO CADSOC1 (CEP-SOCIO1/CIDADE-SOCIO1/
      *              UF-SOCIO1), CIDADE COMPARADA NOS 20 PRIMEIROS
      *              CARACTERES DA CIDADE DA TABELA.
      *            SAI NO RELCEP CADA ENDERECO SEM CEP, COM CEP FORA
      *            DA TABELA OU COM CIDADE/UF DIFERENTE DA DO CEP
      *            (COM A CIDADE/UF DA TABELA NA LINHA DE BAIXO), PARA
      *            O BALCAO/SECRETARIA CORRIGIR PELA TELA DE CADA
      *            SISTEMA. ARQUIVO DE CONTAS OU DE SOCIOS AUSENTE
      *            SAI COMO "NAO CONSTA" NOS TOTAIS. TERMINA COM
      *            RETURN-CODE 16 SEM A TABELA DE CEP E 4 SE ALGUM
      *            ENDERECO FOR LISTADO. RODA FORA DA SEQUENCIA
      *            NOTURNA, DEPOIS DE CADA CARGA DO EX06CEP.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CADANT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-CADANT.

       COPY CADSOCSL.

       COPY CADCEPSL.

       SELECT RELCEP ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD  CADANT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADANT.DAT".
       01  REG-ANT.
           02 CC-ANT          PIC 9(07).
           02 TIPO-ANT        PIC X(01).
           02 ENDER-ANT       PIC X(50).
           02 TEL-ANT         PIC X(15).
           02 EMAIL-ANT       PIC X(40).
           02 STATUS-ANT      PIC X(01).
              88 CONTA-ENCERRADA VALUE "C".
           02 CPF-TIT-ANT     PIC 9(11).
           02 ENDER-DET-ANT.
              03 FILLER       PIC X(86).
              03 CIDADE-ANT   PIC X(25).
              03 UF-ANT       PIC X(02).
              03 CEP-ANT      PIC X(08).
              03 CEP-ANT-N REDEFINES CEP-ANT PIC 9(08).

       COPY CADSOCFD.

       COPY CADCEPFD.

       FD  RELCEP
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELCEP.txt".
       01  REG-REL PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CADSOCWS.
       COPY CADCEPWS.
       77  FS-CADANT      PIC X(02) VALUE "00".
       77  FIM-ARQ        PIC X(03) VALUE "NAO".
       77  CT-CONTAS      PIC 9(07) VALUE ZEROES.
       77  CT-NAO-CONV    PIC 9(07) VALUE ZEROES.
       77  CT-ERRO-CONTA  PIC 9(07) VALUE ZEROES.
       77  CT-SOCIOS      PIC 9(07) VALUE ZEROES.
       77  CT-ERRO-SOCIO  PIC 9(07) VALUE ZEROES.
       77  SEM-CADANT     PIC X(01) VALUE "N".
       77  SEM-CADSOC1    PIC X(01) VALUE "N".
       77  MOTIVO         PIC X(23) VALUE SPACES.

      *ENDERECO SENDO CRITICADO, DE CONTA OU DE SOCIO.
       01  ENDER-CRITICA.
           02 ORIGEM-CRT  PIC X(05).
           02 CODIGO-CRT  PIC 9(07).
           02 CEP-CRT     PIC 9(08).
           02 CIDADE-CRT  PIC X(25).
           02 UF-CRT      PIC X(02).

       01  CAB-TITULO.
           02 FILLER  PIC X(16) VALUE SPACES.
           02 FILLER  PIC X(48) VALUE
              "ENDERECOS DIVERGENTES DA TABELA DE CEP (CADCEP)".
           02 FILLER  PIC X(16) VALUE SPACES.

       01  CAB-COLUNAS.
           02 FILLER  PIC X(14) VALUE "ORIGEM CODIGO".
           02 FILLER  PIC X(10) VALUE "CEP".
           02 FILLER  PIC X(29) VALUE "CIDADE/UF INFORMADA".
           02 FILLER  PIC X(27) VALUE "MOTIVO".

       01  DETALHE.
           02 ORIGEM-REL  PIC X(05).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 CODIGO-REL  PIC 9(07).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 CEP-REL     PIC 99999B999.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 CIDADE-REL  PIC X(25).
           02 FILLER      PIC X(01) VALUE "/".
           02 UF-REL      PIC X(02).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 MOTIVO-REL  PIC X(23).
           02 FILLER      PIC X(03) VALUE SPACES.

       01  DETALHE-TABELA.
           02 FILLER      PIC X(15) VALUE SPACES.
           02 FILLER      PIC X(10) VALUE "TABELA:  ".
           02 CIDADE-TAB  PIC X(25).
           02 FILLER      PIC X(01) VALUE "/".
           02 UF-TAB      PIC X(02).
           02 FILLER      PIC X(27) VALUE SPACES.

       01  LINHA-TOTAL.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 ROTULO-TOT  PIC X(34).
           02 QTD-TOT     PIC ZZZZZZ9.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 OBS-TOT     PIC X(36).

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           IF SEM-CADANT EQUAL "N"
              PERFORM CRITICA-CONTA UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADANT
           END-IF.
           IF SEM-CADSOC1 EQUAL "N"
              MOVE "NAO" TO FIM-ARQ
              PERFORM LEITURA-SOCIO
              PERFORM CRITICA-SOCIO UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADSOC1
           END-IF.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM ABRE-CADCEP.
           IF TABELA-CEP-ABERTA NOT EQUAL "S"
              DISPLAY "EX06END: TABELA DE CEP (CADCEP.DAT) AUSENTE - "
                      "RODAR O EX06CEP."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RELCEP.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.
           OPEN INPUT CADANT.
           IF FS-CADANT NOT EQUAL "00"
              MOVE "S" TO SEM-CADANT
           ELSE
              PERFORM LEITURA-CONTA
           END-IF.
           OPEN INPUT CADSOC1.
           IF FS-CADSOC1 NOT EQUAL "00"
              MOVE "S" TO SEM-CADSOC1
           END-IF.

       LEITURA-CONTA.
           READ CADANT AT END MOVE "SIM" TO FIM-ARQ.

       LEITURA-SOCIO.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.

      *CONTA SEM O ENDERECO EM PARTES (CEP NAO NUMERICO) AINDA NAO
      *PASSOU PELA CONVERSAO E SO E CONTADA.
       CRITICA-CONTA.
           IF NOT CONTA-ENCERRADA AND
              ENDER-ANT NOT EQUAL "REMOVIDO LGPD"
              ADD 1 TO CT-CONTAS
              IF CEP-ANT NOT NUMERIC
                 ADD 1 TO CT-NAO-CONV
              ELSE
                 MOVE "CONTA"    TO ORIGEM-CRT
                 MOVE CC-ANT     TO CODIGO-CRT
                 MOVE CEP-ANT-N  TO CEP-CRT
                 MOVE CIDADE-ANT TO CIDADE-CRT
                 MOVE UF-ANT     TO UF-CRT
                 PERFORM CONFERE-CEP
                 IF MOTIVO NOT EQUAL SPACES
                    ADD 1 TO CT-ERRO-CONTA
                 END-IF
              END-IF
           END-IF.
           PERFORM LEITURA-CONTA.

       CRITICA-SOCIO.
           ADD 1 TO CT-SOCIOS.
           MOVE "SOCIO"       TO ORIGEM-CRT.
           MOVE NUMERO-SOCIO1 TO CODIGO-CRT.
           MOVE CEP-SOCIO1    TO CEP-CRT.
           MOVE CIDADE-SOCIO1 TO CIDADE-CRT.
           MOVE UF-SOCIO1     TO UF-CRT.
           PERFORM CONFERE-CEP.
           IF MOTIVO NOT EQUAL SPACES
              ADD 1 TO CT-ERRO-SOCIO
           END-IF.
           PERFORM LEITURA-SOCIO.

      *CIDADE DO SOCIO TEM 20 POSICOES: A COMPARACAO E FEITA NO
      *TAMANHO DA CIDADE INFORMADA.
       CONFERE-CEP.
           MOVE SPACES TO MOTIVO.
           IF CEP-CRT EQUAL ZEROES
              MOVE "CEP NAO INFORMADO" TO MOTIVO
           ELSE
              MOVE CEP-CRT TO CEP-BUSCA
              PERFORM BUSCA-CEP
              IF CEP-ENCONTRADO NOT EQUAL "S"
                 MOVE "CEP FORA DA TABELA" TO MOTIVO
              ELSE
                 IF UF-CRT NOT EQUAL UF-CEP
                    MOVE "CIDADE/UF DIFERE DO CEP" TO MOTIVO
                 ELSE
                    IF ORIGEM-CRT EQUAL "SOCIO"
                       IF CIDADE-CRT(1:20) NOT EQUAL CIDADE-CEP(1:20)
                          MOVE "CIDADE/UF DIFERE DO CEP" TO MOTIVO
                       END-IF
                    ELSE
                       IF CIDADE-CRT NOT EQUAL CIDADE-CEP
                          MOVE "CIDADE/UF DIFERE DO CEP" TO MOTIVO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF MOTIVO NOT EQUAL SPACES
              PERFORM IMPRIME-DIVERGENCIA
           END-IF.

       IMPRIME-DIVERGENCIA.
           MOVE ORIGEM-CRT TO ORIGEM-REL.
           MOVE CODIGO-CRT TO CODIGO-REL.
           MOVE CEP-CRT    TO CEP-REL.
           MOVE CIDADE-CRT TO CIDADE-REL.
           MOVE UF-CRT     TO UF-REL.
           MOVE MOTIVO     TO MOTIVO-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           IF MOTIVO EQUAL "CIDADE/UF DIFERE DO CEP"
              MOVE CIDADE-CEP TO CIDADE-TAB
              MOVE UF-CEP     TO UF-TAB
              WRITE REG-REL FROM DETALHE-TABELA AFTER ADVANCING 1 LINE
           END-IF.

       IMPRESSAO-FINAL.
           MOVE SPACES TO OBS-TOT.
           MOVE "CONTAS CRITICADAS................:" TO ROTULO-TOT.
           MOVE CT-CONTAS TO QTD-TOT.
           IF SEM-CADANT EQUAL "S"
              MOVE "CADANT.DAT NAO CONSTA" TO OBS-TOT
           END-IF.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
           MOVE SPACES TO OBS-TOT.
           MOVE "  COM ENDERECO DIVERGENTE........:" TO ROTULO-TOT.
           MOVE CT-ERRO-CONTA TO QTD-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "  SEM ENDERECO EM PARTES.........:" TO ROTULO-TOT.
           MOVE CT-NAO-CONV TO QTD-TOT.
           IF CT-NAO-CONV GREATER THAN ZEROES
              MOVE "RODAR A CONVERSAO (EX02END)" TO OBS-TOT
           END-IF.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE SPACES TO OBS-TOT.
           MOVE "SOCIOS CRITICADOS................:" TO ROTULO-TOT.
           MOVE CT-SOCIOS TO QTD-TOT.
           IF SEM-CADSOC1 EQUAL "S"
              MOVE "CADSOC1.DAT NAO CONSTA" TO OBS-TOT
           END-IF.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
           MOVE SPACES TO OBS-TOT.
           MOVE "  COM ENDERECO DIVERGENTE........:" TO ROTULO-TOT.
           MOVE CT-ERRO-SOCIO TO QTD-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.

       FIM.
           PERFORM FECHA-CADCEP.
           CLOSE RELCEP.
           DISPLAY "EX06END: " CT-ERRO-CONTA " CONTA(S) E "
                   CT-ERRO-SOCIO " SOCIO(S) COM ENDERECO DIVERGENTE - "
                   "RELCEP.txt.".
           IF CT-ERRO-CONTA GREATER THAN ZEROES OR
              CT-ERRO-SOCIO GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.

       COPY CADCEPPD.
