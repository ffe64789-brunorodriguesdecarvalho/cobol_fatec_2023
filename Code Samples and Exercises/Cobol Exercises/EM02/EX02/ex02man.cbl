       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX02MAN.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    LISTA DE PASSAGEIROS (MANIFESTO) POR SAIDA. RECEBE
      *            PELO ACCEPT O CODIGO DO PACOTE (EM BRANCO = TODOS
      *            OS PACOTES DO CADASTRO) E IMPRIME EM RELMAN, PARA
      *            CADA PACOTE: CODIGO, DESTINO, SAIDA E RETORNO,
      *            OPERADORA, CAPACIDADE E LUGARES OCUPADOS; OS
      *            PASSAGEIROS RESERVADOS E VIAJADOS NUMERADOS NA
      *            ORDEM DE INCLUSAO, COM CPF E NOME (DO CADCLI), E
      *            EM SEGUIDA A LISTA DE ESPERA COM A POSICAO DE CADA
      *            UM. RESERVAS CANCELADAS NAO SAEM. PASSAGEIRO SEM
      *            CADASTRO SAI COM O NOME EM BRANCO.
      *            MAIS PACOTES (500) OU PASSAGEIROS (5000) DO QUE AS
      *            TABELAS COMPORTAM ABORTA A RODADA COM RETURN-CODE
      *            16 - MANIFESTO INCOMPLETO DEIXARIA PASSAGEIRO NO
      *            CHAO. PACOTE PEDIDO E NAO CADASTRADO TERMINA COM
      *            RETURN-CODE 4.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - LAYOUT DO CADCLI COM DDD, TELEFONE DE 9
      *            DIGITOS E TIPO FIXO/CELULAR (VER EX02CV9).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY PACOTESL.

       COPY RESVIASL.

       SELECT CADCLI ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-CADCLI.

       SELECT RELMAN ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY PACOTEFD.

       COPY RESVIAFD.

       FD  CADCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01  CADCLI1.
           02 CPF-CLIENTE         PIC 9(11).
           02 NOME-CLIENTE        PIC X(30).
           02 ESTADO-CLIENTE      PIC X(02).
           02 CIDADE-CLIENTE      PIC X(30).
           02 DDD-CLIENTE         PIC 9(02).
           02 TELEFONE-CLIENTE    PIC 9(09).
           02 TIPO-FONE-CLI       PIC X(01).
           02 DATA-VIS-CLI        PIC 9(08).

       FD  RELMAN
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELMAN.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PACOTEWS.
       COPY RESVIAWS.
       77  FS-CADCLI     PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  PACOTE-INF    PIC X(06) VALUE SPACES.
       77  QTD-PACOTES   PIC 9(03) VALUE ZEROES.
       77  PACOTES-DEMAIS PIC 9(05) VALUE ZEROES.
       77  QTD-PASSAG    PIC 9(04) VALUE ZEROES.
       77  PASSAG-DEMAIS PIC 9(07) VALUE ZEROES.
       77  IDX-P         PIC 9(03) VALUE ZEROES.
       77  IDX-R         PIC 9(04) VALUE ZEROES.
       77  ACHOU-PAC     PIC X(03) VALUE "NAO".
       77  NUM-PASSAG    PIC 9(03) VALUE ZEROES.
       77  NUM-ESPERA    PIC 9(03) VALUE ZEROES.
       77  CT-OCUPADOS   PIC 9(05) VALUE ZEROES.
       77  CT-PASSAG     PIC 9(05) VALUE ZEROES.
       77  CT-ESPERA     PIC 9(05) VALUE ZEROES.
       77  CT-SEM-PACOTE PIC 9(05) VALUE ZEROES.

       01  TAB-PACOTES.
           02 PACOTE-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-PACOTES
                 INDEXED BY IDX-PAC.
              03 CODIGO-PAC-TAB     PIC X(06).
              03 DESTINO-PAC-TAB    PIC X(20).
              03 SAIDA-PAC-TAB      PIC 9(08).
              03 RETORNO-PAC-TAB    PIC 9(08).
              03 CAPACIDADE-PAC-TAB PIC 9(03).
              03 OPERADORA-PAC-TAB  PIC X(20).

      *PASSAGEIROS (RESERVADOS, VIAJADOS E EM ESPERA) NA ORDEM DO
      *ARQUIVO, QUE E A ORDEM DE INCLUSAO E A DA LISTA DE ESPERA.
       01  TAB-PASSAGEIROS.
           02 PASSAG-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-PASSAG
                 INDEXED BY IDX-PAS.
              03 PACOTE-PAS-TAB    PIC X(06).
              03 CPF-PAS-TAB       PIC 9(11).
              03 NOME-PAS-TAB      PIC X(30).
              03 DATA-PAS-TAB      PIC 9(08).
              03 SITUACAO-PAS-TAB  PIC X(01).

       01 CAB-MANIFESTO.
           02 FILLER    PIC X(35) VALUE
              "LISTA DE PASSAGEIROS POR SAIDA".
           02 FILLER    PIC X(45) VALUE SPACES.

       01 PACOTE-LINHA1.
           02 FILLER       PIC X(08) VALUE "PACOTE: ".
           02 COD-REL      PIC X(06).
           02 FILLER       PIC X(03) VALUE " - ".
           02 DESTINO-REL  PIC X(20).
           02 FILLER       PIC X(12) VALUE "  OPERADORA ".
           02 OPERADORA-REL PIC X(20).
           02 FILLER       PIC X(11) VALUE SPACES.

       01 PACOTE-LINHA2.
           02 FILLER       PIC X(08) VALUE "SAIDA: ".
           02 SAIDA-REL    PIC 9999/99/99.
           02 FILLER       PIC X(10) VALUE "  RETORNO ".
           02 RETORNO-REL  PIC 9999/99/99.
           02 FILLER       PIC X(13) VALUE "  CAPACIDADE ".
           02 CAPAC-REL    PIC ZZ9.
           02 FILLER       PIC X(11) VALUE "  OCUPADOS ".
           02 OCUPADOS-REL PIC ZZZZ9.
           02 FILLER       PIC X(10) VALUE SPACES.

       01 PASSAG-LINHA.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 NUM-REL      PIC ZZ9.
           02 FILLER       PIC X(02) VALUE "  ".
           02 CPF-REL      PIC 9(11).
           02 FILLER       PIC X(02) VALUE "  ".
           02 NOME-REL     PIC X(30).
           02 FILLER       PIC X(02) VALUE "  ".
           02 DATA-REL     PIC 9999/99/99.
           02 FILLER       PIC X(02) VALUE "  ".
           02 SITUACAO-REL PIC X(08).
           02 FILLER       PIC X(06) VALUE SPACES.

       01 ESPERA-CAB.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(15) VALUE "LISTA DE ESPERA".
           02 FILLER       PIC X(61) VALUE SPACES.

       01 SEM-PASSAG-LINHA.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(19) VALUE "NENHUM PASSAGEIRO.".
           02 FILLER       PIC X(57) VALUE SPACES.

       01 SEPARADOR-LINHA.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 TOTAL-PAC.
           02 FILLER    PIC X(29) VALUE "Pacotes listados...........: ".
           02 QTD-PAC   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-PAS.
           02 FILLER    PIC X(29) VALUE "Passageiros com lugar......: ".
           02 QTD-PAS   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-ESP.
           02 FILLER    PIC X(29) VALUE "Passageiros em espera......: ".
           02 QTD-ESP   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-SPC.
           02 FILLER    PIC X(29) VALUE "Reservas de pacote s/ cad..: ".
           02 QTD-SPC   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           DISPLAY "CODIGO DO PACOTE (BRANCO = TODOS): ".
           ACCEPT PACOTE-INF.
           OPEN OUTPUT RELMAN.
           WRITE REG-REL FROM CAB-MANIFESTO AFTER ADVANCING 1 LINE.
           PERFORM CARREGA-PACOTES.
           PERFORM CARREGA-RESERVAS.
           PERFORM CARREGA-NOMES.

       CARREGA-PACOTES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT PACOTES.
           IF FS-PACOTES EQUAL "00"
              PERFORM LER-PACOTES UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE PACOTES
           END-IF.
           IF PACOTES-DEMAIS GREATER THAN ZEROES
              DISPLAY "EX02MAN: " PACOTES-DEMAIS " PACOTE(S) ALEM "
                      "DA TABELA DE 500 - O RELATORIO SAIRIA "
                      "INCOMPLETO. RODADA ABORTADA."
              CLOSE RELMAN
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-PACOTES.
           READ PACOTES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF PACOTE-INF EQUAL SPACES OR
                 CODIGO-PAC EQUAL PACOTE-INF
                 IF QTD-PACOTES LESS THAN 500
                    ADD 1 TO QTD-PACOTES
                    MOVE CODIGO-PAC     TO CODIGO-PAC-TAB(QTD-PACOTES)
                    MOVE DESTINO-PAC    TO DESTINO-PAC-TAB(QTD-PACOTES)
                    MOVE DATA-SAIDA-PAC TO SAIDA-PAC-TAB(QTD-PACOTES)
                    MOVE DATA-RETORNO-PAC
                         TO RETORNO-PAC-TAB(QTD-PACOTES)
                    MOVE CAPACIDADE-PAC
                         TO CAPACIDADE-PAC-TAB(QTD-PACOTES)
                    MOVE OPERADORA-PAC
                         TO OPERADORA-PAC-TAB(QTD-PACOTES)
                 ELSE
                    ADD 1 TO PACOTES-DEMAIS
                 END-IF
              END-IF
           END-IF.

      *SO ENTRAM NA TABELA AS RESERVAS DE PACOTE CADASTRADO (E DO
      *PACOTE PEDIDO); RESERVA ANTIGA SEM PACOTE NAO TEM SAIDA.
       CARREGA-RESERVAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS EQUAL "00"
              PERFORM LER-RESERVAS UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE RESERVAS
           END-IF.
           IF PASSAG-DEMAIS GREATER THAN ZEROES
              DISPLAY "EX02MAN: " PASSAG-DEMAIS " PASSAGEIRO(S) "
                      "ALEM DA TABELA DE 5000 - O RELATORIO SAIRIA "
                      "INCOMPLETO. RODADA ABORTADA."
              CLOSE RELMAN
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-RESERVAS.
           READ RESERVAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF (RESERVADA OR VIAJADA OR EM-ESPERA) AND
                 PACOTE-RES NOT EQUAL SPACES
                 PERFORM ACHA-PACOTE
                 IF ACHOU-PAC EQUAL "SIM"
                    PERFORM GUARDA-PASSAGEIRO
                 ELSE
                    IF PACOTE-INF EQUAL SPACES
                       ADD 1 TO CT-SEM-PACOTE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       ACHA-PACOTE.
           MOVE "NAO" TO ACHOU-PAC.
           SET IDX-PAC TO 1.
           SEARCH PACOTE-ITEM
              AT END CONTINUE
              WHEN CODIGO-PAC-TAB(IDX-PAC) EQUAL PACOTE-RES
                 MOVE "SIM" TO ACHOU-PAC
           END-SEARCH.

       GUARDA-PASSAGEIRO.
           IF QTD-PASSAG LESS THAN 5000
              ADD 1 TO QTD-PASSAG
              MOVE PACOTE-RES   TO PACOTE-PAS-TAB(QTD-PASSAG)
              MOVE CPF-RES      TO CPF-PAS-TAB(QTD-PASSAG)
              MOVE SPACES       TO NOME-PAS-TAB(QTD-PASSAG)
              MOVE DATA-RES     TO DATA-PAS-TAB(QTD-PASSAG)
              MOVE SITUACAO-RES TO SITUACAO-PAS-TAB(QTD-PASSAG)
           ELSE
              ADD 1 TO PASSAG-DEMAIS
           END-IF.

      *NOMES DO CADASTRO DE CLIENTES: UMA PASSADA NO CADCLI,
      *PREENCHENDO TODOS OS LUGARES DO CLIENTE NA TABELA.
       CARREGA-NOMES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADCLI.
           IF FS-CADCLI EQUAL "00"
              PERFORM LER-CADCLI UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADCLI
           END-IF.

       LER-CADCLI.
           READ CADCLI AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              PERFORM PREENCHE-NOME
                 VARYING IDX-R FROM 1 BY 1
                 UNTIL IDX-R GREATER THAN QTD-PASSAG
           END-IF.

       PREENCHE-NOME.
           IF CPF-PAS-TAB(IDX-R) EQUAL CPF-CLIENTE
              MOVE NOME-CLIENTE TO NOME-PAS-TAB(IDX-R)
           END-IF.

       IMPRESSAO-FINAL.
           MOVE 1 TO IDX-P.
           PERFORM IMPRIME-PACOTE
              UNTIL IDX-P GREATER THAN QTD-PACOTES.
           MOVE QTD-PACOTES TO QTD-PAC.
           WRITE REG-REL FROM TOTAL-PAC AFTER ADVANCING 2 LINE.
           MOVE CT-PASSAG TO QTD-PAS.
           WRITE REG-REL FROM TOTAL-PAS AFTER ADVANCING 1 LINE.
           MOVE CT-ESPERA TO QTD-ESP.
           WRITE REG-REL FROM TOTAL-ESP AFTER ADVANCING 1 LINE.
           IF PACOTE-INF EQUAL SPACES
              MOVE CT-SEM-PACOTE TO QTD-SPC
              WRITE REG-REL FROM TOTAL-SPC AFTER ADVANCING 1 LINE
           END-IF.

      *CABECALHO DA SAIDA, PASSAGEIROS COM LUGAR E LISTA DE ESPERA.
       IMPRIME-PACOTE.
           MOVE ZEROES TO CT-OCUPADOS NUM-PASSAG NUM-ESPERA.
           PERFORM CONTA-OCUPADO
              VARYING IDX-R FROM 1 BY 1
              UNTIL IDX-R GREATER THAN QTD-PASSAG.
           MOVE CODIGO-PAC-TAB(IDX-P)     TO COD-REL.
           MOVE DESTINO-PAC-TAB(IDX-P)    TO DESTINO-REL.
           MOVE OPERADORA-PAC-TAB(IDX-P)  TO OPERADORA-REL.
           WRITE REG-REL FROM PACOTE-LINHA1 AFTER ADVANCING 2 LINE.
           MOVE SAIDA-PAC-TAB(IDX-P)      TO SAIDA-REL.
           MOVE RETORNO-PAC-TAB(IDX-P)    TO RETORNO-REL.
           MOVE CAPACIDADE-PAC-TAB(IDX-P) TO CAPAC-REL.
           MOVE CT-OCUPADOS               TO OCUPADOS-REL.
           WRITE REG-REL FROM PACOTE-LINHA2 AFTER ADVANCING 1 LINE.
           IF CT-OCUPADOS EQUAL ZEROES
              WRITE REG-REL FROM SEM-PASSAG-LINHA
                    AFTER ADVANCING 1 LINE
           ELSE
              PERFORM IMPRIME-PASSAGEIRO
                 VARYING IDX-R FROM 1 BY 1
                 UNTIL IDX-R GREATER THAN QTD-PASSAG
           END-IF.
           PERFORM IMPRIME-ESPERA
              VARYING IDX-R FROM 1 BY 1
              UNTIL IDX-R GREATER THAN QTD-PASSAG.
           WRITE REG-REL FROM SEPARADOR-LINHA AFTER ADVANCING 1 LINE.
           ADD 1 TO IDX-P.

       CONTA-OCUPADO.
           IF PACOTE-PAS-TAB(IDX-R) EQUAL CODIGO-PAC-TAB(IDX-P) AND
              SITUACAO-PAS-TAB(IDX-R) NOT EQUAL "E"
              ADD 1 TO CT-OCUPADOS
           END-IF.

       IMPRIME-PASSAGEIRO.
           IF PACOTE-PAS-TAB(IDX-R) EQUAL CODIGO-PAC-TAB(IDX-P) AND
              SITUACAO-PAS-TAB(IDX-R) NOT EQUAL "E"
              ADD 1 TO NUM-PASSAG CT-PASSAG
              MOVE NUM-PASSAG TO NUM-REL
              PERFORM MONTA-PASSAGEIRO
              IF SITUACAO-PAS-TAB(IDX-R) EQUAL "V"
                 MOVE "VIAJADA " TO SITUACAO-REL
              ELSE
                 MOVE "RESERVA " TO SITUACAO-REL
              END-IF
              WRITE REG-REL FROM PASSAG-LINHA AFTER ADVANCING 1 LINE
           END-IF.

       IMPRIME-ESPERA.
           IF PACOTE-PAS-TAB(IDX-R) EQUAL CODIGO-PAC-TAB(IDX-P) AND
              SITUACAO-PAS-TAB(IDX-R) EQUAL "E"
              IF NUM-ESPERA EQUAL ZEROES
                 WRITE REG-REL FROM ESPERA-CAB AFTER ADVANCING 1 LINE
              END-IF
              ADD 1 TO NUM-ESPERA CT-ESPERA
              MOVE NUM-ESPERA TO NUM-REL
              PERFORM MONTA-PASSAGEIRO
              MOVE "ESPERA  " TO SITUACAO-REL
              WRITE REG-REL FROM PASSAG-LINHA AFTER ADVANCING 1 LINE
           END-IF.

       MONTA-PASSAGEIRO.
           MOVE CPF-PAS-TAB(IDX-R)  TO CPF-REL.
           MOVE NOME-PAS-TAB(IDX-R) TO NOME-REL.
           MOVE DATA-PAS-TAB(IDX-R) TO DATA-REL.

       FIM.
           CLOSE RELMAN.
           IF PACOTE-INF NOT EQUAL SPACES AND
              QTD-PACOTES EQUAL ZEROES
              DISPLAY "EX02MAN: PACOTE " PACOTE-INF
                      " NAO CADASTRADO."
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "EX02MAN: " QTD-PACOTES " PACOTE(S) NO "
                   "RELATORIO RELMAN.txt.".
