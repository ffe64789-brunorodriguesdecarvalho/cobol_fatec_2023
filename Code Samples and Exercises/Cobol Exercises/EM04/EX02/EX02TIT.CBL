       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX02TIT.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RELATORIO DE CONTAS SEM TITULAR. O CADASTRO DE
      *            CONTAS (CADANT) PASSOU A TER O CPF DO TITULAR
      *            (CPF-TIT-ANT - VER EX02), DIGITADO PELO EX02ENT
      *            DAQUI PARA A FRENTE; AS CONTAS QUE JA EXISTIAM
      *            FICARAM SEM CPF (ZERADO OU, NO ARQUIVO AINDA NAO
      *            REGRAVADO PELO EX02, EM BRANCO). ESTA RODADA, DE
      *            USO UNICO ENQUANTO A CARGA DOS TITULARES NAO
      *            TERMINA, LISTA EM RELTIT TODAS ESSAS CONTAS (ATIVAS
      *            E ENCERRADAS), COM ENDERECO E TELEFONE PARA O
      *            BALCAO LOCALIZAR O TITULAR, E OS TOTAIS NO FIM. O
      *            CPF E INFORMADO PELO EX02ENT NUM MOVIMENTO DE
      *            SUBSTITUICAO (A).
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - REG-ANT GANHOU O ENDERECO DETALHADO DA
      *            CONTA NO FIM (ENDER-DET-ANT - VER EX02).

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

       SELECT RELTIT ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD CADANT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADANT.DAT".
       01 REG-ANT.
           02 CC-ANT     PIC 9(07).
           02 TIPO-ANT   PIC X(01).
           02 ENDER-ANT  PIC X(50).
           02 TEL-ANT    PIC X(15).
           02 EMAIL-ANT  PIC X(40).
           02 STATUS-ANT PIC X(01).
              88 CONTA-ENCERRADA VALUE "C".
           02 CPF-TIT-ANT PIC 9(11).
           02 ENDER-DET-ANT PIC X(121).

       FD RELTIT
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELTIT.txt".
       01 REG-REL PIC X(80).

       WORKING-STORAGE SECTION.
       77  FS-CADANT     PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  CT-LIDOS      PIC 9(07) VALUE ZEROES.
       77  CT-SEM-TIT    PIC 9(05) VALUE ZEROES.
       77  CT-SEM-TIT-ENC PIC 9(05) VALUE ZEROES.

       01 CAB-TITULO.
           02 FILLER  PIC X(22) VALUE SPACES.
           02 FILLER  PIC X(35) VALUE
              "CONTAS SEM CPF DO TITULAR (CADANT)".
           02 FILLER  PIC X(23) VALUE SPACES.

       01 CAB-COLUNAS.
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(09) VALUE "CONTA".
           02 FILLER  PIC X(11) VALUE "SITUACAO".
           02 FILLER  PIC X(42) VALUE "ENDERECO".
           02 FILLER  PIC X(16) VALUE "TELEFONE".

       01 DETALHE.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 CC-REL       PIC 9(07).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 SITUACAO-REL PIC X(09).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 ENDER-REL    PIC X(40).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 TEL-REL      PIC X(15).
           02 FILLER       PIC X(01) VALUE SPACES.

       01 TOTAL-LIDAS.
           02 FILLER    PIC X(29) VALUE "Contas lidas...............: ".
           02 QTD-LID   PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-SEM.
           02 FILLER    PIC X(29) VALUE "Contas sem titular.........: ".
           02 QTD-SEM   PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-ENC.
           02 FILLER    PIC X(29) VALUE "  das quais encerradas.....: ".
           02 QTD-ENC   PIC ZZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           OPEN OUTPUT RELTIT.
           OPEN INPUT CADANT.
           IF FS-CADANT NOT EQUAL "00"
              DISPLAY "EX02TIT: CADANT.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-CADANT
              CLOSE RELTIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 2 LINE.
           PERFORM LEITURA.

       LEITURA.
           READ CADANT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

      *SEM TITULAR: CPF ZERADO OU, EM CADANT AINDA NO LAYOUT
      *ANTIGO, EM BRANCO.
       PRINCIPAL.
           IF CPF-TIT-ANT NOT NUMERIC
              PERFORM IMPRIME-SEM-TITULAR
           ELSE
              IF CPF-TIT-ANT EQUAL ZEROES
                 PERFORM IMPRIME-SEM-TITULAR
              END-IF
           END-IF.
           PERFORM LEITURA.

       IMPRIME-SEM-TITULAR.
           ADD 1 TO CT-SEM-TIT.
           MOVE CC-ANT    TO CC-REL.
           MOVE ENDER-ANT TO ENDER-REL.
           MOVE TEL-ANT   TO TEL-REL.
           IF CONTA-ENCERRADA
              MOVE "ENCERRADA" TO SITUACAO-REL
              ADD 1 TO CT-SEM-TIT-ENC
           ELSE
              MOVE "ATIVA"     TO SITUACAO-REL
           END-IF.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.

       IMPRESSAO-FINAL.
           MOVE CT-LIDOS       TO QTD-LID.
           WRITE REG-REL FROM TOTAL-LIDAS AFTER ADVANCING 2 LINE.
           MOVE CT-SEM-TIT     TO QTD-SEM.
           WRITE REG-REL FROM TOTAL-SEM AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-TIT-ENC TO QTD-ENC.
           WRITE REG-REL FROM TOTAL-ENC AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE CADANT RELTIT.
           DISPLAY "EX02TIT: " CT-SEM-TIT " CONTA(S) SEM TITULAR EM "
                   CT-LIDOS " LIDA(S) - RELTIT.txt.".
