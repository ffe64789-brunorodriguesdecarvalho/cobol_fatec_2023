       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIPEMP.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    CADASTRO DAS EMPRESAS CONVENIADAS (EMPCONV.DAT).
      *            AS EMPRESAS QUE MANDAM FUNCIONARIOS NOS NOSSOS
      *            CARROS E PAGAM POR MES ERAM COBRADAS A MAO, COM A
      *            SOMA TIRADA DO TRIPLOG. ESTE PROGRAMA RECEBE PELO
      *            ACCEPT A OPCAO E O CODIGO DA EMPRESA:
      *            1 - INCLUIR: CNPJ, RAZAO SOCIAL, DESCONTO DO
      *                CONTRATO (PERCENTUAL SOBRE O TOTAL DAS
      *                CORRIDAS), DIA DE FATURAMENTO (1 A 31; EM MES
      *                MAIS CURTO, O ULTIMO DIA) E UF (PARA O ISS DA
      *                NOTA). A EMPRESA ENTRA ATIVA;
      *            2 - ALTERAR: DESCONTO, DIA DE FATURAMENTO, UF E
      *                SITUACAO (A ATIVA, I INATIVA - O EM01-EX06
      *                RECUSA CORRIDA PARA EMPRESA INATIVA, MAS AS
      *                CORRIDAS JA FEITAS AINDA SAO FATURADAS).
      *            A CORRIDA DA EMPRESA E REGISTRADA NO EM01-EX06 E
      *            A NOTA MENSAL SAI DO TRIPFAT. ALTERACOES PELO
      *            ESQUEMA COPIA-E-SUBSTITUI (EMPCONVN.DAT).
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPCONV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPCONV.

           SELECT EMPCONVN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPCONV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EMPCONV.DAT".
       01  REG-EMPRESA.
           02 CODIGO-EMP    PIC 9(04).
           02 CNPJ-EMP      PIC 9(14).
           02 NOME-EMP      PIC X(30).
           02 DESCONTO-EMP  PIC 9(02)V9(02).
           02 DIA-FAT-EMP   PIC 9(02).
           02 UF-EMP        PIC X(02).
           02 SITUACAO-EMP  PIC X(01).
              88 EMPRESA-ATIVA    VALUE "A".

       FD  EMPCONVN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EMPCONVN.DAT".
       01  REG-EMPCONVN  PIC X(57).

       WORKING-STORAGE SECTION.
       77  FS-EMPCONV    PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  ACHOU         PIC X(03) VALUE "NAO".
       77  OPCAO-INF     PIC 9(01) VALUE ZEROES.
       77  EMPRESA-INF   PIC 9(04) VALUE ZEROES.
       77  DESCONTO-INF  PIC 9(02)V9(02) VALUE ZEROES.
       77  DIA-FAT-INF   PIC 9(02) VALUE ZEROES.
       77  UF-INF        PIC X(02) VALUE SPACES.
       77  SITUACAO-INF  PIC X(01) VALUE "A".

       01  EMPRESA-NOVA.
           02 CODIGO-NOV    PIC 9(04).
           02 CNPJ-NOV      PIC 9(14).
           02 NOME-NOV      PIC X(30).
           02 DESCONTO-NOV  PIC 9(02)V9(02).
           02 DIA-FAT-NOV   PIC 9(02).
           02 UF-NOV        PIC X(02).
           02 SITUACAO-NOV  PIC X(01).

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM LOCALIZA-EMPRESA.
           IF OPCAO-INF EQUAL 1
              IF ACHOU EQUAL "SIM"
                 DISPLAY "TRIPEMP: EMPRESA " EMPRESA-INF " JA "
                         "CADASTRADA."
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM INCLUI-EMPRESA
           ELSE
              IF ACHOU NOT EQUAL "SIM"
                 DISPLAY "TRIPEMP: EMPRESA " EMPRESA-INF " NAO "
                         "CADASTRADA EM EMPCONV.DAT."
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM ALTERA-EMPRESA
           END-IF.
           STOP RUN.

       INICIO.
           DISPLAY "1 = INCLUIR, 2 = ALTERAR: ".
           ACCEPT OPCAO-INF.
           IF OPCAO-INF NOT EQUAL 1 AND OPCAO-INF NOT EQUAL 2
              DISPLAY "TRIPEMP: OPCAO INVALIDA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "CODIGO DA EMPRESA.......................: ".
           ACCEPT EMPRESA-INF.
           IF EMPRESA-INF EQUAL ZEROES
              DISPLAY "TRIPEMP: CODIGO ZERO E RESERVADO PARA A "
                      "CORRIDA PARTICULAR."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF OPCAO-INF EQUAL 1
              PERFORM RECEBE-INCLUSAO
           ELSE
              PERFORM RECEBE-CONTRATO
              DISPLAY "SITUACAO (A = ATIVA, I = INATIVA).......: "
              ACCEPT SITUACAO-INF
              IF SITUACAO-INF NOT EQUAL "I"
                 MOVE "A" TO SITUACAO-INF
              END-IF
           END-IF.

       RECEBE-INCLUSAO.
           MOVE EMPRESA-INF TO CODIGO-NOV.
           DISPLAY "CNPJ (SO NUMEROS).......................: ".
           ACCEPT CNPJ-NOV.
           IF CNPJ-NOV EQUAL ZEROES
              DISPLAY "TRIPEMP: CNPJ NAO INFORMADO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "RAZAO SOCIAL............................: ".
           ACCEPT NOME-NOV.
           PERFORM RECEBE-CONTRATO.
           MOVE DESCONTO-INF TO DESCONTO-NOV.
           MOVE DIA-FAT-INF  TO DIA-FAT-NOV.
           MOVE UF-INF       TO UF-NOV.
           MOVE "A"          TO SITUACAO-NOV.

       RECEBE-CONTRATO.
           DISPLAY "DESCONTO DO CONTRATO (%)................: ".
           ACCEPT DESCONTO-INF.
           DISPLAY "DIA DE FATURAMENTO (1 A 31).............: ".
           ACCEPT DIA-FAT-INF.
           IF DIA-FAT-INF LESS THAN 1 OR DIA-FAT-INF GREATER THAN 31
              DISPLAY "TRIPEMP: DIA DE FATURAMENTO INVALIDO."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "UF DA EMPRESA...........................: ".
           ACCEPT UF-INF.

      *CADASTRO AUSENTE = NENHUMA EMPRESA AINDA (SO A INCLUSAO VALE).
       LOCALIZA-EMPRESA.
           OPEN INPUT EMPCONV.
           IF FS-EMPCONV EQUAL "00"
              PERFORM LER-EMPRESA UNTIL FIM-ARQ EQUAL "SIM"
                 OR ACHOU EQUAL "SIM"
              CLOSE EMPCONV
           END-IF.

       LER-EMPRESA.
           READ EMPCONV AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CODIGO-EMP EQUAL EMPRESA-INF
                 MOVE "SIM" TO ACHOU
              END-IF
           END-IF.

       INCLUI-EMPRESA.
           OPEN EXTEND EMPCONV.
           IF FS-EMPCONV NOT EQUAL "00"
              OPEN OUTPUT EMPCONV
           END-IF.
           WRITE REG-EMPRESA FROM EMPRESA-NOVA.
           CLOSE EMPCONV.
           DISPLAY "TRIPEMP: EMPRESA " EMPRESA-INF " INCLUIDA.".

       ALTERA-EMPRESA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  EMPCONV
                OUTPUT EMPCONVN.
           PERFORM COPIA-EMPRESA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE EMPCONV EMPCONVN.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  EMPCONVN
                OUTPUT EMPCONV.
           PERFORM COPIA-EMPCONVN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE EMPCONVN EMPCONV.
           DISPLAY "TRIPEMP: EMPRESA " EMPRESA-INF " ALTERADA.".

       COPIA-EMPRESA.
           READ EMPCONV AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CODIGO-EMP EQUAL EMPRESA-INF
                 MOVE DESCONTO-INF TO DESCONTO-EMP
                 MOVE DIA-FAT-INF  TO DIA-FAT-EMP
                 MOVE UF-INF       TO UF-EMP
                 MOVE SITUACAO-INF TO SITUACAO-EMP
              END-IF
              WRITE REG-EMPCONVN FROM REG-EMPRESA
           END-IF.

       COPIA-EMPCONVN.
           READ EMPCONVN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-EMPRESA FROM REG-EMPCONVN
           END-IF.
