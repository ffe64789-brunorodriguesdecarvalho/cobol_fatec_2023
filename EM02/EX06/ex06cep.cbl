       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX06CEP.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    CARGA DA TABELA DE CEP. O ENDERECO DAS CONTAS
      *            (ENDER-ANT) E DOS SOCIOS (CEP-SOCIO1/CIDADE/UF)
      *            ERA DIGITADO LIVRE E NUNCA CONFERIDO CONTRA NADA -
      *            CEP INEXISTENTE OU DE OUTRA CIDADE SO APARECIA NA
      *            DEVOLUCAO DA CARTA PELO CORREIO. ESTE PROGRAMA LE
      *            A BASE DE LOGRADOUROS DOS CORREIOS (CEPCORR.TXT),
      *            SEPARADA POR ARROBA NA ORDEM CEP@LOGRADOURO@
      *            BAIRRO@CIDADE@UF (CEP COM OU SEM O HIFEN), E
      *            RECRIA A TABELA INDEXADA CADCEP.DAT (VER CADCEPFD)
      *            CONSULTADA PELAS TELAS (PROG02, EX01PRO, EX02ENT),
      *            PELA CRITICA DE ENDERECOS (EX06END) E PELA
      *            CONVERSAO DO ENDERECO DAS CONTAS (EX02END).
      *            A CARGA E SEMPRE TOTAL (A BASE NOVA SUBSTITUI A
      *            ANTERIOR) E RODA QUANDO CHEGA BASE NOVA DOS
      *            CORREIOS, FORA DA SEQUENCIA NOTURNA. LINHA COM
      *            CEP NAO NUMERICO, SEM CIDADE OU SEM UF, OU CEP
      *            REPETIDO (A PRIMEIRA PREVALECE), VAI PARA O
      *            REJCEP.TXT COM O MOTIVO; TERMINA COM RETURN-CODE 4
      *            SE HOUVER REJEICAO E 16 SE A BASE NAO EXISTIR OU
      *            NADA FOR CARREGADO.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CEPCORR ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-CEPCORR.

       COPY CADCEPSL.

       SELECT REJCEP ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CEPCORR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CEPCORR.TXT".
       01  REG-CORREIO   PIC X(200).

       COPY CADCEPFD.

       FD  REJCEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REJCEP.TXT".
       01  REG-REJ.
           02 LINHA-REJ   PIC 9(07).
           02 FILLER      PIC X(01).
           02 MOTIVO-REJ  PIC X(30).
           02 FILLER      PIC X(01).
           02 ORIGEM-REJ  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CADCEPWS.
       77  FS-CEPCORR    PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  CT-LIDOS      PIC 9(07) VALUE ZEROES.
       77  CT-GRAVADOS   PIC 9(07) VALUE ZEROES.
       77  CT-REJEITADOS PIC 9(07) VALUE ZEROES.
       77  QTD-CAMPOS    PIC 9(02) VALUE ZEROES.
       77  MOTIVO        PIC X(30) VALUE SPACES.

      *CAMPOS DA LINHA DA BASE DOS CORREIOS, SEPARADOS POR "@".
       01  LINHA-CORREIO.
           02 CR-CEP       PIC X(09).
           02 CR-LOGRAD    PIC X(40).
           02 CR-BAIRRO    PIC X(25).
           02 CR-CIDADE    PIC X(25).
           02 CR-UF        PIC X(02).

      *CEP NA FORMA NNNNN-NNN: OS DOIS PEDACOS SEM O HIFEN.
       01  CEP-HIFEN.
           02 CEP-PREFIXO  PIC X(05).
           02 CEP-TRACO    PIC X(01).
           02 CEP-SUFIXO   PIC X(03).
       01  CEP-MONTADO.
           02 CEP-MONT-PRE PIC X(05).
           02 CEP-MONT-SUF PIC X(03).
       01  CEP-MONT-NUM REDEFINES CEP-MONTADO PIC 9(08).

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           OPEN INPUT CEPCORR.
           IF FS-CEPCORR NOT EQUAL "00"
              DISPLAY "EX06CEP: CEPCORR.TXT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-CEPCORR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CADCEP REJCEP.
           PERFORM LEITURA.

       LEITURA.
           READ CEPCORR AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

       PRINCIPAL.
           PERFORM SEPARA-CAMPOS.
           PERFORM CRITICA-LINHA.
           IF MOTIVO EQUAL SPACES
              PERFORM GRAVA-CEP
           ELSE
              PERFORM GRAVA-REJEITADO
           END-IF.
           PERFORM LEITURA.

       SEPARA-CAMPOS.
           MOVE SPACES TO LINHA-CORREIO.
           MOVE ZEROES TO QTD-CAMPOS.
           UNSTRING REG-CORREIO DELIMITED BY "@"
              INTO CR-CEP CR-LOGRAD CR-BAIRRO CR-CIDADE CR-UF
              TALLYING IN QTD-CAMPOS.

      *CEP COM 8 DIGITOS OU NA FORMA NNNNN-NNN; CIDADE E UF SAO
      *OBRIGATORIAS (LOGRADOURO E BAIRRO EM BRANCO = CEP UNICO DA
      *CIDADE).
       CRITICA-LINHA.
           MOVE SPACES TO MOTIVO.
           MOVE CR-CEP TO CEP-HIFEN.
           IF CEP-TRACO EQUAL "-"
              MOVE CEP-PREFIXO TO CEP-MONT-PRE
              MOVE CEP-SUFIXO  TO CEP-MONT-SUF
           ELSE
              MOVE CR-CEP(1:8) TO CEP-MONTADO
              IF CR-CEP(9:1) NOT EQUAL SPACE
                 MOVE "X" TO CEP-MONT-PRE(1:1)
              END-IF
           END-IF.
           IF QTD-CAMPOS LESS THAN 5
              MOVE "LINHA COM CAMPOS FALTANDO" TO MOTIVO
           ELSE
              IF CEP-MONTADO NOT NUMERIC
                 MOVE "CEP NAO NUMERICO" TO MOTIVO
              ELSE
                 IF CEP-MONT-NUM EQUAL ZEROES
                    MOVE "CEP ZERADO" TO MOTIVO
                 ELSE
                    IF CR-CIDADE EQUAL SPACES
                       MOVE "CIDADE NAO PREENCHIDA" TO MOTIVO
                    ELSE
                       IF CR-UF EQUAL SPACES
                          MOVE "UF NAO PREENCHIDA" TO MOTIVO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       GRAVA-CEP.
           MOVE CEP-MONT-NUM TO CODIGO-CEP.
           MOVE CR-LOGRAD    TO LOGRAD-CEP.
           MOVE CR-BAIRRO    TO BAIRRO-CEP.
           MOVE CR-CIDADE    TO CIDADE-CEP.
           MOVE CR-UF        TO UF-CEP.
           WRITE REG-CEP
              INVALID KEY
                 MOVE "CEP REPETIDO NA BASE" TO MOTIVO
                 PERFORM GRAVA-REJEITADO
              NOT INVALID KEY
                 ADD 1 TO CT-GRAVADOS
           END-WRITE.

       GRAVA-REJEITADO.
           MOVE SPACES      TO REG-REJ.
           MOVE CT-LIDOS    TO LINHA-REJ.
           MOVE MOTIVO      TO MOTIVO-REJ.
           MOVE REG-CORREIO TO ORIGEM-REJ.
           WRITE REG-REJ.
           ADD 1 TO CT-REJEITADOS.

       FIM.
           CLOSE CEPCORR CADCEP REJCEP.
           DISPLAY "EX06CEP: " CT-LIDOS " LIDO(S), " CT-GRAVADOS
                   " CEP(S) CARREGADO(S), " CT-REJEITADOS
                   " REJEITADO(S) EM REJCEP.TXT.".
           IF CT-GRAVADOS EQUAL ZEROES
              DISPLAY "EX06CEP: NENHUM CEP CARREGADO - CONFERIR A "
                      "BASE DOS CORREIOS."
              MOVE 16 TO RETURN-CODE
           ELSE
              IF CT-REJEITADOS GREATER THAN ZEROES
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
