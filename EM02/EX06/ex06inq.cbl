      *            - A SITUACAO DE ALUNO NO ARQALU (MATRICULA,
      *              TURMA, MEDIA E SITUACAO PELOS CORTES PADRAO DO
      *              EX05: 7,00 APROVADO, 5,00 DEPENDENCIA, 16
      *              FALTAS REPROVAM);
      *            - AS CONTAS DE QUE A PESSOA E TITULAR NO CADANT.
      *            ARQUIVO AUSENTE OU CPF FORA DELE SAI COMO "NAO
      *            CONSTA" - A CONSULTA NUNCA ABORTA NO BALCAO.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - CADPES COM DDD, TELEFONE DE 9 DIGITOS E TIPO
      *            (VER EX02CV9); O CONTATO SAI COMO (DD) NNNNN-NNNN
      *            FIXO/CELULAR PELA FORMATA-FONE DO FONEPD.
      *15/10/2026 BRC - CONTAS DO TITULAR: VARREDURA DO CADANT
      *            PELO CPF-TIT-ANT (VER EX02), COM CONTA, SITUACAO E
      *            ENDERECO; ORIGENS DO CADPES COM A MARCA DE CONTA.
      *15/10/2026 BRC - REG-ANT COM O ENDERECO DETALHADO DA
      *            CONTA NO FIM (VER EX02); A LINHA DA CONTA MOSTRA
      *            CIDADE/UF QUANDO PREENCHIDOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY ARQALUSL.

       SELECT CADANT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-CADANT.

       DATA DIVISION.

       FILE SECTION.
       01  REG-PESSOA.
           02 CPF-PESSOA       PIC 9(11).
           02 NOME-PESSOA      PIC X(30).
           02 DDD-PESSOA       PIC 9(02).
           02 TELEFONE-PESSOA  PIC 9(09).
           02 TIPO-FONE-PESSOA PIC X(01).
           02 CIDADE-PESSOA    PIC X(30).
           02 UF-PESSOA        PIC X(02).
           02 EM-CADCLI-PESSOA PIC X(01).
           02 EM-CADSOC-PESSOA PIC X(01).
           02 EM-ARQALU-PESSOA PIC X(01).
           02 EM-CADANT-PESSOA PIC X(01).

       COPY CADCLXFD.


       COPY ARQALUFD.

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
           02 FILLER          PIC X(86).
           02 CIDADE-ANT      PIC X(25).
           02 UF-ANT          PIC X(02).
           02 CEP-ANT         PIC X(08).

       WORKING-STORAGE SECTION.
       COPY CADCLXWS.
       COPY CADSOCWS.
       COPY ARQALUWS.
       COPY FONEWS.
       77  FS-CADPES     PIC X(02) VALUE "00".
       77  FS-VISHIST    PIC X(02) VALUE "00".
       77  FS-CADANT     PIC X(02) VALUE "00".
       77  QTD-CONTAS    PIC 9(03) VALUE ZEROES.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  ACHOU         PIC X(03) VALUE "NAO".
       77  ENCERRA       PIC X(01) VALUE "N".
              PERFORM EXIBE-CLIENTE
              PERFORM EXIBE-SOCIO
              PERFORM EXIBE-ALUNO
              PERFORM EXIBE-CONTAS
              DISPLAY "------------------------------------------"
           END-IF.

           END-IF.
           IF ACHOU EQUAL "SIM"
              DISPLAY "PESSOA...: " NOME-PESSOA "  CPF " CPF-PESSOA
              MOVE DDD-PESSOA       TO DDD-FONE
              MOVE TELEFONE-PESSOA  TO NUMERO-FONE
              MOVE TIPO-FONE-PESSOA TO TIPO-FONE
              PERFORM FORMATA-FONE
              DISPLAY "CONTATO..: TEL " FONE-EDITADO " "
                      DESC-TIPO-FONE "  " CIDADE-PESSOA " " UF-PESSOA
              DISPLAY "ORIGENS..: CLIENTE " EM-CADCLI-PESSOA
                      "  SOCIO " EM-CADSOC-PESSOA
                      "  ALUNO " EM-ARQALU-PESSOA
                      "  CONTA " EM-CADANT-PESSOA
           ELSE
              DISPLAY "PESSOA...: NAO CONSTA DO MESTRE UNICO "
                      "(RODAR EX06PES)."
                 MOVE "SIM" TO ACHOU
              END-IF
           END-IF.

      *CONTAS: VARREDURA DO CADANT POR CPF-TIT-ANT. A PESSOA PODE
      *SER TITULAR DE MAIS DE UMA CONTA - TODAS SAEM NA TELA.
       EXIBE-CONTAS.
           MOVE ZEROES TO QTD-CONTAS.
           MOVE "NAO"  TO FIM-ARQ.
           OPEN INPUT CADANT.
           IF FS-CADANT NOT EQUAL "00"
              MOVE "SIM" TO FIM-ARQ
              MOVE "00"  TO FS-CADANT
           ELSE
              PERFORM LER-CADANT UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADANT
           END-IF.
           IF QTD-CONTAS EQUAL ZEROES
              DISPLAY "CONTAS...: NAO CONSTA."
           END-IF.

       LER-CADANT.
           READ CADANT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF CPF-TIT-ANT NUMERIC
                 IF CPF-TIT-ANT EQUAL CPF-INFORMADO
                    ADD 1 TO QTD-CONTAS
                    IF CONTA-ENCERRADA
                       DISPLAY "CONTA....: " CC-ANT " ENCERRADA "
                               ENDER-ANT(1:40)
                    ELSE
                       DISPLAY "CONTA....: " CC-ANT " ATIVA     "
                               ENDER-ANT(1:40)
                    END-IF
                    IF CIDADE-ANT NOT EQUAL SPACES
                       DISPLAY "           " CIDADE-ANT "/" UF-ANT
                               "  CEP " CEP-ANT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       COPY FONEPD.
