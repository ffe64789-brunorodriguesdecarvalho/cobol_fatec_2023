      *            ARQALU, MAS CADA ARQUIVO GUARDA SUA PROPRIA COPIA
      *            DO NOME - E SO O CADCLI SABE TELEFONE E CIDADE.
      *            ESTA RODADA (RE)CONSTROI O CADPES.DAT A PARTIR
      *            DOS TRES CADASTROS (MAIS OS TITULARES DE CONTA
      *            DO CADANT, QUE SO TRAZEM O CPF):
      *            - UMA PESSOA POR CPF (CPF ZERADO E IGNORADO,
      *              COMO NO EX06);
      *            - O NOME "OFICIAL" E O DO CADCLI QUANDO EXISTE,
      *            DO EX01): SEM ELA, COM O ARQUIVO AUSENTE O LACO
      *            DE LEITURA GIRAVA PARA SEMPRE LIBERANDO LIXO PARA
      *            A CLASSIFICACAO.
      *15/10/2026 BRC - LAYOUT DO CADCLI E DO CADPES COM DDD,
      *            TELEFONE DE 9 DIGITOS E TIPO FIXO/CELULAR (VER
      *            EX02CV9).
      *15/10/2026 BRC - QUARTA PERNA NA LINHA DE BALANCO: OS
      *            TITULARES DE CONTA DO CADANT (CPF-TIT-ANT - VER
      *            EX02), EXTRAIDOS E CLASSIFICADOS PARA O WRKPANT. O
      *            CADPES GANHOU A MARCA EM-CADANT-PESSOA NO FIM (89
      *            POSICOES). TITULAR QUE NAO CONSTA DE NENHUM OUTRO
      *            CADASTRO ENTRA SEM NOME E SAI NO RELDISC. CADANT
      *            AUSENTE = NENHUM TITULAR (SO AVISO).
      *15/10/2026 BRC - REG-ANT COM O ENDERECO DETALHADO DA
      *            CONTA NO FIM (246 POSICOES - VER EX02).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT WRKPALU ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CADANT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-CADANT.

       SELECT WRKPANT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CADPES ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

           02 NOME-CLIENTE        PIC X(30).
           02 ESTADO-CLIENTE      PIC X(02).
           02 CIDADE-CLIENTE      PIC X(30).
           02 DDD-CLIENTE         PIC 9(02).
           02 TELEFONE-CLIENTE    PIC 9(09).
           02 TIPO-FONE-CLI       PIC X(01).
           02 DATA-VIS-CLI        PIC 9(08).

       COPY CADSOCFD.

       COPY ARQALUFD.

      *CADASTRO DE CONTAS (EX02): SO O CPF DO TITULAR INTERESSA.
       FD  CADANT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADANT.DAT".
       01  REG-ANT.
           02 CC-ANT          PIC 9(07).
           02 FILLER          PIC X(107).
           02 CPF-TIT-ANT     PIC 9(11).
           02 FILLER          PIC X(121).

      *A CLASSIFICACAO USA O REGISTRO MAIS LARGO (O DO CADCLI, COM
      *TELEFONE/CIDADE/UF); OS EXTRATOS DE SOCIOS E ALUNOS DEIXAM
      *ESSES CAMPOS ZERADOS/EM BRANCO.
       01  REG-SORT.
           02 CPF-SORT        PIC 9(11).
           02 NOME-SORT       PIC X(30).
           02 DDD-SORT        PIC 9(02).
           02 TEL-SORT        PIC 9(09).
           02 TIPO-SORT       PIC X(01).
           02 CIDADE-SORT     PIC X(30).
           02 UF-SORT         PIC X(02).

       01  REG-WCLI.
           02 CPF-WCLI        PIC 9(11).
           02 NOME-WCLI       PIC X(30).
           02 DDD-WCLI        PIC 9(02).
           02 TEL-WCLI        PIC 9(09).
           02 TIPO-WCLI       PIC X(01).
           02 CIDADE-WCLI     PIC X(30).
           02 UF-WCLI         PIC X(02).

       01  REG-WSOC.
           02 CPF-WSOC        PIC 9(11).
           02 NOME-WSOC       PIC X(30).
           02 FILLER          PIC X(44).

       FD  WRKPALU
           LABEL RECORD ARE STANDARD
       01  REG-WALU.
           02 CPF-WALU        PIC 9(11).
           02 NOME-WALU       PIC X(30).
           02 FILLER          PIC X(44).

       FD  WRKPANT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "WRKPANT.DAT".
       01  REG-WANT.
           02 CPF-WANT        PIC 9(11).
           02 FILLER          PIC X(74).

       FD  CADPES
           LABEL RECORD ARE STANDARD
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

       FD  RELDISC
           LABEL RECORD IS OMITTED
       77  FIM-CLI      PIC X(03) VALUE "NAO".
       77  FIM-SOC      PIC X(03) VALUE "NAO".
       77  FIM-ALU      PIC X(03) VALUE "NAO".
       77  FIM-ANT      PIC X(03) VALUE "NAO".
       77  FS-CADANT    PIC X(02) VALUE "00".
       77  CT-LIDOS     PIC 9(07) VALUE ZEROES.
       77  CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
       77  CT-DIVERG    PIC 9(05) VALUE ZEROES.
       77  CT-SO-CONTA  PIC 9(05) VALUE ZEROES.
       77  CH-CLI       PIC X(11) VALUE SPACES.
       77  CH-SOC       PIC X(11) VALUE SPACES.
       77  CH-ALU       PIC X(11) VALUE SPACES.
       77  CH-ANT       PIC X(11) VALUE SPACES.
       77  CH-MENOR     PIC X(11) VALUE SPACES.
       77  NOME-CLI-PES PIC X(30) VALUE SPACES.
       77  NOME-SOC-PES PIC X(30) VALUE SPACES.
           02 QTD-DIV-T PIC ZZZZZZ9.
           02 FILLER    PIC X(42) VALUE SPACES.

       01 TOTAL-SOC.
           02 FILLER    PIC X(29) VALUE "Titulares so de conta......: ".
           02 QTD-SOC-T PIC ZZZZZZ9.
           02 FILLER    PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           SORT ARQSORT ASCENDING KEY CPF-SORT
                INPUT PROCEDURE EXTRAI-ARQALU
                GIVING WRKPALU.
           SORT ARQSORT ASCENDING KEY CPF-SORT
                INPUT PROCEDURE EXTRAI-CADANT
                GIVING WRKPANT.
           PERFORM MONTA-MESTRE.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           IF CPF-CLIENTE NOT EQUAL ZEROES
              MOVE CPF-CLIENTE      TO CPF-SORT
              MOVE NOME-CLIENTE     TO NOME-SORT
              MOVE DDD-CLIENTE      TO DDD-SORT
              MOVE TELEFONE-CLIENTE TO TEL-SORT
              MOVE TIPO-FONE-CLI    TO TIPO-SORT
              MOVE CIDADE-CLIENTE   TO CIDADE-SORT
              MOVE ESTADO-CLIENTE   TO UF-SORT
              RELEASE REG-SORT
           IF CPF-SOCIO1 NOT EQUAL ZEROES
              MOVE CPF-SOCIO1  TO CPF-SORT
              MOVE NOME-SOCIO1 TO NOME-SORT
              MOVE ZEROES      TO DDD-SORT TEL-SORT
              MOVE SPACES      TO TIPO-SORT CIDADE-SORT UF-SORT
              RELEASE REG-SORT
           END-IF.
           PERFORM LEITURA-SOC.
           IF CPF-ALU NOT EQUAL ZEROES
              MOVE CPF-ALU  TO CPF-SORT
              MOVE NOME-ALU TO NOME-SORT
              MOVE ZEROES   TO DDD-SORT TEL-SORT
              MOVE SPACES   TO TIPO-SORT CIDADE-SORT UF-SORT
              RELEASE REG-SORT
           END-IF.
           PERFORM LEITURA-ALU.

      *TITULARES DE CONTA: SO O CPF (O CADANT NAO TEM NOME). CONTA
      *SEM TITULAR (CPF ZERADO OU EM BRANCO) FICA DE FORA. SEM O
      *CADANT O MESTRE SAI SO COM OS TRES CADASTROS.
       EXTRAI-CADANT.
           OPEN INPUT CADANT.
           IF FS-CADANT NOT EQUAL "00"
              DISPLAY "EX06PES: CADANT.DAT AUSENTE - MESTRE MONTADO "
                      "SEM OS TITULARES DE CONTA."
           ELSE
              PERFORM LEITURA-ANT
              PERFORM LIBERA-ANT UNTIL FIM-ANT EQUAL "SIM"
              CLOSE CADANT
           END-IF.

       LEITURA-ANT.
           READ CADANT AT END MOVE "SIM" TO FIM-ANT.
           IF FIM-ANT NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

       LIBERA-ANT.
           IF CPF-TIT-ANT NUMERIC
              IF CPF-TIT-ANT NOT EQUAL ZEROES
                 MOVE CPF-TIT-ANT TO CPF-SORT
                 MOVE SPACES      TO NOME-SORT
                 MOVE ZEROES      TO DDD-SORT TEL-SORT
                 MOVE SPACES      TO TIPO-SORT CIDADE-SORT UF-SORT
                 RELEASE REG-SORT
              END-IF
           END-IF.
           PERFORM LEITURA-ANT.

      *LINHA DE BALANCO DE QUATRO PERNAS SOBRE OS EXTRATOS: CADA CPF
      *VIRA UMA PESSOA DO MESTRE, COM O NOME OFICIAL NA PRIORIDADE
      *CADCLI > CADSOC1 > ARQALU E O CONTATO VINDO DO CADCLI.
       MONTA-MESTRE.
           OPEN INPUT WRKPCLI WRKPSOC WRKPALU WRKPANT.
           PERFORM LER-WCLI.
           PERFORM LER-WSOC.
           PERFORM LER-WALU.
           PERFORM LER-WANT.
           PERFORM TRATA-MENOR UNTIL CH-CLI EQUAL HIGH-VALUES AND
                                     CH-SOC EQUAL HIGH-VALUES AND
                                     CH-ALU EQUAL HIGH-VALUES AND
                                     CH-ANT EQUAL HIGH-VALUES.
           CLOSE WRKPCLI WRKPSOC WRKPALU WRKPANT.

       LER-WCLI.
           READ WRKPCLI AT END MOVE HIGH-VALUES TO CH-CLI.
              MOVE CPF-WALU TO CH-ALU
           END-IF.

       LER-WANT.
           READ WRKPANT AT END MOVE HIGH-VALUES TO CH-ANT.
           IF CH-ANT NOT EQUAL HIGH-VALUES
              MOVE CPF-WANT TO CH-ANT
           END-IF.

       TRATA-MENOR.
           MOVE CH-CLI TO CH-MENOR.
           IF CH-SOC LESS THAN CH-MENOR
           IF CH-ALU LESS THAN CH-MENOR
              MOVE CH-ALU TO CH-MENOR
           END-IF.
           IF CH-ANT LESS THAN CH-MENOR
              MOVE CH-ANT TO CH-MENOR
           END-IF.

           MOVE SPACES TO NOME-CLI-PES NOME-SOC-PES NOME-ALU-PES.
           MOVE SPACES TO REG-PESSOA.
           MOVE "N" TO EM-CADCLI-PESSOA EM-CADSOC-PESSOA
                       EM-ARQALU-PESSOA EM-CADANT-PESSOA.
           MOVE ZEROES TO DDD-PESSOA TELEFONE-PESSOA.
           MOVE CH-MENOR TO CPF-PESSOA.

           IF CH-CLI EQUAL CH-MENOR
              MOVE "S"           TO EM-CADCLI-PESSOA
              MOVE NOME-WCLI     TO NOME-CLI-PES
              MOVE DDD-WCLI      TO DDD-PESSOA
              MOVE TEL-WCLI      TO TELEFONE-PESSOA
              MOVE TIPO-WCLI     TO TIPO-FONE-PESSOA
              MOVE CIDADE-WCLI   TO CIDADE-PESSOA
              MOVE UF-WCLI       TO UF-PESSOA
           END-IF.
              MOVE "S"       TO EM-ARQALU-PESSOA
              MOVE NOME-WALU TO NOME-ALU-PES
           END-IF.
           IF CH-ANT EQUAL CH-MENOR
              MOVE "S"       TO EM-CADANT-PESSOA
           END-IF.

           PERFORM GRAVA-PESSOA.

           PERFORM AVANCA-WCLI UNTIL CH-CLI NOT EQUAL CH-MENOR.
           PERFORM AVANCA-WSOC UNTIL CH-SOC NOT EQUAL CH-MENOR.
           PERFORM AVANCA-WALU UNTIL CH-ALU NOT EQUAL CH-MENOR.
           PERFORM AVANCA-WANT UNTIL CH-ANT NOT EQUAL CH-MENOR.

       AVANCA-WCLI.
           PERFORM LER-WCLI.
       AVANCA-WALU.
           PERFORM LER-WALU.

       AVANCA-WANT.
           PERFORM LER-WANT.

      *NOME OFICIAL: CADCLI, SENAO CADSOC1, SENAO ARQALU. NOMES
      *PREENCHIDOS E DIFERENTES ENTRE SI VAO PARA O RELDISC.
       GRAVA-PESSOA.
           WRITE REG-PESSOA.
           ADD 1 TO CT-GRAVADOS.
           PERFORM CONFERE-DIVERGENCIA.
           IF NOME-PESSOA EQUAL SPACES
              PERFORM APONTA-SO-CONTA
           END-IF.

      *TITULAR DE CONTA QUE NAO CONSTA DE NENHUM OUTRO CADASTRO:
      *ENTRA NO MESTRE SEM NOME E SAI NO RELDISC PARA CONFERENCIA
      *DO CPF DIGITADO NO EX02ENT.
       APONTA-SO-CONTA.
           ADD 1 TO CT-SO-CONTA.
           MOVE CH-MENOR TO CPF-DISC.
           WRITE REG-REL FROM DISC-CAB AFTER ADVANCING 2 LINE.
           MOVE "CADANT  " TO ORIGEM-DISC.
           MOVE "TITULAR SEM NOME NOS CADASTROS" TO NOME-DISC.
           WRITE REG-REL FROM DISC-LINHA AFTER ADVANCING 1 LINE.

       CONFERE-DIVERGENCIA.
           IF (NOME-CLI-PES NOT EQUAL SPACES AND
           WRITE REG-REL FROM TOTAL-PES AFTER ADVANCING 2 LINE.
           MOVE CT-DIVERG   TO QTD-DIV-T.
           WRITE REG-REL FROM TOTAL-DIV AFTER ADVANCING 1 LINE.
           MOVE CT-SO-CONTA TO QTD-SOC-T.
           WRITE REG-REL FROM TOTAL-SOC AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE CADPES RELDISC.
