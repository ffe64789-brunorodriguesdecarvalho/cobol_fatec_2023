       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX02END.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    CONVERSAO UNICA DO ENDERECO DAS CONTAS. O CADANT
      *            PASSOU A TER O ENDERECO EM PARTES (ENDER-DET-ANT:
      *            LOGRADOURO, NUMERO, COMPLEMENTO, BAIRRO, CIDADE, UF
      *            E CEP - VER EX02), DIGITADAS PELO EX02ENT DAQUI
      *            PARA A FRENTE; AS CONTAS QUE JA EXISTIAM SO TEM O
      *            ENDER-ANT DE TEXTO LIVRE. ESTA RODADA LE O
      *            CADANT.DAT E GRAVA O CADANTE.DAT COM AS PARTES
      *            PREENCHIDAS A PARTIR DO TEXTO, PARA A OPERACAO
      *            CONFERIR ANTES DE SUBSTITUIR O CADANT.DAT:
      *            - O CEP (NNNNN-NNN OU 8 DIGITOS SEGUIDOS) E
      *              RETIRADO DO TEXTO ONDE ESTIVER;
      *            - O RESTO E SEPARADO POR " - " NA FORMA
      *              "LOGRADOURO, NUMERO COMPLEMENTO - BAIRRO -
      *              CIDADE/UF": ANTES DA VIRGULA O LOGRADOURO,
      *              DEPOIS DELA O NUMERO (PRIMEIRA PALAVRA) E O
      *              COMPLEMENTO; O PEDACO COM "/" E CIDADE/UF E O
      *              OUTRO E O BAIRRO;
      *            - COM O CEP NA TABELA DE CEP (CADCEP - VER
      *              CADCEPPD), O QUE FALTOU (LOGRADOURO, BAIRRO,
      *              CIDADE, UF) VEM DA TABELA.
      *            AS CONTAS ATIVAS/DORMENTES QUE FICARAM SEM CEP,
      *            COM CEP FORA DA TABELA, COM CIDADE/UF DIFERENTE DA
      *            DO CEP, SEM NUMERO OU SEM CIDADE/UF SAEM NO REVEND
      *            PARA O BALCAO COMPLETAR PELO EX02ENT (MOVIMENTO DE
      *            SUBSTITUICAO "A"). CONTA JA CONVERTIDA (PARTES
      *            PREENCHIDAS) PASSA SEM ALTERACAO, E A RODADA PODE
      *            SER REPETIDA; ENDERECO ANONIMIZADO PELO EX06LGP
      *            NAO E TOCADO. O RELATORIO DE CONCILIACAO (RELEND)
      *            PROVA QUE CADA CONTA SOBREVIVEU (LIDAS = GRAVADAS);
      *            DIFERENCA TERMINA A RODADA COM RETURN-CODE 16.
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

       SELECT CADANTE ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

           COPY CADCEPSL.

       SELECT RELEND ASSIGN TO DISK.

       SELECT REVEND ASSIGN TO DISK.

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
           02 ENDER-DET-ANT.
              03 LOGRAD-ANT  PIC X(40).
              03 NUMERO-ANT  PIC X(06).
              03 COMPL-ANT   PIC X(15).
              03 BAIRRO-ANT  PIC X(25).
              03 CIDADE-ANT  PIC X(25).
              03 UF-ANT      PIC X(02).
              03 CEP-ANT     PIC 9(08).

       FD CADANTE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADANTE.DAT".
       01 REG-ANTE      PIC X(246).

       COPY CADCEPFD.

       FD RELEND
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELEND.txt".
       01 REG-REL PIC X(80).

       FD REVEND
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "REVEND.txt".
       01 REG-REV PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CADCEPWS.
       77 FS-CADANT      PIC X(02) VALUE "00".
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 CT-LIDOS       PIC 9(07) VALUE ZEROES.
       77 CT-GRAVADOS    PIC 9(07) VALUE ZEROES.
       77 CT-CONVERTIDAS PIC 9(07) VALUE ZEROES.
       77 CT-JA-CONV     PIC 9(07) VALUE ZEROES.
       77 CT-SEM-ENDER   PIC 9(07) VALUE ZEROES.
       77 CT-LGPD        PIC 9(07) VALUE ZEROES.
       77 CT-REVISAO     PIC 9(07) VALUE ZEROES.
       77 CEP-NO-TEXTO   PIC X(01) VALUE "N".
       77 IDX-POS        PIC 9(03) VALUE ZEROES.
       77 IDX-PARTE      PIC 9(02) VALUE ZEROES.
       77 QTD-PARTES     PIC 9(02) VALUE ZEROES.
       77 QTD-VIRGULA    PIC 9(02) VALUE ZEROES.
       77 QTD-BRANCOS    PIC 9(03) VALUE ZEROES.
       77 PTR-RESTO      PIC 9(03) VALUE ZEROES.
       77 MOTIVO-REVISAO PIC X(25) VALUE SPACES.

      *TEXTO DO ENDER-ANT SENDO DESMONTADO E OS SEUS PEDACOS.
       01 TEXTO-END      PIC X(50) VALUE SPACES.
       01 RESTO-VIRGULA  PIC X(50) VALUE SPACES.
       01 RESTO-AJUSTADO PIC X(50) VALUE SPACES.
       01 PARTE-ATUAL    PIC X(50) VALUE SPACES.
       01 TAB-PARTES.
           02 PARTE-END  PIC X(50) OCCURS 4 TIMES.

      *CEP ACHADO NO TEXTO, NAS DUAS FORMAS.
       01 CEP-TEXTO.
           02 CEP-TXT-PRE PIC X(05).
           02 CEP-TXT-SUF PIC X(03).
       01 CEP-TEXTO-N REDEFINES CEP-TEXTO PIC 9(08).

       01 TITULO-CONC.
           02 FILLER PIC X(45) VALUE
              "CONCILIACAO DA CONVERSAO DO ENDERECO (CADANT)".
           02 FILLER PIC X(35) VALUE SPACES.

       01 LINHA-CONC.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 ROTULO-CONC  PIC X(29).
           02 QTD-CONC     PIC ZZZZZZ9.
           02 FILLER       PIC X(42) VALUE SPACES.

       01 LINHA-STATUS.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 STATUS-CONC  PIC X(60).
           02 FILLER       PIC X(18) VALUE SPACES.

       01 TITULO-REV.
           02 FILLER PIC X(47) VALUE
              "ENDERECOS DE CONTA A COMPLETAR APOS A CONVERSAO".
           02 FILLER PIC X(33) VALUE SPACES.

       01 CABEC-REV.
           02 FILLER PIC X(09) VALUE "CONTA    ".
           02 FILLER PIC X(26) VALUE "MOTIVO".
           02 FILLER PIC X(45) VALUE "ENDERECO ATUAL".

       01 LINHA-REV.
           02 CC-REV       PIC 9(07).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MOTIVO-REV   PIC X(25).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 ENDER-REV    PIC X(45).

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           OPEN INPUT CADANT.
           IF FS-CADANT NOT EQUAL "00"
              DISPLAY "EX02END: CADANT.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-CADANT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM ABRE-CADCEP.
           IF TABELA-CEP-ABERTA NOT EQUAL "S"
              DISPLAY "EX02END: TABELA DE CEP (CADCEP.DAT) AUSENTE - "
                      "CONVERSAO SO PELO TEXTO."
           END-IF.
           OPEN OUTPUT CADANTE RELEND REVEND.
           WRITE REG-REL FROM TITULO-CONC AFTER ADVANCING 1 LINE.
           WRITE REG-REV FROM TITULO-REV AFTER ADVANCING 1 LINE.
           WRITE REG-REV FROM CABEC-REV AFTER ADVANCING 2 LINES.
           PERFORM LEITURA.

       LEITURA.
           READ CADANT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

      *CADANT ANTIGO, MAIS CURTO, CHEGA COM AS PARTES EM BRANCO.
       PRINCIPAL.
           IF ENDER-DET-ANT NOT EQUAL SPACES
              ADD 1 TO CT-JA-CONV
           ELSE
              IF ENDER-ANT EQUAL SPACES
                 ADD 1 TO CT-SEM-ENDER
                 MOVE "SEM ENDERECO" TO MOTIVO-REVISAO
                 PERFORM APONTA-REVISAO
              ELSE
                 IF ENDER-ANT EQUAL "REMOVIDO LGPD"
                    ADD 1 TO CT-LGPD
                 ELSE
                    PERFORM CONVERTE-ENDERECO
                    ADD 1 TO CT-CONVERTIDAS
                 END-IF
              END-IF
           END-IF.
           WRITE REG-ANTE FROM REG-ANT.
           ADD 1 TO CT-GRAVADOS.
           PERFORM LEITURA.

       CONVERTE-ENDERECO.
           MOVE SPACES   TO ENDER-DET-ANT MOTIVO-REVISAO.
           MOVE ZEROES   TO CEP-ANT.
           MOVE ENDER-ANT TO TEXTO-END.
           PERFORM RETIRA-CEP.
           PERFORM SEPARA-PARTES.
           PERFORM COMPLETA-PELA-TABELA.
           PERFORM CONFERE-RESULTADO.
           IF MOTIVO-REVISAO NOT EQUAL SPACES
              PERFORM APONTA-REVISAO
           END-IF.

      *CEP NA FORMA NNNNN-NNN OU COM 8 DIGITOS SEGUIDOS, EM QUALQUER
      *POSICAO: VAI PARA O CEP-ANT E SAI DO TEXTO, JUNTO COM A
      *PALAVRA "CEP" QUE O PRECEDE.
       RETIRA-CEP.
           MOVE "N" TO CEP-NO-TEXTO.
           MOVE 1 TO IDX-POS.
           PERFORM PROCURA-CEP UNTIL IDX-POS GREATER THAN 43
              OR CEP-NO-TEXTO EQUAL "S".
           IF CEP-NO-TEXTO EQUAL "S"
              INSPECT TEXTO-END REPLACING ALL " CEP:" BY "     "
                                          ALL " CEP " BY "     "
           END-IF.

       PROCURA-CEP.
           IF IDX-POS LESS THAN 43 AND
              TEXTO-END(IDX-POS:5) NUMERIC AND
              TEXTO-END(IDX-POS + 5:1) EQUAL "-" AND
              TEXTO-END(IDX-POS + 6:3) NUMERIC
              MOVE TEXTO-END(IDX-POS:5)     TO CEP-TXT-PRE
              MOVE TEXTO-END(IDX-POS + 6:3) TO CEP-TXT-SUF
              MOVE SPACES TO TEXTO-END(IDX-POS:9)
              MOVE "S" TO CEP-NO-TEXTO
           ELSE
              IF TEXTO-END(IDX-POS:8) NUMERIC
                 MOVE TEXTO-END(IDX-POS:8) TO CEP-TEXTO
                 MOVE SPACES TO TEXTO-END(IDX-POS:8)
                 MOVE "S" TO CEP-NO-TEXTO
              ELSE
                 ADD 1 TO IDX-POS
              END-IF
           END-IF.
           IF CEP-NO-TEXTO EQUAL "S"
              MOVE CEP-TEXTO-N TO CEP-ANT
           END-IF.

      *"LOGRADOURO, NUMERO COMPLEMENTO - BAIRRO - CIDADE/UF".
       SEPARA-PARTES.
           MOVE SPACES TO TAB-PARTES.
           MOVE ZEROES TO QTD-PARTES.
           UNSTRING TEXTO-END DELIMITED BY " - "
              INTO PARTE-END(1) PARTE-END(2) PARTE-END(3)
                   PARTE-END(4)
              TALLYING IN QTD-PARTES.
           PERFORM SEPARA-LOGRADOURO.
           MOVE 2 TO IDX-PARTE.
           PERFORM CLASSIFICA-PARTE UNTIL IDX-PARTE GREATER THAN 4.

       SEPARA-LOGRADOURO.
           MOVE SPACES TO RESTO-VIRGULA RESTO-AJUSTADO.
           MOVE ZEROES TO QTD-VIRGULA.
           UNSTRING PARTE-END(1) DELIMITED BY ","
              INTO LOGRAD-ANT RESTO-VIRGULA
              TALLYING IN QTD-VIRGULA.
           IF RESTO-VIRGULA NOT EQUAL SPACES
              MOVE ZEROES TO QTD-BRANCOS
              INSPECT RESTO-VIRGULA TALLYING QTD-BRANCOS
                 FOR LEADING SPACES
              MOVE RESTO-VIRGULA(QTD-BRANCOS + 1:) TO RESTO-AJUSTADO
              MOVE 1 TO PTR-RESTO
              UNSTRING RESTO-AJUSTADO DELIMITED BY SPACE
                 INTO NUMERO-ANT
                 WITH POINTER PTR-RESTO
              IF PTR-RESTO NOT GREATER THAN 50
                 MOVE RESTO-AJUSTADO(PTR-RESTO:) TO COMPL-ANT
              END-IF
           END-IF.

      *PEDACO COM "/" E CIDADE/UF; O PRIMEIRO SEM "/" E O BAIRRO E
      *O SEGUNDO, A CIDADE (SEM UF).
       CLASSIFICA-PARTE.
           MOVE PARTE-END(IDX-PARTE) TO PARTE-ATUAL.
           IF PARTE-ATUAL NOT EQUAL SPACES
              MOVE ZEROES TO QTD-BRANCOS
              INSPECT PARTE-ATUAL TALLYING QTD-BRANCOS FOR ALL "/"
              IF QTD-BRANCOS GREATER THAN ZEROES
                 UNSTRING PARTE-ATUAL DELIMITED BY "/"
                    INTO CIDADE-ANT UF-ANT
              ELSE
                 IF BAIRRO-ANT EQUAL SPACES
                    MOVE PARTE-ATUAL TO BAIRRO-ANT
                 ELSE
                    IF CIDADE-ANT EQUAL SPACES
                       MOVE PARTE-ATUAL TO CIDADE-ANT
                    END-IF
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO IDX-PARTE.

      *CEP NA TABELA: O QUE O TEXTO NAO TROUXE VEM DA TABELA.
       COMPLETA-PELA-TABELA.
           MOVE CEP-ANT TO CEP-BUSCA.
           PERFORM BUSCA-CEP.
           IF CEP-ENCONTRADO EQUAL "S"
              IF LOGRAD-ANT EQUAL SPACES
                 MOVE LOGRAD-CEP TO LOGRAD-ANT
              END-IF
              IF BAIRRO-ANT EQUAL SPACES
                 MOVE BAIRRO-CEP TO BAIRRO-ANT
              END-IF
              IF CIDADE-ANT EQUAL SPACES
                 MOVE CIDADE-CEP TO CIDADE-ANT
                 MOVE UF-CEP     TO UF-ANT
              END-IF
           END-IF.

       CONFERE-RESULTADO.
           IF CEP-ANT EQUAL ZEROES
              MOVE "SEM CEP" TO MOTIVO-REVISAO
           ELSE
              IF TABELA-CEP-ABERTA EQUAL "S" AND
                 CEP-ENCONTRADO NOT EQUAL "S"
                 MOVE "CEP FORA DA TABELA" TO MOTIVO-REVISAO
              ELSE
                 IF CEP-ENCONTRADO EQUAL "S" AND
                    (CIDADE-ANT NOT EQUAL CIDADE-CEP OR
                     UF-ANT NOT EQUAL UF-CEP)
                    MOVE "CIDADE/UF DIVERGE DO CEP" TO MOTIVO-REVISAO
                 END-IF
              END-IF
           END-IF.
           IF MOTIVO-REVISAO EQUAL SPACES
              IF NUMERO-ANT EQUAL SPACES
                 MOVE "SEM NUMERO" TO MOTIVO-REVISAO
              ELSE
                 IF CIDADE-ANT EQUAL SPACES OR UF-ANT EQUAL SPACES
                    MOVE "SEM CIDADE/UF" TO MOTIVO-REVISAO
                 END-IF
              END-IF
           END-IF.

      *CONTA ENCERRADA NAO RECEBE CORRESPONDENCIA E NAO E LISTADA.
       APONTA-REVISAO.
           IF NOT CONTA-ENCERRADA
              ADD 1 TO CT-REVISAO
              MOVE CC-ANT         TO CC-REV
              MOVE MOTIVO-REVISAO TO MOTIVO-REV
              MOVE ENDER-ANT      TO ENDER-REV
              WRITE REG-REV FROM LINHA-REV AFTER ADVANCING 1 LINE
           END-IF.

       IMPRESSAO-FINAL.
           MOVE "CONTAS LIDAS DO CADANT.....: " TO ROTULO-CONC.
           MOVE CT-LIDOS TO QTD-CONC.
           WRITE REG-REL FROM LINHA-CONC AFTER ADVANCING 2 LINES.
           MOVE "CONTAS GRAVADAS NO CADANTE.: " TO ROTULO-CONC.
           MOVE CT-GRAVADOS TO QTD-CONC.
           WRITE REG-REL FROM LINHA-CONC AFTER ADVANCING 1 LINE.
           MOVE "  CONVERTIDAS PELO TEXTO...: " TO ROTULO-CONC.
           MOVE CT-CONVERTIDAS TO QTD-CONC.
           WRITE REG-REL FROM LINHA-CONC AFTER ADVANCING 1 LINE.
           MOVE "  JA CONVERTIDAS...........: " TO ROTULO-CONC.
           MOVE CT-JA-CONV TO QTD-CONC.
           WRITE REG-REL FROM LINHA-CONC AFTER ADVANCING 1 LINE.
           MOVE "  SEM ENDERECO.............: " TO ROTULO-CONC.
           MOVE CT-SEM-ENDER TO QTD-CONC.
           WRITE REG-REL FROM LINHA-CONC AFTER ADVANCING 1 LINE.
           MOVE "  ANONIMIZADAS (LGPD)......: " TO ROTULO-CONC.
           MOVE CT-LGPD TO QTD-CONC.
           WRITE REG-REL FROM LINHA-CONC AFTER ADVANCING 1 LINE.
           MOVE "CONTAS PARA REVISAO (REVEND): " TO ROTULO-CONC.
           MOVE CT-REVISAO TO QTD-CONC.
           WRITE REG-REL FROM LINHA-CONC AFTER ADVANCING 2 LINES.
           IF CT-LIDOS EQUAL CT-GRAVADOS
              MOVE "CONFERE - PODE SUBSTITUIR O CADANT.DAT PELO "
                   TO STATUS-CONC
              MOVE "CADANTE.DAT" TO STATUS-CONC(45:11)
           ELSE
              MOVE "*** DIFERENCA - NAO SUBSTITUIR O CADANT.DAT ***"
                   TO STATUS-CONC
           END-IF.
           WRITE REG-REL FROM LINHA-STATUS AFTER ADVANCING 2 LINES.

       FIM.
           PERFORM FECHA-CADCEP.
           CLOSE CADANT CADANTE RELEND REVEND.
           DISPLAY "EX02END: " CT-LIDOS " CONTA(S) LIDA(S), "
                   CT-CONVERTIDAS " CONVERTIDA(S), " CT-REVISAO
                   " PARA REVISAO - VER RELEND/REVEND.".
           IF CT-LIDOS NOT EQUAL CT-GRAVADOS
              DISPLAY "EX02END: LIDAS DIFERENTE DE GRAVADAS - "
                      "NAO SUBSTITUIR O CADANT.DAT."
              MOVE 16 TO RETURN-CODE
           END-IF.

       COPY CADCEPPD.
