       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX02CV9.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    CONVERSAO UNICA DO TELEFONE DO CLIENTE DE 8
      *            DIGITOS SEM DDD (TELEFONE PIC 9(08)) PARA DDD PIC
      *            9(02) + TELEFONE PIC 9(09) + TIPO (F = FIXO, C =
      *            CELULAR, BRANCO = SEM TELEFONE). LE OS ARQUIVOS
      *            NO LAYOUT ANTIGO E GRAVA AS VERSOES CONVERTIDAS EM
      *            ARQUIVOS DE SAIDA PROPRIOS PARA A OPERACAO
      *            CONFERIR ANTES DE SUBSTITUIR OS ORIGINAIS:
      *              CADCLI.DAT  -> CADCLI9.DAT
      *              CADCLIX.DAT -> CADCLIX9.DAT (INDEXADO POR CPF)
      *              CADPES.DAT  -> CADPES9.DAT
      *              JRNCLI.DAT  -> JRNCLI9.DAT (IMAGENS ANTES E
      *                             DEPOIS CONVERTIDAS)
      *            REGRAS DO TELEFONE: ZERADO CONTINUA ZERADO (SEM
      *            TELEFONE); COMECANDO POR 2 A 5 E FIXO E FICA COM
      *            OS 8 DIGITOS; COMECANDO POR 6 A 8, OU POR 9
      *            SEGUIDO DE 0 A 5, E CELULAR E GANHA O 9 NA FRENTE;
      *            9 SEGUIDO DE 6 A 9 TAMBEM GANHA O 9, MAS PODE SER
      *            UM CELULAR JA DIGITADO COM 9 E TRUNCADO NOS 8
      *            DIGITOS, E VAI PARA REVISAO; COMECANDO POR 0/1 OU
      *            NAO NUMERICO VAI PARA REVISAO.
      *            REGRAS DO DDD: UF COM UM SO DDD RECEBE ESSE DDD;
      *            NAS DEMAIS, CLIENTE DA CAPITAL RECEBE O DDD DA
      *            CAPITAL; O RESTO FICA COM DDD 00 E VAI PARA
      *            REVISAO. OS REGISTROS DOS MESTRES QUE PRECISAM SER
      *            CONFERIDOS SAEM NO REVCV9 (O JORNAL E SO HISTORICO
      *            E NAO E LISTADO) PARA ACERTO PELO PROG01.
      *            O RELATORIO DE CONCILIACAO (RELCV9) PROVA QUE
      *            CADA REGISTRO SOBREVIVEU (LIDOS = GRAVADOS POR
      *            ARQUIVO); QUALQUER DIFERENCA TERMINA A RODADA COM
      *            RETURN-CODE 16. ARQUIVO DE ENTRADA AUSENTE E
      *            TRATADO COMO VAZIO.
      *            DEPOIS DE SUBSTITUIR OS ARQUIVOS, TIRAR UMA COPIA
      *            NOVA PELO EX02BKP: AS COPIAS ANTERIORES ESTAO NO
      *            LAYOUT ANTIGO E NAO SERVEM MAIS PARA O EX02RCV.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CADCLI ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-ENTRADA.

       SELECT CADCLIX ASSIGN TO DISK
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS CPF-CLIX-V
       FILE STATUS IS FS-ENTRADA.

       SELECT CADPES ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-ENTRADA.

       SELECT JRNCLI ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-ENTRADA.

       SELECT CADCLI9 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CADCLIX9 ASSIGN TO DISK
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS CPF-CLIX-N
       FILE STATUS IS FS-SAIDA.

       SELECT CADPES9 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT JRNCLI9 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RELCV9 ASSIGN TO DISK.

       SELECT REVCV9 ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD CADCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REG-CLI-V.
           02 CPF-CLI-V      PIC 9(11).
           02 NOME-CLI-V     PIC X(30).
           02 ESTADO-CLI-V   PIC X(02).
           02 CIDADE-CLI-V   PIC X(30).
           02 TELEFONE-CLI-V PIC X(08).
           02 DATA-CLI-V     PIC 9(08).

       FD CADCLIX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLIX.DAT".
       01 REG-CLIX-V.
           02 CPF-CLIX-V     PIC 9(11).
           02 RESTO-CLIX-V   PIC X(78).

       FD CADPES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPES.DAT".
       01 REG-PES-V.
           02 CPF-PES-V      PIC 9(11).
           02 NOME-PES-V     PIC X(30).
           02 TELEFONE-PES-V PIC X(08).
           02 CIDADE-PES-V   PIC X(30).
           02 UF-PES-V       PIC X(02).
           02 FLAGS-PES-V    PIC X(03).

       FD JRNCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNCLI.DAT".
       01 REG-JRN-V.
           02 CABEC-JRN-V    PIC X(33).
           02 ANTES-JRN-V    PIC X(89).
           02 DEPOIS-JRN-V   PIC X(89).

       FD CADCLI9
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI9.DAT".
       01 REG-CLI-N          PIC X(93).

       FD CADCLIX9
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLIX9.DAT".
       01 REG-CLIX-N.
           02 CPF-CLIX-N     PIC 9(11).
           02 RESTO-CLIX-N   PIC X(82).

       FD CADPES9
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPES9.DAT".
       01 REG-PES-N.
           02 CPF-PES-N      PIC 9(11).
           02 NOME-PES-N     PIC X(30).
           02 DDD-PES-N      PIC 9(02).
           02 TELEFONE-PES-N PIC 9(09).
           02 TIPO-PES-N     PIC X(01).
           02 CIDADE-PES-N   PIC X(30).
           02 UF-PES-N       PIC X(02).
           02 FLAGS-PES-N    PIC X(03).

       FD JRNCLI9
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNCLI9.DAT".
       01 REG-JRN-N.
           02 CABEC-JRN-N    PIC X(33).
           02 ANTES-JRN-N    PIC X(93).
           02 DEPOIS-JRN-N   PIC X(93).

       FD RELCV9
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELCV9.txt".
       01 REG-REL PIC X(80).

       FD REVCV9
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "REVCV9.txt".
       01 REG-REV PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-ENTRADA     PIC X(02) VALUE "00".
       77 FS-SAIDA       PIC X(02) VALUE "00".
       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 CT-LIDOS-CLI   PIC 9(07) VALUE ZEROES.
       77 CT-GRAV-CLI    PIC 9(07) VALUE ZEROES.
       77 CT-LIDOS-CLIX  PIC 9(07) VALUE ZEROES.
       77 CT-GRAV-CLIX   PIC 9(07) VALUE ZEROES.
       77 CT-LIDOS-PES   PIC 9(07) VALUE ZEROES.
       77 CT-GRAV-PES    PIC 9(07) VALUE ZEROES.
       77 CT-LIDOS-JRN   PIC 9(07) VALUE ZEROES.
       77 CT-GRAV-JRN    PIC 9(07) VALUE ZEROES.
       77 CT-REVISAO     PIC 9(07) VALUE ZEROES.
       77 HOUVE-DIFER    PIC X(01) VALUE "N".
       77 IND-DDD        PIC 9(02) VALUE ZEROES.

      *IMAGEM DO CLIENTE NOS DOIS LAYOUTS (CADCLI, CADCLIX E AS
      *IMAGENS DO JRNCLI TEM O MESMO REGISTRO).
       01 IMAGEM-VELHA.
           02 CPF-VELHA      PIC 9(11).
           02 NOME-VELHA     PIC X(30).
           02 ESTADO-VELHA   PIC X(02).
           02 CIDADE-VELHA   PIC X(30).
           02 TELEFONE-VELHA PIC X(08).
           02 DATA-VELHA     PIC 9(08).

       01 IMAGEM-NOVA.
           02 CPF-NOVA       PIC 9(11).
           02 NOME-NOVA      PIC X(30).
           02 ESTADO-NOVA    PIC X(02).
           02 CIDADE-NOVA    PIC X(30).
           02 DDD-NOVA       PIC 9(02).
           02 TELEFONE-NOVA  PIC 9(09).
           02 TIPO-NOVA      PIC X(01).
           02 DATA-NOVA      PIC 9(08).

      *AREA DA CONVERSAO DO TELEFONE: ENTRAM UF-CNV, CIDADE-CNV E
      *FONE-VELHO-CNV; SAEM DDD-CNV, FONE-NOVO-CNV, TIPO-CNV E O
      *MOTIVO DA REVISAO (BRANCO QUANDO A CONVERSAO E SEGURA).
       01 AREA-CNV.
           02 UF-CNV         PIC X(02).
           02 CIDADE-CNV     PIC X(30).
           02 FONE-VELHO-CNV PIC X(08).
           02 FONE-VELHO-R REDEFINES FONE-VELHO-CNV.
              03 DIG1-CNV    PIC X(01).
              03 DIG2-CNV    PIC X(01).
              03 FILLER      PIC X(06).
           02 DDD-CNV        PIC 9(02).
           02 FONE-NOVO-CNV  PIC 9(09).
           02 TIPO-CNV       PIC X(01).
           02 REVISA-FONE    PIC X(01).
           02 REVISA-DDD     PIC X(01).
           02 MOTIVO-CNV     PIC X(25).

       01 FONE-VELHO-N       PIC 9(08).

      *UFS COM UM SO DDD.
       01 TAB-UF-DDD.
           02 FILLER PIC X(04) VALUE "AC68".
           02 FILLER PIC X(04) VALUE "AL82".
           02 FILLER PIC X(04) VALUE "AP96".
           02 FILLER PIC X(04) VALUE "DF61".
           02 FILLER PIC X(04) VALUE "MS67".
           02 FILLER PIC X(04) VALUE "PB83".
           02 FILLER PIC X(04) VALUE "RN84".
           02 FILLER PIC X(04) VALUE "RO69".
           02 FILLER PIC X(04) VALUE "RR95".
           02 FILLER PIC X(04) VALUE "SE79".
           02 FILLER PIC X(04) VALUE "TO63".
       01 TAB-UF-DDD-R REDEFINES TAB-UF-DDD.
           02 UF-DDD-TAB OCCURS 11 TIMES.
              03 UF-TAB      PIC X(02).
              03 DDD-UF-TAB  PIC 9(02).

      *CAPITAIS DAS UFS COM MAIS DE UM DDD.
       01 TAB-CAPITAL.
           02 FILLER PIC X(18) VALUE "SPSAO PAULO     11".
           02 FILLER PIC X(18) VALUE "RJRIO DE JANEIRO21".
           02 FILLER PIC X(18) VALUE "MGBELO HORIZONTE31".
           02 FILLER PIC X(18) VALUE "PRCURITIBA      41".
           02 FILLER PIC X(18) VALUE "RSPORTO ALEGRE  51".
           02 FILLER PIC X(18) VALUE "SCFLORIANOPOLIS 48".
           02 FILLER PIC X(18) VALUE "BASALVADOR      71".
           02 FILLER PIC X(18) VALUE "PERECIFE        81".
           02 FILLER PIC X(18) VALUE "CEFORTALEZA     85".
           02 FILLER PIC X(18) VALUE "PABELEM         91".
           02 FILLER PIC X(18) VALUE "AMMANAUS        92".
           02 FILLER PIC X(18) VALUE "MASAO LUIS      98".
           02 FILLER PIC X(18) VALUE "PITERESINA      86".
           02 FILLER PIC X(18) VALUE "GOGOIANIA       62".
           02 FILLER PIC X(18) VALUE "MTCUIABA        65".
           02 FILLER PIC X(18) VALUE "ESVITORIA       27".
       01 TAB-CAPITAL-R REDEFINES TAB-CAPITAL.
           02 CAPITAL-TAB OCCURS 16 TIMES.
              03 UF-CAP-TAB     PIC X(02).
              03 CIDADE-CAP-TAB PIC X(14).
              03 DDD-CAP-TAB    PIC 9(02).

       01 LINHA-CONC.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 ARQ-CONC     PIC X(08).
           02 FILLER       PIC X(09) VALUE "  LIDOS: ".
           02 LIDOS-CONC   PIC ZZZZZZ9.
           02 FILLER       PIC X(13) VALUE "   GRAVADOS: ".
           02 GRAV-CONC    PIC ZZZZZZ9.
           02 FILLER       PIC X(03) VALUE "   ".
           02 STATUS-CONC  PIC X(12).
           02 FILLER       PIC X(19) VALUE SPACES.

       01 TITULO-CONC.
           02 FILLER PIC X(46) VALUE
              "CONCILIACAO DA CONVERSAO DO TELEFONE (8 -> 9)".
           02 FILLER PIC X(34) VALUE SPACES.

       01 LINHA-QTD-REV.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(29) VALUE
              "REGISTROS PARA REVISAO.....: ".
           02 QTD-REV      PIC ZZZZZZ9.
           02 FILLER       PIC X(42) VALUE SPACES.

       01 TITULO-REV.
           02 FILLER PIC X(48) VALUE
              "TELEFONES A CONFERIR APOS A CONVERSAO (8 -> 9)".
           02 FILLER PIC X(32) VALUE SPACES.

       01 CABEC-REV.
           02 FILLER PIC X(08) VALUE "ARQUIVO ".
           02 FILLER PIC X(12) VALUE "CPF         ".
           02 FILLER PIC X(23) VALUE "NOME".
           02 FILLER PIC X(03) VALUE "UF ".
           02 FILLER PIC X(09) VALUE "FONE ANT.".
           02 FILLER PIC X(25) VALUE "MOTIVO".

       01 LINHA-REV.
           02 ARQ-REV      PIC X(07).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CPF-REV      PIC 9(11).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-REV     PIC X(22).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 UF-REV       PIC X(02).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 FONE-REV     PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MOTIVO-REV   PIC X(25).

       PROCEDURE DIVISION.

       PROGRAM01.
           OPEN OUTPUT RELCV9 REVCV9.
           WRITE REG-REL FROM TITULO-CONC AFTER ADVANCING 1 LINE.
           WRITE REG-REV FROM TITULO-REV AFTER ADVANCING 1 LINE.
           WRITE REG-REV FROM CABEC-REV AFTER ADVANCING 2 LINES.
           PERFORM CONVERTE-CADCLI.
           PERFORM CONVERTE-CADCLIX.
           PERFORM CONVERTE-CADPES.
           PERFORM CONVERTE-JRNCLI.
           PERFORM CONCILIA.
           CLOSE RELCV9 REVCV9.
           IF HOUVE-DIFER EQUAL "S"
              DISPLAY "EX02CV9: CONVERSAO COM DIFERENCAS - NAO "
                      "SUBSTITUA OS ARQUIVOS ORIGINAIS."
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY "EX02CV9: CONVERSAO CONFERIDA - TODOS OS "
                      "REGISTROS SOBREVIVERAM."
              IF CT-REVISAO GREATER THAN ZEROES
                 DISPLAY "EX02CV9: " CT-REVISAO " TELEFONE(S) A "
                         "CONFERIR - VER REVCV9."
              END-IF
           END-IF.
           STOP RUN.

       CONVERTE-CADCLI.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "00"  TO FS-ENTRADA.
           OPEN INPUT CADCLI.
           IF FS-ENTRADA NOT EQUAL "00"
              MOVE "SIM" TO FIM-ARQ
           ELSE
              OPEN OUTPUT CADCLI9
              PERFORM COPIA-CADCLI UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADCLI CADCLI9
           END-IF.

       COPIA-CADCLI.
           READ CADCLI AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS-CLI
              MOVE REG-CLI-V TO IMAGEM-VELHA
              PERFORM CONVERTE-IMAGEM
              MOVE IMAGEM-NOVA TO REG-CLI-N
              WRITE REG-CLI-N
              ADD 1 TO CT-GRAV-CLI
              IF MOTIVO-CNV NOT EQUAL SPACES
                 MOVE "CADCLI " TO ARQ-REV
                 PERFORM GRAVA-REVISAO-CLIENTE
              END-IF
           END-IF.

       CONVERTE-CADCLIX.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "00"  TO FS-ENTRADA.
           OPEN INPUT CADCLIX.
           IF FS-ENTRADA NOT EQUAL "00"
              MOVE "SIM" TO FIM-ARQ
           ELSE
              OPEN OUTPUT CADCLIX9
              PERFORM COPIA-CADCLIX UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADCLIX CADCLIX9
           END-IF.

       COPIA-CADCLIX.
           READ CADCLIX NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS-CLIX
              MOVE REG-CLIX-V TO IMAGEM-VELHA
              PERFORM CONVERTE-IMAGEM
              MOVE IMAGEM-NOVA TO REG-CLIX-N
              WRITE REG-CLIX-N
                 INVALID KEY
                    DISPLAY "EX02CV9: CADCLIX9 RECUSOU O CPF "
                            CPF-CLIX-N " - STATUS " FS-SAIDA
                 NOT INVALID KEY
                    ADD 1 TO CT-GRAV-CLIX
              END-WRITE
              IF MOTIVO-CNV NOT EQUAL SPACES
                 MOVE "CADCLIX" TO ARQ-REV
                 PERFORM GRAVA-REVISAO-CLIENTE
              END-IF
           END-IF.

       CONVERTE-CADPES.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "00"  TO FS-ENTRADA.
           OPEN INPUT CADPES.
           IF FS-ENTRADA NOT EQUAL "00"
              MOVE "SIM" TO FIM-ARQ
           ELSE
              OPEN OUTPUT CADPES9
              PERFORM COPIA-CADPES UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADPES CADPES9
           END-IF.

       COPIA-CADPES.
           READ CADPES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS-PES
              MOVE UF-PES-V       TO UF-CNV
              MOVE CIDADE-PES-V   TO CIDADE-CNV
              MOVE TELEFONE-PES-V TO FONE-VELHO-CNV
              PERFORM CONVERTE-FONE
              MOVE CPF-PES-V      TO CPF-PES-N
              MOVE NOME-PES-V     TO NOME-PES-N
              MOVE DDD-CNV        TO DDD-PES-N
              MOVE FONE-NOVO-CNV  TO TELEFONE-PES-N
              MOVE TIPO-CNV       TO TIPO-PES-N
              MOVE CIDADE-PES-V   TO CIDADE-PES-N
              MOVE UF-PES-V       TO UF-PES-N
              MOVE FLAGS-PES-V    TO FLAGS-PES-N
              WRITE REG-PES-N
              ADD 1 TO CT-GRAV-PES
              IF MOTIVO-CNV NOT EQUAL SPACES
                 MOVE "CADPES "      TO ARQ-REV
                 MOVE CPF-PES-V      TO CPF-REV
                 MOVE NOME-PES-V     TO NOME-REV
                 MOVE UF-PES-V       TO UF-REV
                 PERFORM GRAVA-REVISAO
              END-IF
           END-IF.

      *IMAGEM EM BRANCO (ANTES DA INCLUSAO, DEPOIS DA EXCLUSAO)
      *CONTINUA EM BRANCO.
       CONVERTE-JRNCLI.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "00"  TO FS-ENTRADA.
           OPEN INPUT JRNCLI.
           IF FS-ENTRADA NOT EQUAL "00"
              MOVE "SIM" TO FIM-ARQ
           ELSE
              OPEN OUTPUT JRNCLI9
              PERFORM COPIA-JRNCLI UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE JRNCLI JRNCLI9
           END-IF.

       COPIA-JRNCLI.
           READ JRNCLI AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS-JRN
              MOVE CABEC-JRN-V TO CABEC-JRN-N
              IF ANTES-JRN-V EQUAL SPACES
                 MOVE SPACES TO ANTES-JRN-N
              ELSE
                 MOVE ANTES-JRN-V TO IMAGEM-VELHA
                 PERFORM CONVERTE-IMAGEM
                 MOVE IMAGEM-NOVA TO ANTES-JRN-N
              END-IF
              IF DEPOIS-JRN-V EQUAL SPACES
                 MOVE SPACES TO DEPOIS-JRN-N
              ELSE
                 MOVE DEPOIS-JRN-V TO IMAGEM-VELHA
                 PERFORM CONVERTE-IMAGEM
                 MOVE IMAGEM-NOVA TO DEPOIS-JRN-N
              END-IF
              WRITE REG-JRN-N
              ADD 1 TO CT-GRAV-JRN
           END-IF.

       CONVERTE-IMAGEM.
           MOVE ESTADO-VELHA   TO UF-CNV.
           MOVE CIDADE-VELHA   TO CIDADE-CNV.
           MOVE TELEFONE-VELHA TO FONE-VELHO-CNV.
           PERFORM CONVERTE-FONE.
           MOVE CPF-VELHA      TO CPF-NOVA.
           MOVE NOME-VELHA     TO NOME-NOVA.
           MOVE ESTADO-VELHA   TO ESTADO-NOVA.
           MOVE CIDADE-VELHA   TO CIDADE-NOVA.
           MOVE DDD-CNV        TO DDD-NOVA.
           MOVE FONE-NOVO-CNV  TO TELEFONE-NOVA.
           MOVE TIPO-CNV       TO TIPO-NOVA.
           MOVE DATA-VELHA     TO DATA-NOVA.

       CONVERTE-FONE.
           MOVE ZEROES TO DDD-CNV FONE-NOVO-CNV.
           MOVE SPACES TO TIPO-CNV MOTIVO-CNV.
           MOVE "N" TO REVISA-FONE REVISA-DDD.
           IF FONE-VELHO-CNV NOT EQUAL ZEROES
              PERFORM CONVERTE-FONE-INFORMADO
           END-IF.

       CONVERTE-FONE-INFORMADO.
           IF FONE-VELHO-CNV NOT NUMERIC
              MOVE "S" TO REVISA-FONE
              MOVE "TELEFONE NAO NUMERICO" TO MOTIVO-CNV
           ELSE
              MOVE FONE-VELHO-CNV TO FONE-VELHO-N
              EVALUATE TRUE
                 WHEN DIG1-CNV NOT LESS THAN "2"
                  AND DIG1-CNV NOT GREATER THAN "5"
                    MOVE "F" TO TIPO-CNV
                    MOVE FONE-VELHO-N TO FONE-NOVO-CNV
                 WHEN DIG1-CNV NOT LESS THAN "6"
                  AND DIG1-CNV NOT GREATER THAN "8"
                    MOVE "C" TO TIPO-CNV
                    COMPUTE FONE-NOVO-CNV = 900000000 + FONE-VELHO-N
                 WHEN DIG1-CNV EQUAL "9"
                    MOVE "C" TO TIPO-CNV
                    COMPUTE FONE-NOVO-CNV = 900000000 + FONE-VELHO-N
                    IF DIG2-CNV GREATER THAN "5"
                       MOVE "S" TO REVISA-FONE
                       MOVE "CELULAR TALVEZ TRUNCADO" TO MOTIVO-CNV
                    END-IF
                 WHEN OTHER
                    MOVE FONE-VELHO-N TO FONE-NOVO-CNV
                    MOVE "S" TO REVISA-FONE
                    MOVE "PREFIXO INVALIDO (0 OU 1)" TO MOTIVO-CNV
              END-EVALUATE
           END-IF.
           PERFORM DEDUZ-DDD.
           IF REVISA-DDD EQUAL "S"
              IF REVISA-FONE EQUAL "S"
                 MOVE "DDD E TELEFONE A CONFERIR" TO MOTIVO-CNV
              ELSE
                 MOVE "DDD NAO DEDUZIDO PELA UF" TO MOTIVO-CNV
              END-IF
           END-IF.

       DEDUZ-DDD.
           INSPECT UF-CNV CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT CIDADE-CNV CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM PROCURA-UF-DDD VARYING IND-DDD FROM 1 BY 1
                   UNTIL IND-DDD GREATER THAN 11
                      OR DDD-CNV NOT EQUAL ZEROES.
           IF DDD-CNV EQUAL ZEROES
              PERFORM PROCURA-CAPITAL VARYING IND-DDD FROM 1 BY 1
                      UNTIL IND-DDD GREATER THAN 16
                         OR DDD-CNV NOT EQUAL ZEROES
           END-IF.
           IF DDD-CNV EQUAL ZEROES
              MOVE "S" TO REVISA-DDD
           END-IF.

       PROCURA-UF-DDD.
           IF UF-TAB(IND-DDD) EQUAL UF-CNV
              MOVE DDD-UF-TAB(IND-DDD) TO DDD-CNV
           END-IF.

       PROCURA-CAPITAL.
           IF UF-CAP-TAB(IND-DDD) EQUAL UF-CNV
              AND CIDADE-CAP-TAB(IND-DDD) EQUAL CIDADE-CNV
              MOVE DDD-CAP-TAB(IND-DDD) TO DDD-CNV
           END-IF.

       GRAVA-REVISAO-CLIENTE.
           MOVE CPF-VELHA    TO CPF-REV.
           MOVE NOME-VELHA   TO NOME-REV.
           MOVE ESTADO-VELHA TO UF-REV.
           PERFORM GRAVA-REVISAO.

       GRAVA-REVISAO.
           MOVE FONE-VELHO-CNV TO FONE-REV.
           MOVE MOTIVO-CNV     TO MOTIVO-REV.
           WRITE REG-REV FROM LINHA-REV AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-REVISAO.

       CONCILIA.
           MOVE "CADCLI  " TO ARQ-CONC.
           MOVE CT-LIDOS-CLI TO LIDOS-CONC.
           MOVE CT-GRAV-CLI  TO GRAV-CONC.
           PERFORM AVALIA-CONC.
           IF CT-LIDOS-CLI NOT EQUAL CT-GRAV-CLI
              MOVE "S" TO HOUVE-DIFER
           END-IF.
           WRITE REG-REL FROM LINHA-CONC AFTER ADVANCING 1 LINE.

           MOVE "CADCLIX " TO ARQ-CONC.
           MOVE CT-LIDOS-CLIX TO LIDOS-CONC.
           MOVE CT-GRAV-CLIX  TO GRAV-CONC.
           PERFORM AVALIA-CONC.
           IF CT-LIDOS-CLIX NOT EQUAL CT-GRAV-CLIX
              MOVE "S" TO HOUVE-DIFER
           END-IF.
           WRITE REG-REL FROM LINHA-CONC AFTER ADVANCING 1 LINE.

           MOVE "CADPES  " TO ARQ-CONC.
           MOVE CT-LIDOS-PES TO LIDOS-CONC.
           MOVE CT-GRAV-PES  TO GRAV-CONC.
           PERFORM AVALIA-CONC.
           IF CT-LIDOS-PES NOT EQUAL CT-GRAV-PES
              MOVE "S" TO HOUVE-DIFER
           END-IF.
           WRITE REG-REL FROM LINHA-CONC AFTER ADVANCING 1 LINE.

           MOVE "JRNCLI  " TO ARQ-CONC.
           MOVE CT-LIDOS-JRN TO LIDOS-CONC.
           MOVE CT-GRAV-JRN  TO GRAV-CONC.
           PERFORM AVALIA-CONC.
           IF CT-LIDOS-JRN NOT EQUAL CT-GRAV-JRN
              MOVE "S" TO HOUVE-DIFER
           END-IF.
           WRITE REG-REL FROM LINHA-CONC AFTER ADVANCING 1 LINE.

           MOVE CT-REVISAO TO QTD-REV.
           WRITE REG-REL FROM LINHA-QTD-REV AFTER ADVANCING 2 LINES.

       AVALIA-CONC.
           IF LIDOS-CONC EQUAL GRAV-CONC
              MOVE "CONFERIDO   " TO STATUS-CONC
           ELSE
              MOVE "** DIFERE **" TO STATUS-CONC
           END-IF.
