      *            ESTE PROGRAMA LE O CLILOTE.CSV, SEPARADO POR
      *            PONTO-E-VIRGULA NA MESMA ORDEM DE COLUNAS DO
      *            RELCLI.CSV QUE O EX02 JA EXPORTA (CPF;NOME;ESTADO;
      *            CIDADE;DDD;TELEFONE;TIPO TELEFONE;DATA VISITA),
      *            CRITICA CADA CAMPO (CPF NUMERICO E COM DIGITO
      *            VERIFICADOR VALIDO, NOME PREENCHIDO, DDD/TELEFONE/
      *            TIPO PELA CRITICA-FONE DO FONEPD, COM TIPO EM
      *            BRANCO DEDUZIDO PELO NUMERO DE DIGITOS, DATA
      *            VALIDA E NAO FUTURA), CONFERE O CPF CONTRA OS
      *            CLIENTES JA EXISTENTES NO CADCLI (E CONTRA O
      *            PROPRIO LOTE) E:
      *            - ANEXA AS LINHAS BOAS AO FIM DO CADCLI;
      *            - REJEITA AS DEMAIS EM REJLOTE.CSV, COM O MOTIVO,
      *              ALEM DO RELATORIO RELLOTE.
      *            NO INTERVALO. ANTES DA CONVERSAO (SEM CADCLIX) O
      *            PROCEDIMENTO PULA EXTRATO E RECARGA E O CADCLI
      *            SEGUE COMO MESTRE.
      *15/10/2026 BRC - LAYOUT DO CADCLI COM DDD, TELEFONE DE 9
      *            DIGITOS E TIPO FIXO/CELULAR (VER EX02CV9): O
      *            CLILOTE.CSV PASSOU A TER AS COLUNAS DDD E TIPO
      *            TELEFONE, CRITICADAS PELO FONEPD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 NOME-CLIENTE        PIC X(30).
           02 ESTADO-CLIENTE      PIC X(02).
           02 CIDADE-CLIENTE      PIC X(30).
           02 DDD-CLIENTE         PIC 9(02).
           02 TELEFONE-CLIENTE    PIC 9(09).
           02 TIPO-FONE-CLI       PIC X(01).
           02 DATA-VIS-CLI        PIC 9(08).

       FD  REJLOTE
       77  LT-NOME       PIC X(30) VALUE SPACES.
       77  LT-ESTADO     PIC X(02) VALUE SPACES.
       77  LT-CIDADE     PIC X(30) VALUE SPACES.
       77  LT-DDD        PIC X(02) VALUE SPACES.
       77  LT-TELEFONE   PIC X(09) VALUE SPACES.
       77  LT-TIPO       PIC X(01) VALUE SPACES.
       77  LT-DATA       PIC X(08) VALUE SPACES.
       77  QTD-CAMPOS    PIC 9(02) VALUE ZEROES.
       77  FONE8-LT      PIC 9(08) VALUE ZEROES.
       COPY FONEWS.

       77  CPF-OK        PIC X(01) VALUE "N".
       77  IDX-DIG       PIC 9(02) VALUE ZEROES.

       SEPARA-CAMPOS.
           MOVE SPACES TO LT-CPF LT-NOME LT-ESTADO LT-CIDADE
                          LT-DDD LT-TELEFONE LT-TIPO LT-DATA.
           MOVE ZEROES TO QTD-CAMPOS.
           UNSTRING REG-LOTE DELIMITED BY ";"
              INTO LT-CPF LT-NOME LT-ESTADO LT-CIDADE
                   LT-DDD LT-TELEFONE LT-TIPO LT-DATA
              TALLYING IN QTD-CAMPOS.

       CRITICA-LINHA.
           MOVE SPACES TO MOTIVO-REJ.
           IF QTD-CAMPOS LESS THAN 8
              MOVE "LINHA COM CAMPOS FALTANDO" TO MOTIVO-REJ
           ELSE
              IF LT-CPF IS NOT NUMERIC
              IF LT-NOME EQUAL SPACES
                 MOVE "NOME NAO PREENCHIDO" TO MOTIVO-REJ
              ELSE
                 PERFORM CRITICA-TELEFONE
                 IF MOTIVO-REJ EQUAL SPACES
                    PERFORM CRITICA-DATA
                    IF DATA-OK NOT EQUAL "S"
                       MOVE "DATA DE VISITA INVALIDA" TO MOTIVO-REJ
              END-IF
           END-IF.

      *DDD E TELEFONE EM BRANCO = CLIENTE SEM TELEFONE. TELEFONE
      *DE 8 DIGITOS (PLANILHA ANTIGA) ENTRA COMO ESTA; A CRITICA-FONE
      *DEDUZ O TIPO QUANDO A COLUNA VEM EM BRANCO.
       CRITICA-TELEFONE.
           MOVE ZEROES  TO DDD-FONE NUMERO-FONE.
           MOVE LT-TIPO TO TIPO-FONE.
           IF LT-DDD NOT EQUAL SPACES OR LT-TELEFONE NOT EQUAL SPACES
              IF LT-DDD IS NOT NUMERIC
                 MOVE "DDD NAO NUMERICO" TO MOTIVO-REJ
              ELSE
                 MOVE LT-DDD TO DDD-FONE
                 IF LT-TELEFONE IS NUMERIC
                    MOVE LT-TELEFONE TO NUMERO-FONE
                 ELSE
                    IF LT-TELEFONE(1:8) IS NUMERIC AND
                       LT-TELEFONE(9:1) EQUAL SPACE
                       MOVE LT-TELEFONE(1:8) TO FONE8-LT
                       MOVE FONE8-LT TO NUMERO-FONE
                    ELSE
                       MOVE "TELEFONE NAO NUMERICO" TO MOTIVO-REJ
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF MOTIVO-REJ EQUAL SPACES
              PERFORM CRITICA-FONE
              IF FONE-OK NOT EQUAL "S"
                 MOVE MOTIVO-FONE TO MOTIVO-REJ
              END-IF
           END-IF.

       PROCURA-CPF.
           MOVE "N" TO ACHOU-CPF.
           MOVE 1 TO IDX-C.
           MOVE LT-NOME     TO NOME-CLIENTE.
           MOVE LT-ESTADO   TO ESTADO-CLIENTE.
           MOVE LT-CIDADE   TO CIDADE-CLIENTE.
           MOVE DDD-FONE    TO DDD-CLIENTE.
           MOVE NUMERO-FONE TO TELEFONE-CLIENTE.
           MOVE TIPO-FONE   TO TIPO-FONE-CLI.
           MOVE LT-DATA     TO DATA-VIS-CLI.
           WRITE CADCLI1.
           ADD 1 TO CT-INCLUIDOS.
           END-IF.

       COPY DATPRCPD.
       COPY FONEPD.
