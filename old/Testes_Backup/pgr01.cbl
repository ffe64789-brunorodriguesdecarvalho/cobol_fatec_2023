      *            (P01-CON/INC/ALT/EXC) E ACAO NEGADA E REGISTRADA
      *            NO EXCLOG COMUM. A TELA-OPERADOR FOI SUBSTITUIDA
      *            PELO SIGN-ON COMUM DE OPERPD.
      *15/10/2026 BRC - ALTERACAO QUE MUDA O ENDERECO (UF OU
      *            CIDADE) RETIRA A MARCA DE CORRESPONDENCIA DEVOLVIDA
      *            DO CLIENTE (DEVCOR.DAT - VER DEVCORFD), GRAVADA PELA
      *            RECEPCAO NO EX01DEV; O EX02CAR VOLTA A INCLUI-LO.
      *15/10/2026 BRC - TELEFONE COM DDD, NUMERO DE 9 DIGITOS E TIPO
      *            (F = FIXO, C = CELULAR), ACOMPANHANDO O LAYOUT
      *            NOVO DO CADCLIX (VER EX02CV9). A INCLUSAO E A
      *            ALTERACAO CRITICAM O TELEFONE PELA CRITICA-FONE
      *            (FONEPD) E NAO GRAVAM COM DDD/NUMERO/TIPO
      *            INCOERENTES; TIPO EM BRANCO E DEDUZIDO DO NUMERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY EXCLOGSL.

           COPY DEVCORSL.

       DATA DIVISION.

       FILE SECTION.
           02 JRN-DATA       PIC 9(08).
           02 JRN-HORA       PIC 9(08).
           02 JRN-OPERACAO   PIC X(09).
           02 JRN-ANTES      PIC X(93).
           02 JRN-DEPOIS     PIC X(93).

       COPY TRAVAFD.

       COPY DEVCORFD.

       WORKING-STORAGE SECTION.
       COPY CADCLXWS.
       COPY TRAVAWS.
       COPY OPERWS.
       COPY EXCLOGWS.
       COPY DEVCORWS.
       COPY FONEWS.
       77 WRK-OPCAO     PIC X(001) VALUE SPACES.
       77 ACHOU         PIC X(003) VALUE "NAO".
       77 WRK-CPF       PIC 9(11) VALUE ZEROES.
       77 WRK-NOME      PIC X(30) VALUE SPACES.
       77 WRK-ESTADO    PIC X(02) VALUE SPACES.
       77 WRK-CIDADE    PIC X(30) VALUE SPACES.
       77 WRK-DDD       PIC 9(02) VALUE ZEROES.
       77 WRK-TELEFONE  PIC 9(09) VALUE ZEROES.
       77 WRK-TIPO-FONE PIC X(01) VALUE SPACES.
       77 WRK-DATA-VIS  PIC 9(08) VALUE ZEROES.
       77 WRK-CONFIRMA  PIC X(01) VALUE SPACES.
       77 WRK-MENSAGEM  PIC X(40) VALUE SPACES.

       77 FS-JRNCLI     PIC X(02) VALUE "00".
       77 WRK-OPERADOR  PIC X(08) VALUE SPACES.
       77 IMAGEM-ANTES  PIC X(93) VALUE SPACES.
       77 IMAGEM-DEPOIS PIC X(93) VALUE SPACES.
       77 OPERACAO-JRN  PIC X(09) VALUE SPACES.
       77 ENDERECO-MUDOU PIC X(01) VALUE "N".

       01 CPF-VALIDA       PIC 9(11) VALUE ZEROES.
       01 CPF-DIGITOS REDEFINES CPF-VALIDA.
           02 CAMPO-CIDADE   LINE 7  COL 30 PIC X(30)
              USING WRK-CIDADE AUTO.
           02 LINE 8  COL 21 VALUE "TELEFONE:".
           02 LINE 8  COL 30 VALUE "(".
           02 CAMPO-DDD      LINE 8  COL 31 PIC 9(02)
              USING WRK-DDD AUTO.
           02 LINE 8  COL 33 VALUE ")".
           02 CAMPO-TELEFONE LINE 8  COL 35 PIC 9(09)
              USING WRK-TELEFONE AUTO.
           02 LINE 8  COL 46 VALUE "TIPO (F/C):".
           02 CAMPO-TIPO-FONE LINE 8 COL 58 PIC X(01)
              USING WRK-TIPO-FONE AUTO.
           02 LINE 9  COL 21 VALUE "DATA DA VISITA (AAAAMMDD):".
           02 CAMPO-DATA     LINE 9  COL 49 PIC 9(08)
              USING WRK-DATA-VIS AUTO.
           ACCEPT TELA-MENSAGEM.

       PROC-INCLUSAO.
           MOVE ZEROES TO WRK-CPF WRK-DDD WRK-TELEFONE WRK-DATA-VIS.
           MOVE SPACES TO WRK-NOME WRK-ESTADO WRK-CIDADE
                          WRK-TIPO-FONE.

           DISPLAY TELA-CPF.
           ACCEPT TELA-CPF.
           DISPLAY TELA-DADOS.
           ACCEPT TELA-DADOS.

           PERFORM CRITICA-FONE-TELA.
           IF FONE-OK NOT EQUAL "S"
              MOVE MOTIVO-FONE TO WRK-MENSAGEM
           ELSE
              PERFORM GRAVA-NOVO-CLIENTE
           END-IF.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.

      *CONFERE DDD/NUMERO/TIPO DIGITADOS (VER FONEPD); O TIPO
      *DEDUZIDO VOLTA PARA A TELA.
       CRITICA-FONE-TELA.
           MOVE WRK-DDD       TO DDD-FONE.
           MOVE WRK-TELEFONE  TO NUMERO-FONE.
           MOVE WRK-TIPO-FONE TO TIPO-FONE.
           PERFORM CRITICA-FONE.
           MOVE TIPO-FONE     TO WRK-TIPO-FONE.

       GRAVA-NOVO-CLIENTE.
           MOVE WRK-CPF      TO CPF-CLIX.
           MOVE WRK-NOME     TO NOME-CLIX.
           MOVE WRK-ESTADO   TO ESTADO-CLIX.
           MOVE WRK-CIDADE   TO CIDADE-CLIX.
           MOVE WRK-DDD      TO DDD-CLIX.
           MOVE WRK-TELEFONE TO TELEFONE-CLIX.
           MOVE WRK-TIPO-FONE TO TIPO-FONE-CLIX.
           MOVE WRK-DATA-VIS TO DATA-VIS-CLIX.
           WRITE CADCLIX1
              INVALID KEY
                 MOVE CADCLIX1 TO IMAGEM-DEPOIS
                 PERFORM GRAVA-JRNCLI
           END-WRITE.

       LE-CADCLIX.
           MOVE "NAO" TO ACHOU.
           MOVE NOME-CLIX     TO WRK-NOME.
           MOVE ESTADO-CLIX   TO WRK-ESTADO.
           MOVE CIDADE-CLIX   TO WRK-CIDADE.
           MOVE DDD-CLIX      TO WRK-DDD.
           MOVE TELEFONE-CLIX TO WRK-TELEFONE.
           MOVE TIPO-FONE-CLIX TO WRK-TIPO-FONE.
           MOVE DATA-VIS-CLIX TO WRK-DATA-VIS.
           DISPLAY TELA-DADOS.
           ACCEPT TELA-DADOS.
       ALTERA-CLIENTE.
           MOVE CADCLIX1 TO IMAGEM-ANTES.
           PERFORM EXIBE-CLIENTE.
           PERFORM CRITICA-FONE-TELA.
           IF FONE-OK NOT EQUAL "S"
              MOVE MOTIVO-FONE TO WRK-MENSAGEM
           ELSE
              PERFORM REGRAVA-CLIENTE
           END-IF.

       REGRAVA-CLIENTE.
           MOVE "N" TO ENDERECO-MUDOU.
           IF WRK-ESTADO NOT EQUAL ESTADO-CLIX OR
              WRK-CIDADE NOT EQUAL CIDADE-CLIX
              MOVE "S" TO ENDERECO-MUDOU
           END-IF.
           MOVE WRK-NOME     TO NOME-CLIX.
           MOVE WRK-ESTADO   TO ESTADO-CLIX.
           MOVE WRK-CIDADE   TO CIDADE-CLIX.
           MOVE WRK-DDD      TO DDD-CLIX.
           MOVE WRK-TELEFONE TO TELEFONE-CLIX.
           MOVE WRK-TIPO-FONE TO TIPO-FONE-CLIX.
           MOVE WRK-DATA-VIS TO DATA-VIS-CLIX.
           REWRITE CADCLIX1
              INVALID KEY
                 MOVE "ALTERACAO" TO OPERACAO-JRN
                 MOVE CADCLIX1 TO IMAGEM-DEPOIS
                 PERFORM GRAVA-JRNCLI
                 IF ENDERECO-MUDOU EQUAL "S"
                    PERFORM LIBERA-ENDERECO
                 END-IF
           END-REWRITE.

      *ENDERECO CORRIGIDO: RETIRA A MARCA DE CORRESPONDENCIA
      *DEVOLVIDA (DEVCOR.DAT, VER DEVCORFD), SE HOUVER, E O CLIENTE
      *VOLTA A RECEBER AS CARTAS DO EX02CAR.
       LIBERA-ENDERECO.
           MOVE "CLI"        TO ARQUIVO-LIB-DEV.
           MOVE CPF-CLIX     TO CHAVE-LIB-DEV.
           MOVE "ENDERECO ALTERADO NO PROG01" TO OBS-LIB-DEV.
           MOVE WRK-OPERADOR TO OPERADOR-LIB-DEV.
           MOVE "PROG01  "   TO PROGRAMA-LIB-DEV.
           PERFORM LIBERA-DEVCOR.
           IF PENDENTE-LIB-DEV EQUAL "S"
              MOVE "CLIENTE ALTERADO - CORREIO LIBERADO."
                   TO WRK-MENSAGEM
           END-IF.

       PROC-EXCLUSAO.
           DISPLAY TELA-CPF.
           ACCEPT TELA-CPF.
       COPY TRAVAPD.

       COPY OPERPD.

       COPY DEVCORPD.

       COPY FONEPD.
