      *            DESENHO DO PROG01: DIGITAR MOVIMENTO EXIGE
      *            ENT-INC. ACAO NEGADA E REGISTRADA NO EXCLOG
      *            COMUM.
      *15/10/2026 BRC - MOVIMENTO DE SUBSTITUICAO (A) COM ENDERECO
      *            INFORMADO, AO SER GRAVADO NO ARQMOV, RETIRA A MARCA
      *            DE CORRESPONDENCIA DEVOLVIDA DA CONTA (DEVCOR.DAT -
      *            VER DEVCORFD), GRAVADA PELA RECEPCAO NO EX01DEV.
      *15/10/2026 BRC - A TELA PASSOU A PEDIR O CPF DO TITULAR DA CONTA
      *            (CPF-TIT-MOV NO FIM DO ARQMOV - VER EX02), COM
      *            CRITICA DO DIGITO VERIFICADOR NO MESMO ALGORITMO
      *            DO PROG01/EX02CPF: OBRIGATORIO NA INCLUSAO (I),
      *            OPCIONAL NA SUBSTITUICAO (A - ZEROS MANTEM O
      *            TITULAR ATUAL) E IGNORADO EM E/C.
      *15/10/2026 BRC - ENDERECO DA CONTA DIGITADO EM PARTES
      *            (CEP, LOGRADOURO, NUMERO, COMPLEMENTO, BAIRRO, CIDADE
      *            E UF - ENDER-DET-MOV NO FIM DO ARQMOV, VER EX02). O
      *            CEP E CONSULTADO NA TABELA DE CEP (CADCEP - VER
      *            CADCEPPD): ACHADO, A TELA VOLTA COM CIDADE E UF DA
      *            TABELA E LOGRADOURO/BAIRRO, SE EM BRANCO, PARA O
      *            OPERADOR CONFERIR E COMPLETAR O NUMERO; FORA DA
      *            TABELA, A TELA VOLTA COM O AVISO. O ENDER-MOV DE
      *            LINHA UNICA PASSOU A SER MONTADO DAS PARTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY EXCLOGSL.

           COPY DEVCORSL.

           COPY CADCEPSL.

       DATA DIVISION.

       FILE SECTION.

       COPY EXCLOGFD.

       COPY DEVCORFD.

       COPY CADCEPFD.

       FD ARQMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQMOV.DAT".
           02 ENDER-MOV  PIC X(50).
           02 TEL-MOV    PIC X(15).
           02 EMAIL-MOV  PIC X(40).
           02 CPF-TIT-MOV PIC 9(11).
           02 ENDER-DET-MOV PIC X(121).

       WORKING-STORAGE SECTION.
       COPY TRAVAWS.
       COPY OPERWS.
       COPY EXCLOGWS.
       COPY DEVCORWS.
       COPY CADCEPWS.
       77 WRK-OPCAO     PIC X(01) VALUE SPACES.
       77 WRK-CC        PIC 9(07) VALUE ZEROES.
       77 WRK-TIPO      PIC X(01) VALUE SPACES.
       77 WRK-ENDER     PIC X(50) VALUE SPACES.
       77 WRK-TEL       PIC X(15) VALUE SPACES.
       77 WRK-EMAIL     PIC X(40) VALUE SPACES.
       77 WRK-CPF       PIC 9(11) VALUE ZEROES.
       77 WRK-MENSAGEM  PIC X(40) VALUE SPACES.
       77 QTD-MOVS      PIC 9(03) VALUE ZEROES.
       77 EMAIL-OK      PIC X(01) VALUE "N".
       77 IDX-I         PIC 9(03) VALUE ZEROES.
       77 IDX-J         PIC 9(03) VALUE ZEROES.
       77 IDX-MIN       PIC 9(03) VALUE ZEROES.
       77 TEMP-MOV      PIC X(245) VALUE SPACES.
       77 HASH-CC       PIC 9(10) VALUE ZEROES.
       77 CPF-OK        PIC X(01) VALUE "N".
       77 IDX-DIG       PIC 9(02) VALUE ZEROES.
       77 SOMA-DV       PIC 9(04) VALUE ZEROES.
       77 RESTO-DV      PIC 9(02) VALUE ZEROES.
       77 DV1-CALC      PIC 9(01) VALUE ZEROES.
       77 DV2-CALC      PIC 9(01) VALUE ZEROES.
       77 QUOC-DV       PIC 9(04) VALUE ZEROES.
       77 TODOS-IGUAIS  PIC X(01) VALUE "S".
       77 PTR-ENDER     PIC 9(03) VALUE ZEROES.

      *ENDERECO EM PARTES, NA MESMA ORDEM DO ENDER-DET-MOV.
       01 WRK-ENDER-DET.
           02 WRK-LOGRAD    PIC X(40) VALUE SPACES.
           02 WRK-NUMERO    PIC X(06) VALUE SPACES.
           02 WRK-COMPL     PIC X(15) VALUE SPACES.
           02 WRK-BAIRRO    PIC X(25) VALUE SPACES.
           02 WRK-CIDADE    PIC X(25) VALUE SPACES.
           02 WRK-UF        PIC X(02) VALUE SPACES.
           02 WRK-CEP       PIC 9(08) VALUE ZEROES.

       01 CPF-VALIDA       PIC 9(11) VALUE ZEROES.
       01 CPF-DIGITOS REDEFINES CPF-VALIDA.
           02 DIG-CPF OCCURS 11 TIMES PIC 9(01).

      *TRAILER DE CONTROLE DO LOTE, GRAVADO NO FIM DO ARQMOV:
      *QUANTIDADE DECLARADA E SOMA-HASH DOS CC-MOV, CONFERIDAS
           02 TIPO-TRL   PIC X(01) VALUE "T".
           02 QTD-TRL    PIC 9(05).
           02 HASH-TRL   PIC 9(10).
           02 FILLER     PIC X(222) VALUE SPACES.

       01 TAB-MOVS.
           02 MOV-ITEM OCCURS 500 TIMES.
              03 CC-TAB     PIC 9(07).
              03 RESTO-TAB  PIC X(238).

       SCREEN SECTION.
       01 TELA-PRINCIPAL.
           02 LINE 5  COL 11 VALUE "TIPO (I/A/E/C):".
           02 CAMPO-TIPO  LINE 5  COL 30 PIC X(01)
              USING WRK-TIPO AUTO.
           02 LINE 6  COL 11 VALUE "CEP:".
           02 CAMPO-CEP   LINE 6  COL 30 PIC 9(08)
              USING WRK-CEP AUTO.
           02 LINE 7  COL 11 VALUE "LOGRADOURO:".
           02 CAMPO-LOGR  LINE 7  COL 30 PIC X(40)
              USING WRK-LOGRAD AUTO.
           02 LINE 8  COL 11 VALUE "NUMERO:".
           02 CAMPO-NUM   LINE 8  COL 30 PIC X(06)
              USING WRK-NUMERO AUTO.
           02 LINE 8  COL 40 VALUE "COMPL.:".
           02 CAMPO-COMPL LINE 8  COL 48 PIC X(15)
              USING WRK-COMPL AUTO.
           02 LINE 9  COL 11 VALUE "BAIRRO:".
           02 CAMPO-BAIR  LINE 9  COL 30 PIC X(25)
              USING WRK-BAIRRO AUTO.
           02 LINE 10 COL 11 VALUE "CIDADE:".
           02 CAMPO-CID   LINE 10 COL 30 PIC X(25)
              USING WRK-CIDADE AUTO.
           02 LINE 10 COL 57 VALUE "UF:".
           02 CAMPO-UF    LINE 10 COL 61 PIC X(02)
              USING WRK-UF AUTO.
           02 LINE 11 COL 11 VALUE "TELEFONE:".
           02 CAMPO-TEL   LINE 11 COL 30 PIC X(15)
              USING WRK-TEL AUTO.
           02 LINE 12 COL 11 VALUE "E-MAIL:".
           02 CAMPO-EMAIL LINE 12 COL 30 PIC X(40)
              USING WRK-EMAIL AUTO.
           02 LINE 13 COL 11 VALUE "CPF DO TITULAR:".
           02 CAMPO-CPF   LINE 13 COL 30 PIC 9(11)
              USING WRK-CPF AUTO.

       01 TELA-MENSAGEM.
           02 LINE 15 COL 11 VALUE "MENSAGEM:".
           02 MENSAGEM LINE 15 COL 21 PIC X(40)
              USING WRK-MENSAGEM.
           02 LINE 17 COL 11 VALUE "TECLE ENTER PARA CONTINUAR.".
           02 CAMPO-PAUSA LINE 17 COL 40 PIC X(01) AUTO.

       PROCEDURE DIVISION.

           MOVE "TRVENT.DAT" TO NOME-TRAVA-SES.
           MOVE SIGNON-ID TO OPERADOR-TRAVA.
           PERFORM MARCA-SESSAO-ABERTA.
           PERFORM ABRE-CADCEP.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM MENU-PRINCIPAL UNTIL WRK-OPCAO EQUAL "2".
           PERFORM FECHA-CADCEP.
           PERFORM GRAVA-ARQMOV.
           PERFORM MARCA-SESSAO-FECHADA.
           STOP RUN.
           ACCEPT TELA-MENSAGEM.

       INCLUI-MOVIMENTO.
           MOVE ZEROES TO WRK-CC WRK-CPF.
           MOVE SPACES TO WRK-TIPO WRK-ENDER WRK-TEL WRK-EMAIL
                          WRK-ENDER-DET.
           MOVE ZEROES TO WRK-CEP.
           DISPLAY TELA-MOVIMENTO.
           ACCEPT TELA-MOVIMENTO.
           PERFORM CONFERE-CEP.

           IF WRK-TIPO NOT EQUAL "I" AND WRK-TIPO NOT EQUAL "A" AND
              WRK-TIPO NOT EQUAL "E" AND WRK-TIPO NOT EQUAL "C"
                 DISPLAY TELA-MENSAGEM
                 ACCEPT TELA-MENSAGEM
              ELSE
                 PERFORM CRITICA-TITULAR
                 IF CPF-OK NOT EQUAL "S"
                    DISPLAY TELA-MENSAGEM
                    ACCEPT TELA-MENSAGEM
                 ELSE
                    PERFORM GUARDA-MOVIMENTO
                 END-IF
              END-IF
           END-IF.

      *INCLUSAO/SUBSTITUICAO COM CEP INFORMADO: CONSULTA A TABELA DE
      *CEP. ACHADO, CIDADE E UF VEM DA TABELA E LOGRADOURO/BAIRRO
      *EM BRANCO SAO PREENCHIDOS; SE ALGO MUDOU, A TELA VOLTA PARA O
      *OPERADOR CONFERIR E COMPLETAR (NUMERO, COMPLEMENTO). CEP FORA
      *DA TABELA VOLTA A TELA UMA VEZ COM O AVISO - A TABELA PODE
      *NAO TER UM CEP NOVO, E A CRITICA BATCH (EX06END) O APONTA.
      *SEM A TABELA CARREGADA NADA E CONSULTADO.
       CONFERE-CEP.
           IF (WRK-TIPO EQUAL "I" OR WRK-TIPO EQUAL "A") AND
              WRK-CEP NOT EQUAL ZEROES
              MOVE WRK-CEP TO CEP-BUSCA
              PERFORM BUSCA-CEP
              IF CEP-ENCONTRADO EQUAL "S"
                 IF WRK-CIDADE NOT EQUAL CIDADE-CEP OR
                    WRK-UF     NOT EQUAL UF-CEP     OR
                    (WRK-LOGRAD EQUAL SPACES AND
                     LOGRAD-CEP NOT EQUAL SPACES)   OR
                    (WRK-BAIRRO EQUAL SPACES AND
                     BAIRRO-CEP NOT EQUAL SPACES)
                    PERFORM COMPLETA-PELO-CEP
                    MOVE "ENDERECO COMPLETADO PELO CEP - CONFIRA."
                         TO WRK-MENSAGEM
                    PERFORM REAPRESENTA-MOVIMENTO
                 END-IF
              ELSE
                 IF TABELA-CEP-ABERTA EQUAL "S"
                    MOVE "CEP NAO CONSTA DA TABELA - CONFIRA."
                         TO WRK-MENSAGEM
                    PERFORM REAPRESENTA-MOVIMENTO
                 END-IF
              END-IF
           END-IF.

       COMPLETA-PELO-CEP.
           IF WRK-LOGRAD EQUAL SPACES
              MOVE LOGRAD-CEP TO WRK-LOGRAD
           END-IF.
           IF WRK-BAIRRO EQUAL SPACES
              MOVE BAIRRO-CEP TO WRK-BAIRRO
           END-IF.
           MOVE CIDADE-CEP TO WRK-CIDADE.
           MOVE UF-CEP     TO WRK-UF.

       REAPRESENTA-MOVIMENTO.
           DISPLAY TELA-MENSAGEM.
           ACCEPT TELA-MENSAGEM.
           DISPLAY TELA-MOVIMENTO.
           ACCEPT TELA-MOVIMENTO.

      *ENDERECO DE LINHA UNICA (ENDER-MOV), MONTADO DAS PARTES PARA OS
      *PROGRAMAS QUE SO LEEM O ENDER-ANT: "LOGRADOURO, NUMERO
      *COMPLEMENTO", CORTADO EM 50 POSICOES.
       MONTA-ENDERECO.
           MOVE SPACES TO WRK-ENDER.
           IF WRK-LOGRAD NOT EQUAL SPACES
              MOVE 1 TO PTR-ENDER
              STRING WRK-LOGRAD DELIMITED BY "  "
                 INTO WRK-ENDER WITH POINTER PTR-ENDER
              IF WRK-NUMERO NOT EQUAL SPACES
                 STRING ", " WRK-NUMERO DELIMITED BY SIZE
                    INTO WRK-ENDER WITH POINTER PTR-ENDER
              END-IF
              IF WRK-COMPL NOT EQUAL SPACES
                 STRING " " DELIMITED BY SIZE
                        WRK-COMPL DELIMITED BY "  "
                    INTO WRK-ENDER WITH POINTER PTR-ENDER
              END-IF
           END-IF.

      *CPF DO TITULAR: OBRIGATORIO NA INCLUSAO; NA SUBSTITUICAO,
      *ZEROS MANTEM O TITULAR QUE A CONTA JA TEM (VER EX02). EM
      *EXCLUSAO/ENCERRAMENTO O CAMPO NAO E USADO E SAI ZERADO.
       CRITICA-TITULAR.
           MOVE "S" TO CPF-OK.
           IF WRK-TIPO EQUAL "E" OR WRK-TIPO EQUAL "C"
              MOVE ZEROES TO WRK-CPF
           ELSE
              IF WRK-CPF EQUAL ZEROES
                 IF WRK-TIPO EQUAL "I"
                    MOVE "N" TO CPF-OK
                    MOVE "INCLUSAO EXIGE O CPF DO TITULAR."
                         TO WRK-MENSAGEM
                 END-IF
              ELSE
                 MOVE WRK-CPF TO CPF-VALIDA
                 PERFORM VALIDA-CPF
                 IF CPF-OK NOT EQUAL "S"
                    MOVE "CPF DO TITULAR COM DIGITO INVALIDO."
                         TO WRK-MENSAGEM
                 END-IF
              END-IF
           END-IF.

      *ALGORITMO PADRAO DO CPF (MESMO DO PROG01/EX02CPF): PESOS
      *10..2 E 11..2, MODULO 11; TODOS OS DIGITOS IGUAIS E INVALIDO.
       VALIDA-CPF.
           MOVE "N" TO CPF-OK.
           MOVE "S" TO TODOS-IGUAIS.
           MOVE 2 TO IDX-DIG.
           PERFORM TESTA-IGUAIS UNTIL IDX-DIG GREATER THAN 11.
           IF TODOS-IGUAIS NOT EQUAL "S"
              PERFORM CALCULA-DV1
              IF DIG-CPF(10) EQUAL DV1-CALC
                 PERFORM CALCULA-DV2
                 IF DIG-CPF(11) EQUAL DV2-CALC
                    MOVE "S" TO CPF-OK
                 END-IF
              END-IF
           END-IF.

       CALCULA-DV1.
           MOVE ZEROES TO SOMA-DV.
           MOVE 1 TO IDX-DIG.
           PERFORM SOMA-DV1 UNTIL IDX-DIG GREATER THAN 9.
           DIVIDE SOMA-DV BY 11 GIVING QUOC-DV REMAINDER RESTO-DV.
           IF RESTO-DV LESS THAN 2
              MOVE 0 TO DV1-CALC
           ELSE
              COMPUTE DV1-CALC = 11 - RESTO-DV
           END-IF.

       CALCULA-DV2.
           MOVE ZEROES TO SOMA-DV.
           MOVE 1 TO IDX-DIG.
           PERFORM SOMA-DV2 UNTIL IDX-DIG GREATER THAN 10.
           DIVIDE SOMA-DV BY 11 GIVING QUOC-DV REMAINDER RESTO-DV.
           IF RESTO-DV LESS THAN 2
              MOVE 0 TO DV2-CALC
           ELSE
              COMPUTE DV2-CALC = 11 - RESTO-DV
           END-IF.

       TESTA-IGUAIS.
           IF DIG-CPF(IDX-DIG) NOT EQUAL DIG-CPF(1)
              MOVE "N" TO TODOS-IGUAIS
           END-IF.
           ADD 1 TO IDX-DIG.

       SOMA-DV1.
           COMPUTE SOMA-DV = SOMA-DV +
                   DIG-CPF(IDX-DIG) * (11 - IDX-DIG).
           ADD 1 TO IDX-DIG.

       SOMA-DV2.
           COMPUTE SOMA-DV = SOMA-DV +
                   DIG-CPF(IDX-DIG) * (12 - IDX-DIG).
           ADD 1 TO IDX-DIG.

      *CRITICA MINIMA DO E-MAIL: QUANDO INFORMADO, PRECISA CONTER
      *UM "@". E-MAIL EM BRANCO E ACEITO (EXCLUSAO, POR EXEMPLO,
      *NAO PRECISA DE E-MAIL).
           END-IF.

       GUARDA-MOVIMENTO.
           PERFORM MONTA-ENDERECO.
           IF QTD-MOVS GREATER OR EQUAL 500
              MOVE "LIMITE DE 500 MOVIMENTOS ATINGIDO."
                   TO WRK-MENSAGEM
              MOVE WRK-ENDER TO RESTO-TAB(QTD-MOVS)(2:50)
              MOVE WRK-TEL   TO RESTO-TAB(QTD-MOVS)(52:15)
              MOVE WRK-EMAIL TO RESTO-TAB(QTD-MOVS)(67:40)
              MOVE WRK-CPF   TO RESTO-TAB(QTD-MOVS)(107:11)
              MOVE WRK-ENDER-DET TO RESTO-TAB(QTD-MOVS)(118:121)
              MOVE "MOVIMENTO ANOTADO." TO WRK-MENSAGEM
              DISPLAY TELA-MENSAGEM
              ACCEPT TELA-MENSAGEM
           MOVE RESTO-TAB(IDX-I)(2:50) TO ENDER-MOV.
           MOVE RESTO-TAB(IDX-I)(52:15) TO TEL-MOV.
           MOVE RESTO-TAB(IDX-I)(67:40) TO EMAIL-MOV.
           MOVE RESTO-TAB(IDX-I)(107:11) TO CPF-TIT-MOV.
           MOVE RESTO-TAB(IDX-I)(118:121) TO ENDER-DET-MOV.
           WRITE REG-MOV.
           IF TIPO-MOV EQUAL "A" AND ENDER-MOV NOT EQUAL SPACES
              PERFORM LIBERA-ENDERECO
           END-IF.
           ADD 1 TO IDX-I.

      *SUBSTITUICAO COM ENDERECO INFORMADO: RETIRA A MARCA DE
      *CORRESPONDENCIA DEVOLVIDA DA CONTA (DEVCOR.DAT, VER DEVCORFD),
      *SE HOUVER - O EXTRATO EM MASSA DO EX02STM VOLTA A INCLUI-LA.
       LIBERA-ENDERECO.
           MOVE "ANT"      TO ARQUIVO-LIB-DEV.
           MOVE CC-MOV     TO CHAVE-LIB-DEV.
           MOVE "ENDERECO ALTERADO NO EX02ENT" TO OBS-LIB-DEV.
           MOVE SIGNON-ID  TO OPERADOR-LIB-DEV.
           MOVE "EX02ENT " TO PROGRAMA-LIB-DEV.
           PERFORM LIBERA-DEVCOR.

       COPY TRAVAPD.

       COPY OPERPD.

       COPY DEVCORPD.

       COPY CADCEPPD.
