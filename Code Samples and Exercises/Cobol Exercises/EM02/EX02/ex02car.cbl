      *            CLIENTE DE VOLTA (VISITA NO VISHIST DENTRO DE N
      *            DIAS DO ENVIO) - A POSTAGEM DEIXA DE SER ATO DE
      *            FE.
      *15/10/2026 BRC - CLIENTE COM CORRESPONDENCIA DEVOLVIDA PELO
      *            CORREIO (DEVCOR.DAT - VER DEVCORFD) NAO RECEBE A
      *            CARTA NEM ENTRA NO CARTASCT: SAI NO RELATORIO DE
      *            ENDERECOS A CORRIGIR (ENDCLI).
      *15/10/2026 BRC - CARTA POR SEGMENTO RFM: INFORMADOS OS
      *            SEGMENTOS (SEGCLI.DAT DO EX02RFM) A SELECAO DEIXA
      *            DE SER PELO ANO DE CORTE E A ABERTURA DA CARTA
      *            VARIA - AGRADECIMENTO PARA CAMPEAO/FIEL/NOVO,
      *            SAUDADE PARA EM RISCO/ADORMECIDO E O TEXTO ANTIGO
      *            PARA O PERDIDO. CLIENTE SEM DATA DE VISITA NAO
      *            SAI MAIS COM 00/00/0000 NA CARTA.
      *15/10/2026 BRC - LAYOUT DO CADCLI COM DDD, TELEFONE DE 9
      *            DIGITOS E TIPO FIXO/CELULAR (VER EX02CV9).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-CARTASCT.

       COPY DEVCORSL.

       SELECT ENDCLI ASSIGN TO DISK.

       COPY SEGCLISL.

           COPY DATPRCSL.

       DATA DIVISION.
           02 NOME-CLIENTE        PIC X(30).
           02 ESTADO-CLIENTE      PIC X(02).
           02 CIDADE-CLIENTE      PIC X(30).
           02 DDD-CLIENTE         PIC 9(02).
           02 TELEFONE-CLIENTE    PIC 9(09).
           02 TIPO-FONE-CLI       PIC X(01).
           02 DATA-VIS-CLI        PIC 9(08).

       FD  CARTACLI
           02 UF-CCT         PIC X(02).
           02 DATA-CCT       PIC 9(08).

       COPY DEVCORFD.

       FD  ENDCLI
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "ENDCLI.txt".
       01  REG-ENDCLI   PIC X(80).

       COPY SEGCLIFD.

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY DEVCORWS.
       COPY SEGCLIWS.
       77  FS-CARTASCT   PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  CT-CARTAS     PIC 9(05) VALUE ZEROES.
       77  ANO-VISITA    PIC 9(04) VALUE ZEROES.
       77  DATA-SISTEMA  PIC 9(08) VALUE ZEROES.
       77  ANO-SISTEMA   PIC 9(04) VALUE ZEROES.
       77  SEGMENTOS-INF PIC X(06) VALUE SPACES.
       77  SEGMENTO-CLI  PIC X(01) VALUE SPACES.
       77  ULTIMA-CARTA  PIC 9(08) VALUE ZEROES.
       77  SELECIONADO   PIC X(01) VALUE "N".
       77  CT-SEG        PIC 9(02) VALUE ZEROES.
       77  QTD-SEGCLI    PIC 9(04) VALUE ZEROES.
       77  FIM-SEGCLI    PIC X(03) VALUE "NAO".

      *SEGMENTO RFM DE CADA CPF (SEGCLI.DAT, GRAVADO PELO EX02RFM),
      *SO CARREGADO QUANDO O OPERADOR ESCOLHE A CARTA POR SEGMENTO.
       01  TAB-SEGCLI.
           02 SEGCLI-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-SEGCLI
                 INDEXED BY IDX-SEG.
              03 CPF-SEG-TAB      PIC 9(11).
              03 SEGMENTO-SEG-TAB PIC X(01).
              03 ULTIMA-SEG-TAB   PIC 9(08).

       01 CARTA-CAB1.
           02 FILLER     PIC X(20) VALUE "PREZADO(A) CLIENTE  ".
           02 FILLER  PIC X(80) VALUE SPACES.

       01 CARTA-CORPO1.
           02 ABERTURA-CARTA PIC X(42) VALUE
              "SENTIMOS SUA FALTA! SUA ULTIMA VISITA FOI ".
           02 FILLER       PIC X(03) VALUE "EM ".
           02 DIA-CARTA    PIC 99.
           02 ANO-CARTA    PIC 9999.
           02 FILLER       PIC X(25) VALUE ".".

      *CLIENTE ATIVO (CAMPEAO, FIEL OU NOVO) RECEBE AGRADECIMENTO NO
      *LUGAR DO CORPO1; QUEM NUNCA VEIO NAO TEM DATA A CITAR.
       01 CARTA-AGRADECE.
           02 FILLER  PIC X(51) VALUE
              "OBRIGADO POR SER CLIENTE TURISMAR! TEMOS NOVIDADES.".
           02 FILLER  PIC X(29) VALUE SPACES.

       01 CARTA-SEM-DATA.
           02 FILLER  PIC X(49) VALUE
              "SENTIMOS SUA FALTA! ESTAMOS ESPERANDO SUA VISITA.".
           02 FILLER  PIC X(31) VALUE SPACES.

       01 CARTA-CORPO2.
           02 FILLER  PIC X(55) VALUE
              "VENHA NOS VISITAR E CONHECER OS NOVOS PACOTES DA      ".
           ACCEPT ANO-CORTE.
           IF ANO-CORTE EQUAL ZEROES
              COMPUTE ANO-CORTE = ANO-SISTEMA - 2.
           DISPLAY "SEGMENTOS RFM DA CARTA (BRANCO = PELO ANO)..: ".
           ACCEPT SEGMENTOS-INF.
           INSPECT SEGMENTOS-INF CONVERTING "cfnrap" TO "CFNRAP".
           IF SEGMENTOS-INF NOT EQUAL SPACES
              PERFORM CARREGA-SEGCLI
           END-IF.
           PERFORM CARREGA-DEVOLVIDOS.
           OPEN INPUT  CADCLI
                OUTPUT CARTACLI.
           OPEN EXTEND CARTASCT.
           END-IF.
           PERFORM LEITURA.

      *ENDERECOS COM CORRESPONDENCIA DEVOLVIDA (DEVCOR.DAT, VER
      *DEVCORFD): O CLIENTE NAO RECEBE A CARTA, NAO ENTRA NO
      *CONTROLE DE CARTAS DO EX02EFE E SAI NO RELATORIO DE ENDERECOS
      *A CORRIGIR (ENDCLI). A MARCA CAI QUANDO O PROG01 ALTERA O
      *ENDERECO DO CLIENTE.
       CARREGA-DEVOLVIDOS.
           MOVE "CLI" TO ARQUIVO-CARGA-DEV.
           PERFORM CARREGA-DEVCOR.
           IF DEVCOR-DEMAIS EQUAL "S"
              DISPLAY "EX02CAR: MAIS DE 2000 ENDERECOS NO DEVCOR - "
                      "A TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ENDCLI.
           MOVE "EX02CAR " TO PROGRAMA-CAB-DEV.
           WRITE REG-ENDCLI FROM CAB-CORRIGE-1 AFTER ADVANCING 1 LINE.
           WRITE REG-ENDCLI FROM CAB-CORRIGE-2 AFTER ADVANCING 2 LINE.

      *SEGMENTOS DO EX02RFM (C CAMPEAO, F FIEL, N NOVO, R EM RISCO,
      *A ADORMECIDO, P PERDIDO). SEM O SEGCLI A CARTA POR SEGMENTO
      *NAO TEM COMO SAIR - ABORTA EM VEZ DE MANDAR CARTA A NINGUEM.
       CARREGA-SEGCLI.
           OPEN INPUT SEGCLI.
           IF FS-SEGCLI NOT EQUAL "00"
              DISPLAY "EX02CAR: SEGCLI.DAT AUSENTE - RODAR O EX02RFM "
                      "ANTES DA CARTA POR SEGMENTO. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-SEGCLI UNTIL FIM-SEGCLI EQUAL "SIM".
           CLOSE SEGCLI.

       LER-SEGCLI.
           READ SEGCLI AT END MOVE "SIM" TO FIM-SEGCLI.
           IF FIM-SEGCLI NOT EQUAL "SIM"
              IF QTD-SEGCLI NOT LESS THAN 5000
                 DISPLAY "EX02CAR: MAIS DE 5000 CLIENTES NO SEGCLI - "
                         "A TABELA NAO COMPORTA. RODADA ABORTADA."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO QTD-SEGCLI
              MOVE CPF-SEG      TO CPF-SEG-TAB(QTD-SEGCLI)
              MOVE SEGMENTO-SEG TO SEGMENTO-SEG-TAB(QTD-SEGCLI)
              MOVE ULTIMA-SEG   TO ULTIMA-SEG-TAB(QTD-SEGCLI)
           END-IF.

       LEITURA.
           READ CADCLI AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           MOVE "N"          TO SELECIONADO.
           MOVE SPACES       TO SEGMENTO-CLI.
           MOVE DATA-VIS-CLI TO ULTIMA-CARTA.
           IF SEGMENTOS-INF EQUAL SPACES
              MOVE DATA-VIS-CLI(1:4) TO ANO-VISITA
              IF ANO-VISITA LESS THAN ANO-CORTE
                 MOVE "S" TO SELECIONADO
              END-IF
           ELSE
              PERFORM SELECIONA-SEGMENTO
           END-IF.
           IF SELECIONADO EQUAL "S"
              MOVE CPF-CLIENTE TO CHAVE-CONSULTA-DEV
              PERFORM CONSULTA-DEVCOR
              IF ENDERECO-DEVOLVIDO EQUAL "S"
                 PERFORM RETEM-CARTA
              ELSE
                 PERFORM GERA-CARTA
              END-IF
           END-IF.
           PERFORM LEITURA.

      *CLIENTE FORA DO SEGCLI (CADASTRADO DEPOIS DO EX02RFM) NAO
      *TEM SEGMENTO E NAO RECEBE CARTA POR SEGMENTO. A DATA CITADA
      *NA CARTA PASSA A SER A DA ULTIMA ATIVIDADE APURADA NO RFM.
       SELECIONA-SEGMENTO.
           SET IDX-SEG TO 1.
           SEARCH SEGCLI-ITEM
              AT END CONTINUE
              WHEN CPF-SEG-TAB(IDX-SEG) EQUAL CPF-CLIENTE
                 MOVE SEGMENTO-SEG-TAB(IDX-SEG) TO SEGMENTO-CLI
                 MOVE ULTIMA-SEG-TAB(IDX-SEG)   TO ULTIMA-CARTA
           END-SEARCH.
           IF SEGMENTO-CLI NOT EQUAL SPACES
              MOVE ZEROES TO CT-SEG
              INSPECT SEGMENTOS-INF TALLYING CT-SEG
                      FOR ALL SEGMENTO-CLI
              IF CT-SEG GREATER THAN ZEROES
                 MOVE "S" TO SELECIONADO
              END-IF
           END-IF.

       GERA-CARTA.
           MOVE NOME-CLIENTE      TO NOME-CARTA.
           MOVE ULTIMA-CARTA(7:2) TO DIA-CARTA.
           MOVE ULTIMA-CARTA(5:2) TO MES-CARTA.
           MOVE ULTIMA-CARTA(1:4) TO ANO-CARTA.
           WRITE REG-CARTA FROM CARTA-CAB1      AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-CAB2      AFTER ADVANCING 1 LINE.
           PERFORM GRAVA-ABERTURA-CARTA.
           WRITE REG-CARTA FROM CARTA-CORPO2    AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-CORPO3    AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-SEPARADOR AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-CARTAS.
           PERFORM GRAVA-CONTROLE-CARTA.

      *ABERTURA CONFORME O SEGMENTO: ATIVO E AGRADECIDO, QUEM ESTA
      *SE AFASTANDO RECEBE O TOM DE SAUDADE E O PERDIDO (OU A CARTA
      *PELO ANO, SEM SEGMENTO) O TEXTO DE SEMPRE.
       GRAVA-ABERTURA-CARTA.
           EVALUATE TRUE
              WHEN SEGMENTO-CLI EQUAL "C" OR "F" OR "N"
                 WRITE REG-CARTA FROM CARTA-AGRADECE
                       AFTER ADVANCING 1 LINE
              WHEN ULTIMA-CARTA EQUAL ZEROES
                 WRITE REG-CARTA FROM CARTA-SEM-DATA
                       AFTER ADVANCING 1 LINE
              WHEN SEGMENTO-CLI EQUAL "R" OR "A"
                 MOVE "QUE SAUDADE! FAZ TEMPO, SUA ULTIMA VISITA "
                      TO ABERTURA-CARTA
                 WRITE REG-CARTA FROM CARTA-CORPO1
                       AFTER ADVANCING 1 LINE
              WHEN OTHER
                 MOVE "SENTIMOS SUA FALTA! SUA ULTIMA VISITA FOI "
                      TO ABERTURA-CARTA
                 WRITE REG-CARTA FROM CARTA-CORPO1
                       AFTER ADVANCING 1 LINE
           END-EVALUATE.

      *CONTROLE DE CARTAS ENVIADAS, PARA O ACOMPANHAMENTO DE
      *RETORNO DO EX02EFE.
       GRAVA-CONTROLE-CARTA.
           MOVE DATA-SISTEMA   TO DATA-CCT.
           WRITE REG-CARTACT.

       RETEM-CARTA.
           PERFORM MONTA-CORRIGE-DEV.
           MOVE NOME-CLIENTE   TO NOME-COR-DEV.
           MOVE CIDADE-CLIENTE TO ENDER-COR-DEV(1:30).
           MOVE ESTADO-CLIENTE TO ENDER-COR-DEV(33:2).
           WRITE REG-ENDCLI FROM LINHA-CORRIGE-1 AFTER ADVANCING 1 LINE.
           WRITE REG-ENDCLI FROM LINHA-CORRIGE-2 AFTER ADVANCING 1 LINE.

       FIM.
           MOVE CT-ENDER-CORRIGIR TO QTD-COR-DEV.
           WRITE REG-ENDCLI FROM TOTAL-CORRIGE AFTER ADVANCING 2 LINE.
           CLOSE CADCLI CARTACLI CARTASCT ENDCLI.
           IF SEGMENTOS-INF EQUAL SPACES
              DISPLAY "EX02CAR: " CT-CARTAS " CARTA(S) DE REATIVACAO "
                      "GERADA(S) - CORTE NO ANO " ANO-CORTE "."
           ELSE
              DISPLAY "EX02CAR: " CT-CARTAS " CARTA(S) DE REATIVACAO "
                      "GERADA(S) - SEGMENTOS " SEGMENTOS-INF "."
           END-IF.
           DISPLAY "EX02CAR: " CT-ENDER-CORRIGIR " CARTA(S) RETIDA(S) "
                   "POR ENDERECO DEVOLVIDO - VER ENDCLI.txt.".

       COPY DEVCORPD.

       COPY DATPRCPD.
