      *            EXTRATO SAI COM O QUE EXISTE.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - NOVA SECAO DE TAXAS AVULSAS (COBAVL.DAT, HOJE
      *            AS TAXAS DE RESERVA DE INSTALACAO LANCADAS PELO
      *            PROG03 - VER COBAVLFD): DATA, DESCRICAO, VALOR E
      *            SITUACAO (ABERTA/QUITADA/CANCELADA) DE CADA TAXA
      *            DO SOCIO, COM O TOTAL EM ABERTO.
      *15/10/2026 BRC - SOCIO QUE ADERIU AO ENVIO POR E-MAIL
      *            (EMLADE.DAT, REGISTRADO NO EX01EML - VER EMLADEFD) E
      *            TEM E-MAIL VALIDO NO CADASTRO PASSOU A RECEBER O
      *            EXTRATO NA CAIXA DE SAIDA (EMLSAI.DAT - VER
      *            EMLSAIFD); O EXTRSOC SAI SO COM O CABECALHO E O AVISO
      *            DO ENVIO. AS LINHAS DO EXTRATO PASSAM POR
      *            IMPRIME-LINHA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY ACORDOSL.

       COPY COBAVLSL.

       COPY EMLADESL.

       COPY EMLSAISL.

       SELECT CADSOC2 ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-CADSOC2.

       COPY ACORDOFD.

       COPY COBAVLFD.

       COPY EMLADEFD.

       COPY EMLSAIFD.

       FD  CADSOC2
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC2.DAT".
       COPY CADSOCWS.
       COPY MENSALWS.
       COPY ACORDOWS.
       COPY COBAVLWS.
       COPY EMLADEWS.
       COPY EMLSAIWS.
       77  EXTRATO-POR-EMAIL PIC X(01) VALUE "N".
       77  LINHA-EXTRATO PIC X(80) VALUE SPACES.
       77  SALTO-LINHA   PIC 9(01) VALUE 1.
       77  FS-CADSOC2    PIC X(02) VALUE "00".
       77  FS-ARQSOC2    PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  CT-ANOS       PIC 9(03) VALUE ZEROES.
       77  CT-ACORDOS    PIC 9(03) VALUE ZEROES.
       77  TOTAL-ABERTO  PIC 9(11)V9(02) VALUE ZEROES.
       77  CT-AVULSAS    PIC 9(03) VALUE ZEROES.
       77  TOTAL-AVL-ABE PIC 9(11)V9(02) VALUE ZEROES.

       01 CAB-EXTRATO.
           02 FILLER       PIC X(26) VALUE
           02 SOC-CAB      PIC 9(06).
           02 FILLER       PIC X(48) VALUE SPACES.

       01 LINHA-AVISO-EMAIL.
           02 FILLER       PIC X(26) VALUE
              "ENVIADO POR E-MAIL PARA.: ".
           02 EMAIL-AVISO  PIC X(40).
           02 FILLER       PIC X(14) VALUE SPACES.

       01 LINHA-NOME.
           02 FILLER       PIC X(26) VALUE
              "NOME....................: ".
           02 SIT-ACO      PIC X(09).
           02 FILLER       PIC X(14) VALUE SPACES.

       01 LINHA-AVULSA.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 DATA-AVU     PIC 9(08).
           02 FILLER       PIC X(02) VALUE "  ".
           02 DESCR-AVU    PIC X(30).
           02 FILLER       PIC X(04) VALUE " R$ ".
           02 VALOR-AVU    PIC Z.999.999.999,99.
           02 FILLER       PIC X(02) VALUE "  ".
           02 SIT-AVU      PIC X(09).
           02 FILLER       PIC X(05) VALUE SPACES.

       01 LINHA-TOTAL-AVL.
           02 FILLER    PIC X(29) VALUE "Total de taxas em aberto.R$: ".
           02 TOT-AVL   PIC Z.999.999.999,99.
           02 FILLER    PIC X(36) VALUE SPACES.

       01 LINHA-VAZIA.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(30) VALUE
           PERFORM EXTRATO-MENSAL.
           PERFORM EXTRATO-ANOS.
           PERFORM EXTRATO-ACORDOS.
           PERFORM EXTRATO-AVULSAS.
           PERFORM FIM.
           STOP RUN.

           ACCEPT SOCIO-INF.
           OPEN OUTPUT EXTRSOC.
           MOVE SOCIO-INF TO SOC-CAB.
           MOVE "SOC" TO ARQUIVO-CARGA-ADE.
           PERFORM CARREGA-EMLADE.
           IF EMLADE-DEMAIS EQUAL "S"
              DISPLAY "EX01STM: MAIS DE 5000 ADESOES NO EMLADE - A "
                      "TABELA NAO COMPORTA. EXTRATO ABORTADO."
              CLOSE EXTRSOC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "EX01STM " TO PROGRAMA-MSG-EML.

      *DADOS ATUAIS DO MESTRE: NOME, SITUACAO DO CODIGO DE
      *PAGAMENTO E O SALDO DEVEDOR DE BAIXA PARCIAL.
                 OR ACHOU EQUAL "SIM"
              CLOSE CADSOC1
           END-IF.
           IF ACHOU EQUAL "SIM"
              PERFORM CONSULTA-ADESAO
           END-IF.
           MOVE CAB-EXTRATO TO LINHA-EXTRATO.
           MOVE 1 TO SALTO-LINHA.
           PERFORM IMPRIME-LINHA.
           IF ACHOU EQUAL "SIM"
              MOVE NOME-SOCIO1 TO NOME-CAB
              MOVE LINHA-NOME TO LINHA-EXTRATO
              MOVE 1 TO SALTO-LINHA
              PERFORM IMPRIME-LINHA
              IF PAGTO-EM-DIA
                 MOVE "EM DIA" TO SIT-CAB
              ELSE
                 END-IF
              END-IF
              MOVE MESES-ATRASO1 TO MESES-CAB
              MOVE LINHA-SITUACAO TO LINHA-EXTRATO
              MOVE 1 TO SALTO-LINHA
              PERFORM IMPRIME-LINHA
              IF SALDO-DEVEDOR1 GREATER THAN ZEROES
                 MOVE SALDO-DEVEDOR1 TO SALDO-CAB
                 MOVE LINHA-SALDO TO LINHA-EXTRATO
                 MOVE 1 TO SALTO-LINHA
                 PERFORM IMPRIME-LINHA
              END-IF
           ELSE
              MOVE "SOCIO NAO ENCONTRADO EM CADSOC1.DAT" TO REG-REL
              WRITE REG-REL AFTER ADVANCING 1 LINE
           END-IF.

      *SOCIO COM ADESAO AO E-MAIL (VER EMLADEFD) RECEBE O EXTRATO
      *NA CAIXA DE SAIDA; O EXTRSOC FICA SO COM O AVISO DO ENVIO.
       CONSULTA-ADESAO.
           MOVE NUMERO-SOCIO1 TO CHAVE-CONSULTA-ADE.
           MOVE EMAIL-SOCIO1  TO EMAIL-CONSULTA-ADE.
           PERFORM CONSULTA-EMLADE.
           MOVE EMAIL-ELEGIVEL TO EXTRATO-POR-EMAIL.
           IF EXTRATO-POR-EMAIL EQUAL "S"
              MOVE "SOC"         TO ARQUIVO-MSG-EML
              MOVE NUMERO-SOCIO1 TO CHAVE-MSG-EML
              MOVE EMAIL-SOCIO1  TO DESTINO-MSG-EML
              MOVE "EXTRATO DE CONTA DO SOCIO" TO ASSUNTO-MSG-EML
              PERFORM INICIA-MENSAGEM-EML
              WRITE REG-REL FROM CAB-EXTRATO AFTER ADVANCING 1 LINE
              MOVE EMAIL-SOCIO1 TO EMAIL-AVISO
              WRITE REG-REL FROM LINHA-AVISO-EMAIL
                 AFTER ADVANCING 1 LINE
           END-IF.

       LER-CADSOC1.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
       EXTRATO-MENSAL.
           MOVE "MENSALIDADES POR COMPETENCIA (LIVRO MENSAL):"
                TO TITULO-SEC.
           MOVE SECAO-TITULO TO LINHA-EXTRATO.
           MOVE 2 TO SALTO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT MENSAL.
           IF FS-MENSAL NOT EQUAL "00"
              CLOSE MENSAL
           END-IF.
           IF CT-ABERTAS EQUAL ZEROES AND CT-PAGAS EQUAL ZEROES
              MOVE LINHA-VAZIA TO LINHA-EXTRATO
              MOVE 1 TO SALTO-LINHA
              PERFORM IMPRIME-LINHA
           ELSE
              MOVE TOTAL-ABERTO TO TOT-ABE
              MOVE LINHA-TOTAL TO LINHA-EXTRATO
              MOVE 1 TO SALTO-LINHA
              PERFORM IMPRIME-LINHA
           END-IF.

       LER-MENSAL.
                 MOVE "BAIXADA" TO SIT-MES
              END-IF
           END-IF.
           MOVE LINHA-MENSAL TO LINHA-EXTRATO.
           MOVE 1 TO SALTO-LINHA.
           PERFORM IMPRIME-LINHA.

      *ANOS QUITADOS: CADSOC2 VIVO E ARQSOC2 HISTORICO.
       EXTRATO-ANOS.
           MOVE "ANOS QUITADOS (CADSOC2 + HISTORICO ARQSOC2):"
                TO TITULO-SEC.
           MOVE SECAO-TITULO TO LINHA-EXTRATO.
           MOVE 2 TO SALTO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE ZEROES TO CT-ANOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQSOC2.
              CLOSE CADSOC2
           END-IF.
           IF CT-ANOS EQUAL ZEROES
              MOVE LINHA-VAZIA TO LINHA-EXTRATO
              MOVE 1 TO SALTO-LINHA
              PERFORM IMPRIME-LINHA
           END-IF.

       LER-ARQSOC2.
                 ADD 1 TO CT-ANOS
                 MOVE ANO-SOCIO2A       TO ANO-QUIT
                 MOVE VALOR-PAGAMENTO2A TO VALOR-ANO
                 MOVE LINHA-ANO TO LINHA-EXTRATO
                 MOVE 1 TO SALTO-LINHA
                 PERFORM IMPRIME-LINHA
              END-IF
           END-IF.

                 ADD 1 TO CT-ANOS
                 MOVE ANO-SOCIO2       TO ANO-QUIT
                 MOVE VALOR-PAGAMENTO2 TO VALOR-ANO
                 MOVE LINHA-ANO TO LINHA-EXTRATO
                 MOVE 1 TO SALTO-LINHA
                 PERFORM IMPRIME-LINHA
              END-IF
           END-IF.

      *ACORDOS DE PARCELAMENTO DO SOCIO - VIGENTES E ENCERRADOS.
       EXTRATO-ACORDOS.
           MOVE "ACORDOS DE PARCELAMENTO:" TO TITULO-SEC.
           MOVE SECAO-TITULO TO LINHA-EXTRATO.
           MOVE 2 TO SALTO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ACORDOS.
           IF FS-ACORDOS NOT EQUAL "00"
              CLOSE ACORDOS
           END-IF.
           IF CT-ACORDOS EQUAL ZEROES
              MOVE LINHA-VAZIA TO LINHA-EXTRATO
              MOVE 1 TO SALTO-LINHA
              PERFORM IMPRIME-LINHA
           END-IF.

       LER-ACORDO.
                 ELSE
                    MOVE "ENCERRADO" TO SIT-ACO
                 END-IF
                 MOVE LINHA-ACORDO TO LINHA-EXTRATO
                 MOVE 1 TO SALTO-LINHA
                 PERFORM IMPRIME-LINHA
              END-IF
           END-IF.

      *TAXAS AVULSAS DO SOCIO (RESERVAS DE INSTALACAO), COM O TOTAL
      *AINDA EM ABERTO - E O QUE ENTRA NA PROXIMA BAIXA DO EX01PAG.
       EXTRATO-AVULSAS.
           MOVE "TAXAS AVULSAS:" TO TITULO-SEC.
           MOVE SECAO-TITULO TO LINHA-EXTRATO.
           MOVE 2 TO SALTO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT COBAVL.
           IF FS-COBAVL NOT EQUAL "00"
              MOVE "SIM" TO FIM-ARQ
           ELSE
              PERFORM LER-AVULSA UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE COBAVL
           END-IF.
           IF CT-AVULSAS EQUAL ZEROES
              MOVE LINHA-VAZIA TO LINHA-EXTRATO
              MOVE 1 TO SALTO-LINHA
              PERFORM IMPRIME-LINHA
           ELSE
              MOVE TOTAL-AVL-ABE TO TOT-AVL
              MOVE LINHA-TOTAL-AVL TO LINHA-EXTRATO
              MOVE 1 TO SALTO-LINHA
              PERFORM IMPRIME-LINHA
           END-IF.

       LER-AVULSA.
           READ COBAVL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMERO-SOCIO-AVL EQUAL SOCIO-INF
                 ADD 1 TO CT-AVULSAS
                 MOVE DATA-AVL      TO DATA-AVU
                 MOVE DESCRICAO-AVL TO DESCR-AVU
                 MOVE VALOR-AVL     TO VALOR-AVU
                 IF AVULSA-ABERTA
                    MOVE "ABERTA"    TO SIT-AVU
                    ADD VALOR-AVL    TO TOTAL-AVL-ABE
                 ELSE
                    IF AVULSA-QUITADA
                       MOVE "QUITADA"   TO SIT-AVU
                    ELSE
                       MOVE "CANCELADA" TO SIT-AVU
                    END-IF
                 END-IF
                 MOVE LINHA-AVULSA TO LINHA-EXTRATO
                 MOVE 1 TO SALTO-LINHA
                 PERFORM IMPRIME-LINHA
              END-IF
           END-IF.

      *A MESMA LINHA VAI PARA O EXTRSOC OU PARA A MENSAGEM DA CAIXA
      *DE SAIDA, ONDE O SALTO DE MAIS DE UMA LINHA VIRA UMA LINHA EM
      *BRANCO.
       IMPRIME-LINHA.
           IF EXTRATO-POR-EMAIL EQUAL "S"
              IF SALTO-LINHA GREATER THAN 1
                 MOVE SPACES TO LINHA-MSG-EML
                 PERFORM GRAVA-LINHA-EML
              END-IF
              MOVE LINHA-EXTRATO TO LINHA-MSG-EML
              PERFORM GRAVA-LINHA-EML
           ELSE
              WRITE REG-REL FROM LINHA-EXTRATO
                 AFTER ADVANCING SALTO-LINHA LINES
           END-IF.

       FIM.
           CLOSE EXTRSOC.
           PERFORM FECHA-EMLSAI.
           IF EXTRATO-POR-EMAIL EQUAL "S"
              DISPLAY "EX01STM: EXTRATO DO SOCIO " SOCIO-INF
                      " ENVIADO POR E-MAIL - VER EMLSAI.DAT."
           ELSE
              DISPLAY "EX01STM: EXTRATO DO SOCIO " SOCIO-INF
                      " GRAVADO EM EXTRSOC.txt."
           END-IF.

       COPY EMLADEPD.

       COPY EMLSAIPD.
