       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX05CER.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    CERTIFICADO DE CONCLUSAO DE CURSO. ATE AQUI O
      *            CERTIFICADO ERA DATILOGRAFADO NO EDITOR DE TEXTO A
      *            PARTIR DO HISTORICO. DUAS OPCOES (ACCEPT):
      *            1 - EMISSAO: ALUNO INFORMADO PELA MATRICULA (OU,
      *                COM MATRICULA EM ZEROS, PELO CPF), COMO NO
      *                EX05HIS. O ALUNO SO RECEBE O CERTIFICADO SE O
      *                ULTIMO ANO ARQUIVADO NO ARQHIST ESTIVER
      *                "APROVADO" E NAO HOUVER DEPENDENCIA PENDENTE:
      *                ANO DO ARQHIST EM "DEPENDENCIA" SEM APROVACAO
      *                NA PROVA (ARQFIN DO EX05DEP) OU LINHA DO ARQFIN
      *                DIFERENTE DE "APROVADO". O CERTIFICADO SAI EM
      *                CERTIF COM NOME, CPF, CURSO (ACCEPT), ANO DE
      *                CONCLUSAO E AS MEDIAS FINAIS DE CADA ANO, E E
      *                ANOTADO NO LIVRO DE REGISTRO (CERTREG.DAT): UM
      *                NUMERO SEQUENCIAL, COM LIVRO E FOLHA (200
      *                FOLHAS POR LIVRO). ALUNO JA REGISTRADO RECEBE
      *                O MESMO NUMERO, LIVRO, FOLHA E CURSO, COM A
      *                MARCA "SEGUNDA VIA" E O NUMERO DA VIA; CADA VIA
      *                GANHA A SUA LINHA NO LIVRO.
      *            2 - CONFERENCIA: PELO NUMERO DE REGISTRO IMPRESSO
      *                NUM CERTIFICADO APRESENTADO, MOSTRA O QUE CONSTA
      *                NO LIVRO (NOME, CPF, CURSO, ANO E AS VIAS
      *                EMITIDAS) PARA CONFRONTO COM O PAPEL; NUMERO QUE
      *                NAO CONSTA NO LIVRO NAO E CERTIFICADO DA ESCOLA.
      *            ALUNO SEM DIREITO AO CERTIFICADO OU NUMERO NAO
      *            ENCONTRADO TERMINA COM RETURN-CODE 4.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQHIST.

           SELECT ARQFIN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQFIN.

           SELECT CERTREG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CERTREG.

           SELECT CERTIF ASSIGN TO DISK.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       FD  ARQHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQHIST.DAT".
       01  REG-HIST.
           02 ANO-HIS         PIC 9(04).
           02 MATRICULA-HIS   PIC 9(07).
           02 NOME-HIS        PIC X(30).
           02 CPF-HIS         PIC 9(11).
           02 TURMA-HIS       PIC X(03).
           02 NOTA1-HIS       PIC 9(02)V9(02).
           02 NOTA2-HIS       PIC 9(02)V9(02).
           02 NOTA3-HIS       PIC 9(02)V9(02).
           02 FALTAS-HIS      PIC 9(02).
           02 MEDIA-HIS       PIC 9(02)V9(02).
           02 SITUACAO-HIS    PIC X(11).

       FD  ARQFIN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQFIN.DAT".
       01  REG-FIN.
           02 MATRICULA-FIN   PIC 9(07).
           02 NOME-FIN        PIC X(30).
           02 TURMA-FIN       PIC X(03).
           02 MEDIA-FIN       PIC 9(02)V9(02).
           02 SITUACAO-FIN    PIC X(09).

      *LIVRO DE REGISTRO DE CERTIFICADOS: UMA LINHA POR VIA EMITIDA.
      *A PRIMEIRA VIA ABRE O NUMERO; AS SEGUINTES REPETEM NUMERO,
      *LIVRO, FOLHA E CURSO COM A VIA SEGUINTE.
       FD  CERTREG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CERTREG.DAT".
       01  REG-CERTREG.
           02 NUMERO-CRG      PIC 9(06).
           02 LIVRO-CRG       PIC 9(03).
           02 FOLHA-CRG       PIC 9(03).
           02 VIA-CRG         PIC 9(02).
           02 MATRICULA-CRG   PIC 9(07).
           02 CPF-CRG         PIC 9(11).
           02 NOME-CRG        PIC X(30).
           02 CURSO-CRG       PIC X(30).
           02 ANO-CRG         PIC 9(04).
           02 DATA-CRG        PIC 9(08).

       FD  CERTIF
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "CERTIF.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       77  FS-ARQHIST    PIC X(02) VALUE "00".
       77  FS-ARQFIN     PIC X(02) VALUE "00".
       77  FS-CERTREG    PIC X(02) VALUE "00".
       77  FIM-HIS       PIC X(03) VALUE "NAO".
       77  FIM-FIN       PIC X(03) VALUE "NAO".
       77  FIM-CRG       PIC X(03) VALUE "NAO".
       77  OPCAO-CER     PIC X(01) VALUE SPACES.
       77  MATRICULA-INF PIC 9(07) VALUE ZEROES.
       77  CPF-INF       PIC 9(11) VALUE ZEROES.
       77  CURSO-INF     PIC X(30) VALUE SPACES.
       77  NUMERO-INF    PIC 9(06) VALUE ZEROES.
       77  MATRICULA-CER PIC 9(07) VALUE ZEROES.
       77  NOME-CER      PIC X(30) VALUE SPACES.
       77  CPF-CER       PIC 9(11) VALUE ZEROES.
       77  ANO-FINAL     PIC 9(04) VALUE ZEROES.
       77  SITUACAO-FINAL PIC X(11) VALUE SPACES.
       77  TEM-DEPENDENCIA PIC X(01) VALUE "N".
       77  DEP-APROVADA  PIC X(01) VALUE "N".
       77  DEP-PENDENTE  PIC X(01) VALUE "N".
       77  MOTIVO-RECUSA PIC X(50) VALUE SPACES.
       77  QTD-ANOS      PIC 9(02) VALUE ZEROES.
       77  ANOS-DEMAIS   PIC X(01) VALUE "N".
       77  IDX-A         PIC 9(02) VALUE ZEROES.
       77  ULTIMO-NUMERO PIC 9(06) VALUE ZEROES.
       77  JA-REGISTRADO PIC X(01) VALUE "N".
       77  NUMERO-CER    PIC 9(06) VALUE ZEROES.
       77  LIVRO-CER     PIC 9(03) VALUE ZEROES.
       77  FOLHA-CER     PIC 9(03) VALUE ZEROES.
       77  VIA-CER       PIC 9(02) VALUE ZEROES.
       77  CURSO-CER     PIC X(30) VALUE SPACES.
       77  ANO-CER       PIC 9(04) VALUE ZEROES.
       77  DATA-CER      PIC 9(08) VALUE ZEROES.
       77  FOLHAS-POR-LIVRO PIC 9(03) VALUE 200.
       77  NUMERO-BASE   PIC 9(06) VALUE ZEROES.
       77  QUOC-LIVRO    PIC 9(06) VALUE ZEROES.
       77  RESTO-LIVRO   PIC 9(03) VALUE ZEROES.
       77  CT-VIAS       PIC 9(02) VALUE ZEROES.

      *ANOS DO ALUNO NO ARQUIVO ESCOLAR, NA ORDEM DO ARQHIST.
       01  TAB-ANOS.
           02 ANO-ITEM OCCURS 20 TIMES
                 DEPENDING ON QTD-ANOS
                 INDEXED BY IDX-ANO.
              03 ANO-TAB       PIC 9(04).
              03 TURMA-TAB     PIC X(03).
              03 MEDIA-TAB     PIC 9(02)V9(02).
              03 SITUACAO-TAB  PIC X(11).

       01  CPF-TRABALHO     PIC 9(11) VALUE ZEROES.
       01  FILLER REDEFINES CPF-TRABALHO.
           02 CPF-TR-1      PIC 9(03).
           02 CPF-TR-2      PIC 9(03).
           02 CPF-TR-3      PIC 9(03).
           02 CPF-TR-4      PIC 9(02).

       01  DATA-TRABALHO    PIC 9(08) VALUE ZEROES.
       01  FILLER REDEFINES DATA-TRABALHO.
           02 ANO-TR        PIC 9(04).
           02 MES-TR        PIC 9(02).
           02 DIA-TR        PIC 9(02).

       01 CER-TITULO.
           02 FILLER  PIC X(28) VALUE SPACES.
           02 FILLER  PIC X(24) VALUE "CERTIFICADO DE CONCLUSAO".
           02 FILLER  PIC X(28) VALUE SPACES.

       01 CER-REGISTRO.
           02 FILLER       PIC X(14) VALUE "REGISTRO NO.: ".
           02 NUMERO-ED    PIC 9(06).
           02 FILLER       PIC X(08) VALUE "  LIVRO ".
           02 LIVRO-ED     PIC 9(03).
           02 FILLER       PIC X(08) VALUE "  FOLHA ".
           02 FOLHA-ED     PIC 9(03).
           02 FILLER       PIC X(04) VALUE SPACES.
           02 VIA-ED       PIC X(23).
           02 FILLER       PIC X(11) VALUE SPACES.

       01 CER-VIA.
           02 FILLER       PIC X(14) VALUE "SEGUNDA VIA - ".
           02 VIA-NUM-ED   PIC Z9.
           02 FILLER       PIC X(07) VALUE "A. VIA".

       01 CER-BRANCO.
           02 FILLER  PIC X(80) VALUE SPACES.

       01 CER-LINHA1.
           02 FILLER       PIC X(17) VALUE "CERTIFICAMOS QUE ".
           02 NOME-ED      PIC X(30).
           02 FILLER       PIC X(01) VALUE ",".
           02 FILLER       PIC X(32) VALUE SPACES.

       01 CER-LINHA2.
           02 FILLER       PIC X(04) VALUE "CPF ".
           02 CPF-ED-1     PIC 9(03).
           02 FILLER       PIC X(01) VALUE ".".
           02 CPF-ED-2     PIC 9(03).
           02 FILLER       PIC X(01) VALUE ".".
           02 CPF-ED-3     PIC 9(03).
           02 FILLER       PIC X(01) VALUE "-".
           02 CPF-ED-4     PIC 9(02).
           02 FILLER       PIC X(12) VALUE ", MATRICULA ".
           02 MATRICULA-ED PIC 9(07).
           02 FILLER       PIC X(01) VALUE ",".
           02 FILLER       PIC X(42) VALUE SPACES.

       01 CER-LINHA3.
           02 FILLER       PIC X(16) VALUE "CONCLUIU O CURSO".
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CURSO-ED     PIC X(30).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 FILLER       PIC X(17) VALUE "NO ANO LETIVO DE ".
           02 ANO-ED       PIC 9(04).
           02 FILLER       PIC X(01) VALUE ".".
           02 FILLER       PIC X(10) VALUE SPACES.

       01 CER-MEDIAS.
           02 FILLER  PIC X(80) VALUE "MEDIAS FINAIS:".

       01 CER-ANO.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(04) VALUE "ANO ".
           02 ANO-DET      PIC 9(04).
           02 FILLER       PIC X(08) VALUE "  TURMA ".
           02 TURMA-DET    PIC X(03).
           02 FILLER       PIC X(08) VALUE "  MEDIA ".
           02 MEDIA-DET    PIC Z9,99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 SITUACAO-DET PIC X(11).
           02 FILLER       PIC X(31) VALUE SPACES.

       01 CER-EMISSAO.
           02 FILLER       PIC X(11) VALUE "EMITIDO EM ".
           02 DIA-ED       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-ED       PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-EMI-ED   PIC 9999.
           02 FILLER       PIC X(01) VALUE ".".
           02 FILLER       PIC X(58) VALUE SPACES.

       01 CER-ASSINATURA.
           02 FILLER  PIC X(40) VALUE SPACES.
           02 FILLER  PIC X(40) VALUE ALL "_".

       01 CER-SECRETARIA.
           02 FILLER  PIC X(50) VALUE SPACES.
           02 FILLER  PIC X(30) VALUE "SECRETARIA ESCOLAR".

       01 RECUSA-LINHA1.
           02 FILLER       PIC X(32) VALUE
              "CERTIFICADO NAO EMITIDO - ALUNO ".
           02 MAT-REC      PIC 9(07).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-REC     PIC X(30).
           02 FILLER       PIC X(10) VALUE SPACES.

       01 RECUSA-LINHA2.
           02 FILLER       PIC X(08) VALUE "MOTIVO: ".
           02 MOTIVO-REC   PIC X(50).
           02 FILLER       PIC X(22) VALUE SPACES.

       01 CONF-TITULO.
           02 FILLER  PIC X(38) VALUE
              "CONFERENCIA DE CERTIFICADO - REGISTRO ".
           02 NUMERO-CONF  PIC 9(06).
           02 FILLER  PIC X(36) VALUE SPACES.

       01 CONF-LINHA1.
           02 FILLER       PIC X(08) VALUE "LIVRO  ".
           02 LIVRO-CONF   PIC 9(03).
           02 FILLER       PIC X(08) VALUE "  FOLHA ".
           02 FOLHA-CONF   PIC 9(03).
           02 FILLER       PIC X(58) VALUE SPACES.

       01 CONF-LINHA2.
           02 FILLER       PIC X(08) VALUE "ALUNO  ".
           02 MAT-CONF     PIC 9(07).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-CONF    PIC X(30).
           02 FILLER       PIC X(06) VALUE " CPF ".
           02 CPF-CONF     PIC 9(11).
           02 FILLER       PIC X(17) VALUE SPACES.

       01 CONF-LINHA3.
           02 FILLER       PIC X(08) VALUE "CURSO  ".
           02 CURSO-CONF   PIC X(30).
           02 FILLER       PIC X(11) VALUE "  CONCLUSAO".
           02 FILLER       PIC X(01) VALUE SPACES.
           02 ANO-CONF     PIC 9(04).
           02 FILLER       PIC X(26) VALUE SPACES.

       01 CONF-VIA.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(04) VALUE "VIA ".
           02 VIA-CONF     PIC Z9.
           02 FILLER       PIC X(12) VALUE " EMITIDA EM ".
           02 DATA-CONF    PIC 9(08).
           02 FILLER       PIC X(50) VALUE SPACES.

       01 CONF-NADA.
           02 FILLER  PIC X(40) VALUE
              "NUMERO NAO CONSTA NO LIVRO DE REGISTRO -".
           02 FILLER  PIC X(40) VALUE
              " CERTIFICADO NAO EMITIDO PELA ESCOLA.".

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           IF OPCAO-CER EQUAL "2"
              PERFORM CONFERENCIA
           ELSE
              PERFORM EMISSAO
           END-IF.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           DISPLAY "1 - EMITIR CERTIFICADO  2 - CONFERIR REGISTRO: ".
           ACCEPT OPCAO-CER.
           IF OPCAO-CER NOT EQUAL "2"
              MOVE "1" TO OPCAO-CER
              DISPLAY "MATRICULA DO ALUNO (ZEROS = POR CPF)....: "
              ACCEPT MATRICULA-INF
              IF MATRICULA-INF EQUAL ZEROES
                 DISPLAY "CPF DO ALUNO............................: "
                 ACCEPT CPF-INF
              END-IF
              DISPLAY "NOME DO CURSO (SO NA PRIMEIRA VIA)......: "
              ACCEPT CURSO-INF
           ELSE
              DISPLAY "NUMERO DE REGISTRO DO CERTIFICADO.......: "
              ACCEPT NUMERO-INF
           END-IF.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-CER.
           OPEN OUTPUT CERTIF.

      *EMISSAO: ANOS DO ALUNO NO ARQHIST, PENDENCIAS DE DEPENDENCIA
      *NO ARQFIN E O LIVRO DE REGISTRO (NUMERO JA DADO OU O PROXIMO).
       EMISSAO.
           PERFORM CARREGA-ANOS.
           IF QTD-ANOS EQUAL ZEROES
              MOVE "NENHUM ANO ARQUIVADO NO ARQHIST PARA O ALUNO."
                   TO MOTIVO-RECUSA
              PERFORM RECUSA-CERTIFICADO
           ELSE
              PERFORM VERIFICA-PENDENCIAS
              IF MOTIVO-RECUSA NOT EQUAL SPACES
                 PERFORM RECUSA-CERTIFICADO
              ELSE
                 PERFORM LE-LIVRO-REGISTRO
                 PERFORM REGISTRA-CERTIFICADO
                 PERFORM IMPRIME-CERTIFICADO
              END-IF
           END-IF.

       CARREGA-ANOS.
           OPEN INPUT ARQHIST.
           IF FS-ARQHIST NOT EQUAL "00"
              DISPLAY "EX05CER: ARQUIVO ESCOLAR ARQHIST.DAT AUSENTE "
                      "- RODAR O FECHAMENTO DE ANO (EX05ANO) ANTES."
              CLOSE CERTIF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-ARQHIST UNTIL FIM-HIS EQUAL "SIM".
           CLOSE ARQHIST.
           IF ANOS-DEMAIS EQUAL "S"
              DISPLAY "EX05CER: MAIS DE 20 ANOS ARQUIVADOS PARA O "
                      "ALUNO - A TABELA NAO COMPORTA. RODADA ABORTADA."
              CLOSE CERTIF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *O ANO FINAL E O MAIOR ANO ARQUIVADO; NOME E CPF SAEM DELE.
       LER-ARQHIST.
           READ ARQHIST AT END MOVE "SIM" TO FIM-HIS.
           IF FIM-HIS NOT EQUAL "SIM"
              IF (MATRICULA-INF NOT EQUAL ZEROES AND
                  MATRICULA-HIS EQUAL MATRICULA-INF) OR
                 (MATRICULA-INF EQUAL ZEROES AND
                  CPF-HIS EQUAL CPF-INF AND CPF-INF NOT EQUAL ZEROES)
                 PERFORM GUARDA-ANO
              END-IF
           END-IF.

       GUARDA-ANO.
           IF QTD-ANOS LESS THAN 20
              ADD 1 TO QTD-ANOS
              MOVE ANO-HIS      TO ANO-TAB(QTD-ANOS)
              MOVE TURMA-HIS    TO TURMA-TAB(QTD-ANOS)
              MOVE MEDIA-HIS    TO MEDIA-TAB(QTD-ANOS)
              MOVE SITUACAO-HIS TO SITUACAO-TAB(QTD-ANOS)
              IF SITUACAO-HIS EQUAL "DEPENDENCIA"
                 MOVE "S" TO TEM-DEPENDENCIA
              END-IF
              IF ANO-HIS NOT LESS THAN ANO-FINAL
                 MOVE ANO-HIS       TO ANO-FINAL
                 MOVE SITUACAO-HIS  TO SITUACAO-FINAL
                 MOVE MATRICULA-HIS TO MATRICULA-CER
                 MOVE NOME-HIS      TO NOME-CER
                 MOVE CPF-HIS       TO CPF-CER
              END-IF
           ELSE
              MOVE "S" TO ANOS-DEMAIS
           END-IF.

      *DEPENDENCIA PENDENTE: LINHA DO ARQFIN DO ALUNO QUE NAO SEJA
      *"APROVADO", OU ANO EM "DEPENDENCIA" NO ARQHIST SEM APROVACAO
      *NA PROVA. SEM O ARQFIN, SO O ARQHIST E CONSIDERADO.
       VERIFICA-PENDENCIAS.
           MOVE SPACES TO MOTIVO-RECUSA.
           OPEN INPUT ARQFIN.
           IF FS-ARQFIN EQUAL "00"
              PERFORM LER-ARQFIN UNTIL FIM-FIN EQUAL "SIM"
              CLOSE ARQFIN
           END-IF.
           IF TEM-DEPENDENCIA EQUAL "S" AND DEP-APROVADA NOT EQUAL "S"
              MOVE "S" TO DEP-PENDENTE
           END-IF.
           IF SITUACAO-FINAL NOT EQUAL "APROVADO"
              MOVE "ULTIMO ANO ARQUIVADO NAO ESTA APROVADO."
                   TO MOTIVO-RECUSA
           ELSE
              IF DEP-PENDENTE EQUAL "S"
                 MOVE "DEPENDENCIA PENDENTE (ARQHIST/ARQFIN)."
                      TO MOTIVO-RECUSA
              END-IF
           END-IF.

       LER-ARQFIN.
           READ ARQFIN AT END MOVE "SIM" TO FIM-FIN.
           IF FIM-FIN NOT EQUAL "SIM"
              IF MATRICULA-FIN EQUAL MATRICULA-CER
                 IF SITUACAO-FIN EQUAL "APROVADO"
                    MOVE "S" TO DEP-APROVADA
                 ELSE
                    MOVE "S" TO DEP-PENDENTE
                 END-IF
              END-IF
           END-IF.

       RECUSA-CERTIFICADO.
           MOVE MATRICULA-INF TO MAT-REC.
           IF MATRICULA-CER NOT EQUAL ZEROES
              MOVE MATRICULA-CER TO MAT-REC
           END-IF.
           MOVE NOME-CER      TO NOME-REC.
           MOVE MOTIVO-RECUSA TO MOTIVO-REC.
           WRITE REG-REL FROM RECUSA-LINHA1 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RECUSA-LINHA2 AFTER ADVANCING 1 LINE.
           DISPLAY "EX05CER: CERTIFICADO NAO EMITIDO - "
                   MOTIVO-RECUSA.
           MOVE 4 TO RETURN-CODE.

      *PERCORRE O LIVRO: GUARDA O MAIOR NUMERO USADO E, SE O ALUNO
      *JA TEM CERTIFICADO, O NUMERO, LIVRO, FOLHA, CURSO E ULTIMA VIA.
       LE-LIVRO-REGISTRO.
           MOVE "NAO" TO FIM-CRG.
           OPEN INPUT CERTREG.
           IF FS-CERTREG EQUAL "00"
              PERFORM LER-CERTREG UNTIL FIM-CRG EQUAL "SIM"
              CLOSE CERTREG
           END-IF.

       LER-CERTREG.
           READ CERTREG AT END MOVE "SIM" TO FIM-CRG.
           IF FIM-CRG NOT EQUAL "SIM"
              IF NUMERO-CRG GREATER THAN ULTIMO-NUMERO
                 MOVE NUMERO-CRG TO ULTIMO-NUMERO
              END-IF
              IF MATRICULA-CRG EQUAL MATRICULA-CER
                 MOVE "S"        TO JA-REGISTRADO
                 MOVE NUMERO-CRG TO NUMERO-CER
                 MOVE LIVRO-CRG  TO LIVRO-CER
                 MOVE FOLHA-CRG  TO FOLHA-CER
                 MOVE CURSO-CRG  TO CURSO-CER
                 MOVE ANO-CRG    TO ANO-CER
                 IF VIA-CRG GREATER THAN VIA-CER
                    MOVE VIA-CRG TO VIA-CER
                 END-IF
              END-IF
           END-IF.

      *PRIMEIRA VIA: PROXIMO NUMERO, LIVRO E FOLHA DERIVADOS DELE.
      *SEGUNDA VIA EM DIANTE: OS DADOS DO REGISTRO ORIGINAL.
       REGISTRA-CERTIFICADO.
           IF JA-REGISTRADO EQUAL "S"
              ADD 1 TO VIA-CER
           ELSE
              COMPUTE NUMERO-CER = ULTIMO-NUMERO + 1
              SUBTRACT 1 FROM NUMERO-CER GIVING NUMERO-BASE
              DIVIDE NUMERO-BASE BY FOLHAS-POR-LIVRO
                 GIVING QUOC-LIVRO REMAINDER RESTO-LIVRO
              COMPUTE LIVRO-CER = QUOC-LIVRO + 1
              COMPUTE FOLHA-CER = RESTO-LIVRO + 1
              MOVE 1          TO VIA-CER
              MOVE CURSO-INF  TO CURSO-CER
              MOVE ANO-FINAL  TO ANO-CER
           END-IF.
           OPEN EXTEND CERTREG.
           IF FS-CERTREG NOT EQUAL "00"
              OPEN OUTPUT CERTREG
           END-IF.
           MOVE NUMERO-CER    TO NUMERO-CRG.
           MOVE LIVRO-CER     TO LIVRO-CRG.
           MOVE FOLHA-CER     TO FOLHA-CRG.
           MOVE VIA-CER       TO VIA-CRG.
           MOVE MATRICULA-CER TO MATRICULA-CRG.
           MOVE CPF-CER       TO CPF-CRG.
           MOVE NOME-CER      TO NOME-CRG.
           MOVE CURSO-CER     TO CURSO-CRG.
           MOVE ANO-CER       TO ANO-CRG.
           MOVE DATA-CER      TO DATA-CRG.
           WRITE REG-CERTREG.
           CLOSE CERTREG.

       IMPRIME-CERTIFICADO.
           WRITE REG-REL FROM CER-TITULO AFTER ADVANCING 1 LINE.
           MOVE NUMERO-CER TO NUMERO-ED.
           MOVE LIVRO-CER  TO LIVRO-ED.
           MOVE FOLHA-CER  TO FOLHA-ED.
           MOVE SPACES     TO VIA-ED.
           IF VIA-CER GREATER THAN 1
              MOVE VIA-CER TO VIA-NUM-ED
              MOVE CER-VIA TO VIA-ED
           END-IF.
           WRITE REG-REL FROM CER-REGISTRO AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CER-BRANCO   AFTER ADVANCING 1 LINE.
           MOVE NOME-CER TO NOME-ED.
           WRITE REG-REL FROM CER-LINHA1 AFTER ADVANCING 1 LINE.
           MOVE CPF-CER TO CPF-TRABALHO.
           MOVE CPF-TR-1 TO CPF-ED-1.
           MOVE CPF-TR-2 TO CPF-ED-2.
           MOVE CPF-TR-3 TO CPF-ED-3.
           MOVE CPF-TR-4 TO CPF-ED-4.
           MOVE MATRICULA-CER TO MATRICULA-ED.
           WRITE REG-REL FROM CER-LINHA2 AFTER ADVANCING 1 LINE.
           MOVE CURSO-CER TO CURSO-ED.
           MOVE ANO-CER   TO ANO-ED.
           WRITE REG-REL FROM CER-LINHA3 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CER-MEDIAS AFTER ADVANCING 2 LINE.
           PERFORM IMPRIME-ANO VARYING IDX-A FROM 1 BY 1
              UNTIL IDX-A GREATER THAN QTD-ANOS.
           MOVE DATA-CER TO DATA-TRABALHO.
           MOVE DIA-TR TO DIA-ED.
           MOVE MES-TR TO MES-ED.
           MOVE ANO-TR TO ANO-EMI-ED.
           WRITE REG-REL FROM CER-EMISSAO    AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CER-ASSINATURA AFTER ADVANCING 3 LINE.
           WRITE REG-REL FROM CER-SECRETARIA AFTER ADVANCING 1 LINE.
           DISPLAY "EX05CER: CERTIFICADO " NUMERO-CER " VIA " VIA-CER
                   " EMITIDO - CERTIF.txt.".

       IMPRIME-ANO.
           MOVE ANO-TAB(IDX-A)      TO ANO-DET.
           MOVE TURMA-TAB(IDX-A)    TO TURMA-DET.
           MOVE MEDIA-TAB(IDX-A)    TO MEDIA-DET.
           MOVE SITUACAO-TAB(IDX-A) TO SITUACAO-DET.
           WRITE REG-REL FROM CER-ANO AFTER ADVANCING 1 LINE.

      *CONFERENCIA: TODAS AS VIAS DO NUMERO INFORMADO.
       CONFERENCIA.
           MOVE NUMERO-INF TO NUMERO-CONF.
           WRITE REG-REL FROM CONF-TITULO AFTER ADVANCING 1 LINE.
           MOVE "NAO" TO FIM-CRG.
           OPEN INPUT CERTREG.
           IF FS-CERTREG EQUAL "00"
              PERFORM CONFERE-CERTREG UNTIL FIM-CRG EQUAL "SIM"
              CLOSE CERTREG
           END-IF.
           IF CT-VIAS EQUAL ZEROES
              WRITE REG-REL FROM CONF-NADA AFTER ADVANCING 2 LINE
              DISPLAY "EX05CER: REGISTRO " NUMERO-INF
                      " NAO CONSTA NO LIVRO."
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY "EX05CER: REGISTRO " NUMERO-INF " COM " CT-VIAS
                      " VIA(S) - VER CERTIF.txt."
           END-IF.

       CONFERE-CERTREG.
           READ CERTREG AT END MOVE "SIM" TO FIM-CRG.
           IF FIM-CRG NOT EQUAL "SIM"
              IF NUMERO-CRG EQUAL NUMERO-INF AND NUMERO-INF NOT EQUAL
                 ZEROES
                 IF CT-VIAS EQUAL ZEROES
                    PERFORM IMPRIME-DADOS-REGISTRO
                 END-IF
                 ADD 1 TO CT-VIAS
                 MOVE VIA-CRG  TO VIA-CONF
                 MOVE DATA-CRG TO DATA-CONF
                 WRITE REG-REL FROM CONF-VIA AFTER ADVANCING 1 LINE
              END-IF
           END-IF.

       IMPRIME-DADOS-REGISTRO.
           MOVE LIVRO-CRG     TO LIVRO-CONF.
           MOVE FOLHA-CRG     TO FOLHA-CONF.
           WRITE REG-REL FROM CONF-LINHA1 AFTER ADVANCING 2 LINE.
           MOVE MATRICULA-CRG TO MAT-CONF.
           MOVE NOME-CRG      TO NOME-CONF.
           MOVE CPF-CRG       TO CPF-CONF.
           WRITE REG-REL FROM CONF-LINHA2 AFTER ADVANCING 1 LINE.
           MOVE CURSO-CRG     TO CURSO-CONF.
           MOVE ANO-CRG       TO ANO-CONF.
           WRITE REG-REL FROM CONF-LINHA3 AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE CERTIF.

       COPY DATPRCPD.
