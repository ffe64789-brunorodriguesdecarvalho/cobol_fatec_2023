      *            VIRAM "P" (PAGA). PAGAMENTO DE MATRICULA SEM
      *            COMPETENCIA ABERTA E REPORTADO. O RESUMO SAI EM
      *            RELPALU - MESMO PADRAO DA BAIXA DO EX01PAG, NA
      *            ESCALA MAIS SIMPLES DA ESCOLA. CADA PAGAMENTO
      *            BAIXADO GERA UM RECIBO EM RECIBALU, EM NOME DO
      *            RESPONSAVEL FINANCEIRO DO ALUNO (RESALU.DAT - VER
      *            RESALUFD) OU, SEM ELE, DO PROPRIO ALUNO (NOME E
      *            CPF DO ARQALU).
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - LAYOUT DO MENSALU PASSOU PARA O MENALUFD (COM O
      *            VALOR BRUTO E O DESCONTO DE BOLSA); A COPIA MENSALUN
      *            ACOMPANHA O NOVO TAMANHO. A BAIXA CONTINUA SOBRE O
      *            VALOR-MAL (LIQUIDO).
      *15/10/2026 BRC - RECIBO DE PAGAMENTO (RECIBALU) PARA CADA
      *            PAGAMENTO BAIXADO, EM NOME E CPF DO RESPONSAVEL
      *            FINANCEIRO (RESALU.DAT - VER RESALUFD) OU, SEM ELE,
      *            DO ALUNO. A TABELA DE PAGAMENTOS GUARDA O VALOR PAGO
      *            E AS COMPETENCIAS QUITADAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-PAGALU.

       COPY MENALUSL.

       COPY ARQALUSL.

       COPY RESALUSL.

       SELECT MENSALUN ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RELPALU ASSIGN TO DISK.

       SELECT RECIBALU ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       COPY JOBLOGSL.

           COPY DATPRCSL.
           02 MATRICULA-PGA   PIC 9(07).
           02 VALOR-PAGO-PGA  PIC 9(09)V9(02).

       COPY MENALUFD.

       COPY ARQALUFD.

       COPY RESALUFD.

       FD  MENSALUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MENSALUN.DAT".
       01  REG-MENSALUN       PIC X(55).

       FD  RELPALU
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELPALU.txt".
       01  REG-REL    PIC X(80).

       FD  RECIBALU
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RECIBALU.txt".
       01  REG-RECIBO PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY MENALUWS.
       COPY ARQALUWS.
       COPY RESALUWS.
       77  FS-PAGALU     PIC X(02) VALUE "00".
       77  FIM-ALU       PIC X(03) VALUE "NAO".
       77  QTD-NOMES     PIC 9(04) VALUE ZEROES.
       77  CT-RECIBOS    PIC 9(05) VALUE ZEROES.
       77  CT-RECIBOS-RESP PIC 9(05) VALUE ZEROES.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  FIM-PAG       PIC X(03) VALUE "NAO".
       77  QTD-PAGTOS    PIC 9(04) VALUE ZEROES.
                 INDEXED BY IDX-PAG.
              03 MATRICULA-PAG-TAB PIC 9(07).
              03 CASOU-PAG-TAB     PIC X(01).
              03 VALOR-PAG-TAB     PIC 9(09)V9(02).
              03 COMP-PAG-TAB      PIC 9(03).

       01  TAB-NOMES.
           02 NOME-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-NOMES
                 INDEXED BY IDX-NOM.
              03 MAT-NOME-TAB  PIC 9(07).
              03 NOME-NOME-TAB PIC X(30).
              03 CPF-NOME-TAB  PIC 9(11).

       01 DETALHE-REL.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 QTD-SEM   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-REC.
           02 FILLER    PIC X(29) VALUE "Recibos emitidos...........: ".
           02 QTD-REC   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-RSP.
           02 FILLER    PIC X(29) VALUE "Recibos a responsaveis.....: ".
           02 QTD-RSP   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 RECIBO-CAB.
           02 FILLER        PIC X(80) VALUE
              "RECIBO DE PAGAMENTO - MENSALIDADE ESCOLAR".

       01 RECIBO-CORPO1.
           02 FILLER        PIC X(24) VALUE "RECEBEMOS DE..........: ".
           02 NOME-RECIBO   PIC X(30).
           02 FILLER        PIC X(26) VALUE SPACES.

       01 RECIBO-CORPO2.
           02 FILLER        PIC X(24) VALUE "CPF...................: ".
           02 CPF-RECIBO    PIC X(14).
           02 FILLER        PIC X(42) VALUE SPACES.

       01 RECIBO-CORPO3.
           02 FILLER        PIC X(24) VALUE "REFERENTE AO ALUNO(A).: ".
           02 MAT-RECIBO    PIC 9(07).
           02 FILLER        PIC X(03) VALUE " - ".
           02 ALUNO-RECIBO  PIC X(30).
           02 FILLER        PIC X(16) VALUE SPACES.

       01 RECIBO-CORPO4.
           02 FILLER        PIC X(24) VALUE "COMPETENCIAS QUITADAS.: ".
           02 COMP-RECIBO   PIC ZZ9.
           02 FILLER        PIC X(53) VALUE SPACES.

       01 RECIBO-CORPO5.
           02 FILLER        PIC X(24) VALUE "VALOR PAGO............: ".
           02 VALOR-RECIBO  PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(40) VALUE SPACES.

       01 RECIBO-CORPO6.
           02 FILLER        PIC X(24) VALUE "DATA DO PAGAMENTO.....: ".
           02 DIA-RECIBO    PIC 99.
           02 FILLER        PIC X(01) VALUE "/".
           02 MES-RECIBO    PIC 99.
           02 FILLER        PIC X(01) VALUE "/".
           02 ANO-RECIBO    PIC 9999.
           02 FILLER        PIC X(46) VALUE SPACES.

       01 RECIBO-RODAPE.
           02 FILLER  PIC X(52) VALUE
              "PAGAMENTO RECEBIDO E BAIXADO JUNTO A SECRETARIA.    ".
           02 FILLER  PIC X(28) VALUE SPACES.

       01 RECIBO-SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.

       PROGRAM01.
           CLOSE MENSALU MENSALUN.
           PERFORM SUBSTITUI-MENSALU.
           PERFORM REPORTA-SEM-ABERTA.
           PERFORM EMITE-RECIBOS.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT MENSALUN RELPALU RECIBALU.
           PERFORM OBTEM-DATA-PROCESSO.
           PERFORM CARREGA-PAGTOS.
           PERFORM CARREGA-NOMES.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM GRAVA-JOBLOG-INICIO.
           PERFORM LEITURA.

                 ADD 1 TO QTD-PAGTOS
                 MOVE MATRICULA-PGA TO MATRICULA-PAG-TAB(QTD-PAGTOS)
                 MOVE "N"           TO CASOU-PAG-TAB(QTD-PAGTOS)
                 MOVE VALOR-PAGO-PGA TO VALOR-PAG-TAB(QTD-PAGTOS)
                 MOVE ZEROES        TO COMP-PAG-TAB(QTD-PAGTOS)
              ELSE
                 MOVE "S" TO PAGTOS-DEMAIS
              END-IF
           END-IF.

      *NOME E CPF DOS ALUNOS, PARA O RECIBO SEM RESPONSAVEL.
       CARREGA-NOMES.
           OPEN INPUT ARQALU.
           IF FS-ARQALU EQUAL "00"
              PERFORM LER-ARQALU UNTIL FIM-ALU EQUAL "SIM"
              CLOSE ARQALU
           END-IF.

       LER-ARQALU.
           READ ARQALU AT END MOVE "SIM" TO FIM-ALU.
           IF FIM-ALU NOT EQUAL "SIM"
              IF QTD-NOMES LESS THAN 5000
                 ADD 1 TO QTD-NOMES
                 MOVE MATRICULA-ALU TO MAT-NOME-TAB(QTD-NOMES)
                 MOVE NOME-ALU      TO NOME-NOME-TAB(QTD-NOMES)
                 IF CPF-ALU NUMERIC
                    MOVE CPF-ALU    TO CPF-NOME-TAB(QTD-NOMES)
                 ELSE
                    MOVE ZEROES     TO CPF-NOME-TAB(QTD-NOMES)
                 END-IF
              END-IF
           END-IF.

      *RESPONSAVEIS FINANCEIROS (RESALU.DAT, VER RESALUFD). SEM O
      *ARQUIVO TODOS OS RECIBOS SAEM EM NOME DO ALUNO.
       CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-RESALU.
           IF RESALU-DEMAIS EQUAL "S"
              DISPLAY "EX05PGA: MAIS DE 5000 RESPONSAVEIS NO RESALU - "
                      "A TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOCALIZA-PAGTO.
           MOVE "N" TO TEM-PAGTO.
           SET IDX-PAG TO 1.
              IF TEM-PAGTO EQUAL "S"
                 MOVE "P" TO SITUACAO-MAL
                 MOVE "S" TO CASOU-PAG-TAB(IDX-PAG)
                 ADD 1 TO COMP-PAG-TAB(IDX-PAG)
                 ADD 1 TO CT-BAIXADAS
                 MOVE MATRICULA-MAL TO MAT-REL
                 MOVE "COMPETENCIA BAIXADA" TO MENSAGEM-REL
           END-IF.
           ADD 1 TO IDX-P.

      *UM RECIBO POR PAGAMENTO QUE BAIXOU COMPETENCIA, EM NOME DO
      *RESPONSAVEL FINANCEIRO; SEM ELE, EM NOME DO PROPRIO ALUNO.
       EMITE-RECIBOS.
           MOVE 1 TO IDX-P.
           PERFORM EMITE-UM-RECIBO UNTIL IDX-P GREATER THAN QTD-PAGTOS.

       EMITE-UM-RECIBO.
           IF CASOU-PAG-TAB(IDX-P) EQUAL "S"
              PERFORM GERA-RECIBO
           END-IF.
           ADD 1 TO IDX-P.

       GERA-RECIBO.
           ADD 1 TO CT-RECIBOS.
           MOVE MATRICULA-PAG-TAB(IDX-P) TO MAT-RECIBO.
           MOVE SPACES TO ALUNO-RECIBO.
           MOVE ZEROES TO CPF-TRABALHO-RES.
           SET IDX-NOM TO 1.
           SEARCH NOME-ITEM
              AT END CONTINUE
              WHEN MAT-NOME-TAB(IDX-NOM) EQUAL MATRICULA-PAG-TAB(IDX-P)
                 MOVE NOME-NOME-TAB(IDX-NOM) TO ALUNO-RECIBO
                 MOVE CPF-NOME-TAB(IDX-NOM)  TO CPF-TRABALHO-RES
           END-SEARCH.
           MOVE MATRICULA-PAG-TAB(IDX-P) TO MATRICULA-CONSULTA-RES.
           PERFORM CONSULTA-RESALU.
           IF RESPONSAVEL-ACHADO EQUAL "S"
              ADD 1 TO CT-RECIBOS-RESP
              PERFORM MONTA-ENDERECAMENTO-RES
              MOVE NOME-RES-TAB(IDX-RSP) TO NOME-RECIBO
           ELSE
              MOVE ALUNO-RECIBO TO NOME-RECIBO
              MOVE CPF-TR-1 TO CPF-ED-1
              MOVE CPF-TR-2 TO CPF-ED-2
              MOVE CPF-TR-3 TO CPF-ED-3
              MOVE CPF-TR-4 TO CPF-ED-4
           END-IF.
           MOVE CPF-EDITADO-RES         TO CPF-RECIBO.
           MOVE COMP-PAG-TAB(IDX-P)     TO COMP-RECIBO.
           MOVE VALOR-PAG-TAB(IDX-P)    TO VALOR-RECIBO.
           MOVE DATA-PROCESSO(7:2)      TO DIA-RECIBO.
           MOVE DATA-PROCESSO(5:2)      TO MES-RECIBO.
           MOVE DATA-PROCESSO(1:4)      TO ANO-RECIBO.
           WRITE REG-RECIBO FROM RECIBO-CAB    AFTER ADVANCING 1 LINE.
           WRITE REG-RECIBO FROM RECIBO-CORPO1 AFTER ADVANCING 1 LINE.
           WRITE REG-RECIBO FROM RECIBO-CORPO2 AFTER ADVANCING 1 LINE.
           WRITE REG-RECIBO FROM RECIBO-CORPO3 AFTER ADVANCING 1 LINE.
           WRITE REG-RECIBO FROM RECIBO-CORPO4 AFTER ADVANCING 1 LINE.
           WRITE REG-RECIBO FROM RECIBO-CORPO5 AFTER ADVANCING 1 LINE.
           WRITE REG-RECIBO FROM RECIBO-CORPO6 AFTER ADVANCING 1 LINE.
           WRITE REG-RECIBO FROM RECIBO-RODAPE AFTER ADVANCING 1 LINE.
           WRITE REG-RECIBO FROM RECIBO-SEPARADOR
              AFTER ADVANCING 1 LINE.

       IMPRESSAO-FINAL.
           MOVE CT-BAIXADAS TO QTD-BAI.
           WRITE REG-REL FROM TOTAL-BAI AFTER ADVANCING 2 LINE.
           MOVE CT-SEM-ABERTA TO QTD-SEM.
           WRITE REG-REL FROM TOTAL-SEM AFTER ADVANCING 1 LINE.
           MOVE CT-RECIBOS TO QTD-REC.
           WRITE REG-REL FROM TOTAL-REC AFTER ADVANCING 1 LINE.
           MOVE CT-RECIBOS-RESP TO QTD-RSP.
           WRITE REG-REL FROM TOTAL-RSP AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE RELPALU RECIBALU.
           IF CT-RESALU-INV GREATER THAN ZEROES
              DISPLAY "EX05PGA: " CT-RESALU-INV " LINHA(S) INVALIDA(S) "
                      "NO RESALU.DAT IGNORADA(S) - O RECIBO SAI EM "
                      "NOME DO ALUNO."
           END-IF.
           PERFORM GRAVA-JOBLOG-FIM.

       GRAVA-JOBLOG-INICIO.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY RESALUPD.

       COPY DATPRCPD.
