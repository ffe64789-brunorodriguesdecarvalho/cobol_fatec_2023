       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX01COV.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RELATORIO MENSAL DE CONVITES. RECEBE PELO ACCEPT A
      *            COMPETENCIA AAAAMM (DEFAULT: O MES ANTERIOR AO DA
      *            DATA DE PROCESSAMENTO) E LE O REGISTRO DE CONVITES
      *            (CONVITE.DAT, GRAVADO PELA TELA PROG04 - VER
      *            CONVITFD) E OS PARAMETROS DO ESTATUTO (PARCNV.DAT,
      *            VER PARCNVFD). O RELATORIO (RELCOV) TEM DUAS
      *            PARTES:
      *            - CONVITES POR TITULAR NO MES, EM ORDEM DE NUMERO
      *              DE SOCIO (PASSADA NO CADSOC1), COM A QUANTIDADE,
      *              OS CONVITES ACIMA DA COTA E AS TAXAS JA LANCADAS
      *              COMO COBRANCA AVULSA PELO PROG04; TITULAR QUE
      *              NAO ESTA MAIS NO CADASTRO SAI NO FINAL DA LISTA;
      *            - CONVIDADOS FREQUENTES: O CPF QUE SOMA O MINIMO DE
      *              VISITAS DO PARCNV NA JANELA DE MESES QUE TERMINA
      *              NA COMPETENCIA. O CONVIDADO QUE JA E SOCIO (CPF
      *              NO CADSOC1) OU QUE JA TEM PROPOSTA NO PROPSOC SO
      *              SAI NO RELATORIO, COM A SITUACAO; OS DEMAIS
      *              GANHAM UMA PROPOSTA DE ADMISSAO PENDENTE NO
      *              PROPSOC (ORIGEM-PRO "C" - VER PROPSOFD), COMO
      *              TITULAR, COM A MENSALIDADE DE TITULAR EM VIGOR NA
      *              TABCAT E O TITULAR QUE O CONVIDOU POR ULTIMO COMO
      *              PROPONENTE. O NUMERO DA PROPOSTA (QUE VIRA O
      *              NUMERO DE SOCIO NA EFETIVACAO) E O SEGUINTE AO
      *              MAIOR NUMERO JA USADO NO CADSOC1 E NO PROPSOC.
      *              SEM LINHA "T" NA TABCAT NAO HA VALOR A PROPOR E
      *              A PROPOSTA NAO E GERADA.
      *            A PROPOSTA SEGUE O FLUXO NORMAL (EX01PRO, EX01APR).
      *            RODAR COM O EX01PRO FORA DO AR (AMBOS GRAVAM O
      *            PROPSOC) E ANTES DO EX01APR DO MES.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CADSOCSL.

       COPY CONVITSL.

       COPY PARCNVSL.

       COPY TABCATSL.

       COPY PROPSOSL.

       SELECT RELCOV ASSIGN TO DISK.

       COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       COPY CADSOCFD.

       COPY CONVITFD.

       COPY PARCNVFD.

       COPY TABCATFD.

       COPY PROPSOFD.

       FD  RELCOV
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELCOV.txt".
       01  REG-REL      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY CADSOCWS.
       COPY CONVITWS.
       COPY PARCNVWS.
       COPY TABCATWS.
       COPY PROPSOWS.
       COPY CABPAG.
       77  FIM-ARQ          PIC X(03) VALUE "NAO".
       77  FIM-AUX          PIC X(03) VALUE "NAO".
       77  COMPET-INF       PIC 9(06) VALUE ZEROES.
       77  COMPET-CAT       PIC 9(06) VALUE ZEROES.
       77  QTD-RECUO        PIC 9(02) VALUE ZEROES.
       77  VIGENCIA-TIT     PIC 9(06) VALUE ZEROES.
       77  VALOR-TIT        PIC 9(09)V9(02) VALUE ZEROES.
       77  TEM-VALOR-TIT    PIC X(01) VALUE "N".
       77  ULTIMO-NUMERO    PIC 9(06) VALUE ZEROES.
       77  QTD-COT          PIC 9(05) VALUE ZEROES.
       77  QTD-FRQ          PIC 9(05) VALUE ZEROES.
       77  TABELA-DEMAIS    PIC X(03) VALUE "NAO".
       77  SECAO-REL        PIC X(01) VALUE "1".
       77  CT-LIDOS         PIC 9(05) VALUE ZEROES.
       77  CT-TITULARES     PIC 9(05) VALUE ZEROES.
       77  CT-CONVITES      PIC 9(05) VALUE ZEROES.
       77  CT-EXCEDENTES    PIC 9(05) VALUE ZEROES.
       77  CT-FREQUENTES    PIC 9(05) VALUE ZEROES.
       77  CT-PROPOSTAS     PIC 9(05) VALUE ZEROES.
       77  CT-SEM-CADASTRO  PIC 9(05) VALUE ZEROES.
       77  CT-SEM-VALOR     PIC 9(05) VALUE ZEROES.
       77  VALOR-TAXAS      PIC 9(09)V9(02) VALUE ZEROES.

      *CONVITES DO MES POR TITULAR (QUEM RESPONDE PELA COTA).
       01 TAB-COTAS.
           02 COT-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-COT
                 INDEXED BY IDX-COT.
              03 SOCIO-COT-TAB    PIC 9(06).
              03 CONVITES-COT-TAB PIC 9(04).
              03 EXCEDE-COT-TAB   PIC 9(04).
              03 VALOR-COT-TAB    PIC 9(07)V9(02).
              03 CADASTRO-COT-TAB PIC X(01).

      *VISITAS POR CONVIDADO (CPF) NA JANELA, COM O NOME E O
      *TITULAR DO CONVITE MAIS RECENTE, SE O CPF JA E DE SOCIO E A
      *SITUACAO/NUMERO DA ULTIMA PROPOSTA QUE ELE JA TENHA.
       01 TAB-FREQUENTES.
           02 FRQ-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-FRQ
                 INDEXED BY IDX-FRQ.
              03 CPF-FRQ-TAB      PIC 9(11).
              03 NOME-FRQ-TAB     PIC X(30).
              03 VISITAS-FRQ-TAB  PIC 9(04).
              03 TITULAR-FRQ-TAB  PIC 9(06).
              03 ULTIMA-FRQ-TAB   PIC 9(08).
              03 SOCIO-FRQ-TAB    PIC 9(06).
              03 SITPRO-FRQ-TAB   PIC X(01).
              03 NUMPRO-FRQ-TAB   PIC 9(06).

       01 COMPET-REL.
           02 ANO-REL     PIC 9(04).
           02 MES-REL     PIC 9(02).
       01 COMPET-REL-R REDEFINES COMPET-REL PIC 9(06).

       01 INICIO-JANELA.
           02 ANO-JAN     PIC 9(04).
           02 MES-JAN     PIC 9(02).
       01 INICIO-JANELA-R REDEFINES INICIO-JANELA PIC 9(06).

       01 CAB-02.
           02 FILLER     PIC X(10) VALUE SPACES.
           02 FILLER     PIC X(27) VALUE
              "RELATORIO DE CONVITES - MES".
           02 FILLER     PIC X(01) VALUE SPACES.
           02 MES-CAB    PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 ANO-CAB    PIC 9999.
           02 FILLER     PIC X(17) VALUE " - COTA MENSAL DE".
           02 FILLER     PIC X(01) VALUE SPACES.
           02 COTA-CAB   PIC Z9.
           02 FILLER     PIC X(15) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(38) VALUE "SOCIO  NOME".
           02 FILLER  PIC X(42) VALUE
              "CONVITES  ACIMA DA COTA    TAXAS LANCADAS".

       01 CAB-04.
           02 FILLER     PIC X(33) VALUE
              "CONVIDADOS FREQUENTES (MINIMO DE ".
           02 VISITAS-CAB PIC Z9.
           02 FILLER     PIC X(15) VALUE " VISITAS ENTRE ".
           02 MES-INI-CAB PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 ANO-INI-CAB PIC 9999.
           02 FILLER     PIC X(03) VALUE " E ".
           02 MES-FIM-CAB PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 ANO-FIM-CAB PIC 9999.
           02 FILLER     PIC X(13) VALUE ")".

       01 CAB-05.
           02 FILLER  PIC X(39) VALUE "CPF         CONVIDADO".
           02 FILLER  PIC X(41) VALUE
              "VIS. TITULAR SITUACAO            NUM.".

       01 DETALHE-COT.
           02 SOCIO-DET    PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-DET     PIC X(30).
           02 FILLER       PIC X(05) VALUE SPACES.
           02 CONVITES-DET PIC ZZZ9.
           02 FILLER       PIC X(09) VALUE SPACES.
           02 EXCEDE-DET   PIC ZZZ9.
           02 FILLER       PIC X(07) VALUE SPACES.
           02 VALOR-DET    PIC ZZZ.ZZZ.ZZ9,99.

       01 DETALHE-FRQ.
           02 CPF-DET      PIC 9(11).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CONVIDADO-DET PIC X(26).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 VISITAS-DET  PIC ZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 TITULAR-DET  PIC 9(06).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 SITUACAO-DET PIC X(19).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PROPOSTA-DET PIC ZZZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.

       01 TOTAL-TIT.
           02 FILLER    PIC X(34) VALUE
              "TITULARES COM CONVITE NO MES....: ".
           02 QTD-TIT   PIC ZZZZ9.
           02 FILLER    PIC X(41) VALUE SPACES.

       01 TOTAL-CNV.
           02 FILLER    PIC X(34) VALUE
              "CONVITES EMITIDOS NO MES........: ".
           02 QTD-CNV   PIC ZZZZ9.
           02 FILLER    PIC X(41) VALUE SPACES.

       01 TOTAL-EXC.
           02 FILLER    PIC X(34) VALUE
              "CONVITES ACIMA DA COTA..........: ".
           02 QTD-EXC   PIC ZZZZ9.
           02 FILLER    PIC X(41) VALUE SPACES.

       01 TOTAL-VAL.
           02 FILLER    PIC X(34) VALUE
              "TAXAS DE EXCEDENTE LANCADAS.....: ".
           02 VALOR-TOT PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(29) VALUE SPACES.

       01 TOTAL-FRQ.
           02 FILLER    PIC X(34) VALUE
              "CONVIDADOS FREQUENTES...........: ".
           02 QTD-FRQ-TOT PIC ZZZZ9.
           02 FILLER    PIC X(41) VALUE SPACES.

       01 TOTAL-PRO.
           02 FILLER    PIC X(34) VALUE
              "PROPOSTAS DE ADMISSAO GERADAS...: ".
           02 QTD-PRO   PIC ZZZZ9.
           02 FILLER    PIC X(41) VALUE SPACES.

       01 TOTAL-SEM.
           02 FILLER    PIC X(34) VALUE
              "TITULARES FORA DO CADASTRO......: ".
           02 QTD-SEM   PIC ZZZZ9.
           02 FILLER    PIC X(41) VALUE SPACES.

       01 LINHA-PARAM.
           02 FILLER    PIC X(34) VALUE
              "PARAMETROS DE CONVITE...........: ".
           02 ORIGEM-PARAM-REL PIC X(21).
           02 FILLER    PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRIME-FORA-CADASTRO.
           PERFORM IMPRIME-FREQUENTES.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM GRAVA-JOBLOG-INICIO.
           DISPLAY "COMPETENCIA AAAAMM (DEFAULT MES ANTERIOR)..: ".
           ACCEPT COMPET-INF.
           IF COMPET-INF EQUAL ZEROES
              MOVE DATA-PROCESSO(1:6) TO COMPET-REL-R
              PERFORM RECUA-COMPETENCIA
           ELSE
              MOVE COMPET-INF TO COMPET-REL-R
           END-IF.
           MOVE DATA-PROCESSO(1:6) TO COMPET-CAT.
           PERFORM LE-PARAMETROS-CONVITE.
           MOVE COMPET-REL-R TO INICIO-JANELA-R.
           COMPUTE QTD-RECUO = JANELA-FREQUENTE - 1.
           PERFORM RECUA-JANELA QTD-RECUO TIMES.
           OPEN INPUT CADSOC1.
           IF FS-CADSOC1 NOT EQUAL "00"
              DISPLAY "EX01COV: CADSOC1.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-CADSOC1
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-CONVITES.
           IF TABELA-DEMAIS EQUAL "SIM"
              DISPLAY "EX01COV: MAIS DE 5000 TITULARES OU CONVIDADOS "
                      "NO PERIODO - AMPLIAR A TAB-COTAS/"
                      "TAB-FREQUENTES. RODADA INTERROMPIDA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-PROPOSTAS.
           PERFORM CARREGA-TABCAT.
           OPEN OUTPUT RELCOV.
           MOVE MES-REL        TO MES-CAB MES-FIM-CAB.
           MOVE ANO-REL        TO ANO-CAB ANO-FIM-CAB.
           MOVE MES-JAN        TO MES-INI-CAB.
           MOVE ANO-JAN        TO ANO-INI-CAB.
           MOVE COTA-CONVITES  TO COTA-CAB.
           MOVE VISITAS-FREQUENTE TO VISITAS-CAB.
           PERFORM CABECALHO.
           PERFORM LEITURA.

       RECUA-COMPETENCIA.
           IF MES-REL EQUAL 01
              MOVE 12 TO MES-REL
              SUBTRACT 1 FROM ANO-REL
           ELSE
              SUBTRACT 1 FROM MES-REL
           END-IF.

       RECUA-JANELA.
           IF MES-JAN EQUAL 01
              MOVE 12 TO MES-JAN
              SUBTRACT 1 FROM ANO-JAN
           ELSE
              SUBTRACT 1 FROM MES-JAN
           END-IF.

      *CONVITES DA JANELA: OS DO MES DO RELATORIO VAO PARA A TABELA
      *DE COTAS; TODOS DA JANELA CONTAM VISITA PARA O CONVIDADO.
       CARREGA-CONVITES.
           OPEN INPUT CONVITE.
           IF FS-CONVITE EQUAL "00"
              PERFORM LER-CONVITE UNTIL FIM-AUX EQUAL "SIM"
              CLOSE CONVITE
           END-IF.

       LER-CONVITE.
           READ CONVITE AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              IF ANO-MES-CNV NOT LESS THAN INICIO-JANELA-R AND
                 ANO-MES-CNV NOT GREATER THAN COMPET-REL-R
                 PERFORM GUARDA-VISITA
                 IF ANO-MES-CNV EQUAL COMPET-REL-R
                    PERFORM GUARDA-COTA
                 END-IF
              END-IF
           END-IF.

       GUARDA-COTA.
           ADD 1 TO CT-CONVITES.
           SET IDX-COT TO 1.
           SEARCH COT-ITEM
              AT END
                 IF QTD-COT LESS THAN 5000
                    ADD 1 TO QTD-COT
                    SET IDX-COT TO QTD-COT
                    MOVE TITULAR-CNV TO SOCIO-COT-TAB(IDX-COT)
                    MOVE ZEROES TO CONVITES-COT-TAB(IDX-COT)
                                   EXCEDE-COT-TAB(IDX-COT)
                                   VALOR-COT-TAB(IDX-COT)
                    MOVE "N" TO CADASTRO-COT-TAB(IDX-COT)
                 ELSE
                    MOVE "SIM" TO TABELA-DEMAIS
                 END-IF
              WHEN SOCIO-COT-TAB(IDX-COT) EQUAL TITULAR-CNV
                 CONTINUE
           END-SEARCH.
           IF TABELA-DEMAIS EQUAL "NAO"
              ADD 1 TO CONVITES-COT-TAB(IDX-COT)
              IF VALOR-CNV GREATER THAN ZEROES
                 ADD 1 TO EXCEDE-COT-TAB(IDX-COT) CT-EXCEDENTES
                 ADD VALOR-CNV TO VALOR-COT-TAB(IDX-COT) VALOR-TAXAS
              END-IF
           END-IF.

       GUARDA-VISITA.
           SET IDX-FRQ TO 1.
           SEARCH FRQ-ITEM
              AT END
                 IF QTD-FRQ LESS THAN 5000
                    ADD 1 TO QTD-FRQ
                    SET IDX-FRQ TO QTD-FRQ
                    MOVE CPF-CONVIDADO-CNV TO CPF-FRQ-TAB(IDX-FRQ)
                    MOVE ZEROES TO VISITAS-FRQ-TAB(IDX-FRQ)
                                   ULTIMA-FRQ-TAB(IDX-FRQ)
                                   SOCIO-FRQ-TAB(IDX-FRQ)
                                   NUMPRO-FRQ-TAB(IDX-FRQ)
                    MOVE SPACE TO SITPRO-FRQ-TAB(IDX-FRQ)
                 ELSE
                    MOVE "SIM" TO TABELA-DEMAIS
                 END-IF
              WHEN CPF-FRQ-TAB(IDX-FRQ) EQUAL CPF-CONVIDADO-CNV
                 CONTINUE
           END-SEARCH.
           IF TABELA-DEMAIS EQUAL "NAO"
              ADD 1 TO VISITAS-FRQ-TAB(IDX-FRQ)
              IF DATA-CNV NOT LESS THAN ULTIMA-FRQ-TAB(IDX-FRQ)
                 MOVE DATA-CNV     TO ULTIMA-FRQ-TAB(IDX-FRQ)
                 MOVE NOME-CONVIDADO-CNV TO NOME-FRQ-TAB(IDX-FRQ)
                 MOVE TITULAR-CNV  TO TITULAR-FRQ-TAB(IDX-FRQ)
              END-IF
           END-IF.

      *PROPOSTAS JA EXISTENTES: MAIOR NUMERO USADO E, PARA O
      *CONVIDADO, A SITUACAO DA ULTIMA PROPOSTA COM O CPF DELE.
       CARREGA-PROPOSTAS.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT PROPSOC.
           IF FS-PROPSOC EQUAL "00"
              PERFORM LER-PROPSOC UNTIL FIM-AUX EQUAL "SIM"
              CLOSE PROPSOC
           END-IF.

       LER-PROPSOC.
           READ PROPSOC AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM"
              IF NUMERO-PRO GREATER THAN ULTIMO-NUMERO
                 MOVE NUMERO-PRO TO ULTIMO-NUMERO
              END-IF
              SET IDX-FRQ TO 1
              SEARCH FRQ-ITEM
                 AT END CONTINUE
                 WHEN CPF-FRQ-TAB(IDX-FRQ) EQUAL CPF-PRO
                    MOVE SITUACAO-PRO TO SITPRO-FRQ-TAB(IDX-FRQ)
                    MOVE NUMERO-PRO   TO NUMPRO-FRQ-TAB(IDX-FRQ)
              END-SEARCH
           END-IF.

      *MENSALIDADE DE TITULAR = LINHA "T" DE MAIOR VIGENCIA ATE A
      *COMPETENCIA DA DATA DE PROCESSAMENTO (MESMA REGRA DO EX01MAI).
       CARREGA-TABCAT.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT TABCAT.
           IF FS-TABCAT EQUAL "00"
              PERFORM LER-TABCAT UNTIL FIM-AUX EQUAL "SIM"
              CLOSE TABCAT
           END-IF.

       LER-TABCAT.
           READ TABCAT AT END MOVE "SIM" TO FIM-AUX.
           IF FIM-AUX NOT EQUAL "SIM" AND CATEGORIA-CAT EQUAL "T"
              IF VIGENCIA-CAT NOT NUMERIC
                 MOVE ZEROES TO VIGENCIA-CAT
              END-IF
              IF VIGENCIA-CAT NOT GREATER THAN COMPET-CAT AND
                 (TEM-VALOR-TIT EQUAL "N" OR
                  VIGENCIA-CAT NOT LESS THAN VIGENCIA-TIT)
                 MOVE "S"          TO TEM-VALOR-TIT
                 MOVE VIGENCIA-CAT TO VIGENCIA-TIT
                 MOVE VALOR-CAT    TO VALOR-TIT
              END-IF
           END-IF.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX01COV " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE ZEROES     TO JOBLOG-LIDOS JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       LEITURA.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.

      *PASSADA NO CADSOC1: MAIOR NUMERO DE SOCIO, CONVIDADO QUE JA
      *E SOCIO E A LINHA DE CONVITES DO TITULAR, NA ORDEM DO MESTRE.
       PRINCIPAL.
           IF NUMERO-SOCIO1 GREATER THAN ULTIMO-NUMERO
              MOVE NUMERO-SOCIO1 TO ULTIMO-NUMERO
           END-IF.
           SET IDX-FRQ TO 1.
           SEARCH FRQ-ITEM
              AT END CONTINUE
              WHEN CPF-FRQ-TAB(IDX-FRQ) EQUAL CPF-SOCIO1
                 MOVE NUMERO-SOCIO1 TO SOCIO-FRQ-TAB(IDX-FRQ)
           END-SEARCH.
           SET IDX-COT TO 1.
           SEARCH COT-ITEM
              AT END CONTINUE
              WHEN SOCIO-COT-TAB(IDX-COT) EQUAL NUMERO-SOCIO1
                 MOVE "S" TO CADASTRO-COT-TAB(IDX-COT)
                 MOVE NOME-SOCIO1 TO NOME-DET
                 PERFORM IMPRIME-COTA
           END-SEARCH.
           PERFORM LEITURA.

      *TITULAR COM CONVITE NO MES QUE NAO ESTA NO CADSOC1 (EXCLUIDO
      *DEPOIS DA EMISSAO).
       IMPRIME-FORA-CADASTRO.
           PERFORM VERIFICA-FORA-CADASTRO
              VARYING IDX-COT FROM 1 BY 1 UNTIL IDX-COT > QTD-COT.

       VERIFICA-FORA-CADASTRO.
           IF CADASTRO-COT-TAB(IDX-COT) EQUAL "N"
              ADD 1 TO CT-SEM-CADASTRO
              MOVE "*** FORA DO CADASTRO ***" TO NOME-DET
              PERFORM IMPRIME-COTA
           END-IF.

       IMPRIME-COTA.
           IF CT-LIN GREATER OR EQUAL 40
              PERFORM CABECALHO
           END-IF.
           ADD 1 TO CT-TITULARES.
           MOVE SOCIO-COT-TAB(IDX-COT)    TO SOCIO-DET.
           MOVE CONVITES-COT-TAB(IDX-COT) TO CONVITES-DET.
           MOVE EXCEDE-COT-TAB(IDX-COT)   TO EXCEDE-DET.
           MOVE VALOR-COT-TAB(IDX-COT)    TO VALOR-DET.
           WRITE REG-REL FROM DETALHE-COT AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

      *SEGUNDA PARTE, EM PAGINA PROPRIA: CONVIDADOS QUE ATINGIRAM O
      *MINIMO DE VISITAS NA JANELA.
       IMPRIME-FREQUENTES.
           ADD 1 TO ULTIMO-NUMERO.
           OPEN EXTEND PROPSOC.
           IF FS-PROPSOC NOT EQUAL "00"
              OPEN OUTPUT PROPSOC
           END-IF.
           MOVE "2" TO SECAO-REL.
           PERFORM CABECALHO.
           PERFORM TRATA-FREQUENTE
              VARYING IDX-FRQ FROM 1 BY 1 UNTIL IDX-FRQ > QTD-FRQ.
           CLOSE PROPSOC.

       TRATA-FREQUENTE.
           IF VISITAS-FRQ-TAB(IDX-FRQ) NOT LESS THAN VISITAS-FREQUENTE
              ADD 1 TO CT-FREQUENTES
              MOVE NUMPRO-FRQ-TAB(IDX-FRQ) TO PROPOSTA-DET
              EVALUATE TRUE
                  WHEN SOCIO-FRQ-TAB(IDX-FRQ) NOT EQUAL ZEROES
                      MOVE SOCIO-FRQ-TAB(IDX-FRQ) TO PROPOSTA-DET
                      MOVE "JA E SOCIO"          TO SITUACAO-DET
                  WHEN SITPRO-FRQ-TAB(IDX-FRQ) EQUAL "P"
                      MOVE "PROPOSTA PENDENTE"   TO SITUACAO-DET
                  WHEN SITPRO-FRQ-TAB(IDX-FRQ) EQUAL "A"
                      MOVE "PROPOSTA APROVADA"   TO SITUACAO-DET
                  WHEN SITPRO-FRQ-TAB(IDX-FRQ) EQUAL "R"
                      MOVE "PROPOSTA REJEITADA"  TO SITUACAO-DET
                  WHEN SITPRO-FRQ-TAB(IDX-FRQ) EQUAL "E"
                      MOVE "PROPOSTA EFETIVADA"  TO SITUACAO-DET
                  WHEN TEM-VALOR-TIT EQUAL "N"
                      ADD 1 TO CT-SEM-VALOR
                      MOVE "SEM VALOR NA TABCAT" TO SITUACAO-DET
                  WHEN OTHER
                      PERFORM GERA-PROPOSTA
                      MOVE NUMERO-PRO            TO PROPOSTA-DET
                      MOVE "PROPOSTA GERADA"     TO SITUACAO-DET
              END-EVALUATE
              PERFORM IMPRIME-FREQUENTE
           END-IF.

       GERA-PROPOSTA.
           MOVE ULTIMO-NUMERO            TO NUMERO-PRO.
           ADD 1 TO ULTIMO-NUMERO.
           MOVE NOME-FRQ-TAB(IDX-FRQ)    TO NOME-PRO.
           MOVE CPF-FRQ-TAB(IDX-FRQ)     TO CPF-PRO.
           MOVE "T"                      TO CATEGORIA-PRO.
           MOVE ZEROES                   TO TITULAR-PRO CEP-PRO
                                            NASCIMENTO-PRO.
           MOVE VALOR-TIT                TO VALOR-PRO.
           MOVE SPACES                   TO ENDERECO-PRO CIDADE-PRO
                                            UF-PRO EMAIL-PRO.
           MOVE TITULAR-FRQ-TAB(IDX-FRQ) TO PROPONENTE-PRO.
           MOVE DATA-PROCESSO            TO DATA-PRO.
           MOVE "P"                      TO SITUACAO-PRO.
           MOVE "C"                      TO ORIGEM-PRO.
           WRITE REG-PROPOSTA.
           ADD 1 TO CT-PROPOSTAS.

       IMPRIME-FREQUENTE.
           IF CT-LIN GREATER OR EQUAL 40
              PERFORM CABECALHO
           END-IF.
           MOVE CPF-FRQ-TAB(IDX-FRQ)     TO CPF-DET.
           MOVE NOME-FRQ-TAB(IDX-FRQ)    TO CONVIDADO-DET.
           MOVE VISITAS-FRQ-TAB(IDX-FRQ) TO VISITAS-DET.
           MOVE TITULAR-FRQ-TAB(IDX-FRQ) TO TITULAR-DET.
           WRITE REG-REL FROM DETALHE-FRQ AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1        TO CT-PAG.
           MOVE CT-PAG  TO VAR-PAG.
           MOVE SPACES  TO REG-REL.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINE.
           IF SECAO-REL EQUAL "1"
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINE
           ELSE
              WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINE
              WRITE REG-REL FROM CAB-05 AFTER ADVANCING 2 LINE
           END-IF.
           MOVE ZEROES  TO CT-LIN.

       IMPRESSAO-FINAL.
           IF CT-LIN GREATER OR EQUAL 31
              PERFORM CABECALHO
           END-IF.
           MOVE CT-TITULARES   TO QTD-TIT.
           WRITE REG-REL FROM TOTAL-TIT AFTER ADVANCING 2 LINE.
           MOVE CT-CONVITES    TO QTD-CNV.
           WRITE REG-REL FROM TOTAL-CNV AFTER ADVANCING 1 LINE.
           MOVE CT-EXCEDENTES  TO QTD-EXC.
           WRITE REG-REL FROM TOTAL-EXC AFTER ADVANCING 1 LINE.
           MOVE VALOR-TAXAS    TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-VAL AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-CADASTRO TO QTD-SEM.
           WRITE REG-REL FROM TOTAL-SEM AFTER ADVANCING 1 LINE.
           MOVE CT-FREQUENTES  TO QTD-FRQ-TOT.
           WRITE REG-REL FROM TOTAL-FRQ AFTER ADVANCING 1 LINE.
           MOVE CT-PROPOSTAS   TO QTD-PRO.
           WRITE REG-REL FROM TOTAL-PRO AFTER ADVANCING 1 LINE.
           MOVE ORIGEM-PARAM-CNV TO ORIGEM-PARAM-REL.
           WRITE REG-REL FROM LINHA-PARAM AFTER ADVANCING 2 LINE.

       FIM.
           CLOSE CADSOC1 RELCOV.
           PERFORM GRAVA-JOBLOG-FIM.
           DISPLAY "EX01COV: " CT-CONVITES " CONVITE(S) NO MES, "
                   CT-PROPOSTAS " PROPOSTA(S) DE CONVIDADO GERADA(S)".
           IF CT-SEM-CADASTRO GREATER THAN ZEROES OR
              CT-SEM-VALOR GREATER THAN ZEROES
              DISPLAY "EX01COV: HA TITULARES FORA DO CADASTRO OU "
                      "PROPOSTAS NAO GERADAS - VER RELCOV.txt."
              MOVE 4 TO RETURN-CODE
           END-IF.

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01COV "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-PROPOSTAS TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       GRAVA-JOBLOG-ERRO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01COV "   TO JOBLOG-JOB.
           MOVE "ERR "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-PROPOSTAS TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY PARCNVPD.

       COPY DATPRCPD.
