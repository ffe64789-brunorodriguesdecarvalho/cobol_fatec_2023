       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX01QUI.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    DECLARACAO ANUAL DE QUITACAO DE DEBITOS (LEI
      *            12.007/2009). ATE AQUI A SECRETARIA DATILOGRAFAVA
      *            AS DECLARACOES EM JANEIRO. ESTA RODADA DE VIRADA
      *            DE ANO RECEBE PELO ACCEPT O ANO DE REFERENCIA
      *            (DEFAULT: O ANO ANTERIOR AO DA DATA DE
      *            PROCESSAMENTO), CARREGA DO LIVRO MENSAL (VER
      *            MENSALFD) AS COMPETENCIAS DAQUELE ANO DE CADA
      *            SOCIO E PASSA O CADSOC1:
      *            - TITULAR CUJAS COMPETENCIAS DO ANO, E AS DOS SEUS
      *              DEPENDENTES, ESTAO TODAS PAGAS ("P") OU
      *              BAIXADAS ("B") RECEBE UMA DECLARACAO EM
      *              DECLQUIT, UM DOCUMENTO POR SOCIO NO MESMO PADRAO
      *              DAS CARTAS DO EX01CAR;
      *            - TITULAR COM QUALQUER COMPETENCIA ABERTA NO ANO
      *              (PROPRIA OU DE DEPENDENTE) NAO RECEBE DECLARACAO
      *              E SAI NO RELATORIO DE EXCECOES (RELQUIT) COM A
      *              QUANTIDADE E O VALOR EM ABERTO;
      *            - TITULAR SEM NENHUMA COMPETENCIA NO ANO (ISENTO,
      *              ADMITIDO DEPOIS) TAMBEM SAI NAS EXCECOES, SEM
      *              DECLARACAO - NAO HA O QUE DECLARAR QUITADO.
      *            O DEPENDENTE NAO TEM DECLARACAO PROPRIA: ESTA
      *            COBERTO PELA DO TITULAR, QUE INFORMA QUANTOS
      *            DEPENDENTES INCLUI. SEM O LIVRO MENSAL A RODADA
      *            ABORTA - NAO SE DECLARA QUITACAO SEM O LIVRO.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - TITULAR QUITE COM CORRESPONDENCIA DEVOLVIDA
      *            PELO CORREIO (DEVCOR.DAT - VER DEVCORFD) NAO RECEBE A
      *            DECLARACAO: SAI NO RELATORIO DE ENDERECOS A CORRIGIR
      *            (ENDQUI).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CADSOCSL.

       COPY MENSALSL.

       SELECT DECLQUIT ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RELQUIT ASSIGN TO DISK.

       COPY DEVCORSL.

       SELECT ENDQUI ASSIGN TO DISK.

       COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       COPY CADSOCFD.

       COPY MENSALFD.

       FD  DECLQUIT
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "DECLQUIT.txt".
       01  REG-DECL     PIC X(80).

       FD  RELQUIT
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELQUIT.txt".
       01  REG-REL      PIC X(80).

       COPY DEVCORFD.

       FD  ENDQUI
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "ENDQUI.txt".
       01  REG-ENDQUI   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY CADSOCWS.
       COPY MENSALWS.
       COPY DEVCORWS.
       COPY CABPAG.
       77  FIM-ARQ         PIC X(03) VALUE "NAO".
       77  FIM-PRE         PIC X(03) VALUE "NAO".
       77  FIM-MEN         PIC X(03) VALUE "NAO".
       77  ANO-INF         PIC 9(04) VALUE ZEROES.
       77  ANO-REF         PIC 9(04) VALUE ZEROES.
       77  QTD-ANUAL       PIC 9(04) VALUE ZEROES.
       77  ANUAL-DEMAIS    PIC X(01) VALUE "N".
       77  QTD-DEPS        PIC 9(04) VALUE ZEROES.
       77  DEPS-DEMAIS     PIC X(01) VALUE "N".
       77  IDX-D           PIC 9(04) VALUE ZEROES.
       77  SOCIO-PROC      PIC 9(06) VALUE ZEROES.
       77  COMP-FAMILIA    PIC 9(04) VALUE ZEROES.
       77  ABERTAS-FAMILIA PIC 9(04) VALUE ZEROES.
       77  ABERTAS-TIT     PIC 9(04) VALUE ZEROES.
       77  ABERTAS-DEPS    PIC 9(04) VALUE ZEROES.
       77  VALOR-FAMILIA   PIC 9(09)V9(02) VALUE ZEROES.
       77  QTD-DEPS-TIT    PIC 9(03) VALUE ZEROES.
       77  CT-LIDOS        PIC 9(07) VALUE ZEROES.
       77  CT-DECLARACOES  PIC 9(05) VALUE ZEROES.
       77  CT-EXCECOES     PIC 9(05) VALUE ZEROES.
       77  CT-SEM-COMP     PIC 9(05) VALUE ZEROES.
       77  CT-DEP-FAMILIA  PIC 9(05) VALUE ZEROES.
       77  TOTAL-ABERTO    PIC 9(11)V9(02) VALUE ZEROES.
       77  DATA-SISTEMA    PIC 9(08) VALUE ZEROES.

      *COMPETENCIAS DO ANO DE REFERENCIA NO LIVRO MENSAL, POR SOCIO:
      *QUANTAS EXISTEM, QUANTAS ESTAO ABERTAS E O VALOR ABERTO.
       01 TAB-ANUAL.
           02 ANUAL-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-ANUAL
                 INDEXED BY IDX-ANU.
              03 SOCIO-ANU-TAB   PIC 9(06).
              03 COMP-ANU-TAB    PIC 9(02).
              03 ABERTAS-ANU-TAB PIC 9(02).
              03 VALOR-ANU-TAB   PIC 9(09)V9(02).

      *DEPENDENTES DO CADASTRO (PRE-PASSADA DO CADSOC1), PARA A
      *DECLARACAO DO TITULAR COBRIR A FAMILIA.
       01 TAB-DEPENDENTES.
           02 DEP-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-DEPS
                 INDEXED BY IDX-DEP.
              03 SOCIO-DEP-TAB   PIC 9(06).
              03 TITULAR-DEP-TAB PIC 9(06).

       01 DECL-ENDER1.
           02 FILLER         PIC X(06) VALUE "PARA: ".
           02 ENDER-DECL     PIC X(40).
           02 FILLER         PIC X(34) VALUE SPACES.

       01 DECL-ENDER2.
           02 FILLER         PIC X(06) VALUE SPACES.
           02 CIDADE-DECL    PIC X(20).
           02 FILLER         PIC X(03) VALUE " - ".
           02 UF-DECL        PIC X(02).
           02 FILLER         PIC X(07) VALUE "  CEP: ".
           02 CEP-DECL       PIC 9(08).
           02 FILLER         PIC X(34) VALUE SPACES.

       01 DECL-TITULO.
           02 FILLER     PIC X(12) VALUE SPACES.
           02 FILLER     PIC X(46) VALUE
              "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO ".
           02 ANO-TITULO PIC 9999.
           02 FILLER     PIC X(18) VALUE SPACES.

       01 DECL-BRANCO.
           02 FILLER  PIC X(80) VALUE SPACES.

       01 DECL-CAB1.
           02 FILLER     PIC X(20) VALUE "PREZADO(A) SOCIO(A) ".
           02 NOME-DECL  PIC X(30).
           02 FILLER     PIC X(30) VALUE SPACES.

       01 DECL-CORPO1.
           02 FILLER     PIC X(54) VALUE
              "DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE O(A) SO".
           02 FILLER     PIC X(14) VALUE "CIO(A) NUMERO ".
           02 SOC-DECL   PIC 9(06).
           02 FILLER     PIC X(06) VALUE SPACES.

       01 DECL-CORPO2.
           02 FILLER     PIC X(50) VALUE
              "ESTA QUITE COM AS MENSALIDADES DO CLUBE REFERENTES".
           02 FILLER     PIC X(08) VALUE " AO ANO ".
           02 ANO-CORPO  PIC 9999.
           02 FILLER     PIC X(18) VALUE ".".

       01 DECL-CORPO3.
           02 FILLER       PIC X(24) VALUE "COMPETENCIAS QUITADAS.: ".
           02 COMP-DECL    PIC Z9.
           02 FILLER       PIC X(54) VALUE SPACES.

       01 DECL-FAMILIA.
           02 FILLER        PIC X(24) VALUE "INCLUI DEPENDENTES....: ".
           02 QTD-DEP-DECL  PIC Z9.
           02 FILLER        PIC X(54) VALUE SPACES.

       01 DECL-CORPO4.
           02 FILLER     PIC X(50) VALUE
              "ESTA DECLARACAO SUBSTITUI, PARA A COMPROVACAO DO P".
           02 FILLER     PIC X(30) VALUE "AGAMENTO, OS RECIBOS DO ANO.".

       01 DECL-RODAPE.
           02 FILLER       PIC X(24) VALUE "EMITIDA EM............: ".
           02 DIA-DECL     PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-DECL     PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-DECL     PIC 9999.
           02 FILLER       PIC X(46) VALUE SPACES.

       01 DECL-SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 CAB-02.
           02 FILLER  PIC X(12) VALUE SPACES.
           02 FILLER  PIC X(48) VALUE
              "QUITACAO ANUAL - SOCIOS SEM DECLARACAO EMITIDA -".
           02 FILLER  PIC X(05) VALUE " ANO ".
           02 ANO-CAB PIC 9999.
           02 FILLER  PIC X(11) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(06) VALUE "SOCIO ".
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(30) VALUE "NOME".
           02 FILLER  PIC X(04) VALUE "ABER".
           02 FILLER  PIC X(16) VALUE "    VALOR ABERTO".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(18) VALUE "OBSERVACAO".

       01 DETALHE.
           02 SOC-DET     PIC 9(06).
           02 FILLER      PIC X(04) VALUE SPACES.
           02 NOME-DET    PIC X(30).
           02 ABERTAS-DET PIC ZZZ9.
           02 VALOR-DET   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 OBS-DET     PIC X(18).

       01 TOTAL-DECL.
           02 FILLER    PIC X(28) VALUE "Declaracoes emitidas......: ".
           02 QTD-DECL  PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-EXC.
           02 FILLER    PIC X(28) VALUE "Titulares com pendencia...: ".
           02 QTD-EXC   PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-SEMC.
           02 FILLER    PIC X(28) VALUE "Sem competencia no ano....: ".
           02 QTD-SEMC  PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-DEPS.
           02 FILLER    PIC X(28) VALUE "Dependentes (no titular)..: ".
           02 QTD-DEPT  PIC ZZZZ9.
           02 FILLER    PIC X(47) VALUE SPACES.

       01 TOTAL-VAL.
           02 FILLER    PIC X(28) VALUE "Valor em aberto no ano..R$: ".
           02 VAL-TOT   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO DATA-SISTEMA.
           DISPLAY "ANO DE REFERENCIA (DEFAULT ANO ANTERIOR)..: ".
           ACCEPT ANO-INF.
           IF ANO-INF EQUAL ZEROES
              MOVE DATA-SISTEMA(1:4) TO ANO-REF
              SUBTRACT 1 FROM ANO-REF
           ELSE
              MOVE ANO-INF TO ANO-REF
           END-IF.
           PERFORM GRAVA-JOBLOG-INICIO.
           PERFORM CARREGA-MENSAL.
           PERFORM CARREGA-DEPENDENTES.
           PERFORM CARREGA-DEVOLVIDOS.
           OPEN INPUT CADSOC1.
           IF FS-CADSOC1 NOT EQUAL "00"
              DISPLAY "EX01QUI: CADSOC1.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-CADSOC1
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT DECLQUIT RELQUIT.
           MOVE DATA-SISTEMA(7:2) TO DIA-DECL.
           MOVE DATA-SISTEMA(5:2) TO MES-DECL.
           MOVE DATA-SISTEMA(1:4) TO ANO-DECL.
           MOVE ANO-REF TO ANO-TITULO ANO-CORPO ANO-CAB.
           MOVE 40 TO CT-LIN.
           PERFORM LEITURA.

      *COMPETENCIAS DO ANO DE REFERENCIA, POR SOCIO. SEM O LIVRO
      *MENSAL NAO HA BASE PARA DECLARAR QUITACAO E A RODADA ABORTA;
      *MAIS SOCIOS DO QUE A TABELA COMPORTA TAMBEM ABORTA - SOCIO
      *FORA DA TABELA SAIRIA "SEM COMPETENCIA" EM VEZ DE PENDENTE.
       CARREGA-MENSAL.
           OPEN INPUT MENSAL.
           IF FS-MENSAL NOT EQUAL "00"
              DISPLAY "EX01QUI: MENSAL.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-MENSAL " - SEM O LIVRO NAO "
                      "HA COMO DECLARAR QUITACAO. RODADA ABORTADA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-MENSAL-TAB UNTIL FIM-MEN EQUAL "SIM".
           CLOSE MENSAL.
           IF ANUAL-DEMAIS EQUAL "S"
              DISPLAY "EX01QUI: MAIS DE 5000 SOCIOS COM COMPETENCIA "
                      "NO ANO - A TABELA NAO COMPORTA. RODADA "
                      "ABORTADA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-MENSAL-TAB.
           READ MENSAL AT END MOVE "SIM" TO FIM-MEN.
           IF FIM-MEN NOT EQUAL "SIM"
              IF COMPETENCIA-MEN(1:4) EQUAL ANO-REF
                 PERFORM ACUMULA-ANUAL-TAB
              END-IF
           END-IF.

       ACUMULA-ANUAL-TAB.
           SET IDX-ANU TO 1.
           SEARCH ANUAL-ITEM
              AT END
                 IF QTD-ANUAL LESS THAN 5000
                    ADD 1 TO QTD-ANUAL
                    SET IDX-ANU TO QTD-ANUAL
                    MOVE NUMERO-SOCIO-MEN TO SOCIO-ANU-TAB(IDX-ANU)
                    MOVE ZEROES TO COMP-ANU-TAB(IDX-ANU)
                                   ABERTAS-ANU-TAB(IDX-ANU)
                                   VALOR-ANU-TAB(IDX-ANU)
                    PERFORM SOMA-COMPETENCIA
                 ELSE
                    MOVE "S" TO ANUAL-DEMAIS
                 END-IF
              WHEN SOCIO-ANU-TAB(IDX-ANU) EQUAL NUMERO-SOCIO-MEN
                 PERFORM SOMA-COMPETENCIA
           END-SEARCH.

       SOMA-COMPETENCIA.
           ADD 1 TO COMP-ANU-TAB(IDX-ANU).
           IF MENSAL-ABERTA
              ADD 1 TO ABERTAS-ANU-TAB(IDX-ANU)
              ADD VALOR-MEN TO VALOR-ANU-TAB(IDX-ANU)
           END-IF.

      *PRE-PASSADA DO CADSOC1: CARREGA OS DEPENDENTES COM O SEU
      *TITULAR. MAIS DEPENDENTES DO QUE A TABELA COMPORTA ABORTA A
      *RODADA - A DECLARACAO DO TITULAR COBRIRIA DEPENDENTE PENDENTE.
       CARREGA-DEPENDENTES.
           MOVE "NAO" TO FIM-PRE.
           OPEN INPUT CADSOC1.
           IF FS-CADSOC1 EQUAL "00"
              PERFORM LER-CADSOC1-PRE UNTIL FIM-PRE EQUAL "SIM"
              CLOSE CADSOC1
           END-IF.
           MOVE "00" TO FS-CADSOC1.
           IF DEPS-DEMAIS EQUAL "S"
              DISPLAY "EX01QUI: MAIS DE 2000 DEPENDENTES - A TABELA "
                      "NAO COMPORTA. RODADA ABORTADA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-CADSOC1-PRE.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-PRE.
           IF FIM-PRE NOT EQUAL "SIM"
              IF CAT-DEPENDENTE
                 IF QTD-DEPS LESS THAN 2000
                    ADD 1 TO QTD-DEPS
                    MOVE NUMERO-SOCIO1  TO SOCIO-DEP-TAB(QTD-DEPS)
                    MOVE TITULAR-SOCIO1 TO TITULAR-DEP-TAB(QTD-DEPS)
                 ELSE
                    MOVE "S" TO DEPS-DEMAIS
                 END-IF
              END-IF
           END-IF.

      *ENDERECOS COM CORRESPONDENCIA DEVOLVIDA (DEVCOR.DAT, VER
      *DEVCORFD): O TITULAR QUITE NAO RECEBE A DECLARACAO PELO
      *CORREIO E SAI NO RELATORIO DE ENDERECOS A CORRIGIR (ENDQUI);
      *A DECLARACAO SAI NA RODADA SEGUINTE, DEPOIS DA CORRECAO NO
      *PROG02. MAIS ENDERECOS DO QUE A TABELA COMPORTA ABORTA.
       CARREGA-DEVOLVIDOS.
           MOVE "SOC" TO ARQUIVO-CARGA-DEV.
           PERFORM CARREGA-DEVCOR.
           IF DEVCOR-DEMAIS EQUAL "S"
              DISPLAY "EX01QUI: MAIS DE 2000 ENDERECOS NO DEVCOR - "
                      "A TABELA NAO COMPORTA. RODADA ABORTADA."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ENDQUI.
           MOVE "EX01QUI " TO PROGRAMA-CAB-DEV.
           WRITE REG-ENDQUI FROM CAB-CORRIGE-1 AFTER ADVANCING 1 LINE.
           WRITE REG-ENDQUI FROM CAB-CORRIGE-2 AFTER ADVANCING 2 LINE.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX01QUI " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE ZEROES     TO JOBLOG-LIDOS JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       LEITURA.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

       PRINCIPAL.
           IF CAT-DEPENDENTE
              ADD 1 TO CT-DEP-FAMILIA
           ELSE
              PERFORM APURA-FAMILIA
              IF COMP-FAMILIA EQUAL ZEROES
                 ADD 1 TO CT-SEM-COMP
                 MOVE "SEM COMPETENCIA" TO OBS-DET
                 PERFORM IMPRIME-EXCECAO
              ELSE
                 IF ABERTAS-FAMILIA GREATER THAN ZEROES
                    ADD 1 TO CT-EXCECOES
                    ADD VALOR-FAMILIA TO TOTAL-ABERTO
                    IF ABERTAS-DEPS GREATER THAN ZEROES
                       MOVE "INCLUI DEPENDENTES" TO OBS-DET
                    ELSE
                       MOVE SPACES TO OBS-DET
                    END-IF
                    PERFORM IMPRIME-EXCECAO
                 ELSE
                    MOVE NUMERO-SOCIO1 TO CHAVE-CONSULTA-DEV
                    PERFORM CONSULTA-DEVCOR
                    IF ENDERECO-DEVOLVIDO EQUAL "S"
                       PERFORM RETEM-DECLARACAO
                    ELSE
                       PERFORM GERA-DECLARACAO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM LEITURA.

      *SITUACAO DO ANO DA FAMILIA: AS COMPETENCIAS DO TITULAR MAIS
      *AS DE CADA DEPENDENTE LIGADO A ELE.
       APURA-FAMILIA.
           MOVE ZEROES TO COMP-FAMILIA ABERTAS-FAMILIA ABERTAS-DEPS
                          VALOR-FAMILIA QTD-DEPS-TIT.
           MOVE NUMERO-SOCIO1 TO SOCIO-PROC.
           PERFORM SOMA-SOCIO-ANUAL.
           MOVE ABERTAS-FAMILIA TO ABERTAS-TIT.
           MOVE 1 TO IDX-D.
           PERFORM SOMA-UM-DEP UNTIL IDX-D GREATER THAN QTD-DEPS.
           COMPUTE ABERTAS-DEPS = ABERTAS-FAMILIA - ABERTAS-TIT.

       SOMA-UM-DEP.
           IF TITULAR-DEP-TAB(IDX-D) EQUAL NUMERO-SOCIO1
              ADD 1 TO QTD-DEPS-TIT
              MOVE SOCIO-DEP-TAB(IDX-D) TO SOCIO-PROC
              PERFORM SOMA-SOCIO-ANUAL
           END-IF.
           ADD 1 TO IDX-D.

       SOMA-SOCIO-ANUAL.
           SET IDX-ANU TO 1.
           SEARCH ANUAL-ITEM
              AT END CONTINUE
              WHEN SOCIO-ANU-TAB(IDX-ANU) EQUAL SOCIO-PROC
                 ADD COMP-ANU-TAB(IDX-ANU)    TO COMP-FAMILIA
                 ADD ABERTAS-ANU-TAB(IDX-ANU) TO ABERTAS-FAMILIA
                 ADD VALOR-ANU-TAB(IDX-ANU)   TO VALOR-FAMILIA
           END-SEARCH.

       GERA-DECLARACAO.
           MOVE ENDERECO-SOCIO1  TO ENDER-DECL.
           MOVE CIDADE-SOCIO1    TO CIDADE-DECL.
           MOVE UF-SOCIO1        TO UF-DECL.
           MOVE CEP-SOCIO1       TO CEP-DECL.
           MOVE NOME-SOCIO1      TO NOME-DECL.
           MOVE NUMERO-SOCIO1    TO SOC-DECL.
           MOVE COMP-FAMILIA     TO COMP-DECL.
           WRITE REG-DECL FROM DECL-ENDER1  AFTER ADVANCING 1 LINE.
           WRITE REG-DECL FROM DECL-ENDER2  AFTER ADVANCING 1 LINE.
           WRITE REG-DECL FROM DECL-BRANCO  AFTER ADVANCING 1 LINE.
           WRITE REG-DECL FROM DECL-TITULO  AFTER ADVANCING 1 LINE.
           WRITE REG-DECL FROM DECL-BRANCO  AFTER ADVANCING 1 LINE.
           WRITE REG-DECL FROM DECL-CAB1    AFTER ADVANCING 1 LINE.
           WRITE REG-DECL FROM DECL-BRANCO  AFTER ADVANCING 1 LINE.
           WRITE REG-DECL FROM DECL-CORPO1  AFTER ADVANCING 1 LINE.
           WRITE REG-DECL FROM DECL-CORPO2  AFTER ADVANCING 1 LINE.
           WRITE REG-DECL FROM DECL-CORPO3  AFTER ADVANCING 1 LINE.
           IF QTD-DEPS-TIT GREATER THAN ZEROES
              MOVE QTD-DEPS-TIT TO QTD-DEP-DECL
              WRITE REG-DECL FROM DECL-FAMILIA
                 AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REG-DECL FROM DECL-CORPO4  AFTER ADVANCING 1 LINE.
           WRITE REG-DECL FROM DECL-RODAPE  AFTER ADVANCING 1 LINE.
           WRITE REG-DECL FROM DECL-SEPARADOR AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-DECLARACOES.

       RETEM-DECLARACAO.
           PERFORM MONTA-CORRIGE-DEV.
           MOVE NOME-SOCIO1     TO NOME-COR-DEV.
           MOVE ENDERECO-SOCIO1 TO ENDER-COR-DEV(1:40).
           MOVE CIDADE-SOCIO1   TO ENDER-COR-DEV(42:20).
           MOVE UF-SOCIO1       TO ENDER-COR-DEV(63:2).
           WRITE REG-ENDQUI FROM LINHA-CORRIGE-1 AFTER ADVANCING 1 LINE.
           WRITE REG-ENDQUI FROM LINHA-CORRIGE-2 AFTER ADVANCING 1 LINE.

       CABECALHO.
           ADD 1        TO CT-PAG.
           MOVE CT-PAG  TO VAR-PAG.
           MOVE SPACES  TO REG-REL.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINE.
           MOVE ZEROES  TO CT-LIN.

       IMPRIME-EXCECAO.
           IF CT-LIN GREATER OR EQUAL 40
              PERFORM CABECALHO
           END-IF.
           MOVE NUMERO-SOCIO1   TO SOC-DET.
           MOVE NOME-SOCIO1     TO NOME-DET.
           MOVE ABERTAS-FAMILIA TO ABERTAS-DET.
           MOVE VALOR-FAMILIA   TO VALOR-DET.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       IMPRESSAO-FINAL.
           IF CT-LIN GREATER OR EQUAL 40
              PERFORM CABECALHO
           END-IF.
           MOVE CT-DECLARACOES TO QTD-DECL.
           WRITE REG-REL FROM TOTAL-DECL AFTER ADVANCING 2 LINE.
           MOVE CT-EXCECOES    TO QTD-EXC.
           WRITE REG-REL FROM TOTAL-EXC  AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-COMP    TO QTD-SEMC.
           WRITE REG-REL FROM TOTAL-SEMC AFTER ADVANCING 1 LINE.
           MOVE CT-DEP-FAMILIA TO QTD-DEPT.
           WRITE REG-REL FROM TOTAL-DEPS AFTER ADVANCING 1 LINE.
           MOVE TOTAL-ABERTO   TO VAL-TOT.
           WRITE REG-REL FROM TOTAL-VAL  AFTER ADVANCING 1 LINE.

       FIM.
           MOVE CT-ENDER-CORRIGIR TO QTD-COR-DEV.
           WRITE REG-ENDQUI FROM TOTAL-CORRIGE AFTER ADVANCING 2 LINE.
           CLOSE CADSOC1 DECLQUIT RELQUIT ENDQUI.
           PERFORM GRAVA-JOBLOG-FIM.
           DISPLAY "EX01QUI: " CT-DECLARACOES " DECLARACAO(OES) "
                   "EMITIDA(S), " CT-EXCECOES " TITULAR(ES) COM "
                   "PENDENCIA NO ANO - VER RELQUIT.txt.".
           DISPLAY "EX01QUI: " CT-ENDER-CORRIGIR " DECLARACAO(OES) "
                   "RETIDA(S) POR ENDERECO DEVOLVIDO - VER ENDQUI.txt.".
           IF CT-LIDOS EQUAL ZEROES
              DISPLAY "EX01QUI: CADSOC1 VAZIO - NADA FOI PROCESSADO."
              PERFORM GRAVA-JOBLOG-ERRO
              MOVE 12 TO RETURN-CODE
           END-IF.

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01QUI "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS       TO JOBLOG-LIDOS.
           MOVE CT-DECLARACOES TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       GRAVA-JOBLOG-ERRO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX01QUI "   TO JOBLOG-JOB.
           MOVE "ERR "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS       TO JOBLOG-LIDOS.
           MOVE CT-DECLARACOES TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DEVCORPD.

       COPY DATPRCPD.
