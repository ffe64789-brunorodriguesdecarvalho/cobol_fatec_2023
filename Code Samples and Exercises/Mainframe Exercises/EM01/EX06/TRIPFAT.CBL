       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIPFAT.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    FATURAMENTO DAS EMPRESAS CONVENIADAS. A CONTA DE
      *            CADA EMPRESA ERA MONTADA A MAO A PARTIR DO
      *            TRIPLOG. ESTA RODADA, NA DATA DE PROCESSAMENTO
      *            (DATAPROC.DAT), FATURA CADA EMPRESA DO CADASTRO
      *            (EMPCONV.DAT, DO TRIPEMP) CUJO DIA DE FATURAMENTO
      *            E O DIA DE HOJE (DIA 29-31 EM MES MAIS CURTO = O
      *            ULTIMO DIA DO MES) - UMA NOTA POR EMPRESA POR MES:
      *            - SOMA AS CORRIDAS DA EMPRESA NO TRIPREG ANTERIORES
      *              A HOJE E AINDA SEM NOTA (FATURA-TRIP ZERADA),
      *              ABATENDO OS ESTORNOS "C" E SOMANDO AS CORRECOES
      *              "A" DO TRIPAJU - ESTORNO DE CORRIDA JA FATURADA
      *              SAI NA NOTA SEGUINTE, COMO ABATIMENTO;
      *            - APLICA O DESCONTO DO CONTRATO E EMITE A NOTA PELA
      *              NUMERACAO DO CTLNOTA.DAT (A MESMA DO PGMP1),
      *              ANEXANDO O CABECALHO EM NOTAS.DAT E UM ITEM DE
      *              SERVICO EM ITEMNOTA.DAT, COM O ISS DA LINHA DE
      *              CLASSIFICACAO "TR" (TRANSPORTE) DO TABTRIB.DAT
      *              PARA A UF DA EMPRESA;
      *            - ANEXA O TITULO NO CONTAS A RECEBER (CONTASAR.DAT),
      *              COM O VENCIMENTO DO NOTAAR (MES SEGUINTE);
      *            - MARCA AS CORRIDAS FATURADAS COM O NUMERO DA NOTA
      *              (COPIA-E-SUBSTITUI VIA TRIPREGN) E IMPRIME EM
      *              RELFAT O EXTRATO CORRIDA A CORRIDA QUE ACOMPANHA
      *              A NOTA.
      *            OS CAMPOS DE CLIENTE DA NOTA E DO TITULO TEM 11
      *            DIGITOS (CPF) E NAO COMPORTAM O CNPJ: NELES VAI O
      *            CODIGO DA EMPRESA CONVENIADA; O CNPJ SAI NO EXTRATO.
      *            EMPRESA COM TOTAL ZERADO OU NEGATIVO (SO ESTORNOS)
      *            NAO TEM NOTA - AS CORRIDAS FICAM PARA O MES
      *            SEGUINTE. SEM ALIQUOTA VIGENTE A EMPRESA NAO E
      *            FATURADA (RETURN-CODE 4).
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - A NOTA GANHOU A MATRICULA DO VENDEDOR (VENDNOTA
      *            - VER NOTFISFD); A NOTA DE CONVENIO SAI SEM VENDEDOR
      *            E NAO ENTRA NA COMISSAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIPREG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRIPREG.

           SELECT TRIPREGN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPCONV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPCONV.

           SELECT CTLNOTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTLNOTA.

           COPY NOTFISSL.

           COPY ITENOTSL.

           COPY CTASARSL.

           COPY TABTRBSL.

           COPY DATPRCSL.

           SELECT RELFAT ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD  TRIPREG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRIPREG.DAT".
       01  REG-TRIPREG.
           02 DATA-TRIP    PIC 9(08).
           02 HORA-TRIP    PIC 9(06).
           02 KM-TRIP      PIC 9(04).
           02 MULT-TRIP    PIC 9V9(02).
           02 VALOR-TRIP   PIC 9(07)V9(02).
           02 MOTORISTA-TRIP PIC 9(04).
           02 TARIFA-TRIP  PIC 9(08).
           02 ACERTO-TRIP  PIC X(01).
           02 TIPO-TRIP    PIC X(01).
              88 TRIP-NORMAL      VALUE "N" " ".
              88 TRIP-CANCELADA   VALUE "C".
              88 TRIP-AJUSTE      VALUE "A".
           02 MOTIVO-TRIP  PIC X(02).
           02 VEICULO-TRIP PIC X(07).
           02 EMPRESA-TRIP PIC 9(04).
           02 PASSAGEIRO-TRIP PIC X(20).
           02 CCUSTO-TRIP  PIC X(08).
           02 FATURA-TRIP  PIC 9(06).

       FD  TRIPREGN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRIPREGN.DAT".
       01  REG-TRIPREGN    PIC X(91).

       FD  EMPCONV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EMPCONV.DAT".
       01  REG-EMPRESA.
           02 CODIGO-EMP    PIC 9(04).
           02 CNPJ-EMP      PIC 9(14).
           02 NOME-EMP      PIC X(30).
           02 DESCONTO-EMP  PIC 9(02)V9(02).
           02 DIA-FAT-EMP   PIC 9(02).
           02 UF-EMP        PIC X(02).
           02 SITUACAO-EMP  PIC X(01).
              88 EMPRESA-ATIVA    VALUE "A".

       FD  CTLNOTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTLNOTA.DAT".
       01  REGCTLNOTA.
           02 ULTNOTA       PIC 9(06).

       COPY NOTFISFD.

       COPY ITENOTFD.

       COPY CTASARFD.

       COPY TABTRBFD.

       COPY DATPRCFD.

       FD  RELFAT
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELFAT.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY NOTFISWS.
       COPY ITENOTWS.
       COPY CTASARWS.
       COPY TABTRBWS.
       77  FS-TRIPREG    PIC X(02) VALUE "00".
       77  FS-EMPCONV    PIC X(02) VALUE "00".
       77  FS-CTLNOTA    PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  FIM-EMP       PIC X(03) VALUE "NAO".
       77  CLAS-TRANSPORTE PIC X(02) VALUE "TR".
       77  CTNOTA        PIC 9(06) VALUE ZEROES.
       77  QTD-EMPS      PIC 9(03) VALUE ZEROES.
       77  EMPS-DEMAIS   PIC X(01) VALUE "N".
       77  IDX-I         PIC 9(03) VALUE ZEROES.
       77  IDX-MOV       PIC 9(03) VALUE ZEROES.
       77  DIA-PROCESSO  PIC 9(02) VALUE ZEROES.
       77  ULTIMO-DIA    PIC 9(02) VALUE ZEROES.
       77  ANO-CALC      PIC 9(04) VALUE ZEROES.
       77  MES-CALC      PIC 9(02) VALUE ZEROES.
       77  DIA-CALC      PIC 9(02) VALUE ZEROES.
       77  DIAS-MES      PIC 9(02) VALUE ZEROES.
       77  QUOC4         PIC 9(04) VALUE ZEROES.
       77  RESTO4        PIC 9(04) VALUE ZEROES.
       77  VENC-CALC     PIC 9(08) VALUE ZEROES.
       77  CT-NOTAS      PIC 9(05) VALUE ZEROES.
       77  CT-FATURADAS  PIC 9(07) VALUE ZEROES.
       77  CT-SEM-VALOR  PIC 9(05) VALUE ZEROES.
       77  CT-SEM-ALIQ   PIC 9(05) VALUE ZEROES.
       77  TOT-FATURADO  PIC 9(11)V9(02) VALUE ZEROES.
       77  VALOR-SINAL   PIC S9(07)V9(02) VALUE ZEROES.

      *EMPRESAS COM FATURAMENTO HOJE E O QUE SE APURA PARA CADA UMA.
      *SITUACAO: "F" FATURADA, "Z" SEM VALOR, "T" SEM ALIQUOTA.
       01  TAB-EMPRESAS.
           02 EMP-ITEM OCCURS 200 TIMES
                 DEPENDING ON QTD-EMPS
                 INDEXED BY IDX-EMP.
              03 COD-EMP-TAB     PIC 9(04).
              03 CNPJ-EMP-TAB    PIC 9(14).
              03 NOME-EMP-TAB    PIC X(30).
              03 DESC-EMP-TAB    PIC 9(02)V9(02).
              03 UF-EMP-TAB      PIC X(02).
              03 QTD-EMP-TAB     PIC S9(05).
              03 BRUTO-EMP-TAB   PIC S9(09)V9(02).
              03 DESCONTO-TAB    PIC 9(09)V9(02).
              03 LIQUIDO-TAB     PIC 9(09)V9(02).
              03 ALIQ-EMP-TAB    PIC 9(02)V9(02).
              03 BASE-EMP-TAB    PIC 9(09)V9(02).
              03 IMP-EMP-TAB     PIC 9(09)V9(02).
              03 NOTA-EMP-TAB    PIC 9(06).
              03 SIT-EMP-TAB     PIC X(01).

       01  PEDIDO-CONVENIO.
           02 FILLER        PIC X(02) VALUE "EC".
           02 EMP-PED       PIC 9(04).

       01  CNPJ-TRAB        PIC 9(14).
       01  CNPJ-PARTES REDEFINES CNPJ-TRAB.
           02 CNPJ-P1       PIC 9(02).
           02 CNPJ-P2       PIC 9(03).
           02 CNPJ-P3       PIC 9(03).
           02 CNPJ-P4       PIC 9(04).
           02 CNPJ-P5       PIC 9(02).

       01 CAB-FAT.
           02 FILLER    PIC X(40)
                 VALUE "FATURAMENTO DE EMPRESAS CONVENIADAS EM ".
           02 DIA-CAB   PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 MES-CAB   PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 ANO-CAB   PIC 9999.
           02 FILLER    PIC X(30) VALUE SPACES.

       01 LINHA-EMP1.
           02 FILLER     PIC X(06) VALUE "NOTA: ".
           02 NOTA-REL   PIC 9(06).
           02 FILLER     PIC X(11) VALUE "  EMPRESA: ".
           02 COD-REL    PIC 9(04).
           02 FILLER     PIC X(03) VALUE " - ".
           02 NOME-REL   PIC X(30).
           02 FILLER     PIC X(20) VALUE SPACES.

       01 LINHA-EMP2.
           02 FILLER     PIC X(06) VALUE "CNPJ: ".
           02 CNPJ1-REL  PIC 99.
           02 FILLER     PIC X(01) VALUE ".".
           02 CNPJ2-REL  PIC 999.
           02 FILLER     PIC X(01) VALUE ".".
           02 CNPJ3-REL  PIC 999.
           02 FILLER     PIC X(01) VALUE "/".
           02 CNPJ4-REL  PIC 9999.
           02 FILLER     PIC X(01) VALUE "-".
           02 CNPJ5-REL  PIC 99.
           02 FILLER     PIC X(56) VALUE SPACES.

       01 CAB-CORRIDAS.
           02 FILLER     PIC X(40)
                 VALUE "DATA        HORA   PASSAGEIRO           ".
           02 FILLER     PIC X(40)
                 VALUE "C.CUSTO     KM        VALOR           ".

       01 DETALHE-CORRIDA.
           02 DIA-DET    PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 MES-DET    PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 ANO-DET    PIC 9999.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 HH-DET     PIC 99.
           02 FILLER     PIC X(01) VALUE ":".
           02 MM-DET     PIC 99.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 PASS-DET   PIC X(20).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 CC-DET     PIC X(08).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 KM-DET     PIC ZZZ9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 VALOR-DET  PIC ----.--9,99.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 TIPO-DET   PIC X(09).
           02 FILLER     PIC X(03) VALUE SPACES.

       01 LINHA-BRUTO.
           02 FILLER     PIC X(04) VALUE SPACES.
           02 QTD-REL    PIC -ZZZZ9.
           02 FILLER     PIC X(27)
                 VALUE " CORRIDA(S) - TOTAL BRUTO R".
           02 FILLER     PIC X(02) VALUE "$ ".
           02 BRUTO-REL  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(27) VALUE SPACES.

       01 LINHA-DESC.
           02 FILLER     PIC X(04) VALUE SPACES.
           02 FILLER     PIC X(21) VALUE "DESCONTO DO CONTRATO ".
           02 PERC-REL   PIC Z9,99.
           02 FILLER     PIC X(09) VALUE " %     R$".
           02 FILLER     PIC X(01) VALUE SPACES.
           02 DESC-REL   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(26) VALUE SPACES.

       01 LINHA-LIQ.
           02 FILLER     PIC X(04) VALUE SPACES.
           02 FILLER     PIC X(35)
                 VALUE "VALOR DA NOTA                     R".
           02 FILLER     PIC X(02) VALUE "$ ".
           02 LIQ-REL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(25) VALUE SPACES.

       01 LINHA-ISS.
           02 FILLER     PIC X(04) VALUE SPACES.
           02 FILLER     PIC X(14) VALUE "ISS INCLUSO - ".
           02 FILLER     PIC X(06) VALUE "ALIQ. ".
           02 ALIQ-REL   PIC Z9,99.
           02 FILLER     PIC X(10) VALUE " %      R$".
           02 FILLER     PIC X(02) VALUE SPACES.
           02 IMP-REL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(25) VALUE SPACES.

       01 LINHA-FORA.
           02 FILLER     PIC X(09) VALUE "EMPRESA: ".
           02 COD-FORA   PIC 9(04).
           02 FILLER     PIC X(03) VALUE " - ".
           02 NOME-FORA  PIC X(30).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 MOTIVO-FORA PIC X(33).

       01 SEPARADOR-LINHA.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 TOTAL-NOT.
           02 FILLER    PIC X(29) VALUE "Notas emitidas.............: ".
           02 QTD-NOT   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-VAL.
           02 FILLER    PIC X(29) VALUE "Valor faturado..........R$: ".
           02 VAL-FAT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(34) VALUE SPACES.

       01 TOTAL-ZER.
           02 FILLER    PIC X(29) VALUE "Empresas sem valor a faturar:".
           02 QTD-ZER   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-ALQ.
           02 FILLER    PIC X(29) VALUE "Empresas sem aliquota de ISS:".
           02 QTD-ALQ   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE TRIPREG.
           PERFORM EMITE-NOTAS.
           IF CT-NOTAS GREATER THAN ZEROES
              PERFORM MARCA-CORRIDAS
              PERFORM GRAVA-CONTROLE-NOTA
           END-IF.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO(7:2) TO DIA-PROCESSO.
           MOVE DATA-PROCESSO(1:4) TO ANO-CALC.
           MOVE DATA-PROCESSO(5:2) TO MES-CALC.
           PERFORM DIAS-DO-MES.
           MOVE DIAS-MES TO ULTIMO-DIA.
           PERFORM CARREGA-EMPRESAS.
           IF QTD-EMPS EQUAL ZEROES
              DISPLAY "TRIPFAT: NENHUMA EMPRESA COM FATURAMENTO EM "
                      DATA-PROCESSO "."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-TABTRIB.
           IF TABTRIB-LIDA NOT EQUAL "S"
              DISPLAY "TRIPFAT: TABELA DE TRIBUTACAO TABTRIB.DAT "
                      "AUSENTE - RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF TRB-DEMAIS EQUAL "S"
              DISPLAY "TRIPFAT: MAIS DE 300 LINHAS NO TABTRIB.DAT - "
                      "A TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LE-CONTROLE-NOTA.
           OPEN INPUT TRIPREG.
           IF FS-TRIPREG NOT EQUAL "00"
              DISPLAY "TRIPFAT: TRIPREG.DAT AUSENTE - NADA A "
                      "FATURAR."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RELFAT.
           MOVE DATA-PROCESSO(7:2) TO DIA-CAB.
           MOVE DATA-PROCESSO(5:2) TO MES-CAB.
           MOVE DATA-PROCESSO(1:4) TO ANO-CAB.
           WRITE REG-REL FROM CAB-FAT AFTER ADVANCING 1 LINE.
           PERFORM LEITURA.

      *SO ENTRAM AS EMPRESAS CUJO DIA DE FATURAMENTO E HOJE - DIA
      *MAIOR QUE O ULTIMO DO MES VALE NO ULTIMO DIA. EMPRESA INATIVA
      *TAMBEM E FATURADA: AS CORRIDAS JA FEITAS SAO DEVIDAS.
       CARREGA-EMPRESAS.
           OPEN INPUT EMPCONV.
           IF FS-EMPCONV NOT EQUAL "00"
              DISPLAY "TRIPFAT: EMPCONV.DAT AUSENTE - NENHUMA "
                      "EMPRESA CONVENIADA A FATURAR."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-EMPRESA UNTIL FIM-EMP EQUAL "SIM".
           CLOSE EMPCONV.
           IF EMPS-DEMAIS EQUAL "S"
              DISPLAY "TRIPFAT: MAIS DE 200 EMPRESAS A FATURAR NO "
                      "DIA - A TABELA NAO COMPORTA E EMPRESA FICARIA "
                      "SEM NOTA EM SILENCIO. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-EMPRESA.
           READ EMPCONV AT END MOVE "SIM" TO FIM-EMP.
           IF FIM-EMP NOT EQUAL "SIM"
              IF DIA-FAT-EMP EQUAL DIA-PROCESSO OR
                 (DIA-FAT-EMP GREATER THAN ULTIMO-DIA AND
                  DIA-PROCESSO EQUAL ULTIMO-DIA)
                 IF QTD-EMPS LESS THAN 200
                    ADD 1 TO QTD-EMPS
                    MOVE CODIGO-EMP   TO COD-EMP-TAB(QTD-EMPS)
                    MOVE CNPJ-EMP     TO CNPJ-EMP-TAB(QTD-EMPS)
                    MOVE NOME-EMP     TO NOME-EMP-TAB(QTD-EMPS)
                    MOVE DESCONTO-EMP TO DESC-EMP-TAB(QTD-EMPS)
                    MOVE UF-EMP       TO UF-EMP-TAB(QTD-EMPS)
                    MOVE ZEROES TO QTD-EMP-TAB(QTD-EMPS)
                                   BRUTO-EMP-TAB(QTD-EMPS)
                                   DESCONTO-TAB(QTD-EMPS)
                                   LIQUIDO-TAB(QTD-EMPS)
                                   ALIQ-EMP-TAB(QTD-EMPS)
                                   BASE-EMP-TAB(QTD-EMPS)
                                   IMP-EMP-TAB(QTD-EMPS)
                                   NOTA-EMP-TAB(QTD-EMPS)
                    MOVE SPACE TO SIT-EMP-TAB(QTD-EMPS)
                 ELSE
                    MOVE "S" TO EMPS-DEMAIS
                 END-IF
              END-IF
           END-IF.

      *SEM O ARQUIVO DE CONTROLE A RODADA ABORTA - NUMERAR DO ZERO
      *DUPLICARIA NOTAS JA EMITIDAS (MESMA REGRA DO PGMP1).
       LE-CONTROLE-NOTA.
           OPEN INPUT CTLNOTA.
           IF FS-CTLNOTA NOT EQUAL "00"
              DISPLAY "TRIPFAT: ARQUIVO DE CONTROLE CTLNOTA.DAT "
                      "AUSENTE - RODADA ABORTADA PARA NAO REUSAR "
                      "NUMEROS DE NOTA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ CTLNOTA
              AT END
                 DISPLAY "TRIPFAT: CTLNOTA.DAT VAZIO - RODADA "
                         "ABORTADA."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           MOVE ULTNOTA TO CTNOTA.
           CLOSE CTLNOTA.

       GRAVA-CONTROLE-NOTA.
           OPEN OUTPUT CTLNOTA.
           MOVE CTNOTA TO ULTNOTA.
           WRITE REGCTLNOTA.
           CLOSE CTLNOTA.

       LEITURA.
           READ TRIPREG AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           PERFORM CONFERE-CORRIDA.
           IF IDX-MOV GREATER THAN ZEROES
              IF TRIP-CANCELADA
                 SUBTRACT 1 FROM QTD-EMP-TAB(IDX-MOV)
                 SUBTRACT VALOR-TRIP FROM BRUTO-EMP-TAB(IDX-MOV)
              ELSE
                 ADD 1 TO QTD-EMP-TAB(IDX-MOV)
                 ADD VALOR-TRIP TO BRUTO-EMP-TAB(IDX-MOV)
              END-IF
           END-IF.
           PERFORM LEITURA.

      *CORRIDA A FATURAR: DE EMPRESA COM FATURAMENTO HOJE, ANTERIOR
      *A HOJE E AINDA SEM NOTA. DEVOLVE IDX-MOV COM A POSICAO DA
      *EMPRESA NA TABELA (ZERO = NAO ENTRA). CORRIDA ANTIGA, SEM OS
      *CAMPOS DE EMPRESA, LE EM BRANCO E E PARTICULAR.
       CONFERE-CORRIDA.
           MOVE ZEROES TO IDX-MOV.
           IF EMPRESA-TRIP NUMERIC AND
              EMPRESA-TRIP GREATER THAN ZEROES AND
              DATA-TRIP LESS THAN DATA-PROCESSO
              IF FATURA-TRIP NOT NUMERIC OR
                 FATURA-TRIP EQUAL ZEROES
                 SET IDX-EMP TO 1
                 SEARCH EMP-ITEM
                    AT END CONTINUE
                    WHEN COD-EMP-TAB(IDX-EMP) EQUAL EMPRESA-TRIP
                       SET IDX-MOV TO IDX-EMP
                 END-SEARCH
              END-IF
           END-IF.

      *UMA NOTA POR EMPRESA COM VALOR POSITIVO E ALIQUOTA VIGENTE.
       EMITE-NOTAS.
           OPEN EXTEND NOTAS.
           IF FS-NOTAS NOT EQUAL "00"
              OPEN OUTPUT NOTAS
           END-IF.
           OPEN EXTEND ITEMNOTA.
           IF FS-ITEMNOTA NOT EQUAL "00"
              OPEN OUTPUT ITEMNOTA
           END-IF.
           OPEN EXTEND CONTASAR.
           IF FS-CONTASAR NOT EQUAL "00"
              OPEN OUTPUT CONTASAR
           END-IF.
           MOVE 1 TO IDX-I.
           PERFORM EMITE-NOTA-EMPRESA UNTIL IDX-I GREATER THAN
              QTD-EMPS.
           CLOSE NOTAS ITEMNOTA CONTASAR.

       EMITE-NOTA-EMPRESA.
           IF QTD-EMP-TAB(IDX-I) NOT EQUAL ZEROES OR
              BRUTO-EMP-TAB(IDX-I) NOT EQUAL ZEROES
              IF BRUTO-EMP-TAB(IDX-I) NOT GREATER THAN ZEROES
                 MOVE "Z" TO SIT-EMP-TAB(IDX-I)
                 ADD 1 TO CT-SEM-VALOR
              ELSE
                 MOVE CLAS-TRANSPORTE    TO CLAS-PROCURA
                 MOVE UF-EMP-TAB(IDX-I)  TO UF-PROCURA
                 MOVE DATA-PROCESSO      TO DATA-PROCURA
                 PERFORM PROCURA-ALIQUOTA
                 IF ACHOU-ALIQ NOT EQUAL "S"
                    MOVE "T" TO SIT-EMP-TAB(IDX-I)
                    ADD 1 TO CT-SEM-ALIQ
                 ELSE
                    PERFORM GRAVA-NOTA
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO IDX-I.

      *O DESCONTO DO CONTRATO SAI DO TOTAL DAS CORRIDAS; O ISS ESTA
      *DENTRO DO VALOR DA NOTA, COMO NAS NOTAS DO PGMP1.
       GRAVA-NOTA.
           ADD 1 TO CTNOTA.
           ADD 1 TO CT-NOTAS.
           MOVE "F"    TO SIT-EMP-TAB(IDX-I).
           MOVE CTNOTA TO NOTA-EMP-TAB(IDX-I).
           COMPUTE DESCONTO-TAB(IDX-I) ROUNDED =
                   BRUTO-EMP-TAB(IDX-I) * DESC-EMP-TAB(IDX-I) / 100.
           COMPUTE LIQUIDO-TAB(IDX-I) =
                   BRUTO-EMP-TAB(IDX-I) - DESCONTO-TAB(IDX-I).
           MOVE ALIQ-ACHADA TO ALIQ-EMP-TAB(IDX-I).
           COMPUTE BASE-EMP-TAB(IDX-I) ROUNDED =
                   LIQUIDO-TAB(IDX-I) * PCTBASE-ACHADA / 100.
           COMPUTE IMP-EMP-TAB(IDX-I) ROUNDED =
                   BASE-EMP-TAB(IDX-I) * ALIQ-ACHADA / 100.
           ADD LIQUIDO-TAB(IDX-I) TO TOT-FATURADO.
           MOVE COD-EMP-TAB(IDX-I)   TO EMP-PED.
           MOVE CTNOTA               TO NUMNOTA.
           MOVE PEDIDO-CONVENIO      TO NUMPEDNOTA.
           MOVE DATA-PROCESSO        TO DATANOTA.
           MOVE COD-EMP-TAB(IDX-I)   TO CPFNOTA.
           MOVE 1                    TO QTDITENSNOTA.
           MOVE LIQUIDO-TAB(IDX-I)   TO TOTALNOTA.
           MOVE "A"                  TO SITNOTA.
           MOVE UF-EMP-TAB(IDX-I)    TO UFNOTA.
           MOVE BASE-EMP-TAB(IDX-I)  TO BASENOTA.
           MOVE IMP-EMP-TAB(IDX-I)   TO IMPNOTA.
           MOVE ZEROES               TO VENDNOTA.
           WRITE REGNOTA.
           MOVE CTNOTA               TO NUMNOTAITEM.
           MOVE 1                    TO LINITEM.
           MOVE ZEROES               TO CODPRODITEM.
           MOVE "CORRIDAS CONVENIO"  TO DESCITEM.
           MOVE 1                    TO QTDITEM.
           MOVE LIQUIDO-TAB(IDX-I)   TO VALUNITITEM TOTALITEM.
           MOVE CLAS-TRANSPORTE      TO CLASITEM.
           MOVE TIPO-ACHADO          TO TIPOIMPITEM.
           MOVE BASE-EMP-TAB(IDX-I)  TO BASEITEM.
           MOVE ALIQ-ACHADA          TO ALIQITEM.
           MOVE IMP-EMP-TAB(IDX-I)   TO IMPITEM.
           WRITE REGITEMNOTA.
           MOVE CTNOTA               TO NUMNOTACR.
           MOVE COD-EMP-TAB(IDX-I)   TO CPFCR.
           MOVE DATA-PROCESSO        TO DATAEMISCR.
           PERFORM CALCULA-VENCIMENTO.
           MOVE VENC-CALC            TO VENCIMENTOCR.
           MOVE LIQUIDO-TAB(IDX-I)   TO VALORCR.
           MOVE ZEROES               TO RECEBIDOCR.
           MOVE "A"                  TO SITUACAOCR.
           WRITE REGCONTA.

      *VENCIMENTO DO NOTAAR: MESMO DIA DO MES SEGUINTE, LIMITADO AO
      *TAMANHO DO MES - O NOTAAR REFAZ O TITULO COM A MESMA DATA.
       CALCULA-VENCIMENTO.
           MOVE DATA-PROCESSO TO VENC-CALC.
           MOVE VENC-CALC(1:4) TO ANO-CALC.
           MOVE VENC-CALC(5:2) TO MES-CALC.
           MOVE VENC-CALC(7:2) TO DIA-CALC.
           IF MES-CALC EQUAL 12
              ADD 1 TO ANO-CALC
              MOVE 01 TO MES-CALC
           ELSE
              ADD 1 TO MES-CALC
           END-IF.
           PERFORM DIAS-DO-MES.
           IF DIA-CALC GREATER THAN DIAS-MES
              MOVE DIAS-MES TO DIA-CALC
           END-IF.
           MOVE ANO-CALC TO VENC-CALC(1:4).
           MOVE MES-CALC TO VENC-CALC(5:2).
           MOVE DIA-CALC TO VENC-CALC(7:2).

       DIAS-DO-MES.
           EVALUATE MES-CALC
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO DIAS-MES
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO DIAS-MES
              WHEN OTHER
                 DIVIDE ANO-CALC BY 4 GIVING QUOC4
                    REMAINDER RESTO4
                 IF RESTO4 EQUAL ZEROES
                    MOVE 29 TO DIAS-MES
                 ELSE
                    MOVE 28 TO DIAS-MES
                 END-IF
           END-EVALUATE.

      *GRAVA O NUMERO DA NOTA NAS CORRIDAS FATURADAS, PELO ESQUEMA
      *COPIA-E-SUBSTITUI - A PROXIMA RODADA NAO COBRA DE NOVO.
       MARCA-CORRIDAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  TRIPREG
                OUTPUT TRIPREGN.
           PERFORM COPIA-OU-MARCA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE TRIPREG TRIPREGN.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  TRIPREGN
                OUTPUT TRIPREG.
           PERFORM COPIA-TRIPREGN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE TRIPREGN TRIPREG.

       COPIA-OU-MARCA.
           READ TRIPREG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              PERFORM CONFERE-CORRIDA
              IF IDX-MOV GREATER THAN ZEROES
                 IF SIT-EMP-TAB(IDX-MOV) EQUAL "F"
                    MOVE NOTA-EMP-TAB(IDX-MOV) TO FATURA-TRIP
                    ADD 1 TO CT-FATURADAS
                 END-IF
              END-IF
              WRITE REG-TRIPREGN FROM REG-TRIPREG
           END-IF.

       COPIA-TRIPREGN.
           READ TRIPREGN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-TRIPREG FROM REG-TRIPREGN
           END-IF.

      *EXTRATO DE CADA NOTA EMITIDA (AS CORRIDAS SAO RELIDAS PELO
      *NUMERO DA NOTA GRAVADO NELAS) E, NO FIM, AS EMPRESAS QUE
      *FICARAM SEM NOTA.
       IMPRESSAO-FINAL.
           MOVE 1 TO IDX-I.
           PERFORM IMPRIME-EXTRATO UNTIL IDX-I GREATER THAN QTD-EMPS.
           MOVE 1 TO IDX-I.
           PERFORM IMPRIME-SEM-NOTA UNTIL IDX-I GREATER THAN QTD-EMPS.
           MOVE CT-NOTAS     TO QTD-NOT.
           WRITE REG-REL FROM TOTAL-NOT AFTER ADVANCING 2 LINE.
           MOVE TOT-FATURADO TO VAL-FAT.
           WRITE REG-REL FROM TOTAL-VAL AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-VALOR TO QTD-ZER.
           WRITE REG-REL FROM TOTAL-ZER AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-ALIQ  TO QTD-ALQ.
           WRITE REG-REL FROM TOTAL-ALQ AFTER ADVANCING 1 LINE.

       IMPRIME-EXTRATO.
           IF SIT-EMP-TAB(IDX-I) EQUAL "F"
              MOVE NOTA-EMP-TAB(IDX-I) TO NOTA-REL
              MOVE COD-EMP-TAB(IDX-I)  TO COD-REL
              MOVE NOME-EMP-TAB(IDX-I) TO NOME-REL
              WRITE REG-REL FROM LINHA-EMP1 AFTER ADVANCING 2 LINE
              MOVE CNPJ-EMP-TAB(IDX-I) TO CNPJ-TRAB
              MOVE CNPJ-P1 TO CNPJ1-REL
              MOVE CNPJ-P2 TO CNPJ2-REL
              MOVE CNPJ-P3 TO CNPJ3-REL
              MOVE CNPJ-P4 TO CNPJ4-REL
              MOVE CNPJ-P5 TO CNPJ5-REL
              WRITE REG-REL FROM LINHA-EMP2 AFTER ADVANCING 1 LINE
              WRITE REG-REL FROM CAB-CORRIDAS AFTER ADVANCING 2 LINE
              MOVE "NAO" TO FIM-ARQ
              OPEN INPUT TRIPREG
              PERFORM IMPRIME-CORRIDA UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE TRIPREG
              MOVE QTD-EMP-TAB(IDX-I)   TO QTD-REL
              MOVE BRUTO-EMP-TAB(IDX-I) TO BRUTO-REL
              WRITE REG-REL FROM LINHA-BRUTO AFTER ADVANCING 2 LINE
              MOVE DESC-EMP-TAB(IDX-I)  TO PERC-REL
              MOVE DESCONTO-TAB(IDX-I)  TO DESC-REL
              WRITE REG-REL FROM LINHA-DESC AFTER ADVANCING 1 LINE
              MOVE LIQUIDO-TAB(IDX-I)   TO LIQ-REL
              WRITE REG-REL FROM LINHA-LIQ AFTER ADVANCING 1 LINE
              MOVE ALIQ-EMP-TAB(IDX-I)  TO ALIQ-REL
              MOVE IMP-EMP-TAB(IDX-I)   TO IMP-REL
              WRITE REG-REL FROM LINHA-ISS AFTER ADVANCING 1 LINE
              WRITE REG-REL FROM SEPARADOR-LINHA
                 AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO IDX-I.

       IMPRIME-CORRIDA.
           READ TRIPREG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF FATURA-TRIP NUMERIC AND
                 FATURA-TRIP EQUAL NOTA-EMP-TAB(IDX-I)
                 MOVE DATA-TRIP(7:2)  TO DIA-DET
                 MOVE DATA-TRIP(5:2)  TO MES-DET
                 MOVE DATA-TRIP(1:4)  TO ANO-DET
                 MOVE HORA-TRIP(1:2)  TO HH-DET
                 MOVE HORA-TRIP(3:2)  TO MM-DET
                 MOVE PASSAGEIRO-TRIP TO PASS-DET
                 MOVE CCUSTO-TRIP     TO CC-DET
                 MOVE KM-TRIP         TO KM-DET
                 MOVE VALOR-TRIP      TO VALOR-SINAL
                 MOVE SPACES          TO TIPO-DET
                 IF TRIP-CANCELADA
                    COMPUTE VALOR-SINAL = VALOR-SINAL * -1
                    MOVE "ESTORNO"  TO TIPO-DET
                 END-IF
                 IF TRIP-AJUSTE
                    MOVE "CORRECAO" TO TIPO-DET
                 END-IF
                 MOVE VALOR-SINAL     TO VALOR-DET
                 WRITE REG-REL FROM DETALHE-CORRIDA
                    AFTER ADVANCING 1 LINE
              END-IF
           END-IF.

       IMPRIME-SEM-NOTA.
           IF SIT-EMP-TAB(IDX-I) EQUAL "Z" OR
              SIT-EMP-TAB(IDX-I) EQUAL "T"
              MOVE COD-EMP-TAB(IDX-I)  TO COD-FORA
              MOVE NOME-EMP-TAB(IDX-I) TO NOME-FORA
              IF SIT-EMP-TAB(IDX-I) EQUAL "Z"
                 MOVE "SEM VALOR A FATURAR - FICA P/MES"
                      TO MOTIVO-FORA
              ELSE
                 MOVE "SEM ALIQUOTA DE ISS NO TABTRIB"
                      TO MOTIVO-FORA
              END-IF
              WRITE REG-REL FROM LINHA-FORA AFTER ADVANCING 2 LINE
           END-IF.
           ADD 1 TO IDX-I.

       FIM.
           CLOSE RELFAT.
           DISPLAY "TRIPFAT: " CT-NOTAS " NOTA(S) EMITIDA(S), "
                   CT-FATURADAS " REGISTRO(S) DE CORRIDA FATURADO(S).".
           IF CT-SEM-ALIQ GREATER THAN ZEROES OR
              CT-SEM-VALOR GREATER THAN ZEROES
              DISPLAY "TRIPFAT: " CT-SEM-ALIQ " EMPRESA(S) SEM "
                      "ALIQUOTA E " CT-SEM-VALOR " SEM VALOR A "
                      "FATURAR - VER RELFAT."
              MOVE 4 TO RETURN-CODE
           ELSE
              IF CT-NOTAS EQUAL ZEROES
                 DISPLAY "TRIPFAT: NENHUMA CORRIDA A FATURAR PARA AS "
                         "EMPRESAS DO DIA."
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

       COPY TABTRBPD.

       COPY DATPRCPD.
