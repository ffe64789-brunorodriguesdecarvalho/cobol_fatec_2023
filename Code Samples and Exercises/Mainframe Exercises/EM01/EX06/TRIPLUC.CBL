       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIPLUC.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RENTABILIDADE MENSAL DA FROTA, POR VEICULO E POR
      *            MOTORISTA. RECEBE PELO ACCEPT A COMPETENCIA AAAAMM
      *            (ZEROS = MES ANTERIOR A DATA DE PROCESSAMENTO) E
      *            CONFRONTA, NO MES:
      *            - A RECEITA DO TRIPREG: CORRIDAS N/A SOMAM, O
      *              ESTORNO C SUBTRAI (VALOR, KM E QUANTIDADE);
      *            - A PARTE DO MOTORISTA, PELA MESMA REGRA DO
      *              TRIPPAY (PERC-MOT DO MOTORIST.DAT; ZERADO OU
      *              MOTORISTA FORA DO CADASTRO = 75 POR CENTO);
      *            - AS DESPESAS DO DESPESAS.DAT (TRIPDSP) - POR
      *              VEICULO TODAS; POR MOTORISTA SO AS LANCADAS COM
      *              O CODIGO DELE.
      *            IMPRIME EM RELLUC A RECEITA, A PARTE DO
      *            MOTORISTA, AS DESPESAS, A MARGEM (EM R$ E SOBRE A
      *            RECEITA), O CUSTO POR KM RODADO EM CORRIDA E, POR
      *            VEICULO, O CONSUMO EM KM/L DO MES E A MEDIA DO
      *            PROPRIO VEICULO (TODOS OS ABASTECIMENTOS ATE O FIM
      *            DA COMPETENCIA). O CONSUMO E PELO TANQUE CHEIO:
      *            KM ENTRE O PRIMEIRO E O ULTIMO ABASTECIMENTO SOBRE
      *            OS LITROS POSTOS DEPOIS DO PRIMEIRO - PRECISA DE
      *            DOIS ABASTECIMENTOS. CONSUMO DO MES MAIS DE 20 POR
      *            CENTO ACIMA OU ABAIXO DA MEDIA SAI MARCADO E A
      *            RODADA TERMINA COM RETURN-CODE 4. MES SEM CORRIDA
      *            E SEM DESPESA TERMINA COM RETURN-CODE 12.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

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

           SELECT MOTORIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOTORIST.

           SELECT VEICULOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VEICULOS.

           SELECT DESPESAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESPESAS.

           SELECT RELLUC ASSIGN TO DISK.

           COPY DATPRCSL.

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

       FD  MOTORIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOTORIST.DAT".
       01  REG-MOTORISTA.
           02 CODIGO-MOT   PIC 9(04).
           02 NOME-MOT     PIC X(30).
           02 PERC-MOT     PIC 9(02)V9(02).
           02 CNH-MOT      PIC X(11).
           02 CATEG-MOT    PIC X(02).
           02 VALID-CNH-MOT PIC 9(08).
           02 EAR-MOT      PIC X(01).
              88 CNH-COM-EAR      VALUE "S".
           02 VALID-ANT-MOT PIC 9(08).

       FD  VEICULOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VEICULOS.DAT".
       01  REG-VEICULO.
           02 PLACA-VEI      PIC X(07).
           02 MODELO-VEI     PIC X(20).
           02 ANO-VEI        PIC 9(04).
           02 ODOMETRO-VEI   PIC 9(07).
           02 KM-REV-VEI     PIC 9(07).
           02 DATA-REV-VEI   PIC 9(08).
           02 INTERV-KM-VEI  PIC 9(05).
           02 INTERV-MES-VEI PIC 9(02).
           02 RECUSA-VEI     PIC X(01).
              88 RECUSA-VENCIDO   VALUE "S".

       FD  DESPESAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DESPESAS.DAT".
       01  REG-DESPESA.
           02 PLACA-DSP     PIC X(07).
           02 MOTORISTA-DSP PIC 9(04).
           02 DATA-DSP      PIC 9(08).
           02 TIPO-DSP      PIC X(01).
              88 DESPESA-COMBUSTIVEL VALUE "C".
              88 DESPESA-VALIDA      VALUE "C" "P" "N" "S" "M" "O".
           02 VALOR-DSP     PIC 9(07)V9(02).
           02 LITROS-DSP    PIC 9(04)V9(02).
           02 ODOMETRO-DSP  PIC 9(07).

       FD  RELLUC
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELLUC.txt".
       01  REG-REL    PIC X(80).

       COPY DATPRCFD.

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       77  FS-TRIPREG    PIC X(02) VALUE "00".
       77  FS-MOTORIST   PIC X(02) VALUE "00".
       77  FS-VEICULOS   PIC X(02) VALUE "00".
       77  FS-DESPESAS   PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  FIM-MOT       PIC X(03) VALUE "NAO".
       77  FIM-VEI       PIC X(03) VALUE "NAO".
       77  FIM-DSP       PIC X(03) VALUE "NAO".
       77  COMPET-INF    PIC 9(06) VALUE ZEROES.
       77  DATA-INI      PIC 9(08) VALUE ZEROES.
       77  DATA-FIM      PIC 9(08) VALUE ZEROES.
       77  ANO-TRAB      PIC 9(04) VALUE ZEROES.
       77  MES-TRAB      PIC 9(02) VALUE ZEROES.
       77  QTD-VEIS      PIC 9(03) VALUE ZEROES.
       77  QTD-MOTS      PIC 9(03) VALUE ZEROES.
       77  IDX-I         PIC 9(03) VALUE ZEROES.
       77  IDX-VMOV      PIC 9(03) VALUE ZEROES.
       77  IDX-MMOV      PIC 9(03) VALUE ZEROES.
       77  PLACA-PROCURA PIC X(07) VALUE SPACES.
       77  MOT-PROCURA   PIC 9(04) VALUE ZEROES.
       77  CT-CORRIDAS   PIC 9(07) VALUE ZEROES.
       77  CT-DESPESAS   PIC 9(07) VALUE ZEROES.
       77  CT-FORA-MEDIA PIC 9(05) VALUE ZEROES.
       77  LIMITE-DESVIO PIC 9(02)V9(02) VALUE 20,00.
       77  PARTE-TRIP    PIC 9(07)V9(02) VALUE ZEROES.
       77  LIQUIDO       PIC S9(09)V9(02) VALUE ZEROES.
       77  DESPESA-TOTAL PIC 9(09)V9(02) VALUE ZEROES.
       77  MARGEM        PIC S9(09)V9(02) VALUE ZEROES.
       77  MARGEM-PERC   PIC S9(05)V9(02) VALUE ZEROES.
       77  KM-BASE       PIC S9(07) VALUE ZEROES.
       77  BRUTO-BASE    PIC S9(09)V9(02) VALUE ZEROES.
       77  CUSTO-KM      PIC 9(05)V9(02) VALUE ZEROES.
       77  KML-MES       PIC 9(03)V9(02) VALUE ZEROES.
       77  KML-MEDIO     PIC 9(03)V9(02) VALUE ZEROES.
       77  DESVIO-PERC   PIC S9(05)V9(02) VALUE ZEROES.
       77  TOT-BRUTO     PIC S9(11)V9(02) VALUE ZEROES.
       77  TOT-PARTE     PIC S9(11)V9(02) VALUE ZEROES.
       77  TOT-DESPESAS  PIC 9(11)V9(02) VALUE ZEROES.
       77  TOT-MARGEM    PIC S9(11)V9(02) VALUE ZEROES.

      *VEICULOS: CADASTRO DA FROTA MAIS AS PLACAS QUE SO APARECEM NO
      *MOVIMENTO. CORRIDA ANTERIOR AO REGISTRO DA PLACA (VEICULO-TRIP
      *EM BRANCO) CAI NA LINHA "SEM VEICULO". ABASTECIMENTOS: -M NO
      *MES, -H ATE O FIM DA COMPETENCIA (MEDIA DO PROPRIO VEICULO).
       01  TAB-VEICULOS.
           02 VEI-ITEM OCCURS 200 TIMES
                 DEPENDING ON QTD-VEIS
                 INDEXED BY IDX-VEI.
              03 PLACA-TAB      PIC X(07).
              03 MODELO-TAB     PIC X(20).
              03 QTD-V-TAB      PIC S9(05).
              03 KM-V-TAB       PIC S9(07).
              03 BRUTO-V-TAB    PIC S9(09)V9(02).
              03 PARTE-V-TAB    PIC S9(09)V9(02).
              03 COMB-V-TAB     PIC 9(09)V9(02).
              03 OUTRAS-V-TAB   PIC 9(09)V9(02).
              03 ABAST-M-TAB    PIC 9(05).
              03 ODOMIN-M-TAB   PIC 9(07).
              03 ODOMAX-M-TAB   PIC 9(07).
              03 LITMIN-M-TAB   PIC 9(04)V9(02).
              03 LIT-M-TAB      PIC 9(07)V9(02).
              03 ABAST-H-TAB    PIC 9(05).
              03 ODOMIN-H-TAB   PIC 9(07).
              03 ODOMAX-H-TAB   PIC 9(07).
              03 LITMIN-H-TAB   PIC 9(04)V9(02).
              03 LIT-H-TAB      PIC 9(07)V9(02).

       01  TAB-MOTORISTAS.
           02 MOT-ITEM OCCURS 200 TIMES
                 DEPENDING ON QTD-MOTS
                 INDEXED BY IDX-MOT.
              03 COD-MOT-TAB    PIC 9(04).
              03 NOME-MOT-TAB   PIC X(30).
              03 PERC-MOT-TAB   PIC 9(02)V9(02).
              03 QTD-M-TAB      PIC S9(05).
              03 KM-M-TAB       PIC S9(07).
              03 BRUTO-M-TAB    PIC S9(09)V9(02).
              03 PARTE-M-TAB    PIC S9(09)V9(02).
              03 DESP-M-TAB     PIC 9(09)V9(02).

       01 CAB-LUC.
           02 FILLER    PIC X(37)
                 VALUE "RENTABILIDADE DA FROTA - COMPETENCIA ".
           02 MES-CAB   PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 ANO-CAB   PIC 9999.
           02 FILLER    PIC X(36) VALUE SPACES.

       01 CAB-VEI.
           02 FILLER    PIC X(80) VALUE "POR VEICULO".

       01 CAB-MOT.
           02 FILLER    PIC X(80) VALUE "POR MOTORISTA".

       01 VEI-LIN1.
           02 PLACA-REL  PIC X(07).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 MODELO-REL PIC X(20).
           02 FILLER     PIC X(10) VALUE " CORRIDAS:".
           02 QTDV-REL   PIC -ZZZ9.
           02 FILLER     PIC X(04) VALUE " KM:".
           02 KMV-REL    PIC -ZZZ.ZZ9.
           02 FILLER     PIC X(25) VALUE SPACES.

       01 RECEITA-LIN.
           02 FILLER     PIC X(14) VALUE "    RECEITA R$".
           02 BRUTO-REL  PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(10) VALUE " MOTOR. R$".
           02 PARTE-REL  PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(08) VALUE " LIQ. R$".
           02 LIQ-REL    PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(06) VALUE SPACES.

       01 VEI-LIN3.
           02 FILLER     PIC X(15) VALUE "    COMBUST. R$".
           02 COMB-REL   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(10) VALUE " OUTRAS R$".
           02 OUTRAS-REL PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(10) VALUE " MARGEM R$".
           02 MARGV-REL  PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(05) VALUE SPACES.

       01 VEI-LIN4.
           02 FILLER     PIC X(15) VALUE "    CUSTO/KM R$".
           02 CKMV-REL   PIC ZZ.ZZ9,99.
           02 FILLER     PIC X(09) VALUE " KM/L MES".
           02 KMLM-REL   PIC ZZ9,99.
           02 FILLER     PIC X(06) VALUE " MEDIA".
           02 KMLH-REL   PIC ZZ9,99.
           02 FILLER     PIC X(07) VALUE " MARGEM".
           02 MPV-REL    PIC -----9,99.
           02 FILLER     PIC X(02) VALUE "% ".
           02 ALERTA-REL PIC X(11).

       01 MOT-LIN1.
           02 FILLER     PIC X(11) VALUE "MOTORISTA: ".
           02 COD-REL    PIC 9(04).
           02 FILLER     PIC X(03) VALUE " - ".
           02 NOME-REL   PIC X(30).
           02 FILLER     PIC X(10) VALUE " CORRIDAS:".
           02 QTDM-REL   PIC -ZZZ9.
           02 FILLER     PIC X(04) VALUE " KM:".
           02 KMM-REL    PIC -ZZZ.ZZ9.
           02 FILLER     PIC X(05) VALUE SPACES.

       01 MOT-LIN3.
           02 FILLER     PIC X(15) VALUE "    DESPESAS R$".
           02 DESPM-REL  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(10) VALUE " MARGEM R$".
           02 MARGM-REL  PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(12) VALUE " CUSTO/KM R$".
           02 CKMM-REL   PIC ZZ.ZZ9,99.
           02 FILLER     PIC X(07) VALUE SPACES.

       01 SEPARADOR-LINHA.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 TOTAL-BRU.
           02 FILLER    PIC X(29) VALUE "Receita das corridas....R$: ".
           02 VAL-BRU   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(33) VALUE SPACES.

       01 TOTAL-PAR.
           02 FILLER    PIC X(29) VALUE "Parte dos motoristas....R$: ".
           02 VAL-PAR   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(33) VALUE SPACES.

       01 TOTAL-DES.
           02 FILLER    PIC X(29) VALUE "Despesas da frota.......R$: ".
           02 VAL-DES   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(33) VALUE SPACES.

       01 TOTAL-MAR.
           02 FILLER    PIC X(29) VALUE "Margem da frota.........R$: ".
           02 VAL-MAR   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(33) VALUE SPACES.

       01 TOTAL-FOR.
           02 FILLER    PIC X(29) VALUE "Consumo fora da media......: ".
           02 QTD-FOR   PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE TRIPREG.
           PERFORM CARREGA-DESPESAS.
           IF CT-CORRIDAS EQUAL ZEROES AND CT-DESPESAS EQUAL ZEROES
              DISPLAY "TRIPLUC: COMPETENCIA " COMPET-INF " SEM "
                      "CORRIDA E SEM DESPESA - NADA A APURAR."
              CLOSE RELLUC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           DISPLAY "COMPETENCIA AAAAMM (ZEROS = MES ANTERIOR): ".
           ACCEPT COMPET-INF.
           IF COMPET-INF EQUAL ZEROES
              PERFORM OBTEM-DATA-PROCESSO
              MOVE DATA-PROCESSO(1:4) TO ANO-TRAB
              MOVE DATA-PROCESSO(5:2) TO MES-TRAB
              IF MES-TRAB EQUAL 1
                 MOVE 12 TO MES-TRAB
                 SUBTRACT 1 FROM ANO-TRAB
              ELSE
                 SUBTRACT 1 FROM MES-TRAB
              END-IF
              COMPUTE COMPET-INF = ANO-TRAB * 100 + MES-TRAB
           END-IF.
           MOVE COMPET-INF(1:4) TO ANO-TRAB.
           MOVE COMPET-INF(5:2) TO MES-TRAB.
           IF MES-TRAB LESS THAN 1 OR MES-TRAB GREATER THAN 12
              DISPLAY "TRIPLUC: COMPETENCIA INVALIDA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE DATA-INI = COMPET-INF * 100 + 1.
           COMPUTE DATA-FIM = COMPET-INF * 100 + 31.
           OPEN OUTPUT RELLUC.
           PERFORM CARREGA-MOTORISTAS.
           PERFORM CARREGA-VEICULOS.
           OPEN INPUT TRIPREG.
           IF FS-TRIPREG NOT EQUAL "00"
              DISPLAY "TRIPLUC: TRIPREG.DAT AUSENTE - NADA A "
                      "APURAR."
              CLOSE RELLUC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE MES-TRAB TO MES-CAB.
           MOVE ANO-TRAB TO ANO-CAB.
           WRITE REG-REL FROM CAB-LUC AFTER ADVANCING 1 LINE.
           PERFORM LEITURA.

      *PERCENTUAL DE REPASSE COMO NO TRIPPAY (ZERADO = 75).
       CARREGA-MOTORISTAS.
           OPEN INPUT MOTORIST.
           IF FS-MOTORIST EQUAL "00"
              PERFORM LER-MOTORISTA UNTIL FIM-MOT EQUAL "SIM"
              CLOSE MOTORIST
           END-IF.

       LER-MOTORISTA.
           READ MOTORIST AT END MOVE "SIM" TO FIM-MOT.
           IF FIM-MOT NOT EQUAL "SIM"
              IF QTD-MOTS LESS THAN 200
                 ADD 1 TO QTD-MOTS
                 MOVE CODIGO-MOT TO COD-MOT-TAB(QTD-MOTS)
                 MOVE NOME-MOT   TO NOME-MOT-TAB(QTD-MOTS)
                 IF PERC-MOT EQUAL ZEROES
                    MOVE 75,00 TO PERC-MOT-TAB(QTD-MOTS)
                 ELSE
                    MOVE PERC-MOT TO PERC-MOT-TAB(QTD-MOTS)
                 END-IF
                 MOVE ZEROES TO QTD-M-TAB(QTD-MOTS)
                                KM-M-TAB(QTD-MOTS)
                                BRUTO-M-TAB(QTD-MOTS)
                                PARTE-M-TAB(QTD-MOTS)
                                DESP-M-TAB(QTD-MOTS)
              END-IF
           END-IF.

      *SEM O CADASTRO DA FROTA AS PLACAS ENTRAM PELO MOVIMENTO, COM O
      *MODELO "NAO CADASTRADO".
       CARREGA-VEICULOS.
           OPEN INPUT VEICULOS.
           IF FS-VEICULOS EQUAL "00"
              PERFORM LER-VEICULO UNTIL FIM-VEI EQUAL "SIM"
              CLOSE VEICULOS
           END-IF.

       LER-VEICULO.
           READ VEICULOS AT END MOVE "SIM" TO FIM-VEI.
           IF FIM-VEI NOT EQUAL "SIM"
              MOVE PLACA-VEI TO PLACA-PROCURA
              PERFORM ACHA-VEICULO
              MOVE MODELO-VEI TO MODELO-TAB(IDX-VMOV)
           END-IF.

      *LOCALIZA (OU ACRESCENTA) A PLACA NA TABELA. TABELA CHEIA
      *ABORTA COM RETURN-CODE 16, COMO NO TRIPPAY: SEM A VAGA A
      *RECEITA OU A DESPESA SUMIRIA DO RELATORIO EM SILENCIO.
       ACHA-VEICULO.
           MOVE ZEROES TO IDX-VMOV.
           SET IDX-VEI TO 1.
           SEARCH VEI-ITEM
              AT END
                 IF QTD-VEIS LESS THAN 200
                    ADD 1 TO QTD-VEIS
                    MOVE PLACA-PROCURA TO PLACA-TAB(QTD-VEIS)
                    IF PLACA-PROCURA EQUAL SPACES
                       MOVE "(SEM VEICULO)" TO MODELO-TAB(QTD-VEIS)
                    ELSE
                       MOVE "NAO CADASTRADO" TO MODELO-TAB(QTD-VEIS)
                    END-IF
                    MOVE ZEROES TO QTD-V-TAB(QTD-VEIS)
                                   KM-V-TAB(QTD-VEIS)
                                   BRUTO-V-TAB(QTD-VEIS)
                                   PARTE-V-TAB(QTD-VEIS)
                                   COMB-V-TAB(QTD-VEIS)
                                   OUTRAS-V-TAB(QTD-VEIS)
                                   ABAST-M-TAB(QTD-VEIS)
                                   ODOMIN-M-TAB(QTD-VEIS)
                                   ODOMAX-M-TAB(QTD-VEIS)
                                   LITMIN-M-TAB(QTD-VEIS)
                                   LIT-M-TAB(QTD-VEIS)
                                   ABAST-H-TAB(QTD-VEIS)
                                   ODOMIN-H-TAB(QTD-VEIS)
                                   ODOMAX-H-TAB(QTD-VEIS)
                                   LITMIN-H-TAB(QTD-VEIS)
                                   LIT-H-TAB(QTD-VEIS)
                    MOVE QTD-VEIS TO IDX-VMOV
                 ELSE
                    DISPLAY "TRIPLUC: MAIS DE 200 VEICULOS - A "
                            "TABELA NAO COMPORTA. RODADA ABORTADA."
                    CLOSE RELLUC
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN PLACA-TAB(IDX-VEI) EQUAL PLACA-PROCURA
                 SET IDX-VMOV TO IDX-VEI
           END-SEARCH.

       ACHA-MOTORISTA.
           MOVE ZEROES TO IDX-MMOV.
           SET IDX-MOT TO 1.
           SEARCH MOT-ITEM
              AT END
                 IF QTD-MOTS LESS THAN 200
                    ADD 1 TO QTD-MOTS
                    MOVE MOT-PROCURA TO COD-MOT-TAB(QTD-MOTS)
                    MOVE "NAO CADASTRADO" TO NOME-MOT-TAB(QTD-MOTS)
                    MOVE 75,00  TO PERC-MOT-TAB(QTD-MOTS)
                    MOVE ZEROES TO QTD-M-TAB(QTD-MOTS)
                                   KM-M-TAB(QTD-MOTS)
                                   BRUTO-M-TAB(QTD-MOTS)
                                   PARTE-M-TAB(QTD-MOTS)
                                   DESP-M-TAB(QTD-MOTS)
                    MOVE QTD-MOTS TO IDX-MMOV
                 ELSE
                    DISPLAY "TRIPLUC: MAIS DE 200 MOTORISTAS - A "
                            "TABELA NAO COMPORTA. RODADA ABORTADA."
                    CLOSE RELLUC
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN COD-MOT-TAB(IDX-MOT) EQUAL MOT-PROCURA
                 SET IDX-MMOV TO IDX-MOT
           END-SEARCH.

       LEITURA.
           READ TRIPREG AT END MOVE "SIM" TO FIM-ARQ.

      *CORRIDA DA COMPETENCIA: A PARTE DO MOTORISTA SAI CORRIDA A
      *CORRIDA, COM O PERCENTUAL DE QUEM DIRIGIU.
       PRINCIPAL.
           IF DATA-TRIP NOT LESS THAN DATA-INI AND
              DATA-TRIP NOT GREATER THAN DATA-FIM
              ADD 1 TO CT-CORRIDAS
              MOVE MOTORISTA-TRIP TO MOT-PROCURA
              PERFORM ACHA-MOTORISTA
              MOVE VEICULO-TRIP TO PLACA-PROCURA
              PERFORM ACHA-VEICULO
              COMPUTE PARTE-TRIP ROUNDED =
                      VALOR-TRIP * (PERC-MOT-TAB(IDX-MMOV) / 100)
              IF TRIP-CANCELADA
                 SUBTRACT 1          FROM QTD-M-TAB(IDX-MMOV)
                                          QTD-V-TAB(IDX-VMOV)
                 SUBTRACT KM-TRIP    FROM KM-M-TAB(IDX-MMOV)
                                          KM-V-TAB(IDX-VMOV)
                 SUBTRACT VALOR-TRIP FROM BRUTO-M-TAB(IDX-MMOV)
                                          BRUTO-V-TAB(IDX-VMOV)
                 SUBTRACT PARTE-TRIP FROM PARTE-M-TAB(IDX-MMOV)
                                          PARTE-V-TAB(IDX-VMOV)
              ELSE
                 ADD 1          TO QTD-M-TAB(IDX-MMOV)
                                   QTD-V-TAB(IDX-VMOV)
                 ADD KM-TRIP    TO KM-M-TAB(IDX-MMOV)
                                   KM-V-TAB(IDX-VMOV)
                 ADD VALOR-TRIP TO BRUTO-M-TAB(IDX-MMOV)
                                   BRUTO-V-TAB(IDX-VMOV)
                 ADD PARTE-TRIP TO PARTE-M-TAB(IDX-MMOV)
                                   PARTE-V-TAB(IDX-VMOV)
              END-IF
           END-IF.
           PERFORM LEITURA.

      *DESPESAS DO MES POR VEICULO E MOTORISTA; OS ABASTECIMENTOS
      *ATE O FIM DA COMPETENCIA FORMAM A MEDIA DO VEICULO.
       CARREGA-DESPESAS.
           OPEN INPUT DESPESAS.
           IF FS-DESPESAS NOT EQUAL "00"
              DISPLAY "TRIPLUC: DESPESAS.DAT AUSENTE - MARGEM SEM "
                      "DESPESAS (LANCAR PELO TRIPDSP)."
           ELSE
              PERFORM LER-DESPESA UNTIL FIM-DSP EQUAL "SIM"
              CLOSE DESPESAS
           END-IF.

       LER-DESPESA.
           READ DESPESAS AT END MOVE "SIM" TO FIM-DSP.
           IF FIM-DSP NOT EQUAL "SIM" AND
              DATA-DSP NOT GREATER THAN DATA-FIM
              MOVE PLACA-DSP TO PLACA-PROCURA
              PERFORM ACHA-VEICULO
              IF DESPESA-COMBUSTIVEL AND ODOMETRO-DSP GREATER THAN
                 ZEROES
                 PERFORM ABASTECIMENTO-HISTORICO
              END-IF
              IF DATA-DSP NOT LESS THAN DATA-INI
                 PERFORM DESPESA-DO-MES
              END-IF
           END-IF.

       DESPESA-DO-MES.
           ADD 1 TO CT-DESPESAS.
           IF DESPESA-COMBUSTIVEL
              ADD VALOR-DSP TO COMB-V-TAB(IDX-VMOV)
              IF ODOMETRO-DSP GREATER THAN ZEROES
                 PERFORM ABASTECIMENTO-MES
              END-IF
           ELSE
              ADD VALOR-DSP TO OUTRAS-V-TAB(IDX-VMOV)
           END-IF.
           IF MOTORISTA-DSP GREATER THAN ZEROES
              MOVE MOTORISTA-DSP TO MOT-PROCURA
              PERFORM ACHA-MOTORISTA
              ADD VALOR-DSP TO DESP-M-TAB(IDX-MMOV)
           END-IF.

      *TANQUE CHEIO: GUARDA O MENOR E O MAIOR ODOMETRO E OS LITROS
      *DO ABASTECIMENTO DE MENOR ODOMETRO, QUE NAO ENTRAM NA CONTA.
       ABASTECIMENTO-MES.
           IF ABAST-M-TAB(IDX-VMOV) EQUAL ZEROES
              MOVE ODOMETRO-DSP TO ODOMIN-M-TAB(IDX-VMOV)
                                   ODOMAX-M-TAB(IDX-VMOV)
              MOVE LITROS-DSP   TO LITMIN-M-TAB(IDX-VMOV)
           ELSE
              IF ODOMETRO-DSP LESS THAN ODOMIN-M-TAB(IDX-VMOV)
                 MOVE ODOMETRO-DSP TO ODOMIN-M-TAB(IDX-VMOV)
                 MOVE LITROS-DSP   TO LITMIN-M-TAB(IDX-VMOV)
              END-IF
              IF ODOMETRO-DSP GREATER THAN ODOMAX-M-TAB(IDX-VMOV)
                 MOVE ODOMETRO-DSP TO ODOMAX-M-TAB(IDX-VMOV)
              END-IF
           END-IF.
           ADD LITROS-DSP TO LIT-M-TAB(IDX-VMOV).
           ADD 1 TO ABAST-M-TAB(IDX-VMOV).

       ABASTECIMENTO-HISTORICO.
           IF ABAST-H-TAB(IDX-VMOV) EQUAL ZEROES
              MOVE ODOMETRO-DSP TO ODOMIN-H-TAB(IDX-VMOV)
                                   ODOMAX-H-TAB(IDX-VMOV)
              MOVE LITROS-DSP   TO LITMIN-H-TAB(IDX-VMOV)
           ELSE
              IF ODOMETRO-DSP LESS THAN ODOMIN-H-TAB(IDX-VMOV)
                 MOVE ODOMETRO-DSP TO ODOMIN-H-TAB(IDX-VMOV)
                 MOVE LITROS-DSP   TO LITMIN-H-TAB(IDX-VMOV)
              END-IF
              IF ODOMETRO-DSP GREATER THAN ODOMAX-H-TAB(IDX-VMOV)
                 MOVE ODOMETRO-DSP TO ODOMAX-H-TAB(IDX-VMOV)
              END-IF
           END-IF.
           ADD LITROS-DSP TO LIT-H-TAB(IDX-VMOV).
           ADD 1 TO ABAST-H-TAB(IDX-VMOV).

       IMPRESSAO-FINAL.
           WRITE REG-REL FROM CAB-VEI AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM SEPARADOR-LINHA AFTER ADVANCING 1 LINE.
           MOVE 1 TO IDX-I.
           PERFORM IMPRIME-VEICULO UNTIL IDX-I GREATER THAN QTD-VEIS.
           WRITE REG-REL FROM CAB-MOT AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM SEPARADOR-LINHA AFTER ADVANCING 1 LINE.
           MOVE 1 TO IDX-I.
           PERFORM IMPRIME-MOTORISTA UNTIL IDX-I GREATER THAN
              QTD-MOTS.
           MOVE TOT-BRUTO TO VAL-BRU.
           WRITE REG-REL FROM TOTAL-BRU AFTER ADVANCING 2 LINE.
           MOVE TOT-PARTE TO VAL-PAR.
           WRITE REG-REL FROM TOTAL-PAR AFTER ADVANCING 1 LINE.
           MOVE TOT-DESPESAS TO VAL-DES.
           WRITE REG-REL FROM TOTAL-DES AFTER ADVANCING 1 LINE.
           MOVE TOT-MARGEM TO VAL-MAR.
           WRITE REG-REL FROM TOTAL-MAR AFTER ADVANCING 1 LINE.
           MOVE CT-FORA-MEDIA TO QTD-FOR.
           WRITE REG-REL FROM TOTAL-FOR AFTER ADVANCING 1 LINE.

      *VEICULO SEM CORRIDA E SEM DESPESA NO MES NAO SAI. OS TOTAIS
      *DA FROTA SAEM DAQUI - A DESPESA SEM MOTORISTA NAO APARECE NA
      *PARTE POR MOTORISTA.
       IMPRIME-VEICULO.
           IF QTD-V-TAB(IDX-I) NOT EQUAL ZEROES OR
              BRUTO-V-TAB(IDX-I) NOT EQUAL ZEROES OR
              COMB-V-TAB(IDX-I) NOT EQUAL ZEROES OR
              OUTRAS-V-TAB(IDX-I) NOT EQUAL ZEROES
              COMPUTE LIQUIDO = BRUTO-V-TAB(IDX-I) -
                                PARTE-V-TAB(IDX-I)
              COMPUTE DESPESA-TOTAL = COMB-V-TAB(IDX-I) +
                                      OUTRAS-V-TAB(IDX-I)
              COMPUTE MARGEM = LIQUIDO - DESPESA-TOTAL
              ADD BRUTO-V-TAB(IDX-I) TO TOT-BRUTO
              ADD PARTE-V-TAB(IDX-I) TO TOT-PARTE
              ADD DESPESA-TOTAL      TO TOT-DESPESAS
              ADD MARGEM             TO TOT-MARGEM
              MOVE KM-V-TAB(IDX-I)    TO KM-BASE
              MOVE BRUTO-V-TAB(IDX-I) TO BRUTO-BASE
              PERFORM CALCULA-INDICES
              PERFORM CALCULA-CONSUMO
              MOVE PLACA-TAB(IDX-I)  TO PLACA-REL
              MOVE MODELO-TAB(IDX-I) TO MODELO-REL
              MOVE QTD-V-TAB(IDX-I)  TO QTDV-REL
              MOVE KM-V-TAB(IDX-I)   TO KMV-REL
              WRITE REG-REL FROM VEI-LIN1 AFTER ADVANCING 1 LINE
              MOVE BRUTO-V-TAB(IDX-I) TO BRUTO-REL
              MOVE PARTE-V-TAB(IDX-I) TO PARTE-REL
              MOVE LIQUIDO            TO LIQ-REL
              WRITE REG-REL FROM RECEITA-LIN AFTER ADVANCING 1 LINE
              MOVE COMB-V-TAB(IDX-I)   TO COMB-REL
              MOVE OUTRAS-V-TAB(IDX-I) TO OUTRAS-REL
              MOVE MARGEM              TO MARGV-REL
              WRITE REG-REL FROM VEI-LIN3 AFTER ADVANCING 1 LINE
              MOVE CUSTO-KM    TO CKMV-REL
              MOVE KML-MES     TO KMLM-REL
              MOVE KML-MEDIO   TO KMLH-REL
              MOVE MARGEM-PERC TO MPV-REL
              WRITE REG-REL FROM VEI-LIN4 AFTER ADVANCING 1 LINE
              WRITE REG-REL FROM SEPARADOR-LINHA
                 AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO IDX-I.

       IMPRIME-MOTORISTA.
           IF QTD-M-TAB(IDX-I) NOT EQUAL ZEROES OR
              BRUTO-M-TAB(IDX-I) NOT EQUAL ZEROES OR
              DESP-M-TAB(IDX-I) NOT EQUAL ZEROES
              COMPUTE LIQUIDO = BRUTO-M-TAB(IDX-I) -
                                PARTE-M-TAB(IDX-I)
              MOVE DESP-M-TAB(IDX-I) TO DESPESA-TOTAL
              COMPUTE MARGEM = LIQUIDO - DESPESA-TOTAL
              MOVE KM-M-TAB(IDX-I)    TO KM-BASE
              MOVE BRUTO-M-TAB(IDX-I) TO BRUTO-BASE
              PERFORM CALCULA-INDICES
              MOVE COD-MOT-TAB(IDX-I)  TO COD-REL
              MOVE NOME-MOT-TAB(IDX-I) TO NOME-REL
              MOVE QTD-M-TAB(IDX-I)    TO QTDM-REL
              MOVE KM-M-TAB(IDX-I)     TO KMM-REL
              WRITE REG-REL FROM MOT-LIN1 AFTER ADVANCING 1 LINE
              MOVE BRUTO-M-TAB(IDX-I) TO BRUTO-REL
              MOVE PARTE-M-TAB(IDX-I) TO PARTE-REL
              MOVE LIQUIDO            TO LIQ-REL
              WRITE REG-REL FROM RECEITA-LIN AFTER ADVANCING 1 LINE
              MOVE DESPESA-TOTAL TO DESPM-REL
              MOVE MARGEM        TO MARGM-REL
              MOVE CUSTO-KM      TO CKMM-REL
              WRITE REG-REL FROM MOT-LIN3 AFTER ADVANCING 1 LINE
              WRITE REG-REL FROM SEPARADOR-LINHA
                 AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO IDX-I.

      *CUSTO POR KM RODADO EM CORRIDA E MARGEM SOBRE A RECEITA. A
      *MARGEM NUNCA PASSA DE 100 POR CENTO; O ESTOURO SO PODE SER DE
      *PREJUIZO MUITO MAIOR QUE A RECEITA.
       CALCULA-INDICES.
           MOVE ZEROES TO CUSTO-KM MARGEM-PERC.
           IF KM-BASE GREATER THAN ZEROES
              COMPUTE CUSTO-KM ROUNDED = DESPESA-TOTAL / KM-BASE
                 ON SIZE ERROR MOVE 99999,99 TO CUSTO-KM
              END-COMPUTE
           END-IF.
           IF BRUTO-BASE GREATER THAN ZEROES
              COMPUTE MARGEM-PERC ROUNDED = MARGEM * 100 / BRUTO-BASE
                 ON SIZE ERROR MOVE -99999,99 TO MARGEM-PERC
              END-COMPUTE
           END-IF.

      *KM/L DO MES E MEDIA DO VEICULO; DESVIO ALEM DO LIMITE, PARA
      *MAIS OU PARA MENOS, MARCA O VEICULO.
       CALCULA-CONSUMO.
           MOVE ZEROES TO KML-MES KML-MEDIO.
           MOVE SPACES TO ALERTA-REL.
           IF ABAST-M-TAB(IDX-I) GREATER THAN 1 AND
              LIT-M-TAB(IDX-I) GREATER THAN LITMIN-M-TAB(IDX-I)
              COMPUTE KML-MES ROUNDED =
                      (ODOMAX-M-TAB(IDX-I) - ODOMIN-M-TAB(IDX-I)) /
                      (LIT-M-TAB(IDX-I) - LITMIN-M-TAB(IDX-I))
                 ON SIZE ERROR MOVE 999,99 TO KML-MES
              END-COMPUTE
           END-IF.
           IF ABAST-H-TAB(IDX-I) GREATER THAN 1 AND
              LIT-H-TAB(IDX-I) GREATER THAN LITMIN-H-TAB(IDX-I)
              COMPUTE KML-MEDIO ROUNDED =
                      (ODOMAX-H-TAB(IDX-I) - ODOMIN-H-TAB(IDX-I)) /
                      (LIT-H-TAB(IDX-I) - LITMIN-H-TAB(IDX-I))
                 ON SIZE ERROR MOVE 999,99 TO KML-MEDIO
              END-COMPUTE
           END-IF.
           IF KML-MES GREATER THAN ZEROES AND
              KML-MEDIO GREATER THAN ZEROES
              COMPUTE DESVIO-PERC ROUNDED =
                      (KML-MES - KML-MEDIO) * 100 / KML-MEDIO
              IF DESVIO-PERC GREATER THAN LIMITE-DESVIO OR
                 DESVIO-PERC + LIMITE-DESVIO LESS THAN ZEROES
                 MOVE "FORA MEDIA" TO ALERTA-REL
                 ADD 1 TO CT-FORA-MEDIA
                 DISPLAY "TRIPLUC: VEICULO " PLACA-TAB(IDX-I)
                         " COM CONSUMO FORA DA MEDIA."
              END-IF
           END-IF.

       FIM.
           CLOSE RELLUC.
           DISPLAY "TRIPLUC: COMPETENCIA " COMPET-INF " - "
                   CT-CORRIDAS " CORRIDA(S), " CT-DESPESAS
                   " DESPESA(S).".
           IF CT-FORA-MEDIA GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.

       COPY DATPRCPD.
