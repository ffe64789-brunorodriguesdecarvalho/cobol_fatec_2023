      *            DO TRIPREG: COM 44 O MOTIVO-TRIP ERA TRUNCADO
      *            NO ARQUIVAMENTO E NA REGRAVACAO DO VIVO,
      *            DESTRUINDO A TRILHA DOS AJUSTES (VER TRIPAJU).
      *15/10/2026 BRC - REG-TRIPREG GANHOU A PLACA DO VEICULO
      *            (VEICULO-TRIP); REGISTROS DE TRABALHO/ARQUIVO MORTO
      *            PASSARAM DE X(46) PARA X(53), O NOVO TAMANHO DO
      *            TRIPREG.
      *15/10/2026 BRC - REG-TRIPREG GANHOU A EMPRESA CONVENIADA, O
      *            PASSAGEIRO, O CENTRO DE CUSTO E O NUMERO DA NOTA DE
      *            FATURAMENTO; REGISTROS DE TRABALHO/ARQUIVO MORTO
      *            PASSARAM DE X(53) PARA X(91). CORRIDA CONVENIADA
      *            ANTERIOR AO CORTE E AINDA SEM NOTA DO TRIPFAT FICA NO
      *            VIVO E E AVISADA, COMO A AINDA SEM ACERTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 ACERTO-TRIP  PIC X(01).
           02 TIPO-TRIP    PIC X(01).
           02 MOTIVO-TRIP  PIC X(02).
           02 VEICULO-TRIP PIC X(07).
           02 EMPRESA-TRIP PIC 9(04).
           02 PASSAGEIRO-TRIP PIC X(20).
           02 CCUSTO-TRIP  PIC X(08).
           02 FATURA-TRIP  PIC 9(06).

       FD  TRIPREGN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRIPREGN.DAT".
       01  REG-TRIPREGN  PIC X(91).

       FD  TRIPREGA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRIPREGA.DAT".
       01  REG-TRIPREGA  PIC X(91).

       WORKING-STORAGE SECTION.
       77  FS-TRIPREG    PIC X(02) VALUE "00".
       77  CT-ARQUIVADOS PIC 9(07) VALUE ZEROES.
       77  CT-MANTIDOS   PIC 9(07) VALUE ZEROES.
       77  CT-PENDENTES  PIC 9(07) VALUE ZEROES.
       77  CT-NAO-FATURADAS PIC 9(07) VALUE ZEROES.
       77  FALTA-FATURA  PIC X(03) VALUE "NAO".

       PROCEDURE DIVISION.

                      "ANTERIOR(ES) AO CORTE AINDA SEM ACERTO - "
                      "MANTIDA(S) PARA O TRIPPAY."
           END-IF.
           IF CT-NAO-FATURADAS GREATER THAN ZEROES
              DISPLAY "TRIPARQ: " CT-NAO-FATURADAS " CORRIDA(S) "
                      "CONVENIADA(S) ANTERIOR(ES) AO CORTE AINDA SEM "
                      "NOTA - MANTIDA(S) PARA O TRIPFAT."
           END-IF.
           STOP RUN.

       RETENCAO-TRIPREG.
              PERFORM SUBSTITUI-TRIPREG
           END-IF.

      *CORRIDA DE EMPRESA CONVENIADA AINDA SEM NOTA (FATURA-TRIP
      *ZERADA OU EM BRANCO) TAMBEM FICA NO VIVO, SENAO O TRIPFAT
      *NUNCA A COBRARIA.
       SEPARA-CORRIDA.
           READ TRIPREG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              MOVE "NAO" TO FALTA-FATURA
              IF EMPRESA-TRIP NUMERIC AND
                 EMPRESA-TRIP GREATER THAN ZEROES
                 IF FATURA-TRIP NOT NUMERIC OR
                    FATURA-TRIP EQUAL ZEROES
                    MOVE "SIM" TO FALTA-FATURA
                 END-IF
              END-IF
              IF DATA-TRIP LESS THAN DATA-CORTE AND
                 ACERTO-TRIP EQUAL "S" AND
                 FALTA-FATURA EQUAL "NAO"
                 WRITE REG-TRIPREGA FROM REG-TRIPREG
                 ADD 1 TO CT-ARQUIVADOS
              ELSE
                 IF DATA-TRIP LESS THAN DATA-CORTE
                    IF ACERTO-TRIP NOT EQUAL "S"
                       ADD 1 TO CT-PENDENTES
                    END-IF
                    IF FALTA-FATURA EQUAL "SIM"
                       ADD 1 TO CT-NAO-FATURADAS
                    END-IF
                 END-IF
                 WRITE REG-TRIPREGN FROM REG-TRIPREG
                 ADD 1 TO CT-MANTIDOS
