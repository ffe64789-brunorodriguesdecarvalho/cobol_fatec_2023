      *            DIFERENTE DE LIDOS DE CADANT - EXCLUSOES +
      *            INCLUSOES) COM 16, AMBOS REGISTRADOS NO JOBLOG
      *            COM EVENTO "ERR ".
      *15/10/2026 BRC - CPF DO TITULAR DA CONTA (CPF-TIT-ANT/-MOV/-ATU
      *            PIC 9(11)) NO FIM DE CADANT/ARQMOV/CADATU, DIGITADO
      *            E CRITICADO NO EX02ENT E LIGADO AO MESTRE DE
      *            PESSOAS (EX06PES). ARQUIVO ANTIGO, MAIS CURTO, LE
      *            COM O CPF EM BRANCO = SEM TITULAR, GRAVADO COMO
      *            ZEROS NO CADATU. SUBSTITUICAO SEM CPF INFORMADO
      *            MANTEM O TITULAR DA CONTA. O JRN-ANTES DO JRNATU
      *            PASSOU A X(125).
      *15/10/2026 BRC - CONTA DORMENTE (STATUS "D", MARCADO PELA
      *            RODADA MENSAL EX02DOR): SUBSTITUICAO ("A") SOBRE
      *            CONTA DORMENTE A DEVOLVE A ATIVA, COM A LINHA "CONTA
      *            DORMENTE REATIVADA" NO RELOCORR E NO RESUMO E UM
      *            REGISTRO TIPO "R" NO JRNATU COM A IMAGEM ANTERIOR. O
      *            CONTADOR NOVO ENTROU NO CHECKPOINT.
      *15/10/2026 BRC - ENDERECO DETALHADO DA CONTA (LOGRADOURO,
      *            NUMERO, COMPLEMENTO, BAIRRO, CIDADE, UF E CEP - GRUPO
      *            ENDER-DET-ANT/-MOV/-ATU) NO FIM DE CADANT/ARQMOV/
      *            CADATU, DIGITADO NO EX02ENT COM CONSULTA A TABELA DE
      *            CEP E PREENCHIDO PARA AS CONTAS EXISTENTES PELA
      *            CONVERSAO EX02END. O ENDER-ANT CONTINUA SENDO A
      *            LINHA UNICA DE ENDERECO (MONTADA PELO EX02ENT A
      *            PARTIR DAS PARTES) PARA OS DEMAIS LEITORES. ARQUIVO
      *            ANTIGO, MAIS CURTO, LE COM AS PARTES EM BRANCO. O
      *            JRN-ANTES DO JRNATU PASSOU A X(246).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 STATUS-ANT PIC X(01).
              88 CONTA-ATIVA     VALUE "A" " ".
              88 CONTA-ENCERRADA VALUE "C".
              88 CONTA-DORMENTE  VALUE "D".
           02 CPF-TIT-ANT PIC 9(11).
           02 ENDER-DET-ANT.
              03 LOGRAD-ANT  PIC X(40).
              03 NUMERO-ANT  PIC X(06).
              03 COMPL-ANT   PIC X(15).
              03 BAIRRO-ANT  PIC X(25).
              03 CIDADE-ANT  PIC X(25).
              03 UF-ANT      PIC X(02).
              03 CEP-ANT     PIC 9(08).

       FD ARQMOV
           LABEL RECORD ARE STANDARD
           02 ENDER-MOV  PIC X(50).
           02 TEL-MOV    PIC X(15).
           02 EMAIL-MOV  PIC X(40).
           02 CPF-TIT-MOV PIC 9(11).
           02 ENDER-DET-MOV.
              03 LOGRAD-MOV  PIC X(40).
              03 NUMERO-MOV  PIC X(06).
              03 COMPL-MOV   PIC X(15).
              03 BAIRRO-MOV  PIC X(25).
              03 CIDADE-MOV  PIC X(25).
              03 UF-MOV      PIC X(02).
              03 CEP-MOV     PIC 9(08).

       FD CADATU
           LABEL RECORD ARE STANDARD
           02 TEL-ATU    PIC X(15).
           02 EMAIL-ATU  PIC X(40).
           02 STATUS-ATU PIC X(01).
           02 CPF-TIT-ATU PIC 9(11).
           02 ENDER-DET-ATU.
              03 LOGRAD-ATU  PIC X(40).
              03 NUMERO-ATU  PIC X(06).
              03 COMPL-ATU   PIC X(15).
              03 BAIRRO-ATU  PIC X(25).
              03 CIDADE-ATU  PIC X(25).
              03 UF-ATU      PIC X(02).
              03 CEP-ATU     PIC 9(08).

       FD RELOCORR
           LABEL RECORD IS OMITTED.
           02 CKPT-ENCERRAMENTOS  PIC 9(05).
           02 CKPT-ALT-ENCERRADA  PIC 9(05).
           02 CKPT-ENC-REJEITADA  PIC 9(05).
           02 CKPT-REATIVACOES    PIC 9(05).

       FD JRNATU
           LABEL RECORD ARE STANDARD
           02 JRN-TIPO    PIC X(01).
           02 JRN-DATA    PIC 9(08).
           02 JRN-HORA    PIC 9(08).
           02 JRN-ANTES   PIC X(246).

       FD HISTMOV
           LABEL RECORD ARE STANDARD
       77 CT-ENCERRAMENTOS  PIC 9(05) VALUE 0.
       77 CT-ALT-ENCERRADA  PIC 9(05) VALUE 0.
       77 CT-ENC-REJEITADA  PIC 9(05) VALUE 0.
       77 CT-REATIVACOES    PIC 9(05) VALUE 0.
       77 STATUS-NOVO       PIC X(01) VALUE "A".
       77 CPF-TIT-NOVO      PIC 9(11) VALUE ZEROES.

       01 CAB-TITULO.
           02 FILLER      PIC X(27) VALUE SPACES.
                 MOVE CKPT-ENCERRAMENTOS  TO CT-ENCERRAMENTOS
                 MOVE CKPT-ALT-ENCERRADA  TO CT-ALT-ENCERRADA
                 MOVE CKPT-ENC-REJEITADA  TO CT-ENC-REJEITADA
                 MOVE CKPT-REATIVACOES    TO CT-REATIVACOES
                 DISPLAY "EX02: REINICIANDO A PARTIR DO CHECKPOINT - "
                         "CADANT " CKPT-CC-ANT " ARQMOV " CKPT-CC-MOV
              END-IF.
                       PERFORM GRAVA-JRNATU
                       PERFORM GRAVA-HISTMOV
                       MOVE STATUS-ANT TO STATUS-NOVO
                       IF CONTA-DORMENTE
                          PERFORM REATIVA-DORMENTE
                       END-IF
                       PERFORM TITULAR-SUBSTITUICAO
                       PERFORM GRAVA-ARQMOV
                       ADD 1 TO CT-SUBSTITUICOES
                    END-IF
                        MOVE "REGISTRO INCLUIDO" TO MENSAGEM-REL
                        PERFORM GRAVA-HISTMOV
                        MOVE "A" TO STATUS-NOVO
                        PERFORM TITULAR-INCLUSAO
                        PERFORM GRAVA-ARQMOV
                        ADD 1 TO CT-INCLUSOES
                    END-IF
              MOVE CT-ENCERRAMENTOS  TO CKPT-ENCERRAMENTOS.
              MOVE CT-ALT-ENCERRADA  TO CKPT-ALT-ENCERRADA.
              MOVE CT-ENC-REJEITADA  TO CKPT-ENC-REJEITADA.
              MOVE CT-REATIVACOES    TO CKPT-REATIVACOES.
              OPEN OUTPUT CKPTEX02.
              WRITE REG-CKPT.
              CLOSE CKPTEX02.
              MOVE REG-ANT  TO JRN-ANTES.
              WRITE REG-JRNATU.

      *CONTA DORMENTE (STATUS "D", MARCADO PELO EX02DOR) QUE VOLTA A
      *TER MOVIMENTO: VOLTA A ATIVA, COM A REATIVACAO NO RELOCORR E
      *UM REGISTRO PROPRIO (TIPO "R") NO JRNATU, ALEM DA IMAGEM DA
      *SUBSTITUICAO - O EX02REV, AO DESFAZER A SUBSTITUICAO, DEVOLVE
      *A CONTA A DORMENTE.
       REATIVA-DORMENTE.
              MOVE "A" TO STATUS-NOVO.
              MOVE CC-ANT TO CC-REL.
              MOVE "R" TO TIPO-REL.
              MOVE "CONTA DORMENTE REATIVADA" TO MENSAGEM-REL.
              WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.
              MOVE CC-ANT   TO JRN-CC.
              MOVE "R"      TO JRN-TIPO.
              MOVE RUN-DATA TO JRN-DATA.
              MOVE RUN-HORA TO JRN-HORA.
              MOVE REG-ANT  TO JRN-ANTES.
              WRITE REG-JRNATU.
              ADD 1 TO CT-REATIVACOES.

      *HISTORICO ACUMULADO DE MOVIMENTOS APLICADOS, PARA O EXTRATO
      *POR CONTA DO EX02STM.
       GRAVA-HISTMOV.
              MOVE TEL-MOV   TO TEL-ATU.
              MOVE EMAIL-MOV TO EMAIL-ATU.
              MOVE STATUS-NOVO TO STATUS-ATU.
              MOVE CPF-TIT-NOVO TO CPF-TIT-ATU.
              MOVE ENDER-DET-MOV TO ENDER-DET-ATU.
              WRITE REG-ATU.
              ADD 1 TO CT-GRAVADOS.

              MOVE TEL-ANT   TO TEL-ATU.
              MOVE EMAIL-ANT TO EMAIL-ATU.
              MOVE STATUS-ANT TO STATUS-ATU.
              PERFORM TITULAR-CADANT.
              MOVE CPF-TIT-NOVO TO CPF-TIT-ATU.
              MOVE ENDER-DET-ANT TO ENDER-DET-ATU.
              WRITE REG-ATU.
              ADD 1 TO CT-GRAVADOS.

              MOVE TEL-ANT   TO TEL-ATU.
              MOVE EMAIL-ANT TO EMAIL-ATU.
              MOVE "C"       TO STATUS-ATU.
              PERFORM TITULAR-CADANT.
              MOVE CPF-TIT-NOVO TO CPF-TIT-ATU.
              MOVE ENDER-DET-ANT TO ENDER-DET-ATU.
              WRITE REG-ATU.
              ADD 1 TO CT-GRAVADOS.

      *CPF DO TITULAR: CADANT ANTIGO (SEM O CAMPO) CHEGA COM O CPF
      *EM BRANCO E SAI ZERADO (SEM TITULAR) NO CADATU.
       TITULAR-CADANT.
              IF CPF-TIT-ANT NUMERIC
                 MOVE CPF-TIT-ANT TO CPF-TIT-NOVO
              ELSE
                 MOVE ZEROES TO CPF-TIT-NOVO
              END-IF.

       TITULAR-INCLUSAO.
              IF CPF-TIT-MOV NUMERIC
                 MOVE CPF-TIT-MOV TO CPF-TIT-NOVO
              ELSE
                 MOVE ZEROES TO CPF-TIT-NOVO
              END-IF.

      *SUBSTITUICAO SEM CPF INFORMADO (ZEROS OU BRANCO) MANTEM O
      *TITULAR QUE A CONTA JA TINHA.
       TITULAR-SUBSTITUICAO.
              PERFORM TITULAR-CADANT.
              IF CPF-TIT-MOV NUMERIC
                 IF CPF-TIT-MOV NOT EQUAL ZEROES
                    MOVE CPF-TIT-MOV TO CPF-TIT-NOVO
                 END-IF
              END-IF.

       CABECALHO.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE CT-ENC-REJEITADA                TO RES-QTDE.
              WRITE REG-ATR FROM RESUMO-LINHA AFTER ADVANCING 1 LINE.

              MOVE "CONTA DORMENTE REATIVADA"      TO RES-MENSAGEM.
              MOVE CT-REATIVACOES                  TO RES-QTDE.
              WRITE REG-ATR FROM RESUMO-LINHA AFTER ADVANCING 1 LINE.

       FIM.
              MOVE CT-LIDOS-ANT TO TOT-LIDOS-ANT.
              WRITE REG-ATR FROM TOTAIS-01 AFTER ADVANCING 2 LINES.
