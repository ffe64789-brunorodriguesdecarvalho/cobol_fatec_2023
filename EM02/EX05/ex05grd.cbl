       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX05GRD.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    CRITICA DA GRADE HORARIA E CARGA HORARIA DOS
      *            PROFESSORES. ATE AQUI O PROFESSOR ERA SO O NOME
      *            LIVRE DE PROFESSOR-TUR, COM GRAFIAS DIFERENTES
      *            PARA A MESMA PESSOA, E NINGUEM SABIA QUANTAS
      *            TURMAS OU HORAS CADA UM TINHA NEM SE DUAS AULAS
      *            DELE CAIAM NO MESMO HORARIO. COM O CADASTRO DE
      *            PROFESSORES (PROFES.DAT - VER PROFESFD) E A GRADE
      *            HORARIA (HORARIO.DAT - VER HORARIFD), ESTA RODADA:
      *            - APONTA AS TURMAS DO TURMAS.DAT SEM CODPROF-TUR,
      *              COM CODIGO FORA DO PROFES OU COM PROFESSOR-TUR
      *              DIFERENTE DO NOME DO CADASTRO;
      *            - CRITICA A GRADE NA ORDEM DO ARQUIVO: TURMA FORA
      *              DO TURMAS.DAT, DIA FORA DE 1 A 7, HORA INVALIDA
      *              OU FIM ANTES DO INICIO, SALA EM BRANCO, E
      *              CHOQUE COM AULA JA ACEITA NO MESMO DIA - MESMA
      *              SALA, MESMO PROFESSOR OU MESMA TURMA COM
      *              HORARIOS QUE SE SOBREPOEM. A AULA QUE CHEGA
      *              DEPOIS E REJEITADA E SAI NO RELGRD E NO EXCLOG
      *              COM A TURMA COM QUE CHOCOU;
      *            - SOMA AS HORAS SEMANAIS DAS AULAS ACEITAS POR
      *              PROFESSOR E COMPARA COM A CARGA CONTRATADA.
      *            SEM PROFES, TURMAS OU HORARIO A RODADA ABORTA COM
      *            RETURN-CODE 16; AULA REJEITADA OU TURMA COM
      *            PROFESSOR A ACERTAR TERMINA COM RETURN-CODE 4.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY PROFESSL.

       COPY TURMASSL.

       COPY HORARISL.

       SELECT RELGRD ASSIGN TO DISK.

       COPY EXCLOGSL.

       COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       COPY EXCLOGFD.

       COPY PROFESFD.

       COPY TURMASFD.

       COPY HORARIFD.

       FD  RELGRD
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELGRD.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY EXCLOGWS.
       COPY PROFESWS.
       COPY TURMASWS.
       COPY HORARIWS.
       77  FIM-ARQ          PIC X(03) VALUE "NAO".
       77  FIM-PRF          PIC X(03) VALUE "NAO".
       77  FIM-TUR          PIC X(03) VALUE "NAO".
       77  CT-LIDOS         PIC 9(05) VALUE ZEROES.
       77  CT-ACEITAS       PIC 9(05) VALUE ZEROES.
       77  CT-REJEITADAS    PIC 9(05) VALUE ZEROES.
       77  CT-SEM-PROF      PIC 9(05) VALUE ZEROES.
       77  CT-TURMAS-PEND   PIC 9(05) VALUE ZEROES.
       77  CT-PRF-DUPLIC    PIC 9(05) VALUE ZEROES.
       77  CT-ACIMA         PIC 9(05) VALUE ZEROES.
       77  CT-ABAIXO        PIC 9(05) VALUE ZEROES.
       77  QTD-PROFS        PIC 9(03) VALUE ZEROES.
       77  PROFS-DEMAIS     PIC X(01) VALUE "N".
       77  QTD-TURMAS       PIC 9(02) VALUE ZEROES.
       77  TURMAS-DEMAIS    PIC X(01) VALUE "N".
       77  QTD-GRADE        PIC 9(03) VALUE ZEROES.
       77  ACHOU-PRF        PIC X(01) VALUE "N".
       77  ACHOU-TUR        PIC X(01) VALUE "N".
       77  IDX-P            PIC 9(03) VALUE ZEROES.
       77  IDX-T            PIC 9(02) VALUE ZEROES.
       77  CODPROF-CONSULTA PIC 9(04) VALUE ZEROES.
       77  CODPROF-AULA     PIC 9(04) VALUE ZEROES.
       77  MOTIVO-GRD       PIC X(30) VALUE SPACES.
       77  MOTIVO-TUR       PIC X(30) VALUE SPACES.
       77  TURMA-CONFLITO   PIC X(03) VALUE SPACES.
       77  MINUTOS-AULA     PIC 9(04) VALUE ZEROES.
       77  MINUTOS-INICIO   PIC 9(04) VALUE ZEROES.
       77  MINUTOS-FIM      PIC 9(04) VALUE ZEROES.
       77  HORAS-PROG       PIC 9(03)V9(02) VALUE ZEROES.
       77  HORAS-DIFER      PIC S9(03)V9(02) VALUE ZEROES.

      *CADASTRO DE PROFESSORES, COM O QUE A GRADE ACEITA LHES DA.
       01  TAB-PROFESSORES.
           02 PROFESSOR-ITEM OCCURS 200 TIMES
                 DEPENDING ON QTD-PROFS
                 INDEXED BY IDX-PRF.
              03 CODIGO-TPR   PIC 9(04).
              03 NOME-TPR     PIC X(30).
              03 HORAS-TPR    PIC 9(02).
              03 TURMAS-TPR   PIC 9(02).
              03 AULAS-TPR    PIC 9(03).
              03 MINUTOS-TPR  PIC 9(05).

      *TURMAS DO TURMAS.DAT COM A POSICAO DO PROFESSOR NA TABELA
      *ACIMA (ZERO = SEM PROFESSOR CADASTRADO).
       01  TAB-TURMAS.
           02 TURMA-ITEM OCCURS 99 TIMES
                 DEPENDING ON QTD-TURMAS
                 INDEXED BY IDX-TUR.
              03 CODIGO-TTU   PIC X(03).
              03 CODPROF-TTU  PIC 9(04).
              03 POS-PRF-TTU  PIC 9(03).

      *AULAS JA ACEITAS, CONTRA AS QUAIS A SEGUINTE E COMPARADA.
       01  TAB-GRADE.
           02 AULA-ITEM OCCURS 999 TIMES
                 DEPENDING ON QTD-GRADE
                 INDEXED BY IDX-GRD.
              03 TURMA-TGR    PIC X(03).
              03 DIA-TGR      PIC 9(01).
              03 INICIO-TGR   PIC 9(04).
              03 FIM-TGR      PIC 9(04).
              03 SALA-TGR     PIC X(05).
              03 CODPROF-TGR  PIC 9(04).

       01  NOMES-DIAS       PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01  TAB-DIAS REDEFINES NOMES-DIAS.
           02 NOME-DIA OCCURS 7 TIMES PIC X(03).

       01 CAB-01.
           02 FILLER       PIC X(42) VALUE
              "CRITICA DA GRADE HORARIA E CARGA HORARIA -".
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DIA-CAB      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-CAB      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-CAB      PIC 9999.
           02 FILLER       PIC X(27) VALUE SPACES.

       01 CAB-TURMAS.
           02 FILLER       PIC X(80) VALUE
              "TURMAS COM PROFESSOR A ACERTAR NO TURMAS.DAT".

       01 COLUNAS-TURMAS.
           02 FILLER       PIC X(40) VALUE
              "  TUR  PROFESSOR-TUR                  CO".
           02 FILLER       PIC X(40) VALUE
              "D.  OCORRENCIA".

       01 DETALHE-TURMA.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 TURMA-TRL    PIC X(03).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PROF-TRL     PIC X(30).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CODPROF-TRL  PIC 9(04).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MOTIVO-TRL   PIC X(30).
           02 FILLER       PIC X(06) VALUE SPACES.

       01 CAB-REJEICOES.
           02 FILLER       PIC X(80) VALUE
              "AULAS REJEITADAS NA GRADE HORARIA (HORARIO.DAT)".

       01 COLUNAS-REJEICOES.
           02 FILLER       PIC X(40) VALUE
              "  TUR  DIA  INICIO-FIM   SALA   MOTIVO  ".
           02 FILLER       PIC X(40) VALUE
              "                         CHOCA".

       01 DETALHE-REJEICAO.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 TURMA-RRL    PIC X(03).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DIA-RRL      PIC X(03).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 HH-INI-RRL   PIC 99.
           02 FILLER       PIC X(01) VALUE ":".
           02 MM-INI-RRL   PIC 99.
           02 FILLER       PIC X(01) VALUE "-".
           02 HH-FIM-RRL   PIC 99.
           02 FILLER       PIC X(01) VALUE ":".
           02 MM-FIM-RRL   PIC 99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 SALA-RRL     PIC X(05).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MOTIVO-RRL   PIC X(30).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 CONFLITO-RRL PIC X(03).
           02 FILLER       PIC X(13) VALUE SPACES.

       01 CAB-CARGA.
           02 FILLER       PIC X(80) VALUE
              "CARGA HORARIA SEMANAL POR PROFESSOR (AULAS ACEITAS)".

       01 COLUNAS-CARGA-1.
           02 FILLER       PIC X(40) VALUE
              "  COD. NOME                          TUR".
           02 FILLER       PIC X(40) VALUE
              " AULAS   HORAS CONTR.  DIFER.  SITUACAO".

       01 DETALHE-CARGA.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 CODIGO-CRL   PIC 9(04).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-CRL     PIC X(30).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 TURMAS-CRL   PIC Z9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 AULAS-CRL    PIC ZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 HORAS-CRL    PIC ZZ9,99.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 CONTR-CRL    PIC Z9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DIFER-CRL    PIC ---9,99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 SITUACAO-CRL PIC X(08).
           02 FILLER       PIC X(03) VALUE SPACES.

       01 LINHA-BRANCO.
           02 FILLER    PIC X(80) VALUE SPACES.

       01 TOTAL-LID.
           02 FILLER    PIC X(29) VALUE "Aulas lidas no HORARIO.....: ".
           02 QTD-LID-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-ACE.
           02 FILLER    PIC X(29) VALUE "Aulas aceitas..............: ".
           02 QTD-ACE-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-REJ.
           02 FILLER    PIC X(29) VALUE "Aulas rejeitadas...........: ".
           02 QTD-REJ-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-SPR.
           02 FILLER    PIC X(29) VALUE "Aulas sem professor........: ".
           02 QTD-SPR-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-PEN.
           02 FILLER    PIC X(29) VALUE "Turmas com professor a acer: ".
           02 QTD-PEN-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-ACI.
           02 FILLER    PIC X(29) VALUE "Professores acima do contr.: ".
           02 QTD-ACI-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-ABX.
           02 FILLER    PIC X(29) VALUE "Professores abaixo do contr: ".
           02 QTD-ABX-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM CARREGA-PROFESSORES.
           PERFORM CARREGA-TURMAS.
           WRITE REG-REL FROM CAB-REJEICOES AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM COLUNAS-REJEICOES AFTER ADVANCING 1 LINE.
           PERFORM LEITURA.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE HORARIO.
           PERFORM IMPRIME-CARGA.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           OPEN INPUT HORARIO.
           IF FS-HORARIO NOT EQUAL "00"
              DISPLAY "EX05GRD: HORARIO.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-HORARIO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RELGRD.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG NOT EQUAL "00"
              OPEN OUTPUT EXCLOG
           END-IF.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO(7:2) TO DIA-CAB.
           MOVE DATA-PROCESSO(5:2) TO MES-CAB.
           MOVE DATA-PROCESSO(1:4) TO ANO-CAB.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           PERFORM GRAVA-JOBLOG-INICIO.

      *CODIGO REPETIDO NO PROFES FICA COM A PRIMEIRA LINHA; MAIS
      *PROFESSORES DO QUE A TABELA COMPORTA ABORTA - A CARGA SAIRIA
      *INCOMPLETA.
       CARREGA-PROFESSORES.
           OPEN INPUT PROFES.
           IF FS-PROFES NOT EQUAL "00"
              DISPLAY "EX05GRD: PROFES.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-PROFES
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-PROFES UNTIL FIM-PRF EQUAL "SIM".
           CLOSE PROFES.
           IF PROFS-DEMAIS EQUAL "S"
              DISPLAY "EX05GRD: MAIS DE 200 PROFESSORES NO PROFES - "
                      "A TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-PROFES.
           READ PROFES AT END MOVE "SIM" TO FIM-PRF.
           IF FIM-PRF NOT EQUAL "SIM"
              MOVE CODIGO-PRF TO CODPROF-CONSULTA
              PERFORM LOCALIZA-PROFESSOR
              IF ACHOU-PRF EQUAL "S"
                 ADD 1 TO CT-PRF-DUPLIC
              ELSE
                 IF QTD-PROFS LESS THAN 200
                    ADD 1 TO QTD-PROFS
                    MOVE CODIGO-PRF  TO CODIGO-TPR(QTD-PROFS)
                    MOVE NOME-PRF    TO NOME-TPR(QTD-PROFS)
                    MOVE HORAS-CONTR-PRF TO HORAS-TPR(QTD-PROFS)
                    MOVE ZEROES      TO TURMAS-TPR(QTD-PROFS)
                                        AULAS-TPR(QTD-PROFS)
                                        MINUTOS-TPR(QTD-PROFS)
                 ELSE
                    MOVE "S" TO PROFS-DEMAIS
                 END-IF
              END-IF
           END-IF.

       LOCALIZA-PROFESSOR.
           MOVE "N" TO ACHOU-PRF.
           MOVE ZEROES TO IDX-P.
           SET IDX-PRF TO 1.
           SEARCH PROFESSOR-ITEM
              AT END CONTINUE
              WHEN CODIGO-TPR(IDX-PRF) EQUAL CODPROF-CONSULTA
                 MOVE "S" TO ACHOU-PRF
                 SET IDX-P TO IDX-PRF
           END-SEARCH.

      *TURMA DO TURMAS.DAT GRAVADA ANTES DO CODPROF-TUR LE O CAMPO
      *EM BRANCO E CONTA COMO SEM PROFESSOR, COMO O CODIGO ZERO.
       CARREGA-TURMAS.
           OPEN INPUT TURMAS.
           IF FS-TURMAS NOT EQUAL "00"
              DISPLAY "EX05GRD: TURMAS.DAT AUSENTE OU COM ERRO - "
                      "FILE STATUS " FS-TURMAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE REG-REL FROM CAB-TURMAS AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM COLUNAS-TURMAS AFTER ADVANCING 1 LINE.
           PERFORM LER-TURMAS UNTIL FIM-TUR EQUAL "SIM".
           CLOSE TURMAS.
           IF TURMAS-DEMAIS EQUAL "S"
              DISPLAY "EX05GRD: MAIS DE 99 TURMAS NO TURMAS.DAT - A "
                      "TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-TURMAS.
           READ TURMAS AT END MOVE "SIM" TO FIM-TUR.
           IF FIM-TUR NOT EQUAL "SIM"
              IF QTD-TURMAS LESS THAN 99
                 PERFORM GUARDA-TURMA
              ELSE
                 MOVE "S" TO TURMAS-DEMAIS
              END-IF
           END-IF.

       GUARDA-TURMA.
           ADD 1 TO QTD-TURMAS.
           MOVE CODIGO-TUR TO CODIGO-TTU(QTD-TURMAS).
           MOVE ZEROES     TO CODPROF-TTU(QTD-TURMAS)
                              POS-PRF-TTU(QTD-TURMAS).
           MOVE SPACES     TO MOTIVO-TUR.
           IF CODPROF-TUR IS NOT NUMERIC OR CODPROF-TUR EQUAL ZEROES
              MOVE "SEM CODIGO DE PROFESSOR" TO MOTIVO-TUR
           ELSE
              MOVE CODPROF-TUR TO CODPROF-TTU(QTD-TURMAS)
                                  CODPROF-CONSULTA
              PERFORM LOCALIZA-PROFESSOR
              IF ACHOU-PRF NOT EQUAL "S"
                 MOVE "PROFESSOR FORA DO PROFES.DAT" TO MOTIVO-TUR
              ELSE
                 MOVE IDX-P TO POS-PRF-TTU(QTD-TURMAS)
                 ADD 1 TO TURMAS-TPR(IDX-P)
                 IF PROFESSOR-TUR NOT EQUAL SPACES AND
                    PROFESSOR-TUR NOT EQUAL NOME-TPR(IDX-P)
                    MOVE "NOME DIFERENTE DO PROFES.DAT" TO MOTIVO-TUR
                 END-IF
              END-IF
           END-IF.
           IF MOTIVO-TUR NOT EQUAL SPACES
              ADD 1 TO CT-TURMAS-PEND
              MOVE CODIGO-TUR    TO TURMA-TRL
              MOVE PROFESSOR-TUR TO PROF-TRL
              MOVE CODPROF-TTU(QTD-TURMAS) TO CODPROF-TRL
              MOVE MOTIVO-TUR    TO MOTIVO-TRL
              WRITE REG-REL FROM DETALHE-TURMA AFTER ADVANCING 1 LINE
           END-IF.

       LOCALIZA-TURMA.
           MOVE "N" TO ACHOU-TUR.
           MOVE ZEROES TO IDX-T.
           SET IDX-TUR TO 1.
           SEARCH TURMA-ITEM
              AT END CONTINUE
              WHEN CODIGO-TTU(IDX-TUR) EQUAL TURMA-HOR
                 MOVE "S" TO ACHOU-TUR
                 SET IDX-T TO IDX-TUR
           END-SEARCH.

       LEITURA.
           READ HORARIO AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

       PRINCIPAL.
           MOVE SPACES TO MOTIVO-GRD TURMA-CONFLITO.
           PERFORM CRITICA-CAMPOS.
           IF MOTIVO-GRD EQUAL SPACES
              PERFORM CRITICA-CHOQUE
           END-IF.
           IF MOTIVO-GRD EQUAL SPACES
              PERFORM ACEITA-AULA
           ELSE
              PERFORM REJEITA-AULA
           END-IF.
           PERFORM LEITURA.

       CRITICA-CAMPOS.
           PERFORM LOCALIZA-TURMA.
           IF ACHOU-TUR NOT EQUAL "S"
              MOVE "TURMA FORA DO TURMAS.DAT" TO MOTIVO-GRD
           ELSE
              IF DIA-SEMANA-HOR IS NOT NUMERIC OR
                 DIA-SEMANA-HOR LESS THAN 1 OR
                 DIA-SEMANA-HOR GREATER THAN 7
                 MOVE "DIA DA SEMANA INVALIDO" TO MOTIVO-GRD
              ELSE
                 PERFORM CRITICA-HORAS
              END-IF
           END-IF.
           IF MOTIVO-GRD EQUAL SPACES AND SALA-HOR EQUAL SPACES
              MOVE "SALA NAO INFORMADA" TO MOTIVO-GRD
           END-IF.

       CRITICA-HORAS.
           IF INICIO-HOR IS NOT NUMERIC OR FIM-HOR IS NOT NUMERIC
              MOVE "HORARIO NAO NUMERICO" TO MOTIVO-GRD
           ELSE
              IF HH-INICIO-HOR GREATER THAN 23 OR
                 MM-INICIO-HOR GREATER THAN 59 OR
                 HH-FIM-HOR GREATER THAN 23 OR
                 MM-FIM-HOR GREATER THAN 59
                 MOVE "HORA INVALIDA" TO MOTIVO-GRD
              ELSE
                 IF FIM-HOR NOT GREATER THAN INICIO-HOR
                    MOVE "FIM NAO POSTERIOR AO INICIO" TO MOTIVO-GRD
                 END-IF
              END-IF
           END-IF.

      *DUAS AULAS NO MESMO DIA SE SOBREPOEM QUANDO CADA UMA COMECA
      *ANTES DE A OUTRA TERMINAR (HHMM COMPARA NA ORDEM DO RELOGIO);
      *AULA QUE COMECA NA HORA EM QUE A OUTRA TERMINA NAO CHOCA.
       CRITICA-CHOQUE.
           MOVE CODPROF-TTU(IDX-T) TO CODPROF-AULA.
           SET IDX-GRD TO 1.
           PERFORM COMPARA-AULA UNTIL IDX-GRD GREATER THAN QTD-GRADE
                   OR MOTIVO-GRD NOT EQUAL SPACES.

       COMPARA-AULA.
           IF DIA-TGR(IDX-GRD) EQUAL DIA-SEMANA-HOR AND
              INICIO-HOR LESS THAN FIM-TGR(IDX-GRD) AND
              FIM-HOR GREATER THAN INICIO-TGR(IDX-GRD)
              IF SALA-TGR(IDX-GRD) EQUAL SALA-HOR
                 MOVE "SALA JA OCUPADA NO HORARIO" TO MOTIVO-GRD
              ELSE
                 IF CODPROF-AULA NOT EQUAL ZEROES AND
                    CODPROF-TGR(IDX-GRD) EQUAL CODPROF-AULA
                    MOVE "PROFESSOR COM AULA NO HORARIO"
                         TO MOTIVO-GRD
                 ELSE
                    IF TURMA-TGR(IDX-GRD) EQUAL TURMA-HOR
                       MOVE "TURMA JA TEM AULA NO HORARIO"
                            TO MOTIVO-GRD
                    END-IF
                 END-IF
              END-IF
              IF MOTIVO-GRD NOT EQUAL SPACES
                 MOVE TURMA-TGR(IDX-GRD) TO TURMA-CONFLITO
              END-IF
           END-IF.
           SET IDX-GRD UP BY 1.

      *A AULA ACEITA ENTRA NA TABELA DE COMPARACAO E NA CARGA DO
      *PROFESSOR DA TURMA. MAIS AULAS DO QUE A TABELA COMPORTA
      *ABORTA - AS SEGUINTES NAO SERIAM COMPARADAS.
       ACEITA-AULA.
           IF QTD-GRADE NOT LESS THAN 999
              DISPLAY "EX05GRD: MAIS DE 999 AULAS ACEITAS NO HORARIO"
                      " - A TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO CT-ACEITAS.
           ADD 1 TO QTD-GRADE.
           MOVE TURMA-HOR      TO TURMA-TGR(QTD-GRADE).
           MOVE DIA-SEMANA-HOR TO DIA-TGR(QTD-GRADE).
           MOVE INICIO-HOR     TO INICIO-TGR(QTD-GRADE).
           MOVE FIM-HOR        TO FIM-TGR(QTD-GRADE).
           MOVE SALA-HOR       TO SALA-TGR(QTD-GRADE).
           MOVE CODPROF-AULA   TO CODPROF-TGR(QTD-GRADE).
           IF POS-PRF-TTU(IDX-T) EQUAL ZEROES
              ADD 1 TO CT-SEM-PROF
           ELSE
              MOVE POS-PRF-TTU(IDX-T) TO IDX-P
              COMPUTE MINUTOS-INICIO = HH-INICIO-HOR * 60 +
                                       MM-INICIO-HOR
              COMPUTE MINUTOS-FIM    = HH-FIM-HOR * 60 + MM-FIM-HOR
              COMPUTE MINUTOS-AULA   = MINUTOS-FIM - MINUTOS-INICIO
              ADD 1            TO AULAS-TPR(IDX-P)
              ADD MINUTOS-AULA TO MINUTOS-TPR(IDX-P)
           END-IF.

       REJEITA-AULA.
           ADD 1 TO CT-REJEITADAS.
           MOVE TURMA-HOR TO TURMA-RRL.
           IF DIA-SEMANA-HOR IS NUMERIC AND
              DIA-SEMANA-HOR NOT LESS THAN 1 AND
              DIA-SEMANA-HOR NOT GREATER THAN 7
              MOVE NOME-DIA(DIA-SEMANA-HOR) TO DIA-RRL
           ELSE
              MOVE "???" TO DIA-RRL
           END-IF.
           MOVE HH-INICIO-HOR  TO HH-INI-RRL.
           MOVE MM-INICIO-HOR  TO MM-INI-RRL.
           MOVE HH-FIM-HOR     TO HH-FIM-RRL.
           MOVE MM-FIM-HOR     TO MM-FIM-RRL.
           MOVE SALA-HOR       TO SALA-RRL.
           MOVE MOTIVO-GRD     TO MOTIVO-RRL.
           MOVE TURMA-CONFLITO TO CONFLITO-RRL.
           WRITE REG-REL FROM DETALHE-REJEICAO AFTER ADVANCING 1 LINE.
           MOVE SPACES         TO REG-EXCLOG.
           MOVE "EX05GRD"      TO EXCLOG-PROGRAMA.
           MOVE TURMA-HOR      TO EXCLOG-CHAVE(1:3).
           MOVE DIA-SEMANA-HOR TO EXCLOG-CHAVE(4:1).
           MOVE INICIO-HOR     TO EXCLOG-CHAVE(5:4).
           MOVE MOTIVO-GRD     TO EXCLOG-CONDICAO.
           MOVE DATA-PROCESSO  TO EXCLOG-DATA.
           ACCEPT EXCLOG-HORA FROM TIME.
           WRITE REG-EXCLOG.

      *HORAS PROGRAMADAS = MINUTOS DAS AULAS ACEITAS / 60, CONTRA A
      *CARGA SEMANAL CONTRATADA DO PROFES.
       IMPRIME-CARGA.
           WRITE REG-REL FROM CAB-CARGA AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM COLUNAS-CARGA-1 AFTER ADVANCING 1 LINE.
           SET IDX-PRF TO 1.
           PERFORM IMPRIME-PROFESSOR
                   UNTIL IDX-PRF GREATER THAN QTD-PROFS.

       IMPRIME-PROFESSOR.
           COMPUTE HORAS-PROG ROUNDED = MINUTOS-TPR(IDX-PRF) / 60.
           COMPUTE HORAS-DIFER = HORAS-PROG - HORAS-TPR(IDX-PRF).
           MOVE CODIGO-TPR(IDX-PRF) TO CODIGO-CRL.
           MOVE NOME-TPR(IDX-PRF)   TO NOME-CRL.
           MOVE TURMAS-TPR(IDX-PRF) TO TURMAS-CRL.
           MOVE AULAS-TPR(IDX-PRF)  TO AULAS-CRL.
           MOVE HORAS-PROG          TO HORAS-CRL.
           MOVE HORAS-TPR(IDX-PRF)  TO CONTR-CRL.
           MOVE HORAS-DIFER         TO DIFER-CRL.
           IF HORAS-DIFER GREATER THAN ZEROES
              MOVE "ACIMA"   TO SITUACAO-CRL
              ADD 1 TO CT-ACIMA
           ELSE
              IF HORAS-DIFER LESS THAN ZEROES
                 MOVE "ABAIXO"  TO SITUACAO-CRL
                 ADD 1 TO CT-ABAIXO
              ELSE
                 MOVE "CONFERE" TO SITUACAO-CRL
              END-IF
           END-IF.
           WRITE REG-REL FROM DETALHE-CARGA AFTER ADVANCING 1 LINE.
           SET IDX-PRF UP BY 1.

       IMPRESSAO-FINAL.
           WRITE REG-REL FROM LINHA-BRANCO AFTER ADVANCING 1 LINE.
           MOVE CT-LIDOS       TO QTD-LID-T.
           WRITE REG-REL FROM TOTAL-LID AFTER ADVANCING 1 LINE.
           MOVE CT-ACEITAS     TO QTD-ACE-T.
           WRITE REG-REL FROM TOTAL-ACE AFTER ADVANCING 1 LINE.
           MOVE CT-REJEITADAS  TO QTD-REJ-T.
           WRITE REG-REL FROM TOTAL-REJ AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-PROF    TO QTD-SPR-T.
           WRITE REG-REL FROM TOTAL-SPR AFTER ADVANCING 1 LINE.
           MOVE CT-TURMAS-PEND TO QTD-PEN-T.
           WRITE REG-REL FROM TOTAL-PEN AFTER ADVANCING 1 LINE.
           MOVE CT-ACIMA       TO QTD-ACI-T.
           WRITE REG-REL FROM TOTAL-ACI AFTER ADVANCING 1 LINE.
           MOVE CT-ABAIXO      TO QTD-ABX-T.
           WRITE REG-REL FROM TOTAL-ABX AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE RELGRD EXCLOG.
           IF CT-PRF-DUPLIC GREATER THAN ZEROES
              DISPLAY "EX05GRD: " CT-PRF-DUPLIC " CODIGO(S) REPETIDO(S)"
                      " NO PROFES.DAT - VALEU A PRIMEIRA LINHA."
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF CT-TURMAS-PEND GREATER THAN ZEROES
              DISPLAY "EX05GRD: " CT-TURMAS-PEND " TURMA(S) COM "
                      "PROFESSOR A ACERTAR NO TURMAS.DAT - VER "
                      "RELGRD.txt."
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF CT-REJEITADAS GREATER THAN ZEROES
              DISPLAY "EX05GRD: " CT-REJEITADAS " AULA(S) REJEITADA(S)"
                      " NA GRADE HORARIA - VER RELGRD.txt."
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM GRAVA-JOBLOG-FIM.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX05GRD " TO JOBLOG-JOB.
           MOVE "INI "     TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE ZEROES     TO JOBLOG-LIDOS JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       GRAVA-JOBLOG-FIM.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES       TO REG-JOBLOG.
           MOVE "EX05GRD "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-ACEITAS   TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
