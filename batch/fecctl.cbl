       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECCTL.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    CONTROLE DO FECHAMENTO DO MES, USADO PELO
      *            FECHMES.BAT E PELO NOTURNO.BAT. A COMPETENCIA A
      *            FECHAR E O MES ANTERIOR AO DA DATA DE
      *            PROCESSAMENTO (O FECHAMENTO RODA NA VIRADA: O
      *            EX01LED E O EX05BIL LANCAM A COMPETENCIA NOVA E O
      *            EX01MES FECHA A QUE TERMINOU), E O DIA PREVISTO E
      *            O PRIMEIRO DIA UTIL DO MES DA DATA DE
      *            PROCESSAMENTO PELO CALENDARIO (CALEND.DAT - VER
      *            CALENDFD). RECEBE PELO ACCEPT A OPCAO E, NA OPCAO
      *            "P", O NOME DO PASSO:
      *              V - CONFERENCIA ANTES DO FECHAMENTO:
      *                  RETURN-CODE 0  = DIA PREVISTO, PODE FECHAR;
      *                  RETURN-CODE 4  = DEPOIS DO DIA PREVISTO
      *                                   (FECHAMENTO ATRASADO, SO
      *                                   AVISO);
      *                  RETURN-CODE 8  = ANTES DO DIA PREVISTO;
      *                  RETURN-CODE 12 = COMPETENCIA JA FECHADA.
      *              G - GRAVA A COMPETENCIA COMO FECHADA NO
      *                  CTLFECH.DAT (VER CTLFECFD). COMPETENCIA JA
      *                  FECHADA DA RETURN-CODE 12.
      *              N - CONFERENCIA DA NOITE: A PARTIR DO PRIMEIRO
      *                  DIA UTIL DO MES, O MES ANTERIOR TEM DE
      *                  CONSTAR COMO FECHADO. SE NAO CONSTA, AVISA,
      *                  GRAVA NO EXCLOG E DA RETURN-CODE 4. SEM O
      *                  CTLFECH.DAT (CONTROLE AINDA NAO IMPLANTADO)
      *                  NAO HA O QUE CONFERIR.
      *              P - MARCA O PASSO INFORMADO COMO CONCLUIDO: GRAVA
      *                  NO JOBLOG DO DIRETORIO CORRENTE UM "FIM " COM
      *                  O NOME DO PASSO E A DATA DE PROCESSAMENTO,
      *                  QUE O NOTCHK RECONHECE NA RETOMADA. USADO NOS
      *                  PASSOS DO FECHAMENTO QUE NAO SAO UM PROGRAMA
      *                  SO (CICLO EXTRATO/ATUALIZACAO/TROCA/RECARGA
      *                  DO CADSOC1) OU CUJO PROGRAMA NAO GRAVA
      *                  JOBLOG (EXTRATO EM MASSA DO EX02STM).
      *            OPCAO INVALIDA DA RETURN-CODE 16. AS OPCOES V, G E
      *            N RODAM NO DIRETORIO DA SEQUENCIA BATCH (DATAPROC,
      *            CALEND E CTLFECH); A OPCAO P, NO DIRETORIO DO
      *            PASSO.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CTLFECSL.

           COPY CALENDSL.

           COPY JOBLOGSL.

           COPY EXCLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY CTLFECFD.

       COPY CALENDFD.

       COPY JOBLOGFD.

       COPY EXCLOGFD.

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY CTLFECWS.
       COPY CALENDWS.
       COPY JOBLOGWS.
       COPY EXCLOGWS.
       77  ANO-FEC        PIC 9(04) VALUE ZEROES.
       77  MES-FEC        PIC 9(02) VALUE ZEROES.
       77  PRIM-UTIL      PIC 9(08) VALUE ZEROES.

       01  PARAM-FEC.
           02 OPCAO-FEC   PIC X(01).
              88 OPCAO-CONFERE-INICIO VALUE "V".
              88 OPCAO-GRAVA          VALUE "G".
              88 OPCAO-CONFERE-NOITE  VALUE "N".
              88 OPCAO-MARCA-PASSO    VALUE "P".
           02 FILLER      PIC X(01).
           02 PASSO-FEC   PIC X(08).

       01  COMPET-EXC.
           02 COMPET-EXC-9 PIC 9(06).
           02 FILLER       PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           DISPLAY "OPCAO (V/G/N, OU P SEGUIDO DO NOME DO PASSO): ".
           MOVE SPACES TO PARAM-FEC.
           ACCEPT PARAM-FEC.
           PERFORM OBTEM-DATA-PROCESSO.
           PERFORM APURA-COMPETENCIA.
           EVALUATE TRUE
              WHEN OPCAO-CONFERE-INICIO
                 PERFORM CONFERE-INICIO
              WHEN OPCAO-GRAVA
                 PERFORM GRAVA-FECHAMENTO
              WHEN OPCAO-CONFERE-NOITE
                 PERFORM CONFERE-NOITE
              WHEN OPCAO-MARCA-PASSO
                 PERFORM MARCA-PASSO
              WHEN OTHER
                 DISPLAY "FECCTL: OPCAO INVALIDA - " OPCAO-FEC
                 MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *COMPETENCIA A FECHAR = MES ANTERIOR AO DA DATA DE
      *PROCESSAMENTO; DIA PREVISTO = PRIMEIRO DIA UTIL DO MES DA
      *DATA DE PROCESSAMENTO. SEM O CALEND.DAT TODO DIA E UTIL E O
      *DIA PREVISTO E O DIA 1.
       APURA-COMPETENCIA.
           MOVE DATA-PROCESSO(1:4) TO ANO-FEC.
           MOVE DATA-PROCESSO(5:2) TO MES-FEC.
           IF MES-FEC EQUAL 01
              SUBTRACT 1 FROM ANO-FEC
              MOVE 12 TO MES-FEC
           ELSE
              SUBTRACT 1 FROM MES-FEC
           END-IF.
           MOVE ANO-FEC TO COMPET-FECHAR(1:4).
           MOVE MES-FEC TO COMPET-FECHAR(5:2).
           PERFORM CARREGA-CALENDARIO.
           MOVE DATA-PROCESSO(1:6) TO DATA-UTIL-CAL(1:6).
           MOVE "01"               TO DATA-UTIL-CAL(7:2).
           PERFORM PROXIMO-DIA-UTIL.
           MOVE DATA-UTIL-CAL TO PRIM-UTIL.

       CONFERE-INICIO.
           PERFORM CONSULTA-COMPET-FECHADA.
           IF COMPET-FECHADA EQUAL "S"
              DISPLAY "FECCTL: COMPETENCIA " COMPET-FECHAR
                      " JA FECHADA (PROCESSAMENTO DE "
                      DATA-FECHAMENTO "). FECHAMENTO RECUSADO."
              MOVE 12 TO RETURN-CODE
           ELSE
              IF DATA-PROCESSO LESS THAN PRIM-UTIL
                 DISPLAY "FECCTL: O FECHAMENTO DA COMPETENCIA "
                         COMPET-FECHAR " SO PODE RODAR A PARTIR DE "
                         PRIM-UTIL " (PRIMEIRO DIA UTIL DO MES). "
                         "DATA DE PROCESSAMENTO " DATA-PROCESSO "."
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF DATA-PROCESSO GREATER THAN PRIM-UTIL
                    DISPLAY "FECCTL: AVISO - FECHAMENTO DA "
                            "COMPETENCIA " COMPET-FECHAR
                            " ATRASADO: O DIA PREVISTO ERA "
                            PRIM-UTIL "."
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    DISPLAY "FECCTL: COMPETENCIA " COMPET-FECHAR
                            " LIBERADA PARA FECHAMENTO EM "
                            DATA-PROCESSO "."
                 END-IF
              END-IF
           END-IF.

       GRAVA-FECHAMENTO.
           PERFORM CONSULTA-COMPET-FECHADA.
           IF COMPET-FECHADA EQUAL "S"
              DISPLAY "FECCTL: COMPETENCIA " COMPET-FECHAR
                      " JA CONSTAVA COMO FECHADA (PROCESSAMENTO DE "
                      DATA-FECHAMENTO ")."
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE DATA-PROCESSO TO DATA-PROC-FECHAR
              MOVE PRIM-UTIL     TO PRIM-UTIL-FECHAR
              PERFORM MARCA-COMPET-FECHADA
              DISPLAY "FECCTL: COMPETENCIA " COMPET-FECHAR
                      " REGISTRADA COMO FECHADA."
           END-IF.

       CONFERE-NOITE.
           IF DATA-PROCESSO LESS THAN PRIM-UTIL
              DISPLAY "FECCTL: FECHAMENTO DA COMPETENCIA "
                      COMPET-FECHAR " PREVISTO PARA " PRIM-UTIL
                      " - NADA A CONFERIR AINDA."
           ELSE
              PERFORM CONSULTA-COMPET-FECHADA
              IF CTLFEC-LIDO EQUAL "N"
                 DISPLAY "FECCTL: CTLFECH.DAT AUSENTE - NENHUM "
                         "FECHAMENTO REGISTRADO AINDA."
              ELSE
                 IF COMPET-FECHADA EQUAL "S"
                    DISPLAY "FECCTL: COMPETENCIA " COMPET-FECHAR
                            " FECHADA EM " DATA-FECHAMENTO "."
                 ELSE
                    DISPLAY "FECCTL: AVISO - COMPETENCIA "
                            COMPET-FECHAR " AINDA NAO FECHADA (DIA "
                            "PREVISTO " PRIM-UTIL "). RODAR O "
                            "FECHMES.BAT."
                    PERFORM GRAVA-EXCLOG
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       GRAVA-EXCLOG.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG NOT EQUAL "00"
              OPEN OUTPUT EXCLOG
           END-IF.
           MOVE COMPET-FECHAR TO COMPET-EXC-9.
           MOVE SPACES        TO REG-EXCLOG.
           MOVE "FECCTL"      TO EXCLOG-PROGRAMA.
           MOVE COMPET-EXC    TO EXCLOG-CHAVE.
           MOVE "MES ANTERIOR NAO FECHADO" TO EXCLOG-CONDICAO.
           MOVE DATA-PROCESSO TO EXCLOG-DATA.
           ACCEPT EXCLOG-HORA FROM TIME.
           WRITE REG-EXCLOG.
           CLOSE EXCLOG.

       MARCA-PASSO.
           IF PASSO-FEC EQUAL SPACES
              DISPLAY "FECCTL: INFORME O NOME DO PASSO DEPOIS DA "
                      "OPCAO P."
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN EXTEND JOBLOG
              IF FS-JOBLOG NOT EQUAL "00"
                 OPEN OUTPUT JOBLOG
              END-IF
              MOVE SPACES        TO REG-JOBLOG
              MOVE PASSO-FEC     TO JOBLOG-JOB
              MOVE "FIM "        TO JOBLOG-EVENTO
              MOVE DATA-PROCESSO TO JOBLOG-DATA
              ACCEPT JOBLOG-HORA FROM TIME
              MOVE ZEROES        TO JOBLOG-LIDOS
              MOVE ZEROES        TO JOBLOG-GRAVADOS
              WRITE REG-JOBLOG
              CLOSE JOBLOG
              DISPLAY "FECCTL: PASSO " PASSO-FEC " MARCADO COMO "
                      "CONCLUIDO EM " DATA-PROCESSO "."
           END-IF.

       COPY CTLFECPD.

       COPY CALENDPD.

       COPY DATPRCPD.
