       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX05RVA.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    APLICACAO DOS RECURSOS DE NOTA DEFERIDOS. O
      *            EX05REV PROTOCOLA E DECIDE OS RECURSOS (REVNOT.DAT
      *            - VER REVNOTFD) MAS NAO MEXE EM NOTA; ESTA RODADA:
      *            - CARREGA OS RECURSOS DEFERIDOS (SITUACAO D);
      *            - REGRAVA O ARQNOT (ARQNOT -> ARQNOTN -> ARQNOT) E
      *              O ARQALU (ARQALU -> ARQALUR -> ARQALU) TROCANDO A
      *              NOTA DO RECURSO NO REGISTRO DA MESMA MATRICULA E
      *              TURMA. CADA TROCA GERA UM REGISTRO NO JORNAL
      *              JRNNOT COM O DECISOR DO RECURSO COMO OPERADOR E
      *              AS IMAGENS ANTES/DEPOIS (OPERACAO RECUR-NOT OU
      *              RECUR-ALU);
      *            - RECALCULA A SITUACAO DO ALUNO (MESMAS REGRAS DO
      *              EX05ATA) ANTES E DEPOIS DA TROCA E LISTA EM
      *              RELRVA OS QUE MUDARAM DE SITUACAO - A ATA DA
      *              TURMA PRECISA SER REEMITIDA, E SE O ALUNO JA TEM
      *              RESULTADO DE DEPENDENCIA NO ARQFIN ELE TAMBEM
      *              PRECISA SER REVISTO;
      *            - MARCA NO REVNOT OS RECURSOS APLICADOS (SITUACAO
      *              A, DATA DA APLICACAO E A NOTA REALMENTE
      *              SUBSTITUIDA). DEFERIDO SEM MATRICULA/TURMA NO
      *              ARQNOT NEM NO ARQALU CONTINUA D, SAI NO RELRVA E
      *              NO EXCLOG E A RODADA TERMINA COM RETURN-CODE 4.
      *            COM A TELA DE RECURSOS (TRVREV.DAT) OU A DIGITACAO
      *            DE NOTAS (TRVDIG.DAT) EM USO A RODADA ABORTA COM
      *            RETURN-CODE 16.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY REVNOTSL.

           SELECT REVNOTN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       COPY ARQNOTSL.

           SELECT ARQNOTN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       COPY ARQALUSL.

           SELECT ARQALUR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQFIN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQFIN.

       COPY JRNNOTSL.

       COPY TRAVASL.

           SELECT RELRVA ASSIGN TO DISK.

       COPY EXCLOGSL.

       COPY JOBLOGSL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY JOBLOGFD.

       COPY EXCLOGFD.

       COPY REVNOTFD.

       FD  REVNOTN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REVNOTN.DAT".
       01  REG-REVNOTN      PIC X(175).

       COPY ARQNOTFD.

       FD  ARQNOTN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQNOTN.DAT".
       01  REG-ARQNOTN      PIC X(24).

       COPY ARQALUFD.

       FD  ARQALUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQALUR.DAT".
       01  REG-ARQALUR      PIC X(66).

       FD  ARQFIN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQFIN.DAT".
       01  REG-FIN.
           02 MATRICULA-FIN   PIC 9(07).
           02 NOME-FIN        PIC X(30).
           02 TURMA-FIN       PIC X(03).
           02 MEDIA-FIN       PIC 9(02)V9(02).
           02 SITUACAO-FIN    PIC X(09).

       COPY JRNNOTFD.

       COPY TRAVAFD.

       FD  RELRVA
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELRVA.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY EXCLOGWS.
       COPY REVNOTWS.
       COPY ARQNOTWS.
       COPY ARQALUWS.
       COPY JRNNOTWS.
       COPY TRAVAWS.
       77  FS-ARQFIN        PIC X(02) VALUE "00".
       77  FIM-ARQ          PIC X(03) VALUE "NAO".
       77  FIM-FIN          PIC X(03) VALUE "NAO".
       77  CT-LIDOS         PIC 9(05) VALUE ZEROES.
       77  CT-DEFERIDOS     PIC 9(05) VALUE ZEROES.
       77  CT-APLICADOS     PIC 9(05) VALUE ZEROES.
       77  CT-NAO-ACHADOS   PIC 9(05) VALUE ZEROES.
       77  CT-TROCAS        PIC 9(05) VALUE ZEROES.
       77  CT-MUDANCAS      PIC 9(05) VALUE ZEROES.
       77  QTD-REC          PIC 9(03) VALUE ZEROES.
       77  REC-DEMAIS       PIC X(01) VALUE "N".
       77  QTD-FINS         PIC 9(04) VALUE ZEROES.
       77  FINS-DEMAIS      PIC X(01) VALUE "N".
       77  QTD-MUD          PIC 9(03) VALUE ZEROES.
       77  MUD-DEMAIS       PIC X(01) VALUE "N".
       77  IDX-R            PIC 9(03) VALUE ZEROES.
       77  IDX-M            PIC 9(03) VALUE ZEROES.
       77  TROCOU           PIC X(01) VALUE "N".
       77  ARQUIVO-TROCA    PIC X(03) VALUE SPACES.
       77  MATRICULA-MUD    PIC 9(07) VALUE ZEROES.
       77  TURMA-MUD        PIC X(03) VALUE SPACES.
       77  NOME-MUD         PIC X(30) VALUE SPACES.
       77  NOTA-MINIMA      PIC 9(01)V9(02) VALUE 7,00.
       77  NOTA-DEPENDENCIA PIC 9(01)V9(02) VALUE 5,00.
       77  FALTAS-MAXIMAS   PIC 9(02) VALUE 16.
       77  TEMP-SOMA        PIC 9(04)V9(04) VALUE ZEROES.
       77  MEDIA-CAL        PIC 9(02)V9(02) VALUE ZEROES.
       77  NOTA1-CAL        PIC 9(02)V9(02) VALUE ZEROES.
       77  NOTA2-CAL        PIC 9(02)V9(02) VALUE ZEROES.
       77  NOTA3-CAL        PIC 9(02)V9(02) VALUE ZEROES.
       77  FALTAS-CAL       PIC 9(02) VALUE ZEROES.
       77  SITUACAO-CAL     PIC X(11) VALUE SPACES.
       77  SITUACAO-ANTES   PIC X(11) VALUE SPACES.
       77  NOTA-TROCADA     PIC 9(02)V9(02) VALUE ZEROES.
       77  OPERACAO-JRN     PIC X(09) VALUE SPACES.
       77  OPERADOR-JRN     PIC X(08) VALUE SPACES.
       77  IMAGEM-ANTES     PIC X(24) VALUE SPACES.
       77  IMAGEM-DEPOIS    PIC X(24) VALUE SPACES.
       77  MOTIVO-RVA       PIC X(30) VALUE SPACES.

      *IMAGEM NO LAYOUT DO ARQNOT PARA O JORNAL DAS TROCAS NO ARQALU.
       01  IMAGEM-ALU.
           02 MATRICULA-IMG   PIC 9(07).
           02 TURMA-IMG       PIC X(03).
           02 NOTA1-IMG       PIC 9(02)V9(02).
           02 NOTA2-IMG       PIC 9(02)V9(02).
           02 NOTA3-IMG       PIC 9(02)V9(02).
           02 FALTAS-IMG      PIC 9(02).

      *RECURSOS DEFERIDOS A APLICAR, COM A NOTA QUE CADA UM
      *SUBSTITUIU E EM QUAL ARQUIVO FOI APLICADO.
       01  TAB-RECURSOS.
           02 RECURSO-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-REC
                 INDEXED BY IDX-REC.
              03 NUMERO-TRC     PIC 9(05).
              03 MATRICULA-TRC  PIC 9(07).
              03 TURMA-TRC      PIC X(03).
              03 QUAL-NOTA-TRC  PIC 9(01).
              03 NOTA-PED-TRC   PIC 9(02)V9(02).
              03 NOTA-NOVA-TRC  PIC 9(02)V9(02).
              03 DECISOR-TRC    PIC X(08).
              03 NOTA-ANT-TRC   PIC 9(02)V9(02).
              03 APL-NOT-TRC    PIC X(01).
              03 APL-ALU-TRC    PIC X(01).

      *MATRICULAS COM RESULTADO DE DEPENDENCIA NO ARQFIN.
       01  TAB-FINAIS.
           02 FINAL-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-FINS
                 INDEXED BY IDX-FIN.
              03 MATRICULA-FIN-TAB PIC 9(07).

      *ALUNOS CUJA SITUACAO MUDOU COM OS RECURSOS APLICADOS.
       01  TAB-MUDANCAS.
           02 MUDANCA-ITEM OCCURS 500 TIMES
                 DEPENDING ON QTD-MUD
                 INDEXED BY IDX-MUD.
              03 MATRICULA-TMU  PIC 9(07).
              03 NOME-TMU       PIC X(30).
              03 TURMA-TMU      PIC X(03).
              03 ARQUIVO-TMU    PIC X(03).
              03 SIT-ANT-TMU    PIC X(11).
              03 SIT-NOV-TMU    PIC X(11).

       01 CAB-01.
           02 FILLER       PIC X(42) VALUE
              "APLICACAO DOS RECURSOS DE NOTA DEFERIDOS -".
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DIA-CAB      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-CAB      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-CAB      PIC 9999.
           02 FILLER       PIC X(27) VALUE SPACES.

       01 CAB-APLICADOS.
           02 FILLER       PIC X(80) VALUE
              "RECURSOS APLICADOS (ARQNOT/ARQALU E JORNAL JRNNOT)".

       01 COLUNAS-APLICADOS.
           02 FILLER       PIC X(40) VALUE
              "  NUM.   MATRIC.  TUR N  PEDIDO  SUBST. ".
           02 FILLER       PIC X(40) VALUE
              "   NOVA  NOT ALU  DECISOR".

       01 DETALHE-APLICADO.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NUMERO-ARL   PIC 9(05).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MATRIC-ARL   PIC 9(07).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 TURMA-ARL    PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 QUAL-ARL     PIC 9(01).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 PEDIDO-ARL   PIC Z9,99.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 SUBST-ARL    PIC Z9,99.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 NOVA-ARL     PIC Z9,99.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 NOT-ARL      PIC X(01).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 ALU-ARL      PIC X(01).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 DECISOR-ARL  PIC X(08).
           02 FILLER       PIC X(13) VALUE SPACES.

       01 CAB-NAO-ACHADOS.
           02 FILLER       PIC X(80) VALUE
              "RECURSOS DEFERIDOS SEM MATRICULA/TURMA NO ARQNOT/ARQALU".

       01 COLUNAS-NAO-ACHADOS.
           02 FILLER       PIC X(40) VALUE
              "  NUM.   MATRIC.  TUR N  DECISOR".
           02 FILLER       PIC X(40) VALUE SPACES.

       01 DETALHE-NAO-ACHADO.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NUMERO-NRL   PIC 9(05).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MATRIC-NRL   PIC 9(07).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 TURMA-NRL    PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 QUAL-NRL     PIC 9(01).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DECISOR-NRL  PIC X(08).
           02 FILLER       PIC X(47) VALUE SPACES.

       01 CAB-MUDANCAS.
           02 FILLER       PIC X(80) VALUE
              "ALUNOS COM SITUACAO ALTERADA - REEMITIR A ATA DA TURMA".

       01 COLUNAS-MUDANCAS.
           02 FILLER       PIC X(41) VALUE
              "  MATRIC. NOME".
           02 FILLER       PIC X(39) VALUE
              "TUR ARQ ANTES       DEPOIS      ARQFIN".

       01 DETALHE-MUDANCA.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MATRIC-MRL   PIC 9(07).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-MRL     PIC X(30).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 TURMA-MRL    PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 ARQUIVO-MRL  PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 ANTES-MRL    PIC X(11).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DEPOIS-MRL   PIC X(11).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 FINAL-MRL    PIC X(07).

       01 LINHA-BRANCO.
           02 FILLER    PIC X(80) VALUE SPACES.

       01 TOTAL-LID.
           02 FILLER    PIC X(29) VALUE "Recursos lidos no REVNOT...: ".
           02 QTD-LID-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-DEF.
           02 FILLER    PIC X(29) VALUE "Deferidos a aplicar........: ".
           02 QTD-DEF-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-APL.
           02 FILLER    PIC X(29) VALUE "Recursos aplicados.........: ".
           02 QTD-APL-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-NAC.
           02 FILLER    PIC X(29) VALUE "Deferidos nao encontrados..: ".
           02 QTD-NAC-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-TRC.
           02 FILLER    PIC X(29) VALUE "Notas trocadas (jornal)....: ".
           02 QTD-TRC-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TOTAL-MUD.
           02 FILLER    PIC X(29) VALUE "Situacoes alteradas........: ".
           02 QTD-MUD-T PIC ZZZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM CARREGA-RECURSOS.
           PERFORM CARREGA-FINAIS.
           IF QTD-REC GREATER THAN ZEROES
              PERFORM APLICA-ARQNOT
              PERFORM APLICA-ARQALU
              PERFORM REGRAVA-REVNOT
           END-IF.
           PERFORM IMPRIME-APLICADOS.
           PERFORM IMPRIME-NAO-ACHADOS.
           PERFORM IMPRIME-MUDANCAS.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

      *NOTA TROCADA COM A TELA DE RECURSOS OU A DIGITACAO ABERTA
      *SERIA PERDIDA NA REGRAVACAO DE UM LADO OU DO OUTRO.
       INICIO.
           MOVE "TRVREV.DAT" TO NOME-TRAVA-SES.
           PERFORM CONFERE-TRAVA.
           MOVE "TRVDIG.DAT" TO NOME-TRAVA-SES.
           PERFORM CONFERE-TRAVA.
           DISPLAY "MEDIA MINIMA PARA APROVACAO (EX: 7,00)....: ".
           ACCEPT NOTA-MINIMA.
           IF NOTA-MINIMA EQUAL ZEROES
              MOVE 7,00 TO NOTA-MINIMA.
           DISPLAY "LIMITE DE FALTAS (REPROVACAO).............: ".
           ACCEPT FALTAS-MAXIMAS.
           IF FALTAS-MAXIMAS EQUAL ZEROES
              MOVE 16 TO FALTAS-MAXIMAS.
           OPEN OUTPUT RELRVA.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG NOT EQUAL "00"
              OPEN OUTPUT EXCLOG
           END-IF.
           OPEN EXTEND JRNNOT.
           IF FS-JRNNOT NOT EQUAL "00"
              OPEN OUTPUT JRNNOT
           END-IF.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO(7:2) TO DIA-CAB.
           MOVE DATA-PROCESSO(5:2) TO MES-CAB.
           MOVE DATA-PROCESSO(1:4) TO ANO-CAB.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           PERFORM GRAVA-JOBLOG-INICIO.

       CONFERE-TRAVA.
           OPEN INPUT TRAVASES.
           IF FS-TRAVASES EQUAL "00"
              READ TRAVASES
                 AT END MOVE SPACES TO SITUACAO-TRVS
              END-READ
              CLOSE TRAVASES
              IF SITUACAO-TRVS EQUAL "OCUPADO "
                 DISPLAY "EX05RVA: " NOME-TRAVA-SES " OCUPADO POR "
                         OPERADOR-TRVS " - FECHE A TELA E RODE DE "
                         "NOVO."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *SO OS DEFERIDOS INTERESSAM; MAIS DO QUE A TABELA COMPORTA
      *ABORTA ANTES DE MEXER EM QUALQUER ARQUIVO.
       CARREGA-RECURSOS.
           OPEN INPUT REVNOT.
           IF FS-REVNOT NOT EQUAL "00"
              DISPLAY "EX05RVA: REVNOT.DAT AUSENTE - NENHUM RECURSO "
                      "A APLICAR."
           ELSE
              PERFORM LER-REVNOT UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE REVNOT
           END-IF.
           IF REC-DEMAIS EQUAL "S"
              DISPLAY "EX05RVA: MAIS DE 500 RECURSOS DEFERIDOS - A "
                      "TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-REVNOT.
           READ REVNOT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
              IF SITUACAO-REV EQUAL "D"
                 PERFORM GUARDA-RECURSO
              END-IF
           END-IF.

       GUARDA-RECURSO.
           IF QTD-REC LESS THAN 500
              ADD 1 TO QTD-REC CT-DEFERIDOS
              MOVE NUMERO-REV     TO NUMERO-TRC(QTD-REC)
              MOVE MATRICULA-REV  TO MATRICULA-TRC(QTD-REC)
              MOVE TURMA-REV      TO TURMA-TRC(QTD-REC)
              MOVE QUAL-NOTA-REV  TO QUAL-NOTA-TRC(QTD-REC)
              MOVE NOTA-ATUAL-REV TO NOTA-PED-TRC(QTD-REC)
                                     NOTA-ANT-TRC(QTD-REC)
              MOVE NOTA-NOVA-REV  TO NOTA-NOVA-TRC(QTD-REC)
              MOVE DECISOR-REV    TO DECISOR-TRC(QTD-REC)
              MOVE "N"            TO APL-NOT-TRC(QTD-REC)
                                     APL-ALU-TRC(QTD-REC)
           ELSE
              MOVE "S" TO REC-DEMAIS
           END-IF.

       CARREGA-FINAIS.
           OPEN INPUT ARQFIN.
           IF FS-ARQFIN EQUAL "00"
              PERFORM LER-ARQFIN UNTIL FIM-FIN EQUAL "SIM"
              CLOSE ARQFIN
           END-IF.
           IF FINS-DEMAIS EQUAL "S"
              DISPLAY "EX05RVA: MAIS DE 2000 RESULTADOS EM ARQFIN - "
                      "A TABELA NAO COMPORTA. RODADA ABORTADA."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-ARQFIN.
           READ ARQFIN AT END MOVE "SIM" TO FIM-FIN.
           IF FIM-FIN NOT EQUAL "SIM"
              IF QTD-FINS LESS THAN 2000
                 ADD 1 TO QTD-FINS
                 MOVE MATRICULA-FIN TO MATRICULA-FIN-TAB(QTD-FINS)
              ELSE
                 MOVE "S" TO FINS-DEMAIS
              END-IF
           END-IF.

      *ARQNOT: COPIA-E-SUBSTITUI, TROCANDO AS NOTAS DOS RECURSOS DA
      *MESMA MATRICULA E TURMA.
       APLICA-ARQNOT.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQNOT.
           IF FS-ARQNOT EQUAL "00"
              OPEN OUTPUT ARQNOTN
              PERFORM COPIA-OU-APLICA-NOT UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQNOT ARQNOTN
              PERFORM SUBSTITUI-ARQNOT
           END-IF.

       COPIA-OU-APLICA-NOT.
           READ ARQNOT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              MOVE "N" TO TROCOU
              MOVE NOTA1-NOT  TO NOTA1-CAL
              MOVE NOTA2-NOT  TO NOTA2-CAL
              MOVE NOTA3-NOT  TO NOTA3-CAL
              MOVE FALTAS-NOT TO FALTAS-CAL
              PERFORM CALCULA-SITUACAO
              MOVE SITUACAO-CAL TO SITUACAO-ANTES
              PERFORM CONFERE-RECURSO-NOT VARYING IDX-R FROM 1 BY 1
                 UNTIL IDX-R GREATER THAN QTD-REC
              IF TROCOU EQUAL "S"
                 MOVE NOTA1-NOT  TO NOTA1-CAL
                 MOVE NOTA2-NOT  TO NOTA2-CAL
                 MOVE NOTA3-NOT  TO NOTA3-CAL
                 MOVE FALTAS-NOT TO FALTAS-CAL
                 PERFORM CALCULA-SITUACAO
                 MOVE "NOT" TO ARQUIVO-TROCA
                 MOVE MATRICULA-NOT TO MATRICULA-MUD
                 MOVE TURMA-NOT     TO TURMA-MUD
                 MOVE SPACES        TO NOME-MUD
                 PERFORM GUARDA-MUDANCA
              END-IF
              WRITE REG-ARQNOTN FROM REG-NOT
           END-IF.

       CONFERE-RECURSO-NOT.
           IF MATRICULA-TRC(IDX-R) EQUAL MATRICULA-NOT AND
              TURMA-TRC(IDX-R) EQUAL TURMA-NOT
              MOVE REG-NOT TO IMAGEM-ANTES
              EVALUATE QUAL-NOTA-TRC(IDX-R)
                  WHEN 1
                     MOVE NOTA1-NOT TO NOTA-TROCADA
                     MOVE NOTA-NOVA-TRC(IDX-R) TO NOTA1-NOT
                  WHEN 2
                     MOVE NOTA2-NOT TO NOTA-TROCADA
                     MOVE NOTA-NOVA-TRC(IDX-R) TO NOTA2-NOT
                  WHEN 3
                     MOVE NOTA3-NOT TO NOTA-TROCADA
                     MOVE NOTA-NOVA-TRC(IDX-R) TO NOTA3-NOT
              END-EVALUATE
              MOVE NOTA-TROCADA TO NOTA-ANT-TRC(IDX-R)
              MOVE "S" TO APL-NOT-TRC(IDX-R) TROCOU
              MOVE REG-NOT TO IMAGEM-DEPOIS
              MOVE "RECUR-NOT" TO OPERACAO-JRN
              MOVE DECISOR-TRC(IDX-R) TO OPERADOR-JRN
              PERFORM GRAVA-JRNNOT
           END-IF.

       SUBSTITUI-ARQNOT.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  ARQNOTN
                OUTPUT ARQNOT.
           PERFORM COPIA-ARQNOTN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ARQNOTN ARQNOT.

       COPIA-ARQNOTN.
           READ ARQNOTN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-NOT FROM REG-ARQNOTN
           END-IF.

      *ARQALU: MESMO TRATAMENTO, SO NO ALUNO MATRICULADO NA TURMA DO
      *RECURSO. O NOME DO ARQALU COMPLETA AS MUDANCAS DO ARQNOT.
       APLICA-ARQALU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQALU.
           IF FS-ARQALU EQUAL "00"
              OPEN OUTPUT ARQALUR
              PERFORM COPIA-OU-APLICA-ALU UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQALU ARQALUR
              PERFORM SUBSTITUI-ARQALU
           END-IF.

       COPIA-OU-APLICA-ALU.
           READ ARQALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              PERFORM COMPLETA-NOME VARYING IDX-M FROM 1 BY 1
                 UNTIL IDX-M GREATER THAN QTD-MUD
              MOVE "N" TO TROCOU
              MOVE NOTA1-ALU  TO NOTA1-CAL
              MOVE NOTA2-ALU  TO NOTA2-CAL
              MOVE NOTA3-ALU  TO NOTA3-CAL
              MOVE FALTAS-ALU TO FALTAS-CAL
              PERFORM CALCULA-SITUACAO
              MOVE SITUACAO-CAL TO SITUACAO-ANTES
              PERFORM CONFERE-RECURSO-ALU VARYING IDX-R FROM 1 BY 1
                 UNTIL IDX-R GREATER THAN QTD-REC
              IF TROCOU EQUAL "S"
                 MOVE NOTA1-ALU  TO NOTA1-CAL
                 MOVE NOTA2-ALU  TO NOTA2-CAL
                 MOVE NOTA3-ALU  TO NOTA3-CAL
                 MOVE FALTAS-ALU TO FALTAS-CAL
                 PERFORM CALCULA-SITUACAO
                 MOVE "ALU" TO ARQUIVO-TROCA
                 MOVE MATRICULA-ALU TO MATRICULA-MUD
                 MOVE TURMA-ALU     TO TURMA-MUD
                 MOVE NOME-ALU      TO NOME-MUD
                 PERFORM GUARDA-MUDANCA
              END-IF
              WRITE REG-ARQALUR FROM REG-ALU
           END-IF.

       COMPLETA-NOME.
           IF MATRICULA-TMU(IDX-M) EQUAL MATRICULA-ALU
              MOVE NOME-ALU TO NOME-TMU(IDX-M)
           END-IF.

       CONFERE-RECURSO-ALU.
           IF MATRICULA-TRC(IDX-R) EQUAL MATRICULA-ALU AND
              TURMA-TRC(IDX-R) EQUAL TURMA-ALU
              PERFORM MONTA-IMAGEM-ALU
              MOVE IMAGEM-ALU TO IMAGEM-ANTES
              EVALUATE QUAL-NOTA-TRC(IDX-R)
                  WHEN 1
                     MOVE NOTA1-ALU TO NOTA-TROCADA
                     MOVE NOTA-NOVA-TRC(IDX-R) TO NOTA1-ALU
                  WHEN 2
                     MOVE NOTA2-ALU TO NOTA-TROCADA
                     MOVE NOTA-NOVA-TRC(IDX-R) TO NOTA2-ALU
                  WHEN 3
                     MOVE NOTA3-ALU TO NOTA-TROCADA
                     MOVE NOTA-NOVA-TRC(IDX-R) TO NOTA3-ALU
              END-EVALUATE
              IF APL-NOT-TRC(IDX-R) NOT EQUAL "S"
                 MOVE NOTA-TROCADA TO NOTA-ANT-TRC(IDX-R)
              END-IF
              MOVE "S" TO APL-ALU-TRC(IDX-R) TROCOU
              PERFORM MONTA-IMAGEM-ALU
              MOVE IMAGEM-ALU TO IMAGEM-DEPOIS
              MOVE "RECUR-ALU" TO OPERACAO-JRN
              MOVE DECISOR-TRC(IDX-R) TO OPERADOR-JRN
              PERFORM GRAVA-JRNNOT
           END-IF.

       MONTA-IMAGEM-ALU.
           MOVE MATRICULA-ALU TO MATRICULA-IMG.
           MOVE TURMA-ALU     TO TURMA-IMG.
           MOVE NOTA1-ALU     TO NOTA1-IMG.
           MOVE NOTA2-ALU     TO NOTA2-IMG.
           MOVE NOTA3-ALU     TO NOTA3-IMG.
           MOVE FALTAS-ALU    TO FALTAS-IMG.

       SUBSTITUI-ARQALU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  ARQALUR
                OUTPUT ARQALU.
           PERFORM COPIA-ARQALUR UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ARQALUR ARQALU.

       COPIA-ARQALUR.
           READ ARQALUR AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-ALU FROM REG-ARQALUR
           END-IF.

      *SITUACAO DO PERIODO PELAS REGRAS DO EX05ATA (SEM A PROVA DE
      *DEPENDENCIA, QUE E JUSTAMENTE O QUE PODE PRECISAR SER REVISTO).
       CALCULA-SITUACAO.
           COMPUTE TEMP-SOMA = NOTA1-CAL + NOTA2-CAL + NOTA3-CAL.
           COMPUTE MEDIA-CAL ROUNDED = TEMP-SOMA / 3.
           IF FALTAS-CAL GREATER OR EQUAL FALTAS-MAXIMAS
              MOVE "REPROVADO" TO SITUACAO-CAL
           ELSE
              IF MEDIA-CAL GREATER OR EQUAL NOTA-MINIMA
                 MOVE "APROVADO" TO SITUACAO-CAL
              ELSE
                 IF MEDIA-CAL GREATER OR EQUAL NOTA-DEPENDENCIA
                    MOVE "DEPENDENCIA" TO SITUACAO-CAL
                 ELSE
                    MOVE "REPROVADO" TO SITUACAO-CAL
                 END-IF
              END-IF
           END-IF.

      *GUARDA O ALUNO QUE MUDOU DE SITUACAO (MATRICULA-MUD,
      *TURMA-MUD E NOME-MUD; SITUACAO NOVA EM SITUACAO-CAL).
       GUARDA-MUDANCA.
           IF SITUACAO-CAL NOT EQUAL SITUACAO-ANTES
              IF QTD-MUD LESS THAN 500
                 ADD 1 TO QTD-MUD
                 MOVE MATRICULA-MUD  TO MATRICULA-TMU(QTD-MUD)
                 MOVE NOME-MUD       TO NOME-TMU(QTD-MUD)
                 MOVE TURMA-MUD      TO TURMA-TMU(QTD-MUD)
                 MOVE ARQUIVO-TROCA  TO ARQUIVO-TMU(QTD-MUD)
                 MOVE SITUACAO-ANTES TO SIT-ANT-TMU(QTD-MUD)
                 MOVE SITUACAO-CAL   TO SIT-NOV-TMU(QTD-MUD)
              ELSE
                 MOVE "S" TO MUD-DEMAIS
              END-IF
           END-IF.

      *GRAVA UM REGISTRO NO JORNAL DE NOTAS. OPERACAO-JRN,
      *OPERADOR-JRN E AS IMAGENS JA VEM PREENCHIDAS.
       GRAVA-JRNNOT.
           MOVE OPERADOR-JRN  TO OPERADOR-JNT.
           ACCEPT DATA-JNT FROM DATE YYYYMMDD.
           ACCEPT HORA-JNT FROM TIME.
           MOVE "EX05RVA "    TO PROGRAMA-JNT.
           MOVE OPERACAO-JRN  TO OPERACAO-JNT.
           MOVE IMAGEM-ANTES  TO ANTES-JNT.
           MOVE IMAGEM-DEPOIS TO DEPOIS-JNT.
           WRITE REG-JRNNOT.
           ADD 1 TO CT-TROCAS.

      *REVNOT: COPIA-E-SUBSTITUI, MARCANDO COMO APLICADOS OS
      *DEFERIDOS QUE ACHARAM O ALUNO.
       REGRAVA-REVNOT.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT REVNOT.
           OPEN OUTPUT REVNOTN.
           PERFORM COPIA-OU-MARCA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE REVNOT REVNOTN.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT  REVNOTN
                OUTPUT REVNOT.
           PERFORM COPIA-REVNOTN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE REVNOTN REVNOT.

       COPIA-OU-MARCA.
           READ REVNOT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF SITUACAO-REV EQUAL "D"
                 SET IDX-REC TO 1
                 SEARCH RECURSO-ITEM
                    AT END CONTINUE
                    WHEN NUMERO-TRC(IDX-REC) EQUAL NUMERO-REV
                       PERFORM MARCA-APLICADO
                 END-SEARCH
              END-IF
              WRITE REG-REVNOTN FROM REG-REVNOT
           END-IF.

       MARCA-APLICADO.
           IF APL-NOT-TRC(IDX-REC) EQUAL "S" OR
              APL-ALU-TRC(IDX-REC) EQUAL "S"
              MOVE "A"                  TO SITUACAO-REV
              MOVE NOTA-ANT-TRC(IDX-REC) TO NOTA-ATUAL-REV
              MOVE DATA-PROCESSO        TO DATA-APL-REV
           END-IF.

       COPIA-REVNOTN.
           READ REVNOTN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              WRITE REG-REVNOT FROM REG-REVNOTN
           END-IF.

       IMPRIME-APLICADOS.
           WRITE REG-REL FROM CAB-APLICADOS AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM COLUNAS-APLICADOS AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-APLICADO VARYING IDX-R FROM 1 BY 1
              UNTIL IDX-R GREATER THAN QTD-REC.

       IMPRIME-APLICADO.
           IF APL-NOT-TRC(IDX-R) EQUAL "S" OR
              APL-ALU-TRC(IDX-R) EQUAL "S"
              ADD 1 TO CT-APLICADOS
              MOVE NUMERO-TRC(IDX-R)    TO NUMERO-ARL
              MOVE MATRICULA-TRC(IDX-R) TO MATRIC-ARL
              MOVE TURMA-TRC(IDX-R)     TO TURMA-ARL
              MOVE QUAL-NOTA-TRC(IDX-R) TO QUAL-ARL
              MOVE NOTA-PED-TRC(IDX-R)  TO PEDIDO-ARL
              MOVE NOTA-ANT-TRC(IDX-R)  TO SUBST-ARL
              MOVE NOTA-NOVA-TRC(IDX-R) TO NOVA-ARL
              MOVE APL-NOT-TRC(IDX-R)   TO NOT-ARL
              MOVE APL-ALU-TRC(IDX-R)   TO ALU-ARL
              MOVE DECISOR-TRC(IDX-R)   TO DECISOR-ARL
              WRITE REG-REL FROM DETALHE-APLICADO
                    AFTER ADVANCING 1 LINE
           END-IF.

       IMPRIME-NAO-ACHADOS.
           WRITE REG-REL FROM CAB-NAO-ACHADOS AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM COLUNAS-NAO-ACHADOS
                 AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-NAO-ACHADO VARYING IDX-R FROM 1 BY 1
              UNTIL IDX-R GREATER THAN QTD-REC.

       IMPRIME-NAO-ACHADO.
           IF APL-NOT-TRC(IDX-R) NOT EQUAL "S" AND
              APL-ALU-TRC(IDX-R) NOT EQUAL "S"
              ADD 1 TO CT-NAO-ACHADOS
              MOVE NUMERO-TRC(IDX-R)    TO NUMERO-NRL
              MOVE MATRICULA-TRC(IDX-R) TO MATRIC-NRL
              MOVE TURMA-TRC(IDX-R)     TO TURMA-NRL
              MOVE QUAL-NOTA-TRC(IDX-R) TO QUAL-NRL
              MOVE DECISOR-TRC(IDX-R)   TO DECISOR-NRL
              WRITE REG-REL FROM DETALHE-NAO-ACHADO
                    AFTER ADVANCING 1 LINE
              MOVE "RECURSO SEM ALUNO NA TURMA" TO MOTIVO-RVA
              PERFORM GRAVA-EXCLOG
           END-IF.

       GRAVA-EXCLOG.
           MOVE SPACES               TO REG-EXCLOG.
           MOVE "EX05RVA"            TO EXCLOG-PROGRAMA.
           MOVE MATRICULA-TRC(IDX-R) TO EXCLOG-CHAVE.
           MOVE MOTIVO-RVA           TO EXCLOG-CONDICAO.
           MOVE DATA-PROCESSO        TO EXCLOG-DATA.
           ACCEPT EXCLOG-HORA FROM TIME.
           WRITE REG-EXCLOG.

       IMPRIME-MUDANCAS.
           WRITE REG-REL FROM CAB-MUDANCAS AFTER ADVANCING 2 LINE.
           WRITE REG-REL FROM COLUNAS-MUDANCAS AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-MUDANCA VARYING IDX-M FROM 1 BY 1
              UNTIL IDX-M GREATER THAN QTD-MUD.

       IMPRIME-MUDANCA.
           ADD 1 TO CT-MUDANCAS.
           MOVE MATRICULA-TMU(IDX-M) TO MATRIC-MRL.
           MOVE NOME-TMU(IDX-M)      TO NOME-MRL.
           MOVE TURMA-TMU(IDX-M)     TO TURMA-MRL.
           MOVE ARQUIVO-TMU(IDX-M)   TO ARQUIVO-MRL.
           MOVE SIT-ANT-TMU(IDX-M)   TO ANTES-MRL.
           MOVE SIT-NOV-TMU(IDX-M)   TO DEPOIS-MRL.
           MOVE SPACES TO FINAL-MRL.
           SET IDX-FIN TO 1.
           SEARCH FINAL-ITEM
              AT END CONTINUE
              WHEN MATRICULA-FIN-TAB(IDX-FIN) EQUAL
                   MATRICULA-TMU(IDX-M)
                 MOVE "REVISAR" TO FINAL-MRL
           END-SEARCH.
           WRITE REG-REL FROM DETALHE-MUDANCA AFTER ADVANCING 1 LINE.

       IMPRESSAO-FINAL.
           WRITE REG-REL FROM LINHA-BRANCO AFTER ADVANCING 1 LINE.
           MOVE CT-LIDOS       TO QTD-LID-T.
           WRITE REG-REL FROM TOTAL-LID AFTER ADVANCING 1 LINE.
           MOVE CT-DEFERIDOS   TO QTD-DEF-T.
           WRITE REG-REL FROM TOTAL-DEF AFTER ADVANCING 1 LINE.
           MOVE CT-APLICADOS   TO QTD-APL-T.
           WRITE REG-REL FROM TOTAL-APL AFTER ADVANCING 1 LINE.
           MOVE CT-NAO-ACHADOS TO QTD-NAC-T.
           WRITE REG-REL FROM TOTAL-NAC AFTER ADVANCING 1 LINE.
           MOVE CT-TROCAS      TO QTD-TRC-T.
           WRITE REG-REL FROM TOTAL-TRC AFTER ADVANCING 1 LINE.
           MOVE CT-MUDANCAS    TO QTD-MUD-T.
           WRITE REG-REL FROM TOTAL-MUD AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE RELRVA EXCLOG JRNNOT.
           IF CT-NAO-ACHADOS GREATER THAN ZEROES
              DISPLAY "EX05RVA: " CT-NAO-ACHADOS " RECURSO(S) "
                      "DEFERIDO(S) SEM ALUNO NA TURMA - VER "
                      "RELRVA.txt."
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF MUD-DEMAIS EQUAL "S"
              DISPLAY "EX05RVA: MAIS DE 500 SITUACOES ALTERADAS - "
                      "A LISTA DO RELRVA.txt ESTA INCOMPLETA."
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF CT-MUDANCAS GREATER THAN ZEROES
              DISPLAY "EX05RVA: " CT-MUDANCAS " ALUNO(S) MUDARAM DE "
                      "SITUACAO - REEMITIR A ATA (VER RELRVA.txt)."
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM GRAVA-JOBLOG-FIM.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES     TO REG-JOBLOG.
           MOVE "EX05RVA " TO JOBLOG-JOB.
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
           MOVE "EX05RVA "   TO JOBLOG-JOB.
           MOVE "FIM "       TO JOBLOG-EVENTO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE DATA-PROCESSO TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS     TO JOBLOG-LIDOS.
           MOVE CT-APLICADOS TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
