      *            HISTORICO ESCOLAR DE UM ALUNO SAI NO EX05HIS.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - ANO ARQUIVADO ESVAZIA O FECNOT.DAT (TURMAS COM
      *            NOTAS FECHADAS - VER FECNOTFD), REABRINDO A
      *            DIGITACAO DE NOTAS DO EX05DIG PARA O PERIODO NOVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT RELANO ASSIGN TO DISK.

           COPY FECNOTSL.

           COPY JOBLOGSL.

           COPY DATPRCSL.

       COPY JOBLOGFD.

       COPY FECNOTFD.

       COPY ARQALUFD.

       FD  ARQFIN
       COPY DATPRCWS.
       COPY JOBLOGWS.
       COPY ARQALUWS.
       COPY FECNOTWS.
       77  FS-ARQFIN        PIC X(02) VALUE "00".
       77  FS-ARQHIST       PIC X(02) VALUE "00".
       77  FIM-ARQ          PIC X(03) VALUE "NAO".

       FIM.
           CLOSE ARQALU ARQHIST RELANO.
           IF CT-LIDOS GREATER THAN ZEROES
              PERFORM REABRE-DIGITACAO
           END-IF.
           PERFORM GRAVA-JOBLOG-FIM.
           IF CT-LIDOS EQUAL ZEROES
              DISPLAY "EX05ANO: ARQALU VAZIO - NADA FOI ARQUIVADO."
              MOVE 12 TO RETURN-CODE
           END-IF.

      *ANO ARQUIVADO: AS TURMAS DO PERIODO NOVO VOLTAM A ACEITAR
      *DIGITACAO DE NOTAS (EX05DIG) - FECNOT.DAT VAZIO.
       REABRE-DIGITACAO.
           OPEN OUTPUT FECNOT.
           CLOSE FECNOT.

       GRAVA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
