      *            - O DOCUMENTO QUE A COORDENACAO ASSINA.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - CADA TURMA DA ATA E REGISTRADA EM FECNOT.DAT
      *            (VER FECNOTFD): A DIGITACAO DE NOTAS DO EX05DIG
      *            FICA BLOQUEADA PARA ELA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT ATAFIN ASSIGN TO DISK.

           COPY FECNOTSL.

           COPY JOBLOGSL.

           COPY DATPRCSL.

       COPY JOBLOGFD.

       COPY FECNOTFD.

       COPY ARQALUFD.

       SD  ARQSORT.
       COPY JOBLOGWS.
       COPY ARQALUWS.
       COPY TURMASWS.
       COPY FECNOTWS.
       77  FS-ARQFIN        PIC X(02) VALUE "00".
       77  FIM-ARQ          PIC X(03) VALUE "NAO".
       77  FIM-FIN          PIC X(03) VALUE "NAO".
           END-SEARCH.
           MOVE ZEROES TO CT-ALU-TURMA CT-APR-TURMA CT-REP-TURMA.
           MOVE "S" TO TEM-GRUPO.
           MOVE TURMA-SORT    TO TURMA-FECHAR.
           MOVE DATA-PROCESSO TO DATA-FECHAR.
           MOVE "EX05ATA "    TO PROGRAMA-FECHAR.
           PERFORM MARCA-TURMA-FECHADA.
           WRITE REG-REL FROM ATA-CAB AFTER ADVANCING 2 LINE.

      *SITUACAO DO PERIODO PELAS REGRAS DO EX05; A PROVA DE
           CLOSE JOBLOG.

       COPY DATPRCPD.

       COPY FECNOTPD.
