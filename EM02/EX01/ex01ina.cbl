      *            CADSOC1 (MESMO PADRAO DO EX01): SEM ELA, COM O
      *            CADSOC1.DAT AUSENTE O LACO DE LEITURA GIRAVA PARA
      *            SEMPRE SOBRE UM ARQUIVO NAO ABERTO.
      *15/10/2026 BRC - LAYOUT DO ARQINAT PASSOU PARA OS MEMBROS
      *            ARQINASL/ARQINAFD/ARQINAWS, COM A SITUACAO ("B"
      *            BAIXADO, "R" READMITIDO) E A DATA DE READMISSAO
      *            USADAS PELA READMISSAO (EX01REA).
      *15/10/2026 BRC - REGISTRO DO CADSOC1N PASSOU A 198 POSICOES,
      *            COM A DATA DE ADMISSAO (ADMISSAO-SOCIO1) NO FIM DO
      *            CADSOC1 - VER CADSOCFD.
      *15/10/2026 BRC - REGISTRO DO CADSOC1N PASSOU A 206 POSICOES,
      *            COM A DATA DE NASCIMENTO (NASCIMENTO-SOCIO1) NO FIM
      *            DO CADSOC1 - VER CADSOCFD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT CADSOC1N ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.

       COPY ARQINASL.

       SELECT RELINAT ASSIGN TO DISK.

       FD  CADSOC1N
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1N.DAT".
       01  CAD-SOC1N            PIC X(206).

       COPY ARQINAFD.

       FD  RELINAT
           LABEL RECORD IS OMITTED
       COPY CADSOCWS.
       COPY ACORDOWS.
       COPY CABPAG.
       COPY ARQINAWS.
       77  FIM-ARQ        PIC X(03) VALUE "NAO".
       77  FIM-ACD        PIC X(03) VALUE "NAO".
       77  ACORDOS-DEMAIS PIC X(01) VALUE "N".
           MOVE MESES-ATRASO1 TO MESES-ATRASO-INA.
           MOVE VALOR-ATUALIZ TO VALOR-ABERTO-INA.
           MOVE DATA-SISTEMA  TO DATA-BAIXA-INA.
           MOVE "B"           TO SITUACAO-INA.
           MOVE ZEROES        TO DATA-READM-INA.
           WRITE REG-INAT.
           ADD 1 TO CT-BAIXADOS.
           ADD VALOR-ATUALIZ TO TOTAL-BAIXADO.
