      *            VIVEM EM QUATRO. PASSOU A RODIZIAR UM MESTRE POR
      *            EXECUCAO, COM O NOTURNO.BAT POSICIONANDO O
      *            DIRETORIO ANTES DE CADA CHAMADA.
      *15/10/2026 BRC - REGISTROS E BUFFER DE COPIA PASSARAM DE 200 PARA
      *            256 POSICOES: O CADSOC1 GANHOU A DATA DE NASCIMENTO
      *            E PASSOU DE 200 (VER CADSOCFD).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       FD  ANT-DAT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADANT.DAT".
       01  REG-ANT-DAT PIC X(256).
       FD  ANT-BK1 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADANT.BK1".
       01  REG-ANT-BK1 PIC X(256).
       FD  ANT-BK2 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADANT.BK2".
       01  REG-ANT-BK2 PIC X(256).
       FD  ANT-BK3 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADANT.BK3".
       01  REG-ANT-BK3 PIC X(256).

       FD  CLI-DAT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01  REG-CLI-DAT PIC X(256).
       FD  CLI-BK1 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.BK1".
       01  REG-CLI-BK1 PIC X(256).
       FD  CLI-BK2 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.BK2".
       01  REG-CLI-BK2 PIC X(256).
       FD  CLI-BK3 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.BK3".
       01  REG-CLI-BK3 PIC X(256).

       FD  SOC-DAT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".
       01  REG-SOC-DAT PIC X(256).
       FD  SOC-BK1 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.BK1".
       01  REG-SOC-BK1 PIC X(256).
       FD  SOC-BK2 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.BK2".
       01  REG-SOC-BK2 PIC X(256).
       FD  SOC-BK3 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.BK3".
       01  REG-SOC-BK3 PIC X(256).

       FD  ALU-DAT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQALU.DAT".
       01  REG-ALU-DAT PIC X(256).
       FD  ALU-BK1 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQALU.BK1".
       01  REG-ALU-BK1 PIC X(256).
       FD  ALU-BK2 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQALU.BK2".
       01  REG-ALU-BK2 PIC X(256).
       FD  ALU-BK3 LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQALU.BK3".
       01  REG-ALU-BK3 PIC X(256).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       77  CT-TOTAL      PIC 9(07) VALUE ZEROES.
       77  IDX-M         PIC 9(01) VALUE ZEROES.
       77  BASE-CODIGO   PIC 9(02) VALUE ZEROES.
       77  BUFFER-COPIA  PIC X(256) VALUE SPACES.

      *CODIGO DE ARQUIVO: (MESTRE-1)*4 + GERACAO + 1, ONDE GERACAO
      *0 = .DAT, 1 = .BK1, 2 = .BK2, 3 = .BK3. MESTRES NA ORDEM
