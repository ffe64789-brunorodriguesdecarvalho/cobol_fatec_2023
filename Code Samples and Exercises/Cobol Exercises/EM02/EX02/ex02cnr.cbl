      *            DEIXA DE MEDIR SO MOVIMENTO DE PORTA.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - LAYOUT DAS RESERVAS PASSOU PARA O MEMBRO
      *            RESVIAFD. A RESERVA EM ESPERA (E - SAIDA LOTADA, VER
      *            EX02RES) NAO E VENDA: SO RESERVADAS E VIAJADAS CONTAM
      *            COMO RESERVA E RECEITA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-VISHIST.

       COPY RESVIASL.

       SELECT RELCONV ASSIGN TO DISK.

           02 DATA-HIS            PIC 9(08).
           02 FILIAL-HIS          PIC X(10).

       COPY RESVIAFD.

       FD  RELCONV
           LABEL RECORD IS OMITTED

       WORKING-STORAGE SECTION.
       77  FS-VISHIST    PIC X(02) VALUE "00".
       COPY RESVIAWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  QTD-CLIENTES  PIC 9(04) VALUE ZEROES.
       77  CLIENTES-DEMAIS PIC X(01) VALUE "N".
           02 FILLER    PIC X(42) VALUE SPACES.

       01 TOTAL-RES.
           02 FILLER    PIC X(29) VALUE "Reservas vendidas..........: ".
           02 QTD-RES   PIC ZZZZZZ9.
           02 FILLER    PIC X(42) VALUE SPACES.

       LER-RESERVAS.
           READ RESERVAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF RESERVADA OR VIAJADA
                 ADD 1 TO CT-RESERVAS
                 ADD VALOR-RES TO TOT-RECEITA
                 MOVE CPF-RES TO CPF-CLI-TAB-BUSCA
