      *            CONFERIDA.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - REG-ANT E A COPIA INDEXADA (CADANXFD) GANHARAM O
      *            CPF DO TITULAR DA CONTA NO FIM (VER EX02). CADANT
      *            ANTIGO, SEM O CAMPO, CARREGA COM O CPF ZERADO.
      *15/10/2026 BRC - REG-ANT E A COPIA INDEXADA (CADANXFD)
      *            GANHARAM O ENDERECO DETALHADO NO FIM (VER EX02).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 TEL-ANT    PIC X(15).
           02 EMAIL-ANT  PIC X(40).
           02 STATUS-ANT PIC X(01).
           02 CPF-TIT-ANT PIC 9(11).
           02 ENDER-DET-ANT PIC X(121).

       COPY CADANXFD.

           MOVE TEL-ANT   TO TEL-ANX.
           MOVE EMAIL-ANT TO EMAIL-ANX.
           MOVE STATUS-ANT TO STATUS-ANX.
           IF CPF-TIT-ANT NUMERIC
              MOVE CPF-TIT-ANT TO CPF-TIT-ANX
           ELSE
              MOVE ZEROES TO CPF-TIT-ANX
           END-IF.
           MOVE ENDER-DET-ANT TO ENDER-DET-ANX.
           WRITE REG-ANX
              INVALID KEY
                 ADD 1 TO CT-DUPLICADOS
