      *----------------------------------------------------------*
      * RESERVFD.CPY
      * FD E REGISTRO DO ARQUIVO DE RESERVAS (RESERVA.DAT). CADA
      * RESERVA OCUPA UMA INSTALACAO (CODIGO-INS-RES, VER INSTALFD)
      * NUMA DATA, DA HORA INICIAL ATE A HORA FINAL (HORAS CHEIAS,
      * FIM EXCLUSIVO: 08 A 10 OCUPA AS HORAS 08 E 09). O VALOR E
      * A TAXA CALCULADA NA CONFIRMACAO; SE MAIOR QUE ZERO VIRA UMA
      * COBRANCA AVULSA (VER COBAVLFD) NA CONTA DO SOCIO. RESERVA
      * CANCELADA FICA NO ARQUIVO COM SITUACAO "X" E LIBERA O
      * HORARIO. COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  RESERVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESERVA.DAT".
       01  REG-RESERVA.
           02 NUMERO-RES        PIC 9(06).
           02 CODIGO-INS-RES    PIC X(03).
           02 DATA-RES          PIC 9(08).
           02 HORA-INI-RES      PIC 9(02).
           02 HORA-FIM-RES      PIC 9(02).
           02 NUMERO-SOCIO-RES  PIC 9(06).
           02 VALOR-RES         PIC 9(07)V9(02).
           02 SITUACAO-RES      PIC X(01).
              88 RESERVA-CONFIRMADA VALUE "C".
              88 RESERVA-CANCELADA  VALUE "X".
           02 DATA-INCL-RES     PIC 9(08).
           02 OPERADOR-RES      PIC X(08).
