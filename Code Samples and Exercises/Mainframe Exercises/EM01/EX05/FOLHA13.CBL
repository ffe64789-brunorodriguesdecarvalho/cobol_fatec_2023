      *            FECHAMENTO DE ANO O CONTARIA EM DOBRO. OS
      *            REGISTROS DE RESCISAO SAO SO CONTADOS E
      *            INFORMADOS NO DISPLAY FINAL.
      *15/10/2026 BRC - O REGISTRO DO FOLHAHIS GANHOU O FGTS DO MES E A
      *            MULTA RESCISORIA DO FGTS (FGTS-FH, MULTA-FGTS-FH); SO
      *            O LAYOUT MUDOU AQUI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 TIPO-FH       PIC X(01).
              88 FOLHA-NORMAL   VALUE " ".
              88 FOLHA-RESCISAO VALUE "R".
           02 FGTS-FH       PIC 9(07)V9(02).
           02 MULTA-FGTS-FH PIC 9(07)V9(02).

       FD  RELF13
           LABEL RECORD IS OMITTED
