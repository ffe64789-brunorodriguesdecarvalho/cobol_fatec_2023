      *----------------------------------------------------------*
      * PARRESWS.CPY
      * ITENS DE WORKING-STORAGE USADOS PELO SELECT DE PARRESSL.CPY
      * E PELOS PARAGRAFOS DE PARRESPD.CPY (PARAMETROS DO PLANO DO
      * PACOTE E DATA DE CORTE DA SAIDA).
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-PARCRES        PIC X(02) VALUE "00".
       77  SINAL-PLN         PIC 9(03)V9(02) VALUE ZEROES.
       77  PARCELAS-PLN      PIC 9(02) VALUE ZEROES.
       77  PRAZO-PLN         PIC 9(03) VALUE ZEROES.
       77  MULTA-PLN         PIC 9(03)V9(02) VALUE ZEROES.
       77  SAIDA-PLN         PIC 9(08) VALUE ZEROES.
       77  CORTE-PLN         PIC 9(08) VALUE ZEROES.
       77  ANO-PLN           PIC 9(04) VALUE ZEROES.
       77  MES-PLN           PIC 9(02) VALUE ZEROES.
       77  DIA-PLN           PIC 9(02) VALUE ZEROES.
       77  ULTIMO-DIA-PLN    PIC 9(02) VALUE ZEROES.
       77  QUOC4-PLN         PIC 9(04) VALUE ZEROES.
       77  RESTO4-PLN        PIC 9(04) VALUE ZEROES.
       77  CT-DIAS-PLN       PIC 9(03) VALUE ZEROES.

       01  TAB-DIAS-MES-PLN.
           02 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  TAB-DIAS-PLN-R REDEFINES TAB-DIAS-MES-PLN.
           02 DIAS-MES-PLN OCCURS 12 TIMES PIC 9(02).
