      *----------------------------------------------------------*
      * CTLFERWS.CPY
      * ITENS DE WORKING-STORAGE USADOS PELOS SELECTS DE
      * CTLFERSL.CPY E PELOS PARAGRAFOS DE CTLFERPD.CPY: A TABELA
      * COM O CTLFER.DAT INTEIRO (3000 PERIODOS - 300 VENDEDORES
      * COM DEZ ANOS DE CASA) E OS CAMPOS DO CALCULO DAS DATAS DE
      * UM PERIODO. COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE
      * SECTION.
      *----------------------------------------------------------*
       77  FS-CTLFER        PIC X(02) VALUE "00".
       77  FIM-CFE          PIC X(03) VALUE "NAO".
       77  QTD-PER-FER      PIC 9(04) VALUE ZEROES.
       77  PER-FER-DEMAIS   PIC X(01) VALUE "N".
       77  CTLFER-LIDO      PIC X(01) VALUE "N".
       77  MATRICULA-FER    PIC 9(06) VALUE ZEROES.
       77  ADMISSAO-FER     PIC 9(08) VALUE ZEROES.
       77  COMPET-REF-FER   PIC 9(06) VALUE ZEROES.
       77  NUM-PER-FER      PIC 9(02) VALUE ZEROES.
       77  INICIO-PER-FER   PIC 9(08) VALUE ZEROES.
       77  FIM-PER-FER      PIC 9(08) VALUE ZEROES.
       77  LIMITE-PER-FER   PIC 9(08) VALUE ZEROES.
       77  DATA-TRAB-FER    PIC 9(08) VALUE ZEROES.
       77  ANO-FER          PIC 9(04) VALUE ZEROES.
       77  MES-FER          PIC 9(02) VALUE ZEROES.
       77  DIA-FER          PIC 9(02) VALUE ZEROES.
       77  DIAS-MES-FER     PIC 9(02) VALUE ZEROES.
       77  QUOC4-FER        PIC 9(04) VALUE ZEROES.
       77  RESTO4-FER       PIC 9(04) VALUE ZEROES.
       77  ANOS-SOMA-FER    PIC 9(02) VALUE ZEROES.
       77  IDX-TF           PIC 9(04) VALUE ZEROES.
       77  ACHOU-PER-FER    PIC X(01) VALUE "N".
       77  FIM-GERA-FER     PIC X(01) VALUE "N".

       01  TAB-FERIAS.
           02 PER-FER-ITEM OCCURS 3000 TIMES
                 DEPENDING ON QTD-PER-FER
                 INDEXED BY IDX-PFE.
              03 MATRICULA-TF   PIC 9(06).
              03 PERIODO-TF     PIC 9(02).
              03 INICIO-TF      PIC 9(08).
              03 FIM-AQ-TF      PIC 9(08).
              03 LIMITE-TF      PIC 9(08).
              03 DIREITO-TF     PIC 9(02).
              03 GOZADOS-TF     PIC 9(02).
              03 SALDO-TF       PIC 9(02).
              03 COMPET-GOZO-TF PIC 9(06).
              03 DIAS-GOZO-TF   PIC 9(02).
              03 SITUACAO-TF    PIC X(01).
