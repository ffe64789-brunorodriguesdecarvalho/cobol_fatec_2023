      *----------------------------------------------------------*
      * CTLFERFD.CPY
      * FD E REGISTRO DO CONTROLE DE FERIAS (CTLFER.DAT - VER
      * CTLFERSL.CPY PARA O SELECT). CADA PERIODO AQUISITIVO DE
      * 12 MESES CONTADOS DA ADMISSAO (CADVEND) DA DIREITO A 30
      * DIAS, QUE TEM DE SER GOZADOS ATE O FIM DO PERIODO
      * CONCESSIVO (OS 12 MESES SEGUINTES - LIMITE-CFE); DEPOIS
      * DISSO A FERIAS E DEVIDA EM DOBRO.
      * - GOZADOS/SALDO: DIAS JA TIRADOS E DIAS QUE RESTAM, PELA
      *   VERBA 100 (FERIAS) DO EVFOLHA LANCADA NO EX05B;
      * - COMPET-GOZO/DIAS-GOZO: COMPETENCIA E DIAS DO ULTIMO
      *   LANCAMENTO NO PERIODO - A RERODADA DO EX05B NA MESMA
      *   COMPETENCIA DESFAZ E REFAZ, SEM CONTAR EM DOBRO;
      * - SITUACAO: BRANCO ABERTO, "Q" QUITADO (SALDO ZERO), "R"
      *   PAGO NA RESCISAO (FOLHARES).
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  CTLFER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTLFER.DAT".
       01  REG-CTLFER.
           02 MATRICULA-CFE   PIC 9(06).
           02 PERIODO-CFE     PIC 9(02).
           02 INICIO-CFE      PIC 9(08).
           02 FIM-AQ-CFE      PIC 9(08).
           02 LIMITE-CFE      PIC 9(08).
           02 DIREITO-CFE     PIC 9(02).
           02 GOZADOS-CFE     PIC 9(02).
           02 SALDO-CFE       PIC 9(02).
           02 COMPET-GOZO-CFE PIC 9(06).
           02 DIAS-GOZO-CFE   PIC 9(02).
           02 SITUACAO-CFE    PIC X(01).
              88 PERIODO-ABERTO     VALUE " ".
              88 PERIODO-QUITADO    VALUE "Q".
              88 PERIODO-RESCINDIDO VALUE "R".

       FD  CTLFERN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTLFERN.DAT".
       01  REG-CTLFERN        PIC X(47).
