      *----------------------------------------------------------*
      * CTAPAGFD.CPY
      * FD E REGISTRO DO ARQUIVO DE CONTAS A PAGAR (CTASPAG.DAT -
      * VER CTAPAGSL.CPY PARA O SELECT). UM TITULO POR LINHA:
      * - NUMERO-CP: SEQUENCIAL DO TITULO (MAIOR DO ARQUIVO + 1);
      * - CODFAV-CP: FAVORECIDO (CODIGO-FAV DO FAVOREC.DAT);
      * - ORIGEM-CP: "TRP" REPASSE DE MOTORISTA (ACERTMOT), "FOL"
      *   FOLHA NORMAL (FOLHAHIS), "RES" RESCISAO (FOLHAHIS), "OPE"
      *   RESERVA VIAJADA A REPASSAR A OPERADORA (RESERVAS),
      *   "MAN" CONTA AVULSA DIGITADA NO CPGDIG;
      * - DOCTO-CP: DOCUMENTO DE ORIGEM - DATA E HORA DO ACERTO
      *   (TRP), COMPETENCIA AAAAMM (FOL/RES), CPF E DATA DA
      *   RESERVA (OPE) OU O NUMERO DA NOTA/BOLETO DO FORNECEDOR
      *   (MAN). ORIGEM + FAVORECIDO + DOCUMENTO E A CHAVE QUE
      *   IMPEDE O MESMO TITULO DE SER GERADO DUAS VEZES;
      * - SITUACAO-CP: "A" ABERTO, "P" PAGO (DATA-PAGTO-CP
      *   PREENCHIDA), "C" CANCELADO.
      * A FOLHA NORMAL E PAGA PELA REMESSA SALARIAL (FOLHAREM): O
      * CPGPAG SO A DA COMO PAGA QUANDO ACHA O CREDITO NO SALREM.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  CTASPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTASPAG.DAT".
       01  REG-CTASPAG.
           02 NUMERO-CP       PIC 9(07).
           02 CODFAV-CP       PIC 9(05).
           02 ORIGEM-CP       PIC X(03).
              88 CP-REPASSE      VALUE "TRP".
              88 CP-FOLHA        VALUE "FOL".
              88 CP-RESCISAO     VALUE "RES".
              88 CP-OPERADORA    VALUE "OPE".
              88 CP-MANUAL       VALUE "MAN".
           02 DOCTO-CP        PIC X(20).
           02 EMISSAO-CP      PIC 9(08).
           02 VENCTO-CP       PIC 9(08).
           02 VALOR-CP        PIC 9(09)V9(02).
           02 SITUACAO-CP     PIC X(01).
              88 CP-ABERTO       VALUE "A".
              88 CP-PAGO         VALUE "P".
              88 CP-CANCELADO    VALUE "C".
           02 DATA-PAGTO-CP   PIC 9(08).
           02 HIST-CP         PIC X(30).
