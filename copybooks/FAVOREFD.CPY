      *----------------------------------------------------------*
      * FAVOREFD.CPY
      * FD E REGISTRO DO CADASTRO DE FAVORECIDOS (FAVOREC.DAT - VER
      * FAVORESL.CPY PARA O SELECT):
      * - TIPO-FAV: "M" MOTORISTA, "V" VENDEDOR, "O" OPERADORA DE
      *   TURISMO, "F" FORNECEDOR;
      * - REF-FAV: CHAVE DO FAVORECIDO NO SISTEMA DE ORIGEM, ALINHADA
      *   A ESQUERDA - CODIGO DO MOTORISTA (4 DIGITOS, MOTORIST),
      *   MATRICULA (6 DIGITOS, CADVEND) OU O NOME DA OPERADORA
      *   COMO ESTA NO OPERADORA-PAC DO PACOTES; FORNECEDOR FICA EM
      *   BRANCO;
      * - DOCTO-FAV: CPF OU CNPJ, SO DIGITOS;
      * - BANCO/AGENCIA/CONTA: SEM ELES O TITULO NAO ENTRA NO
      *   ARQUIVO DE PAGAMENTO E FICA RETIDO NO CPGPAG;
      * - PERC-FAV: COMISSAO DA AGENCIA RETIDA NO REPASSE A
      *   OPERADORA (O TITULO SAI PELO VALOR DA RESERVA MENOS ESTE
      *   PERCENTUAL);
      * - PRAZO-FAV: PRAZO DE PAGAMENTO EM DIAS (ZERADO = 30) PARA
      *   OS TITULOS DE OPERADORA;
      * - SITUACAO-FAV: "A" ATIVO, "I" INATIVO (NAO RECEBE TITULO
      *   NOVO).
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  FAVOREC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FAVOREC.DAT".
       01  REG-FAVOREC.
           02 CODIGO-FAV      PIC 9(05).
           02 TIPO-FAV        PIC X(01).
              88 FAV-MOTORISTA   VALUE "M".
              88 FAV-VENDEDOR    VALUE "V".
              88 FAV-OPERADORA   VALUE "O".
              88 FAV-FORNECEDOR  VALUE "F".
              88 FAV-TIPO-OK     VALUE "M" "V" "O" "F".
           02 REF-FAV         PIC X(20).
           02 NOME-FAV        PIC X(30).
           02 DOCTO-FAV       PIC 9(14).
           02 BANCO-FAV       PIC 9(03).
           02 AGENCIA-FAV     PIC 9(05).
           02 CONTA-FAV       PIC X(12).
           02 PERC-FAV        PIC 9(02)V9(02).
           02 PRAZO-FAV       PIC 9(03).
           02 SITUACAO-FAV    PIC X(01).
              88 FAV-ATIVO       VALUE "A".
              88 FAV-INATIVO     VALUE "I".
