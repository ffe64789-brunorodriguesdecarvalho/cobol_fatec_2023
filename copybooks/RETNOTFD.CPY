      *----------------------------------------------------------*
      * RETNOTFD.CPY
      * FD E REGISTRO DO RETORNO DA COBRANCA BANCARIA DAS NOTAS
      * (RETNOTA.DAT), NO MESMO LAYOUT FIXO COMBINADO COM O BANCO
      * PARA O RETORNO DO CLUBE (EX01RET/EX01CCL): HEADER "0" E
      * TRAILER "9" SAO IGNORADOS; O DETALHE "1" TRAZ O NUMERO DA
      * NOTA (NO LUGAR DO NUMERO DO SOCIO), O VALOR PAGO, A DATA DO
      * PAGAMENTO E A OCORRENCIA DO BANCO - "02" TITULO LIQUIDADO,
      * AS DEMAIS SAO REJEICOES E AVISOS.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  RETNOTA
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "RETNOTA.DAT".
       01  REGRETNOTA.
             05  TIPORN          PIC X(01).
             05  NUMNOTARN       PIC 9(06).
             05  VALORPAGORN     PIC 9(09)V9(02).
             05  DATAPAGTORN     PIC 9(08).
             05  OCORRENCIARN    PIC X(02).
                 88 TITULO-LIQUIDADO VALUE "02".
             05  FILLER          PIC X(32).
