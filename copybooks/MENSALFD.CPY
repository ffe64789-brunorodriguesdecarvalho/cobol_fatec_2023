      *   QUITADO NA RODADA DE BAIXA.
      * A SITUACAO "B" (BAIXADA) E RESERVADA AO EXPURGO/BAIXA
      * ADMINISTRATIVA (SOCIO BAIXADO PELO EX01INA, POR EXEMPLO).
      * RECIBO-MEN GUARDA O NUMERO DO RECIBO (VER RECREGFD) CUJA
      * BAIXA MARCOU A COMPETENCIA COMO PAGA, PARA O ESTORNO DO
      * RECIBO (EX01EST) REABRIR EXATAMENTE O QUE ELE QUITOU; FICA
      * ZERADO NA COMPETENCIA ABERTA.
      *----------------------------------------------------------*
       FD  MENSAL
           LABEL RECORD ARE STANDARD
              88 MENSAL-ABERTA   VALUE "A".
              88 MENSAL-PAGA     VALUE "P".
              88 MENSAL-BAIXADA  VALUE "B".
           02 RECIBO-MEN        PIC 9(05).
