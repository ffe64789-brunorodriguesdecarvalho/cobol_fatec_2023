      *----------------------------------------------------------*
      * PLACTAFD.CPY
      * FD E REGISTRO DO PLANO DE CONTAS (PLANOCTA.DAT - VER
      * PLACTASL.CPY PARA O SELECT):
      * - CODCTA: CODIGO DA CONTA NO SISTEMA CONTABIL, ALINHADO A
      *   ESQUERDA (EX.: "1.1.01.001");
      * - NATCTA: "A" ATIVO, "P" PASSIVO, "L" PATRIMONIO LIQUIDO,
      *   "R" RECEITA, "D" DESPESA/CUSTO;
      * - TIPOCTA: "A" ANALITICA (RECEBE LANCAMENTO), "S" SINTETICA
      *   (SO TOTALIZA - LANCAMENTO NELA E RECUSADO).
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  PLANOCTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PLANOCTA.DAT".
       01  REG-PLANOCTA.
           02 CODCTA          PIC X(10).
           02 DESCCTA         PIC X(30).
           02 NATCTA          PIC X(01).
              88 CTA-NATUREZA-OK VALUE "A" "P" "L" "R" "D".
           02 TIPOCTA         PIC X(01).
              88 CTA-ANALITICA   VALUE "A".
              88 CTA-SINTETICA   VALUE "S".
