      *----------------------------------------------------------*
      * SEGCLIFD.CPY
      * FD E REGISTRO DO ARQUIVO DE SEGMENTOS RFM (SEGCLI.DAT). UM
      * REGISTRO POR CPF DO CADCLI, REGRAVADO INTEIRO A CADA RODADA
      * DO EX02RFM NA ORDEM DO CADCLI:
      * - RECENCIA: DATA DA ULTIMA ATIVIDADE (ULTIMA VISITA NO
      *   VISHIST/CADCLI OU ULTIMA RESERVA RESERVADA/VIAJADA);
      * - FREQUENCIA: VISITAS + VIAGENS DOS ULTIMOS 24 MESES;
      * - VALOR: SOMA DO VALOR-RES DAS RESERVAS RESERVADAS E
      *   VIAJADAS (CANCELADA E EM ESPERA NAO SAO VENDA).
      * CADA EIXO VIRA UMA NOTA DE 1 A 5 E AS TRES NOTAS DAO O
      * SEGMENTO (REGRA NO EX02RFM). FILIAL-SEG E A FILIAL DA
      * ULTIMA VISITA (BRANCO = SEM VISITA NO HISTORICO).
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  SEGCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SEGCLI.DAT".
       01  REG-SEGCLI.
           02 CPF-SEG        PIC 9(11).
           02 SEGMENTO-SEG   PIC X(01).
              88 SEG-CAMPEAO     VALUE "C".
              88 SEG-FIEL        VALUE "F".
              88 SEG-NOVO        VALUE "N".
              88 SEG-EM-RISCO    VALUE "R".
              88 SEG-ADORMECIDO  VALUE "A".
              88 SEG-PERDIDO     VALUE "P".
           02 NOTA-R-SEG     PIC 9(01).
           02 NOTA-F-SEG     PIC 9(01).
           02 NOTA-M-SEG     PIC 9(01).
           02 ULTIMA-SEG     PIC 9(08).
           02 FREQUENCIA-SEG PIC 9(03).
           02 VALOR-SEG      PIC 9(09)V9(02).
           02 UF-SEG         PIC X(02).
           02 FILIAL-SEG     PIC X(10).
           02 DATA-SEG       PIC 9(08).
