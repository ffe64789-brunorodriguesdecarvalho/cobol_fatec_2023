      *----------------------------------------------------------*
      * ACRMOTFD.CPY
      * FD E REGISTRO DO REGISTRO DE ACERTOS DE MOTORISTA
      * (ACERTMOT.DAT - VER ACRMOTSL.CPY PARA O SELECT). UMA LINHA
      * POR MOTORISTA COM REPASSE POSITIVO EM CADA RODADA DO
      * TRIPPAY, NO FIM DO ARQUIVO (OPEN EXTEND), EM ORDEM
      * CRONOLOGICA:
      * - DATA-ACR/HORA-ACR: DATA DE PROCESSAMENTO E HORA DO ACERTO
      *   (JUNTAS IDENTIFICAM O ACERTO - SAO O DOCUMENTO DO TITULO
      *   A PAGAR);
      * - DATA-INI-ACR/DATA-FIM-ACR: PERIODO INFORMADO NO ACERTO;
      * - REPASSE-ACR: REPASSE LIQUIDO (PARTE DO MOTORISTA MENOS
      *   ADIANTAMENTOS). REPASSE ZERADO OU NEGATIVO (DEVOLUCAO A
      *   RECEBER) NAO ENTRA AQUI.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  ACERTMOT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACERTMOT.DAT".
       01  REG-ACERTMOT.
           02 CODMOT-ACR      PIC 9(04).
           02 NOME-ACR        PIC X(30).
           02 DATA-ACR        PIC 9(08).
           02 HORA-ACR        PIC 9(06).
           02 DATA-INI-ACR    PIC 9(08).
           02 DATA-FIM-ACR    PIC 9(08).
           02 REPASSE-ACR     PIC 9(09)V9(02).
