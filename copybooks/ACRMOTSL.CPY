      *----------------------------------------------------------*
      * ACRMOTSL.CPY
      * SELECT DO REGISTRO DE ACERTOS DE MOTORISTA (ACERTMOT.DAT),
      * ACRESCENTADO PELO TRIPPAY A CADA ACERTO E LIDO PELO CPGGER
      * PARA GERAR O TITULO A PAGAR DO REPASSE (VER ACRMOTFD.CPY
      * PARA O FD/REGISTRO E ACRMOTWS.CPY PARA O ITEM DE FILE
      * STATUS). COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT ACERTMOT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACERTMOT.
