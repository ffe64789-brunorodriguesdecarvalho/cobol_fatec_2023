      *----------------------------------------------------------*
      * COBAVLSL.CPY
      * SELECT DO ARQUIVO DE COBRANCAS AVULSAS (COBAVL.DAT) -
      * TAXAS QUE NAO SAO MENSALIDADE MAS SAO COBRADAS JUNTO COM
      * ELA (VER COBAVLFD.CPY PARA O FD/REGISTRO E COBAVLWS.CPY
      * PARA O FILE STATUS). COPIAR ESTE MEMBRO DENTRO DE
      * FILE-CONTROL. ARQUIVO AUSENTE = NENHUMA COBRANCA AVULSA.
      *----------------------------------------------------------*
           SELECT COBAVL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COBAVL.
