      *----------------------------------------------------------*
      * CTAPAGSL.CPY
      * SELECT DO ARQUIVO DE CONTAS A PAGAR (CTASPAG.DAT - VER
      * CTAPAGFD.CPY PARA O FD/REGISTRO E CTAPAGWS.CPY PARA O ITEM
      * DE FILE STATUS). GRAVADO PELO CPGGER (TITULOS GERADOS) E
      * PELO CPGDIG (CONTAS AVULSAS), BAIXADO PELO CPGPAG E LIDO
      * PELO CPGVEN (AGENDA DE VENCIMENTOS) E PELO CPGAGE
      * (ENVELHECIMENTO). COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT CTASPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTASPAG.
