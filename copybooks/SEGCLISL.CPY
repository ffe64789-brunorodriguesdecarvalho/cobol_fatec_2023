      *----------------------------------------------------------*
      * SEGCLISL.CPY
      * SELECT DO ARQUIVO DE SEGMENTOS RFM DOS CLIENTES DA TURISMAR
      * (SEGCLI.DAT), GRAVADO PELO EX02RFM E LIDO PELO EX02CAR (VER
      * SEGCLIFD.CPY PARA O FD/REGISTRO E SEGCLIWS.CPY PARA O FILE
      * STATUS). COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT SEGCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEGCLI.
