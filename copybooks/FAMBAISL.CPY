      *----------------------------------------------------------*
      * FAMBAISL.CPY
      * SELECT DO ARQUIVO DE BAIXAS FAMILIARES (FAMBAI.DAT),
      * ANEXADO PELO EX01PAG A CADA DEPENDENTE QUITADO PELA BAIXA
      * TOTAL DO TITULAR E CONSULTADO PELO EX01EST NO ESTORNO DO
      * RECIBO DO TITULAR. VER FAMBAIFD.CPY PARA O FD/REGISTRO E
      * FAMBAIWS.CPY PARA O FILE STATUS. COPIAR ESTE MEMBRO DENTRO
      * DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT FAMBAI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FAMBAI.
