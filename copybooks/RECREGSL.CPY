      *----------------------------------------------------------*
      * RECREGSL.CPY
      * SELECT DO REGISTRO PERMANENTE DE RECIBOS (RECIBREG.DAT),
      * ANEXADO PELO EX01PAG A CADA RECIBO EMITIDO, CONSULTADO PELO
      * EX01RIM (SEGUNDA VIA) E PELO EX01FEC (FECHAMENTO DE CAIXA)
      * E REGRAVADO PELO EX01EST (ESTORNO DE RECIBO). VER
      * RECREGFD.CPY PARA O FD/REGISTRO E RECREGWS.CPY PARA O ITEM
      * DE FILE STATUS. COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT RECIBREG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECIBREG.
