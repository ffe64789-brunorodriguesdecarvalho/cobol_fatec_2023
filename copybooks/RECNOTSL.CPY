      *----------------------------------------------------------*
      * RECNOTSL.CPY
      * SELECT DOS RECEBIMENTOS DAS NOTAS FISCAIS (RECNOTA.DAT),
      * LANCADOS PELA TESOURARIA OU GERADOS PELO NOTARET A PARTIR
      * DO RETORNO DA COBRANCA BANCARIA, E LIDOS PELO NOTAAR NA
      * BAIXA DOS TITULOS (VER RECNOTFD.CPY PARA O FD/REGISTRO E
      * RECNOTWS.CPY PARA O FILE STATUS). COPIAR ESTE MEMBRO DENTRO
      * DE FILE-CONTROL.
      *----------------------------------------------------------*
            SELECT RECNOTA ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-RECNOTA.
