      *----------------------------------------------------------*
      * RETNOTSL.CPY
      * SELECT DO ARQUIVO RETORNO DA COBRANCA BANCARIA DAS NOTAS
      * FISCAIS (RETNOTA.DAT), RECEBIDO DO BANCO E LIDO PELO NOTARET
      * (RECEBIMENTOS) E PELO NOTACCL (CONCILIACAO) - VER
      * RETNOTFD.CPY PARA O FD/REGISTRO E RETNOTWS.CPY PARA O FILE
      * STATUS. COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
            SELECT RETNOTA ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-RETNOTA.
