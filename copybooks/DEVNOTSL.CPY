      *----------------------------------------------------------*
      * DEVNOTSL.CPY
      * SELECT DO REGISTRO DE DEVOLUCOES DE MERCADORIA (DEVNOTA.DAT),
      * ANEXADO PELO NOTADEV A CADA NOTA DE DEVOLUCAO EMITIDA E
      * LIDO PELO NOTAAR (CREDITO NO TITULO DA NOTA DE ORIGEM) E
      * PELO NOTASUM (LINHA DE DEDUCAO DAS VENDAS) - VER
      * DEVNOTFD.CPY PARA O FD/REGISTRO E DEVNOTWS.CPY PARA O FILE
      * STATUS. COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
            SELECT DEVNOTA ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-DEVNOTA.
