      *----------------------------------------------------------*
      * MOVESTSL.CPY
      * SELECT DO RAZAO DE MOVIMENTOS DE ESTOQUE (MOVEST.DAT) - VER
      * MOVESTFD.CPY PARA O FD/REGISTRO, MOVESTWS.CPY PARA OS ITENS
      * DE WORKING-STORAGE E MOVESTPD.CPY PARA O LANCAMENTO.
      * COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
            SELECT MOVEST ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-MOVEST.
