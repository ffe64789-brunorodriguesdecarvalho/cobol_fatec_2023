      *----------------------------------------------------------*
      * RMNCTLSL.CPY
      * SELECT DO CONTROLE DE REMESSA DA COBRANCA DAS NOTAS
      * (REMNCTL.DAT), REGRAVADO PELO NOTAREM (TITULOS ENVIADOS) E
      * PELO NOTARET (LIQUIDADOS/REJEITADOS) E LIDO PELO NOTACCL NA
      * CONCILIACAO - VER RMNCTLFD.CPY PARA O FD/REGISTRO,
      * RMNCTLWS.CPY PARA A TABELA E RMNCTLPD.CPY PARA A CARGA E A
      * REGRAVACAO. COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
            SELECT REMNCTL ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-REMNCTL.
