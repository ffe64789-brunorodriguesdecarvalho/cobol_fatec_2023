      *----------------------------------------------------------*
      * LCTCTBSL.CPY
      * SELECT DO ARQUIVO DE EXPORTACAO DOS LANCAMENTOS CONTABEIS
      * (LCTCTB.DAT), NO LEIAUTE DE IMPORTACAO DO SISTEMA CONTABIL
      * (VER LCTCTBFD.CPY PARA O FD/REGISTRO E LCTCTBWS.CPY PARA O
      * ITEM DE FILE STATUS). GRAVADO PELO CTBLAN SO DEPOIS QUE O
      * BALANCETE DE VERIFICACAO FECHA.
      * COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT LCTCTB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LCTCTB.
