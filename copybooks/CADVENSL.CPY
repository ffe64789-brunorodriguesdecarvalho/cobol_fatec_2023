      *----------------------------------------------------------*
      * CADVENSL.CPY
      * SELECT DO CADASTRO PERMANENTE DE VENDEDORES (CADVEND.DAT),
      * MANTIDO PELO EX05VEN E LIDO PELO EX05B, FOLHAREM, FOLHARES
      * E FOLHAFER, E PELO SORT1 E NOTAVEN NO FATURAMENTO (VER
      * CADVENFD.CPY PARA O FD/REGISTRO E CADVENWS.CPY PARA O ITEM
      * DE FILE STATUS). COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT CADVEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADVEND.
