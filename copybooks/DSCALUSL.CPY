      *----------------------------------------------------------*
      * DSCALUSL.CPY
      * SELECT DO REGISTRO DE DESCONTOS CONCEDIDOS NAS MENSALIDADES
      * ESCOLARES (DESCALU.DAT), GRAVADO PELO EX05BIL E LIDO PELO
      * RELATORIO DE BOLSAS EX05BOL (VER DSCALUFD.CPY PARA O
      * FD/REGISTRO E DSCALUWS.CPY PARA O FILE STATUS). COPIAR ESTE
      * MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT DESCALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESCALU.
