      *----------------------------------------------------------*
      * MENALUSL.CPY
      * SELECT DO LIVRO DE MENSALIDADES ESCOLARES (MENSALU.DAT),
      * GRAVADO PELO EX05BIL, BAIXADO PELO EX05PGA, CANCELADO NA
      * TRANSFERENCIA PELO EX05TRF E LIDO PELO EX05ATR E PELO
      * EX05BOL (VER MENALUFD.CPY PARA O
      * FD/REGISTRO E MENALUWS.CPY PARA O FILE STATUS). COPIAR ESTE
      * MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT MENSALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSALU.
