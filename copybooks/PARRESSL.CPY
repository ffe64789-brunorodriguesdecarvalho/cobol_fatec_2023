      *----------------------------------------------------------*
      * PARRESSL.CPY
      * SELECT DO PLANO DE PAGAMENTO DAS RESERVAS DE VIAGEM
      * (PARCRES.DAT), GERADO PELA TELA EX02RES NA RESERVA, BAIXADO
      * PELO EX02PGR E LIDO PELO EX02ATR (VER PARRESFD.CPY PARA O
      * FD/REGISTRO E PARRESWS.CPY PARA O FILE STATUS). COPIAR ESTE
      * MEMBRO DENTRO DE FILE-CONTROL. ARQUIVO AUSENTE = NENHUM
      * PLANO.
      *----------------------------------------------------------*
           SELECT PARCRES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARCRES.
