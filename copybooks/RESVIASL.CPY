      *----------------------------------------------------------*
      * RESVIASL.CPY
      * SELECT DO ARQUIVO DE RESERVAS DE VIAGEM (RESERVAS.DAT),
      * MANTIDO PELA TELA EX02RES E LIDO POR EX02CNR, EX02MAN E
      * EX02OCP (VER RESVIAFD.CPY PARA O FD/REGISTRO E RESVIAWS.CPY
      * PARA O FILE STATUS). COPIAR ESTE MEMBRO DENTRO DE
      * FILE-CONTROL. ARQUIVO AUSENTE = NENHUMA RESERVA.
      *----------------------------------------------------------*
           SELECT RESERVAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESERVAS.
