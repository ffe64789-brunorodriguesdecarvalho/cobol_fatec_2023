      *----------------------------------------------------------*
      * REVNOTSL.CPY
      * SELECT DO REGISTRO DE RECURSOS DE NOTA (REVNOT - VER
      * REVNOTFD.CPY PARA O FD/REGISTRO E REVNOTWS.CPY PARA O FILE
      * STATUS). COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT REVNOT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REVNOT.
