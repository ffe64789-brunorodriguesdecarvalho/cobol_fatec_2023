      *----------------------------------------------------------*
      * JRNNOTSL.CPY
      * SELECT DO JORNAL DE ALTERACOES DE NOTAS (JRNNOT.DAT - VER
      * JRNNOTFD.CPY PARA O FD/REGISTRO E JRNNOTWS.CPY PARA O FILE
      * STATUS). COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT JRNNOT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JRNNOT.
