      *----------------------------------------------------------*
      * HORARISL.CPY
      * SELECT DA GRADE HORARIA DAS TURMAS (HORARIO), CRITICADA
      * PELO EX05GRD (VER HORARIFD.CPY PARA O FD/REGISTRO E
      * HORARIWS.CPY PARA O FILE STATUS). COPIAR ESTE MEMBRO
      * DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT HORARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORARIO.
