      *----------------------------------------------------------*
      * PROFESSL.CPY
      * SELECT DO CADASTRO DE PROFESSORES (PROFES), REFERENCIADO
      * PELO CODPROF-TUR DO TURMAS.DAT (VER PROFESFD.CPY PARA O
      * FD/REGISTRO E PROFESWS.CPY PARA O FILE STATUS). COPIAR
      * ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT PROFES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROFES.
