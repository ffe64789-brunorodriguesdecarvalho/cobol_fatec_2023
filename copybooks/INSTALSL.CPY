      *----------------------------------------------------------*
      * INSTALSL.CPY
      * SELECT DA TABELA DE INSTALACOES DO CLUBE (INSTAL.DAT) -
      * QUADRAS, SALOES, CHURRASQUEIRAS ETC. QUE O SOCIO PODE
      * RESERVAR (VER INSTALFD.CPY PARA O FD/REGISTRO E
      * INSTALWS.CPY PARA O FILE STATUS). COPIAR ESTE MEMBRO
      * DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT INSTAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INSTAL.
