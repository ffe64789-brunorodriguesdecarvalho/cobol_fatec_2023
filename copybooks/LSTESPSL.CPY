      *----------------------------------------------------------*
      * LSTESPSL.CPY
      * SELECT DA LISTA DE ESPERA DE MATRICULA (LISTESP.DAT),
      * REGRAVADA INTEIRA A CADA RODADA DE MATRICULA (EX05MAT) - VER
      * LSTESPFD.CPY PARA O FD/REGISTRO E LSTESPWS.CPY PARA O FILE
      * STATUS. COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT LISTESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTESP.
