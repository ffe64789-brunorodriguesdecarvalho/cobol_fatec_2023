      *----------------------------------------------------------*
      * FECNOTSL.CPY
      * SELECT DO REGISTRO DE TURMAS COM NOTAS FECHADAS (FECNOT.DAT
      * - VER FECNOTFD.CPY PARA O FD/REGISTRO, FECNOTWS.CPY PARA OS
      * ITENS DE WORKING-STORAGE E FECNOTPD.CPY PARA OS PARAGRAFOS).
      * COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT FECNOT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FECNOT.
