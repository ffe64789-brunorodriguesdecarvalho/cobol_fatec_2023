      *----------------------------------------------------------*
      * JUSTMVSL.CPY
      * SELECT DO ARQUIVO DE JUSTIFICATIVAS DE AUSENCIA
      * (JUSTMOV.DAT), ONDE A SECRETARIA REGISTRA OS ABONOS - VER
      * JUSTMVFD.CPY PARA O FD/REGISTRO, JUSTMVWS.CPY PARA OS ITENS
      * DE WORKING-STORAGE E JUSTMVPD.CPY PARA OS PARAGRAFOS DE
      * CARGA/CONSULTA. COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT JUSTMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JUSTMOV.
