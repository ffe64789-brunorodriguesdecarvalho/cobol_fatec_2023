      *----------------------------------------------------------*
      * DEVCORSL.CPY
      * SELECT DO REGISTRO DE CORRESPONDENCIA DEVOLVIDA (VER
      * DEVCORFD.CPY PARA O FD/REGISTRO, DEVCORWS.CPY PARA OS ITENS
      * DE WORKING-STORAGE E DEVCORPD.CPY PARA OS PARAGRAFOS DE
      * CARGA/CONSULTA/LIBERACAO). COPIAR ESTE MEMBRO DENTRO DE
      * FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT DEVCOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVCOR.
