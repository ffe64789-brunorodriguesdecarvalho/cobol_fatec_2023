      *----------------------------------------------------------*
      * EMLADESL.CPY
      * SELECT DO REGISTRO DE ADESAO AO ENVIO POR E-MAIL (VER
      * EMLADEFD.CPY PARA O FD/REGISTRO, EMLADEWS.CPY PARA OS ITENS
      * DE WORKING-STORAGE E EMLADEPD.CPY PARA OS PARAGRAFOS DE
      * CARGA/CONSULTA). COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT EMLADE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMLADE.
