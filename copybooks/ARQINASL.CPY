      *----------------------------------------------------------*
      * ARQINASL.CPY
      * SELECT DO ARQUIVO DE SOCIOS INATIVOS/BAIXADOS (ARQINAT.DAT)
      * (VER ARQINAFD.CPY PARA O FD/REGISTRO E ARQINAWS.CPY PARA O
      * ITEM DE FILE STATUS). COPIAR ESTE MEMBRO DENTRO DE
      * FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT ARQINAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQINAT.
