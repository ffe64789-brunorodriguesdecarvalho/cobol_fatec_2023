      *----------------------------------------------------------*
      * CADCEPSL.CPY
      * SELECT DA TABELA DE CEP (CADCEP), CHAVEADA POR CODIGO-CEP E
      * CARREGADA PELO EX06CEP A PARTIR DA BASE DE LOGRADOUROS DOS
      * CORREIOS (VER CADCEPFD.CPY PARA O FD/REGISTRO, CADCEPWS.CPY
      * PARA OS ITENS DE WORKING-STORAGE E CADCEPPD.CPY PARA OS
      * PARAGRAFOS DE CONSULTA). COPIAR ESTE MEMBRO DENTRO DE
      * FILE-CONTROL.
      *
      * CONSULTADA PELAS TELAS QUE DIGITAM ENDERECO (PROG02,
      * EX01PRO, EX02ENT) PARA COMPLETAR LOGRADOURO, CIDADE E UF A
      * PARTIR DO CEP, PELA CRITICA DE ENDERECOS (EX06END) E PELA
      * CONVERSAO DO ENDERECO DAS CONTAS (EX02END).
      *----------------------------------------------------------*
           SELECT CADCEP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO-CEP
           FILE STATUS IS FS-CADCEP.
