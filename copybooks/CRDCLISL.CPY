      *----------------------------------------------------------*
      * CRDCLISL.CPY
      * SELECT DO CADASTRO DE CREDITO DOS CLIENTES (CREDCLI.DAT),
      * MANTIDO PELO DEPARTAMENTO FINANCEIRO: LIMITE DE CREDITO E
      * BLOQUEIO POR CPF. LIDO PELO SORT1 (PGMP1) NA CONFERENCIA DE
      * CREDITO ANTES DE FATURAR E PELO CREDRET (VER CRDCLIFD.CPY
      * PARA O FD/REGISTRO, CRDCLIWS.CPY PARA A TABELA EM MEMORIA E
      * CRDCLIPD.CPY PARA A CARGA E A CONSULTA). COPIAR ESTE MEMBRO
      * DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
            SELECT CREDCLI ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-CREDCLI.
