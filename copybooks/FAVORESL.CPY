      *----------------------------------------------------------*
      * FAVORESL.CPY
      * SELECT DO CADASTRO DE FAVORECIDOS DO CONTAS A PAGAR
      * (FAVOREC.DAT): MOTORISTAS, VENDEDORES, OPERADORAS DE
      * TURISMO E FORNECEDORES (VER FAVOREFD.CPY PARA O
      * FD/REGISTRO E FAVOREWS.CPY PARA O ITEM DE FILE STATUS).
      * MANTIDO PELO CPGDIG; MOTORISTA E VENDEDOR TAMBEM SAO
      * INCLUIDOS PELO CPGGER NA PRIMEIRA GERACAO DE TITULO.
      * COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT FAVOREC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FAVOREC.
