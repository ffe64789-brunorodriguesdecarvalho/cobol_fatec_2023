      *            PRODUCAO.
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - CARGA DA DATA DE ADMISSAO (ADMISSAO-SOCIO1 ->
      *            ADMISSAO-SOX, VER CADSOCFD/CADSOXFD).
      *15/10/2026 BRC - CARGA DA DATA DE NASCIMENTO (NASCIMENTO-SOCIO1
      *            -> NASCIMENTO-SOX, VER CADSOCFD/CADSOXFD).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE EMAIL-SOCIO1      TO EMAIL-SOX.
           MOVE CATEGORIA-SOCIO1  TO CATEGORIA-SOX.
           MOVE TITULAR-SOCIO1    TO TITULAR-SOX.
           MOVE ADMISSAO-SOCIO1   TO ADMISSAO-SOX.
           MOVE NASCIMENTO-SOCIO1 TO NASCIMENTO-SOX.
           WRITE CAD-SOX
              INVALID KEY
                 ADD 1 TO CT-DUPLICADOS
