      *            (OPERADOR.DAT - VER OPERFD), RESTRITA A OPERADOR
      *            COM A MARCA DE SUPERVISOR. LISTA, INCLUI, ALTERA
      *            E EXCLUI OPERADORES, CADA UM COM SENHA, MARCA DE
      *            SUPERVISOR E AS PERMISSOES POR FUNCAO DOS OITO
      *            PROGRAMAS DE MANUTENCAO (PROG01, PROG02, EX01ACD,
      *            EX02ENT, EX05DIG, EX05REV, EX05VEN, CPGDIG),
      *            INFORMADAS EM
      *            GRUPOS DE QUATRO LETRAS S/N NA ORDEM
      *            CON/INC/ALT/EXC.
      *            ALTERACAO E EXCLUSAO REGRAVAM O ARQUIVO PELO MESMO
      *            ESQUEMA COPIA-E-SUBSTITUI DO EX01ACD (OPERADOR ->
      *            OPERADON -> OPERADOR). RODAR NO DIRETORIO DO
      *            PROGRAMA CUJO OPERADOR.DAT SE QUER MANTER - CADA
      *            DIRETORIO DE MANUTENCAO TEM O SEU, COMO O
      *            ACAO-EXCLUIR: UMA ALTERACAO EM QUE O SUPERVISOR
      *            RESPONDESSE A SENHA COM BRANCOS EXCLUIA O
      *            OPERADOR EM SILENCIO.
      *15/10/2026 BRC - PERMISSOES DO EX05DIG (DIGITACAO DE NOTAS PELO
      *            PROFESSOR - BLOCO DIG EM OPERFD). OPERADON PASSOU
      *            A 37 POSICOES.
      *15/10/2026 BRC - PERMISSOES DO EX05REV (RECURSOS DE NOTA -
      *            BLOCO REV EM OPERFD). OPERADON PASSOU A 41
      *            POSICOES.
      *15/10/2026 BRC - PERMISSOES DO EX05VEN (CADASTRO DE VENDEDORES -
      *            BLOCO VEN EM OPERFD). OPERADON PASSOU A 45 POSICOES.
      *15/10/2026 BRC - PERMISSOES DO CPGDIG (CONTAS A PAGAR - BLOCO
      *            CPG EM OPERFD). OPERADON PASSOU A 49 POSICOES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  OPERADON
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "OPERADON.DAT".
       01  REG-OPERADON     PIC X(49).

       COPY EXCLOGFD.

       77  PERM-P02-INF   PIC X(04) VALUE "NNNN".
       77  PERM-ACD-INF   PIC X(04) VALUE "NNNN".
       77  PERM-ENT-INF   PIC X(04) VALUE "NNNN".
       77  PERM-DIG-INF   PIC X(04) VALUE "NNNN".
       77  PERM-REV-INF   PIC X(04) VALUE "NNNN".
       77  PERM-VEN-INF   PIC X(04) VALUE "NNNN".
       77  PERM-CPG-INF   PIC X(04) VALUE "NNNN".
       77  ACAO-EXCLUIR   PIC X(01) VALUE "N".
       77  CT-LISTADOS    PIC 9(03) VALUE ZEROES.

                      ACD-ALT-OPE ACD-EXC-OPE
                      "  ENT " ENT-CON-OPE ENT-INC-OPE
                      ENT-ALT-OPE ENT-EXC-OPE
                      "  DIG " DIG-CON-OPE DIG-INC-OPE
                      DIG-ALT-OPE DIG-EXC-OPE
                      "  REV " REV-CON-OPE REV-INC-OPE
                      REV-ALT-OPE REV-EXC-OPE
                      "  VEN " VEN-CON-OPE VEN-INC-OPE
                      VEN-ALT-OPE VEN-EXC-OPE
                      "  CPG " CPG-CON-OPE CPG-INC-OPE
                      CPG-ALT-OPE CPG-EXC-OPE
           END-IF.

       LOCALIZA-OPERADOR.
           ACCEPT PERM-ACD-INF.
           DISPLAY "EX02ENT CON/INC/ALT/EXC.........: ".
           ACCEPT PERM-ENT-INF.
           DISPLAY "EX05DIG CON/INC/ALT/EXC.........: ".
           ACCEPT PERM-DIG-INF.
           DISPLAY "EX05REV CON/INC/ALT/EXC.........: ".
           ACCEPT PERM-REV-INF.
           DISPLAY "EX05VEN CON/INC/ALT/EXC.........: ".
           ACCEPT PERM-VEN-INF.
           DISPLAY "CPGDIG CON/INC/ALT/EXC..........: ".
           ACCEPT PERM-CPG-INF.

       MOVE-DADOS-PARA-REG.
           MOVE ID-INF          TO ID-OPE.
           MOVE PERM-ENT-INF(2:1) TO ENT-INC-OPE.
           MOVE PERM-ENT-INF(3:1) TO ENT-ALT-OPE.
           MOVE PERM-ENT-INF(4:1) TO ENT-EXC-OPE.
           MOVE PERM-DIG-INF(1:1) TO DIG-CON-OPE.
           MOVE PERM-DIG-INF(2:1) TO DIG-INC-OPE.
           MOVE PERM-DIG-INF(3:1) TO DIG-ALT-OPE.
           MOVE PERM-DIG-INF(4:1) TO DIG-EXC-OPE.
           MOVE PERM-REV-INF(1:1) TO REV-CON-OPE.
           MOVE PERM-REV-INF(2:1) TO REV-INC-OPE.
           MOVE PERM-REV-INF(3:1) TO REV-ALT-OPE.
           MOVE PERM-REV-INF(4:1) TO REV-EXC-OPE.
           MOVE PERM-VEN-INF(1:1) TO VEN-CON-OPE.
           MOVE PERM-VEN-INF(2:1) TO VEN-INC-OPE.
           MOVE PERM-VEN-INF(3:1) TO VEN-ALT-OPE.
           MOVE PERM-VEN-INF(4:1) TO VEN-EXC-OPE.
           MOVE PERM-CPG-INF(1:1) TO CPG-CON-OPE.
           MOVE PERM-CPG-INF(2:1) TO CPG-INC-OPE.
           MOVE PERM-CPG-INF(3:1) TO CPG-ALT-OPE.
           MOVE PERM-CPG-INF(4:1) TO CPG-EXC-OPE.

       INCLUI-OPERADOR.
           DISPLAY "IDENTIFICACAO DO NOVO OPERADOR..: ".
