      * MANTIDO PELO OPERMNT (SO SUPERVISOR). CADA OPERADOR TEM ID,
      * SENHA, A MARCA DE SUPERVISOR E UM BLOCO DE PERMISSOES S/N
      * POR FUNCAO DE CADA PROGRAMA DE MANUTENCAO: PROG01 (P01),
      * PROG02 (P02), EX01ACD (ACD - INC ABRE ACORDO, EXC ENCERRA),
      * EX02ENT (ENT - INC DIGITA MOVIMENTO) E EX05DIG (DIG - CON
      * CONSULTA NOTAS DA TURMA, ALT LANCA NOTAS; SO NAS TURMAS DO
      * PROPRIO PROFESSOR - OPERADOR-TUR EM TURMASFD - SALVO
      * SUPERVISOR) E EX05REV (REV - INC PROTOCOLA RECURSO DE NOTA,
      * ALT DEFERE/INDEFERE, CON CONSULTA) E EX05VEN (VEN - CADASTRO
      * DE VENDEDORES: INC INCLUI, ALT ALTERA, CON CONSULTA) E
      * CPGDIG (CPG - CONTAS A PAGAR: INC INCLUI FAVORECIDO E
      * TITULO MANUAL, ALT ALTERA FAVORECIDO, EXC CANCELA TITULO,
      * CON CONSULTA).
      * REGISTRO ANTIGO, SEM OS BLOCOS DIG/REV/VEN/CPG, LE ESSAS
      * PERMISSOES EM BRANCO (= NEGADAS).
      * IDENTIFICAR NAO E AUTORIZAR: O JORNAL JRNCLI JA DIZIA QUEM
      * MUDOU, ESTE CADASTRO DIZ QUEM PODE. COPIAR ESTE MEMBRO
      * DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  OPERADOR
           LABEL RECORD ARE STANDARD
              03 ENT-INC-OPE PIC X(01).
              03 ENT-ALT-OPE PIC X(01).
              03 ENT-EXC-OPE PIC X(01).
              03 DIG-CON-OPE PIC X(01).
              03 DIG-INC-OPE PIC X(01).
              03 DIG-ALT-OPE PIC X(01).
              03 DIG-EXC-OPE PIC X(01).
              03 REV-CON-OPE PIC X(01).
              03 REV-INC-OPE PIC X(01).
              03 REV-ALT-OPE PIC X(01).
              03 REV-EXC-OPE PIC X(01).
              03 VEN-CON-OPE PIC X(01).
              03 VEN-INC-OPE PIC X(01).
              03 VEN-ALT-OPE PIC X(01).
              03 VEN-EXC-OPE PIC X(01).
              03 CPG-CON-OPE PIC X(01).
              03 CPG-INC-OPE PIC X(01).
              03 CPG-ALT-OPE PIC X(01).
              03 CPG-EXC-OPE PIC X(01).
