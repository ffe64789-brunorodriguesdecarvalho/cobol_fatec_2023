      *----------------------------------------------------------*
      * FECNOTWS.CPY
      * ITENS DE WORKING-STORAGE DO REGISTRO DE TURMAS COM NOTAS
      * FECHADAS (VER FECNOTSL.CPY). O PROGRAMA MOVE A TURMA PARA
      * TURMA-FECHAR (E, PARA MARCAR, A DATA E O SEU NOME PARA
      * DATA-FECHAR/PROGRAMA-FECHAR) ANTES DE CHAMAR OS PARAGRAFOS
      * DE FECNOTPD.CPY. COPIAR ESTE MEMBRO DENTRO DA
      * WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-FECNOT       PIC X(02) VALUE "00".
       77  FIM-FECNOT      PIC X(03) VALUE "NAO".
       77  TURMA-FECHAR    PIC X(03) VALUE SPACES.
       77  DATA-FECHAR     PIC 9(08) VALUE ZEROES.
       77  PROGRAMA-FECHAR PIC X(08) VALUE SPACES.
       77  TURMA-FECHADA   PIC X(01) VALUE "N".
