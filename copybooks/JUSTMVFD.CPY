      *----------------------------------------------------------*
      * JUSTMVFD.CPY
      * FD E REGISTRO DO ARQUIVO DE JUSTIFICATIVAS DE AUSENCIA
      * (JUSTMOV.DAT): MATRICULA, DATA DA AUSENCIA ABONADA E CODIGO
      * DO MOTIVO. COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  JUSTMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JUSTMOV.DAT".
       01  REG-JUST.
           02 MATRICULA-JUS   PIC 9(07).
           02 DATA-JUS        PIC 9(08).
           02 MOTIVO-JUS      PIC X(02).
