      *----------------------------------------------------------*
      * FREQMVFD.CPY
      * FD E REGISTRO DO MOVIMENTO DE FREQUENCIA (FREQMOV.DAT):
      * MATRICULA, DATA DA CHAMADA E PRESENCA (P = PRESENTE,
      * A = AUSENTE). O FS-FREQMOV FICA NO JUSTMVWS.CPY, JUNTO COM
      * OS DEMAIS ITENS DA APURACAO. COPIAR ESTE MEMBRO DENTRO DA
      * FILE SECTION.
      *----------------------------------------------------------*
       FD  FREQMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FREQMOV.DAT".
       01  REG-FREQ.
           02 MATRICULA-FRQ   PIC 9(07).
           02 DATA-FRQ        PIC 9(08).
           02 PRESENCA-FRQ    PIC X(01).
