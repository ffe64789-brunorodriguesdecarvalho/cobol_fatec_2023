      *----------------------------------------------------------*
      * RECNOTFD.CPY
      * FD E REGISTRO DOS RECEBIMENTOS DAS NOTAS FISCAIS
      * (RECNOTA.DAT): NUMERO DA NOTA, DATA E VALOR RECEBIDO. UMA
      * NOTA PODE TER VARIOS RECEBIMENTOS; O NOTAAR SOMA TODOS. O
      * ARQUIVO E SO-ANEXA.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  RECNOTA
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "RECNOTA.DAT".
       01  REGRECNOTA.
             05  NUMNOTAREC      PIC 9(06).
             05  DATAREC         PIC 9(08).
             05  VALORREC        PIC 9(09)V9(02).
