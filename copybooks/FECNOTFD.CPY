      *----------------------------------------------------------*
      * FECNOTFD.CPY
      * FD E REGISTRO DO REGISTRO DE TURMAS COM NOTAS FECHADAS
      * (FECNOT.DAT): UMA LINHA POR TURMA CADA VEZ QUE UMA RODADA DE
      * FECHAMENTO DO PERIODO (EX05NOT, EX05ATA) A PROCESSA, COM A
      * DATA DE PROCESSAMENTO E O PROGRAMA. TURMA PRESENTE AQUI TEM
      * A DIGITACAO DE NOTAS (EX05DIG) BLOQUEADA - A NOTA MUDADA
      * DEPOIS DA ATA NAO BATERIA COM O DOCUMENTO ASSINADO. O
      * FECHAMENTO DO ANO (EX05ANO) ESVAZIA O ARQUIVO PARA O PERIODO
      * NOVO. COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  FECNOT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FECNOT.DAT".
       01  REG-FECNOT.
           02 TURMA-FEC       PIC X(03).
           02 DATA-FEC        PIC 9(08).
           02 PROGRAMA-FEC    PIC X(08).
