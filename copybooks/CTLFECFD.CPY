      *----------------------------------------------------------*
      * CTLFECFD.CPY
      * FD E REGISTRO DO REGISTRO DE COMPETENCIAS FECHADAS
      * (CTLFECH.DAT, NO DIRETORIO DA SEQUENCIA BATCH, AO LADO DO
      * DATAPROC.DAT E DO CALEND.DAT): UMA LINHA POR COMPETENCIA
      * (AAAAMM) CUJO FECHAMENTO DO MES (FECHMES.BAT) TERMINOU, COM
      * A DATA DE PROCESSAMENTO DO FECHAMENTO, O PRIMEIRO DIA UTIL
      * DO MES SEGUINTE (O DIA PREVISTO PELO CALENDARIO) E A
      * DATA/HORA DA GRAVACAO. GRAVADO SO PELO FECCTL; O FECHAMENTO
      * RECUSA COMECAR PARA COMPETENCIA QUE JA CONSTA AQUI E A
      * SEQUENCIA NOTURNA AVISA QUANDO O MES ANTERIOR AINDA NAO
      * CONSTA. COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  CTLFEC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTLFECH.DAT".
       01  REG-CTLFEC.
           02 COMPET-FCH      PIC 9(06).
           02 DATA-PROC-FCH   PIC 9(08).
           02 PRIM-UTIL-FCH   PIC 9(08).
           02 DATA-GRV-FCH    PIC 9(08).
           02 HORA-GRV-FCH    PIC 9(08).
