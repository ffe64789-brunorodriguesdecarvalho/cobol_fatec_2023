      *----------------------------------------------------------*
      * LCTCTBFD.CPY
      * FD E REGISTRO DO ARQUIVO DE EXPORTACAO CONTABIL (LCTCTB.DAT
      * - VER LCTCTBSL.CPY PARA O SELECT). UMA LINHA POR LANCAMENTO
      * DE PARTIDA DOBRADA (UM DEBITO E UM CREDITO DO MESMO VALOR):
      * - DATALCT: DATA DO LANCAMENTO (AAAAMMDD);
      * - DEBLCT/CRELCT: CONTAS DO PLANOCTA.DAT;
      * - VALORLCT: SEMPRE POSITIVO (VALOR NEGATIVO NA ORIGEM SAI
      *   COM AS CONTAS INVERTIDAS);
      * - HISTLCT: HISTORICO PADRAO DO EVENTO + COMPLEMENTO;
      * - DOCLCT: DOCUMENTO DE ORIGEM (RECIBO, NOTA, MATRICULA...);
      * - ORIGLCT/EVTLCT: ARQUIVO DE ORIGEM E EVENTO DO EVENTCTB.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  LCTCTB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LCTCTB.DAT".
       01  REG-LCTCTB.
           02 DATALCT         PIC 9(08).
           02 DEBLCT          PIC X(10).
           02 CRELCT          PIC X(10).
           02 VALORLCT        PIC 9(11)V9(02).
           02 HISTLCT         PIC X(40).
           02 DOCLCT          PIC X(10).
           02 ORIGLCT         PIC X(08).
           02 EVTLCT          PIC X(06).
