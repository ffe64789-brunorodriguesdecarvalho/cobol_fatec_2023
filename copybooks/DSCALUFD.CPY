      *----------------------------------------------------------*
      * DSCALUFD.CPY
      * FD E REGISTRO DO REGISTRO DE DESCONTOS CONCEDIDOS
      * (DESCALU.DAT): UMA LINHA POR BOLSA APLICADA A UMA
      * MENSALIDADE NO LANCAMENTO (EX05BIL), COM O TIPO, A
      * REFERENCIA DE APROVACAO E O VALOR EFETIVAMENTE ABATIDO. A
      * SOMA DAS LINHAS DE UM ALUNO NA COMPETENCIA E O DESCONTO-MAL
      * DO MENSALU (VER MENALUFD). O ARQUIVO SO RECEBE INCLUSOES.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  DESCALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DESCALU.DAT".
       01  REG-DESCALU.
           02 MATRICULA-DSC    PIC 9(07).
           02 COMPETENCIA-DSC  PIC 9(06).
           02 TIPO-DSC         PIC X(01).
           02 APROVACAO-DSC    PIC X(20).
           02 VALOR-DSC        PIC 9(09)V9(02).
