      *----------------------------------------------------------*
      * CONVITFD.CPY
      * FD E REGISTRO DO REGISTRO DE CONVITES (CONVITE.DAT). UMA
      * LINHA POR CONVITE EMITIDO NA PORTARIA: O SOCIO QUE CONVIDA,
      * O TITULAR QUE RESPONDE PELA COTA (O PROPRIO SOCIO, OU O
      * TITULAR DO DEPENDENTE), O NOME E O CPF DO CONVIDADO E A
      * DATA DA VISITA. A COTA MENSAL DE CONVITES E CONTADA POR
      * TITULAR E POR MES DA VISITA (VER PARCNVFD); O CONVITE ACIMA
      * DA COTA LEVA A TAXA EM VALOR-CNV E VIRA UMA COBRANCA AVULSA
      * (ORIGEM "CNV", DOCUMENTO = NUMERO-CNV - VER COBAVLFD). DENTRO
      * DA COTA O VALOR E ZERO. O ARQUIVO SO RECEBE INCLUSOES.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  CONVITE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONVITE.DAT".
       01  REG-CONVITE.
           02 NUMERO-CNV           PIC 9(06).
           02 NUMERO-SOCIO-CNV     PIC 9(06).
           02 TITULAR-CNV          PIC 9(06).
           02 NOME-CONVIDADO-CNV   PIC X(30).
           02 CPF-CONVIDADO-CNV    PIC 9(11).
           02 DATA-CNV             PIC 9(08).
           02 DATA-CNV-R REDEFINES DATA-CNV.
              03 ANO-MES-CNV       PIC 9(06).
              03 DIA-CNV           PIC 9(02).
           02 VALOR-CNV            PIC 9(07)V9(02).
           02 DATA-EMISSAO-CNV     PIC 9(08).
           02 OPERADOR-CNV         PIC X(08).
