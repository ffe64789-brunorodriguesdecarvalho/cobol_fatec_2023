      *----------------------------------------------------------*
      * CADCEPFD.CPY
      * FD E REGISTRO DA TABELA DE CEP (CADCEP.DAT), CHAVEADA POR
      * CODIGO-CEP (VER CADCEPSL.CPY PARA O SELECT). UM REGISTRO
      * POR CEP DA BASE DOS CORREIOS, COM O LOGRADOURO, O BAIRRO, A
      * CIDADE E A UF. CEP DE CIDADE INTEIRA (CIDADE DE CEP UNICO)
      * VEM COM LOGRADOURO E BAIRRO EM BRANCO. COPIAR ESTE MEMBRO
      * DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  CADCEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCEP.DAT".
       01  REG-CEP.
           02 CODIGO-CEP      PIC 9(08).
           02 LOGRAD-CEP      PIC X(40).
           02 BAIRRO-CEP      PIC X(25).
           02 CIDADE-CEP      PIC X(25).
           02 UF-CEP          PIC X(02).
