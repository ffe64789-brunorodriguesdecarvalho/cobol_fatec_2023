      * MENSALIDADE. MANTIDA PELA SECRETARIA EM EDITOR DE TEXTO -
      * MUDANCA DE PRECO DEIXA DE SER ALTERACAO SOCIO A SOCIO NO
      * PROG02. COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *
      * VIGENCIA-CAT (AAAAMM) E A COMPETENCIA A PARTIR DA QUAL O
      * VALOR DA LINHA VALE. A MESMA CATEGORIA PODE TER VARIAS
      * LINHAS: OS PROGRAMAS QUE PRECIFICAM USAM A DE MAIOR
      * VIGENCIA ATE A COMPETENCIA QUE ESTAO COBRANDO, E AS LINHAS
      * ANTIGAS FICAM COMO HISTORICO DE PRECOS. LINHA SEM VIGENCIA
      * (GRAVADA ANTES DO CAMPO) VALE DESDE SEMPRE. LINHAS NOVAS DE
      * REAJUSTE SAO ACRESCENTADAS PELO EX01RJT, NAO MAIS EDITANDO
      * O VALOR NA MAO.
      *----------------------------------------------------------*
       FD  TABCAT
           LABEL RECORD ARE STANDARD
           02 CATEGORIA-CAT     PIC X(01).
           02 DESCRICAO-CAT     PIC X(20).
           02 VALOR-CAT         PIC 9(09)V9(02).
           02 VIGENCIA-CAT      PIC 9(06).
