      *----------------------------------------------------------*
      * PRODUTFD.CPY
      * FD E REGISTRO DO CADASTRO DE PRODUTOS (PRODUTOS.DAT): CODIGO,
      * DESCRICAO E PRECO, MANTIDOS A MAO, MAIS O ESTOQUE:
      * - QTDESTPROD: QUANTIDADE EM ESTOQUE. SO MUDA POR MOVIMENTO
      *   GRAVADO NO RAZAO DE ESTOQUE (MOVEST.DAT - VER MOVESTFD.CPY)
      *   PELOS PROGRAMAS QUE LANCAM (PGMP1/SORT1, NOTACAN, ESTLAN,
      *   ESTINV). NAO ALTERAR A MAO - A DIFERENCA APARECE NO ESTPOS;
      * - ESTMINPROD: ESTOQUE MINIMO, MANTIDO A MAO JUNTO COM O
      *   PRECO; ABAIXO DELE O PRODUTO SAI NO ESTREP (REPOSICAO).
      *   ZEROS = SEM MINIMO.
      * - CLASFISPROD: CLASSIFICACAO FISCAL DO PRODUTO, MANTIDA A MAO
      *   PELA CONTABILIDADE. JUNTO COM A UF DE DESTINO DA NOTA DA A
      *   ALIQUOTA NA TABELA DE TRIBUTACAO (TABTRIB.DAT - VER
      *   TABTRBFD.CPY). EM BRANCO O PRODUTO NAO PODE SER FATURADO.
      * REGISTRO GRAVADO ANTES DO ESTOQUE (SO ATE O PRECO) E LIDO
      * COM QUANTIDADE E MINIMO ZERADOS E SEM CLASSIFICACAO.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  PRODUTOS
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "PRODUTOS.DAT".
       01  REGPRODUTO.
             05  CODPROD         PIC 9(05).
             05  DESCPROD        PIC X(20).
             05  PRECOPROD       PIC 9(07)V9(02).
             05  QTDESTPROD      PIC 9(07).
             05  ESTMINPROD      PIC 9(07).
             05  CLASFISPROD     PIC X(02).
