      *----------------------------------------------------------*
      * ITENOTFD.CPY
      * FD E REGISTRO DOS ITENS DAS NOTAS FISCAIS (ITEMNOTA.DAT):
      * UM REGISTRO POR PRODUTO DA NOTA, LIGADO AO CABECALHO
      * (NOTAS - VER NOTFISFD.CPY) PELO NUMERO DA NOTA, EM ORDEM DE
      * NOTA E LINHA, COM A DESCRICAO E O PRECO DO CADASTRO DE
      * PRODUTOS E O TOTAL DO ITEM (QUANTIDADE X VALOR UNITARIO).
      * QUEM LE OS ITENS JUNTO COM AS NOTAS ANDA NOS DOIS ARQUIVOS
      * EM PARALELO PELO NUMERO DA NOTA. A SITUACAO (ATIVA/
      * CANCELADA) E A DO CABECALHO.
      * TRIBUTACAO DO ITEM, CALCULADA NA EMISSAO PELA TABELA DE
      * TRIBUTACAO (VER TABTRBFD.CPY): CLASSIFICACAO FISCAL DO
      * PRODUTO, TIPO DO IMPOSTO ("I" ICMS, "S" ISS), BASE DE
      * CALCULO, ALIQUOTA EM PERCENTUAL E VALOR DO IMPOSTO. ITEM
      * EMITIDO ANTES DO CALCULO DE IMPOSTO TEM ESSES CAMPOS EM
      * BRANCO.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  ITEMNOTA
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "ITEMNOTA.DAT".
       01  REGITEMNOTA.
             05  NUMNOTAITEM     PIC 9(06).
             05  LINITEM         PIC 9(03).
             05  CODPRODITEM     PIC 9(05).
             05  DESCITEM        PIC X(20).
             05  QTDITEM         PIC 9(05).
             05  VALUNITITEM     PIC 9(07)V9(02).
             05  TOTALITEM       PIC 9(09)V9(02).
             05  CLASITEM        PIC X(02).
             05  TIPOIMPITEM     PIC X(01).
                 88 ITEM-ICMS        VALUE "I".
                 88 ITEM-ISS         VALUE "S".
             05  BASEITEM        PIC 9(09)V9(02).
             05  ALIQITEM        PIC 9(02)V9(02).
             05  IMPITEM         PIC 9(09)V9(02).
