      *----------------------------------------------------------*
      * TABTRBFD.CPY
      * FD E REGISTRO DA TABELA DE TRIBUTACAO (TABTRIB.DAT). UMA
      * LINHA POR CLASSIFICACAO FISCAL (CLASFISPROD DO PRODUTOS.DAT),
      * UF DE DESTINO E DATA DE VIGENCIA:
      * - UFTRB "**" VALE PARA QUALQUER UF SEM LINHA PROPRIA (E PARA
      *   A NOTA SEM UF DE DESTINO);
      * - TIPOTRB: "I" ICMS (MERCADORIA), "S" ISS (SERVICO);
      * - ALIQTRB: ALIQUOTA EM PERCENTUAL (18,00 = 18%);
      * - PCTBASETRB: PERCENTUAL DO VALOR DO ITEM QUE FORMA A BASE
      *   DE CALCULO (REDUCAO DE BASE). ZEROS OU BRANCO = 100%.
      * VALE A LINHA DE MAIOR VIGENCIA QUE NAO PASSE DA DATA DA
      * NOTA. ITEM SEM LINHA VIGENTE NAO E FATURADO.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  TABTRIB
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "TABTRIB.DAT".
       01  REGTABTRIB.
             05  VIGTRB          PIC 9(08).
             05  CLASTRB         PIC X(02).
             05  UFTRB           PIC X(02).
             05  TIPOTRB         PIC X(01).
                 88 TRB-ICMS         VALUE "I".
                 88 TRB-ISS          VALUE "S".
             05  ALIQTRB         PIC 9(02)V9(02).
             05  PCTBASETRB      PIC 9(03)V9(02).
