      *----------------------------------------------------------*
      * PARCNVFD.CPY
      * FD E REGISTRO DO ARQUIVO DE PARAMETROS DE CONVITES
      * (PARCNV.DAT), MANTIDO PELA SECRETARIA CONFORME O ESTATUTO:
      * A COTA DE CONVITES POR TITULAR POR MES, A TAXA COBRADA POR
      * CONVITE ACIMA DA COTA E O CRITERIO DE CONVIDADO FREQUENTE
      * (QUANTIDADE MINIMA DE VISITAS NUMA JANELA DE MESES, CONTANDO
      * O MES DO RELATORIO), A QUEM O EX01COV GERA PROPOSTA DE
      * ADMISSAO. COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  PARCNV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARCNV.DAT".
       01  REG-PARCNV.
           02 COTA-MENSAL-PCV   PIC 9(02).
           02 TAXA-EXCEDENTE-PCV PIC 9(05)V9(02).
           02 VISITAS-FREQ-PCV  PIC 9(02).
           02 JANELA-MESES-PCV  PIC 9(02).
