      *----------------------------------------------------------*
      * TABTRBSL.CPY
      * SELECT DA TABELA DE TRIBUTACAO DAS NOTAS (TABTRIB.DAT),
      * MANTIDA PELA CONTABILIDADE: ALIQUOTA DE ICMS OU ISS POR
      * CLASSIFICACAO FISCAL DO PRODUTO E UF DE DESTINO, COM DATA
      * DE VIGENCIA - DO MESMO JEITO QUE O TABIMP.DAT DA AS FAIXAS
      * DA FOLHA, A MUDANCA DE ALIQUOTA ENTRA COMO LINHA NOVA COM A
      * DATA EM QUE PASSA A VALER, SEM RECOMPILAR NADA (VER
      * TABTRBFD.CPY PARA O FD/REGISTRO, TABTRBWS.CPY PARA A TABELA
      * EM MEMORIA E TABTRBPD.CPY PARA A CARGA E A CONSULTA).
      * LIDA PELO SORT1 (PGMP1) NA EMISSAO DAS NOTAS. COPIAR ESTE
      * MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
            SELECT TABTRIB ASSIGN TO DISK
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FS-TABTRIB.
