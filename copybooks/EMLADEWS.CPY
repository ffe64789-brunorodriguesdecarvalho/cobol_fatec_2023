      *----------------------------------------------------------*
      * EMLADEWS.CPY
      * ITENS DE WORKING-STORAGE USADOS PELO SELECT DE EMLADESL.CPY
      * E PELOS PARAGRAFOS DE EMLADEPD.CPY:
      * - ARQUIVO-CARGA-ADE: CADASTRO CUJAS ADESOES A RODADA
      *   CARREGA ("SOC", "ANT", "CLI" OU "ALU");
      * - CHAVE-CONSULTA-ADE / EMAIL-CONSULTA-ADE / EMAIL-ELEGIVEL:
      *   ENTRADA E SAIDA DA CONSULTA (S = VAI POR E-MAIL);
      * - EMAIL-VALIDA / EMAIL-FORMATO-OK: ENTRADA E SAIDA DA
      *   CONFERENCIA DO FORMATO DO ENDERECO (S = FORMATO VALIDO).
      * A TABELA GUARDA UMA LINHA POR CHAVE DO CADASTRO CARREGADO:
      * ADERIU-ADE-TAB "S" = ADESAO EM VIGOR E EMAIL-INV-ADE-TAB O
      * ULTIMO ENDERECO RECUSADO PELO GATEWAY (BRANCO = NENHUM).
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-EMLADE          PIC X(02) VALUE "00".
       77  FIM-EMLADE         PIC X(03) VALUE "NAO".
       77  QTD-EMLADE         PIC 9(04) VALUE ZEROES.
       77  EMLADE-DEMAIS      PIC X(01) VALUE "N".
       77  ARQUIVO-CARGA-ADE  PIC X(03) VALUE SPACES.
       77  CHAVE-CONSULTA-ADE PIC 9(11) VALUE ZEROES.
       77  EMAIL-CONSULTA-ADE PIC X(40) VALUE SPACES.
       77  EMAIL-ELEGIVEL     PIC X(01) VALUE "N".
       77  EMAIL-VALIDA       PIC X(40) VALUE SPACES.
       77  EMAIL-FORMATO-OK   PIC X(01) VALUE "N".
       77  CT-ARROBA-ADE      PIC 9(02) VALUE ZEROES.
       77  CT-PONTO-ADE       PIC 9(02) VALUE ZEROES.
       77  TAM-EMAIL-ADE      PIC 9(02) VALUE ZEROES.
       77  TAM-DOMINIO-ADE    PIC 9(02) VALUE ZEROES.
       77  LOCAL-EMAIL-ADE    PIC X(40) VALUE SPACES.
       77  DOMINIO-EMAIL-ADE  PIC X(40) VALUE SPACES.

       01  TAB-EMLADE.
           02 EMLADE-ITEM OCCURS 5000 TIMES
                 DEPENDING ON QTD-EMLADE
                 INDEXED BY IDX-ADE.
              03 CHAVE-ADE-TAB     PIC 9(11).
              03 ADERIU-ADE-TAB    PIC X(01).
              03 EMAIL-INV-ADE-TAB PIC X(40).
