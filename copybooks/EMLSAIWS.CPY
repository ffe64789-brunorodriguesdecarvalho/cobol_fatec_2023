      *----------------------------------------------------------*
      * EMLSAIWS.CPY
      * ITENS DE WORKING-STORAGE USADOS PELO SELECT DE EMLSAISL.CPY
      * E PELOS PARAGRAFOS DE EMLSAIPD.CPY:
      * - PROGRAMA-MSG-EML: PROGRAMA DE ORIGEM, PREENCHIDO PELA
      *   RODADA ANTES DE ABRE-EMLSAI;
      * - ARQUIVO-MSG-EML, CHAVE-MSG-EML, DESTINO-MSG-EML E
      *   ASSUNTO-MSG-EML: ENTRADA DE INICIA-MENSAGEM-EML;
      * - LINHA-MSG-EML: ENTRADA DE GRAVA-LINHA-EML (UMA LINHA DO
      *   TEXTO, O MESMO X(80) DA FOLHA IMPRESSA);
      * - CT-MENSAGENS-EML: MENSAGENS GRAVADAS NA RODADA.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-EMLSAI         PIC X(02) VALUE "00".
       77  EMLSAI-ABERTO     PIC X(01) VALUE "N".
       77  PROGRAMA-MSG-EML  PIC X(08) VALUE SPACES.
       77  DATA-MSG-EML      PIC 9(08) VALUE ZEROES.
       77  HORA-MSG-EML      PIC 9(08) VALUE ZEROES.
       77  ARQUIVO-MSG-EML   PIC X(03) VALUE SPACES.
       77  CHAVE-MSG-EML     PIC 9(11) VALUE ZEROES.
       77  DESTINO-MSG-EML   PIC X(40) VALUE SPACES.
       77  ASSUNTO-MSG-EML   PIC X(50) VALUE SPACES.
       77  LINHA-MSG-EML     PIC X(80) VALUE SPACES.
       77  CT-MENSAGENS-EML  PIC 9(05) VALUE ZEROES.
