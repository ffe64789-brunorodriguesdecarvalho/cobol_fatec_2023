      *----------------------------------------------------------*
      * EMLSAIPD.CPY
      * PARAGRAFOS DE GRAVACAO NA CAIXA DE SAIDA DE E-MAIL:
      * - ABRE-EMLSAI: ABRE O EMLSAI.DAT EM EXTEND (OUTPUT SE AINDA
      *   NAO EXISTE) E GUARDA A DATA/HORA DA RODADA, QUE COM
      *   PROGRAMA-MSG-EML E O NUMERO DA MENSAGEM IDENTIFICA CADA
      *   MENSAGEM. SO E CHAMADO NA PRIMEIRA MENSAGEM DA RODADA -
      *   RODADA SEM E-MAIL NAO TOCA NO ARQUIVO.
      * - INICIA-MENSAGEM-EML: GRAVA O CABECALHO "C" PENDENTE COM
      *   ARQUIVO-/CHAVE-/DESTINO-/ASSUNTO-MSG-EML.
      * - GRAVA-LINHA-EML: GRAVA LINHA-MSG-EML COMO LINHA "L" DA
      *   MENSAGEM CORRENTE.
      * - FECHA-EMLSAI: FECHA O ARQUIVO SE FOI ABERTO.
      * COPIAR ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO
      * COM EMLSAISL/EMLSAIFD/EMLSAIWS.
      *----------------------------------------------------------*
       ABRE-EMLSAI.
           OPEN EXTEND EMLSAI.
           IF FS-EMLSAI NOT EQUAL "00"
              OPEN OUTPUT EMLSAI
           END-IF.
           MOVE "S" TO EMLSAI-ABERTO.
           ACCEPT DATA-MSG-EML FROM DATE YYYYMMDD.
           ACCEPT HORA-MSG-EML FROM TIME.

       INICIA-MENSAGEM-EML.
           IF EMLSAI-ABERTO NOT EQUAL "S"
              PERFORM ABRE-EMLSAI
           END-IF.
           ADD 1 TO CT-MENSAGENS-EML.
           MOVE SPACES           TO REG-EMLSAI.
           MOVE "C"              TO TIPO-EML.
           MOVE PROGRAMA-MSG-EML TO PROGRAMA-EML.
           MOVE DATA-MSG-EML     TO DATA-EML.
           MOVE HORA-MSG-EML     TO HORA-EML.
           MOVE CT-MENSAGENS-EML TO SEQ-EML.
           MOVE ARQUIVO-MSG-EML  TO ARQUIVO-EML.
           MOVE CHAVE-MSG-EML    TO CHAVE-EML.
           MOVE DESTINO-MSG-EML  TO DESTINO-EML.
           MOVE ASSUNTO-MSG-EML  TO ASSUNTO-EML.
           MOVE "P"              TO SITUACAO-EML.
           MOVE ZEROES           TO DATA-ENVIO-EML.
           WRITE REG-EMLSAI.

       GRAVA-LINHA-EML.
           MOVE SPACES           TO CONTEUDO-EML.
           MOVE "L"              TO TIPO-EML.
           MOVE LINHA-MSG-EML    TO TEXTO-EML.
           WRITE REG-EMLSAI.

       FECHA-EMLSAI.
           IF EMLSAI-ABERTO EQUAL "S"
              CLOSE EMLSAI
              MOVE "N" TO EMLSAI-ABERTO
           END-IF.
