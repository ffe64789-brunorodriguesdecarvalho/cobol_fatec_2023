      *----------------------------------------------------------*
      * FONEWS.CPY
      * ITENS DE WORKING-STORAGE USADOS PELOS PARAGRAFOS DE
      * FONEPD.CPY (CRITICA E EDICAO DO TELEFONE DO CLIENTE COM
      * DDD, NUMERO DE ATE 9 DIGITOS E TIPO F = FIXO/C = CELULAR).
      * O PROGRAMA MOVE O TELEFONE PARA DDD-FONE, NUMERO-FONE E
      * TIPO-FONE ANTES DO PERFORM.
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  DDD-FONE          PIC 9(02) VALUE ZEROES.
       77  NUMERO-FONE       PIC 9(09) VALUE ZEROES.
       77  TIPO-FONE         PIC X(01) VALUE SPACES.
       77  FONE-OK           PIC X(01) VALUE "S".
       77  MOTIVO-FONE       PIC X(30) VALUE SPACES.
       77  PARTE1-FONE       PIC 9(05) VALUE ZEROES.
       77  PARTE2-FONE       PIC 9(04) VALUE ZEROES.
       77  DESC-TIPO-FONE    PIC X(07) VALUE SPACES.

       01  FONE-EDITADO.
           02 ABRE-FONE-ED   PIC X(01).
           02 DDD-FONE-ED    PIC 9(02).
           02 FECHA-FONE-ED  PIC X(02).
           02 PARTE1-FONE-ED PIC ZZZZ9.
           02 TRACO-FONE-ED  PIC X(01).
           02 PARTE2-FONE-ED PIC 9(04).
