      *----------------------------------------------------------*
      * DEVNOTFD.CPY
      * FD E REGISTRO DAS NOTAS DE DEVOLUCAO (DEVNOTA.DAT): UM
      * REGISTRO POR PRODUTO DEVOLVIDO, COM O NUMERO DA NOTA DE
      * DEVOLUCAO (SEQUENCIA PROPRIA, O MAIOR NUMERO DO ARQUIVO MAIS
      * UM), A NOTA FISCAL DE ORIGEM, A DATA DA DEVOLUCAO, O CLIENTE,
      * O PRODUTO, A QUANTIDADE DEVOLVIDA, O VALOR UNITARIO DA NOTA
      * DE ORIGEM, O TOTAL DEVOLVIDO E O MOTIVO. AS LINHAS DE UMA
      * MESMA DEVOLUCAO FICAM JUNTAS. O ARQUIVO E SO-ANEXA: A
      * DEVOLUCAO NAO SE DESFAZ, E O QUE JA FOI DEVOLVIDO DE UMA NOTA
      * E A SOMA DAS LINHAS COM O MESMO NUMNOTADEV.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  DEVNOTA
             LABEL RECORDS STANDARD
             VALUE OF FILE-ID IS "DEVNOTA.DAT".
       01  REGDEVNOTA.
             05  NUMDEV          PIC 9(06).
             05  NUMNOTADEV      PIC 9(06).
             05  DATADEV         PIC 9(08).
             05  CPFDEV          PIC 9(11).
             05  CODPRODDEV      PIC 9(05).
             05  QTDDEV          PIC 9(05).
             05  VALUNITDEV      PIC 9(07)V9(02).
             05  TOTALDEV        PIC 9(09)V9(02).
             05  MOTIVODEV       PIC X(30).
