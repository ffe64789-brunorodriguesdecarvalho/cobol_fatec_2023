      *22/08/2026 BRC - RETURN-CODE HONESTO: CADCLI VAZIO ENCERRA
      *            COM RETURN-CODE 12, REGISTRADO NO JOBLOG COM
      *            EVENTO "ERR ".
      *15/10/2026 BRC - LAYOUT DO CADCLI COM DDD, TELEFONE DE 9
      *            DIGITOS E TIPO FIXO/CELULAR (VER EX02CV9). O
      *            RELATORIO MOSTRA O TELEFONE COMO (DD) NNNNN-NNNN
      *            (FORMATA-FONE DO FONEPD) E O CSV GANHOU AS
      *            COLUNAS DDD E TIPO TELEFONE.


       ENVIRONMENT DIVISION.
           02 NOME-CLIENTE        PIC X(30).
           02 ESTADO-CLIENTE      PIC X(02).
           02 CIDADE-CLIENTE      PIC X(30).
           02 DDD-CLIENTE         PIC 9(02).
           02 TELEFONE-CLIENTE    PIC 9(09).
           02 TIPO-FONE-CLI       PIC X(01).
           02 DATA-VIS-CLI        PIC 9(08).

       FD  RELCLI
       SD  ARQSORT.
       01  REG-SORT.
           02 CHAVE-SORT    PIC X(32).
           02 REG-CLI-SORT  PIC X(93).

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY JOBLOGWS.
       77  FIM-ARQ PIC X(03) VALUE "NAO".
       COPY CABPAG.
       COPY FONEWS.
       77  ANO-INI PIC 9(04).
       77  ANO-FIM PIC 9(04).
       77  QTD-ESTADOS PIC 9(02) VALUE ZEROES.
       01  TAB-TEL-INV.
           02 TI-ITEM OCCURS 50 TIMES INDEXED BY IDX-TEL.
              03 TI-NOME PIC X(30).
              03 TI-DDD  PIC 9(02).
              03 TI-TEL  PIC 9(09).

       01  TAB-ESTADOS.
           02 TAB-ESTADO OCCURS 27 TIMES INDEXED BY IDX-EST.
           02 FILLER PIC X(8) VALUE "  NOME  ".
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(8) VALUE " ESTADO ".
           02 FILLER PIC X(11) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "TELEFONE".
           02 FILLER PIC X(12) VALUE SPACES.

           02 NOME        PIC X(30).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 ESTADO      PIC X(02).
           02 FILLER      PIC X(11) VALUE SPACES.
           02 TELEFONE    PIC X(15).
           02 FILLER      PIC X(01) VALUE SPACES.

       01  TOTAL-CLIENTES.
           02 QUEBRA-QTD PIC ZZZ9.
           02 FILLER     PIC X(49) VALUE SPACES.

       01  CSV-CABECALHO.
           02 FILLER PIC X(36) VALUE
              "CPF;NOME;ESTADO;CIDADE;DDD;TELEFONE;".
           02 FILLER PIC X(25) VALUE "TIPO TELEFONE;DATA VISITA".

       01  TELINV-TITULO.
           02 FILLER PIC X(32) VALUE "Telefones invalidos encontrados:".
       01  TELINV-LINHA.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 TI-NOME-REL PIC X(30).
           02 FILLER  PIC X(04) VALUE " - (".
           02 TI-DDD-REL  PIC 9(02).
           02 FILLER  PIC X(02) VALUE ") ".
           02 TI-TEL-REL  PIC 9(09).

       01  CSV-LINHA.
           02 CSV-CPF      PIC 9(11).
           02 FILLER       PIC X(01) VALUE ";".
           02 CSV-CIDADE   PIC X(30).
           02 FILLER       PIC X(01) VALUE ";".
           02 CSV-DDD      PIC 9(02).
           02 FILLER       PIC X(01) VALUE ";".
           02 CSV-TELEFONE PIC 9(09).
           02 FILLER       PIC X(01) VALUE ";".
           02 CSV-TIPO     PIC X(01).
           02 FILLER       PIC X(01) VALUE ";".
           02 CSV-DATA     PIC 9(08).
             

           MOVE NOME-CLIENTE            TO NOME.
           MOVE ESTADO-CLIENTE          TO ESTADO.
           MOVE DDD-CLIENTE             TO DDD-FONE.
           MOVE TELEFONE-CLIENTE        TO NUMERO-FONE.
           MOVE TIPO-FONE-CLI           TO TIPO-FONE.
           PERFORM FORMATA-FONE.
           MOVE FONE-EDITADO            TO TELEFONE.

           PERFORM VALIDA-TELEFONE.

              QTD-TEL-INVALIDO LESS THAN 50
              ADD 1 TO QTD-TEL-INVALIDO
              MOVE NOME-CLIENTE     TO TI-NOME(QTD-TEL-INVALIDO)
              MOVE DDD-CLIENTE      TO TI-DDD(QTD-TEL-INVALIDO)
              MOVE TELEFONE-CLIENTE TO TI-TEL(QTD-TEL-INVALIDO)
           END-IF.

           MOVE NOME-CLIENTE     TO CSV-NOME.
           MOVE ESTADO-CLIENTE   TO CSV-ESTADO.
           MOVE CIDADE-CLIENTE   TO CSV-CIDADE.
           MOVE DDD-CLIENTE      TO CSV-DDD.
           MOVE TELEFONE-CLIENTE TO CSV-TELEFONE.
           MOVE TIPO-FONE-CLI    TO CSV-TIPO.
           MOVE DATA-VIS-CLI     TO CSV-DATA.
           WRITE REG-CSV FROM CSV-LINHA.


       IMPRIME-TEL-INVALIDO.
           MOVE TI-NOME(IDX-TEL) TO TI-NOME-REL.
           MOVE TI-DDD(IDX-TEL)  TO TI-DDD-REL.
           MOVE TI-TEL(IDX-TEL)  TO TI-TEL-REL.
           WRITE REL-TOT FROM TELINV-LINHA AFTER ADVANCING 1 LINE.
           SET IDX-TEL UP BY 1.

       COPY DATPRCPD.
       COPY FONEPD.
