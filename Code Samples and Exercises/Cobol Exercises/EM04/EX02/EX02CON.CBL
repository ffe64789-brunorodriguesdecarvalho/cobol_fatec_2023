      *            DESTE PASSO NA SEQUENCIA NOTURNA. SEM O DESCARTE,
      *            O TRAILER VIRARIA "CODIGO DE MOVIMENTO INVALIDO"
      *            NO EX02.
      *15/10/2026 BRC - O ARQMOV GANHOU O CPF DO TITULAR NO FIM (RESTO
      *            PASSOU A X(116) - VER EX02). NA CONSOLIDACAO, UMA
      *            ALTERACAO SEM CPF (ZEROS/BRANCO) HERDA O CPF DO
      *            MOVIMENTO PENDENTE: I + A SEM CPF NAO PERDE O
      *            TITULAR INFORMADO NA INCLUSAO.
      *15/10/2026 BRC - O ARQMOV GANHOU O ENDERECO DETALHADO NO
      *            FIM (RESTO PASSOU A X(237) - VER EX02).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 REG-MOV.
           02 CC-MOV     PIC 9(07).
           02 TIPO-MOV   PIC X(01).
           02 RESTO-MOV  PIC X(237).

       SD ARQSORT.
       01 REG-SORT.
           02 CC-SORT    PIC 9(07).
           02 TIPO-SORT  PIC X(01).
           02 RESTO-SORT PIC X(237).

       FD ARQMOVC
           LABEL RECORD ARE STANDARD
       01 REG-MOVC.
           02 CC-MOVC    PIC 9(07).
           02 TIPO-MOVC  PIC X(01).
           02 RESTO-MOVC PIC X(237).

       FD RELCON
           LABEL RECORD IS OMITTED
       77 TEM-PENDENTE   PIC X(01) VALUE "N".
       77 CC-PENDENTE    PIC 9(07) VALUE ZEROES.
       77 TIPO-PENDENTE  PIC X(01) VALUE SPACES.
       77 RESTO-PENDENTE PIC X(237) VALUE SPACES.
       77 TIPO-NETO      PIC X(01) VALUE SPACES.
       77 CPF-PENDENTE   PIC X(11) VALUE SPACES.
       77 FIM-ENT        PIC X(03) VALUE "NAO".
       77 CT-TRAILERS    PIC 9(03) VALUE ZEROES.

                 END-IF
              END-IF
              MOVE TIPO-NETO  TO TIPO-PENDENTE
              MOVE RESTO-PENDENTE(106:11) TO CPF-PENDENTE
              MOVE RESTO-SORT TO RESTO-PENDENTE
              IF TIPO-SORT EQUAL "A" AND
                 (RESTO-SORT(106:11) EQUAL SPACES OR
                  RESTO-SORT(106:11) EQUAL ZEROES)
                 MOVE CPF-PENDENTE TO RESTO-PENDENTE(106:11)
              END-IF
              MOVE "MOVIMENTO EFETIVO " TO RESULT-REL
              MOVE TIPO-NETO TO RESULT-REL(19:1)
           END-IF.
