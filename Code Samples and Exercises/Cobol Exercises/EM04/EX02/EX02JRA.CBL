      *            ARQUIVO MORTO A X(138) E O REG-ANT GANHOU O
      *            STATUS-ANT - COM X(113) O STATUS DA IMAGEM-ANTES
      *            ERA TRUNCADO EM TODO REGISTRO.
      *15/10/2026 BRC - LAYOUTS ALINHADOS COM O EX02: JRN-ANTES PASSOU A
      *            X(125) E O REG-ANT A 125 POSICOES COM O CPF DO
      *            TITULAR DA CONTA NO FIM; O REGISTRO DO ARQUIVO
      *            MORTO PASSOU A X(149). O CPF DO TITULAR TAMBEM SAI
      *            DECODIFICADO (ANTES/AGORA) EM CADA MUDANCA.
      *15/10/2026 BRC - LAYOUTS ALINHADOS COM O EX02: JRN-ANTES
      *            PASSOU A X(246) E O REG-ANT A 246 POSICOES COM O
      *            ENDERECO DETALHADO DA CONTA NO FIM; O REGISTRO DO
      *            ARQUIVO MORTO PASSOU A X(270). CIDADE/UF E CEP TAMBEM
      *            SAEM DECODIFICADOS (ANTES/AGORA) EM CADA MUDANCA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 JRN-TIPO    PIC X(01).
           02 JRN-DATA    PIC 9(08).
           02 JRN-HORA    PIC 9(08).
           02 JRN-ANTES   PIC X(246).
           02 JRN-ANTES-R REDEFINES JRN-ANTES.
              03 ANTES-CC     PIC 9(07).
              03 ANTES-TIPO   PIC X(01).
              03 ANTES-TEL    PIC X(15).
              03 ANTES-EMAIL  PIC X(40).
              03 ANTES-STATUS PIC X(01).
              03 ANTES-CPF-TIT PIC 9(11).
              03 ANTES-LOGRAD PIC X(40).
              03 ANTES-NUMERO PIC X(06).
              03 ANTES-COMPL  PIC X(15).
              03 ANTES-BAIRRO PIC X(25).
              03 ANTES-CIDADE PIC X(25).
              03 ANTES-UF     PIC X(02).
              03 ANTES-CEP    PIC X(08).

       FD JRNATUA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNATUA.DAT".
       01 REG-JRNATUA   PIC X(270).

       FD CADANT
           LABEL RECORD ARE STANDARD
           02 TEL-ANT    PIC X(15).
           02 EMAIL-ANT  PIC X(40).
           02 STATUS-ANT PIC X(01).
           02 CPF-TIT-ANT PIC 9(11).
           02 FILLER     PIC X(86).
           02 CIDADE-ANT PIC X(25).
           02 UF-ANT     PIC X(02).
           02 CEP-ANT    PIC X(08).

       FD RELJRA
           LABEL RECORD IS OMITTED
              03 ENDER-CTA-TAB PIC X(50).
              03 TEL-CTA-TAB   PIC X(15).
              03 EMAIL-CTA-TAB PIC X(40).
              03 CPF-CTA-TAB   PIC X(11).
              03 LOCAL-CTA-TAB PIC X(37).

      *CIDADE/UF E CEP NUMA LINHA SO, PARA O ANTES/AGORA.
       01 LOCAL-CONTA.
           02 CIDADE-LOC   PIC X(25).
           02 FILLER       PIC X(01) VALUE "/".
           02 UF-LOC       PIC X(02).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 CEP-LOC      PIC X(08).

       01 LINHA-MUDANCA.
           02 FILLER       PIC X(07) VALUE "CONTA: ".
                 MOVE ENDER-ANT TO ENDER-CTA-TAB(QTD-CONTAS)
                 MOVE TEL-ANT   TO TEL-CTA-TAB(QTD-CONTAS)
                 MOVE EMAIL-ANT TO EMAIL-CTA-TAB(QTD-CONTAS)
                 MOVE CPF-TIT-ANT TO CPF-CTA-TAB(QTD-CONTAS)
                 MOVE CIDADE-ANT TO CIDADE-LOC
                 MOVE UF-ANT     TO UF-LOC
                 MOVE CEP-ANT    TO CEP-LOC
                 MOVE LOCAL-CONTA TO LOCAL-CTA-TAB(QTD-CONTAS)
              ELSE
                 MOVE "S" TO CONTAS-DEMAIS
              END-IF
              MOVE SPACES TO AGORA-CAMPO
           END-IF.
           WRITE REG-REL FROM LINHA-CAMPO2 AFTER ADVANCING 1 LINE.

           MOVE "TITULAR..:" TO ROTULO-CAMPO.
           MOVE ANTES-CPF-TIT TO ANTES-CAMPO.
           WRITE REG-REL FROM LINHA-CAMPO AFTER ADVANCING 1 LINE.
           IF TEM-ATUAL EQUAL "S"
              MOVE CPF-CTA-TAB(IDX-CTA) TO AGORA-CAMPO
           ELSE
              MOVE SPACES TO AGORA-CAMPO
           END-IF.
           WRITE REG-REL FROM LINHA-CAMPO2 AFTER ADVANCING 1 LINE.

           MOVE "CIDADE/CEP" TO ROTULO-CAMPO.
           MOVE ANTES-CIDADE TO CIDADE-LOC.
           MOVE ANTES-UF     TO UF-LOC.
           MOVE ANTES-CEP    TO CEP-LOC.
           MOVE LOCAL-CONTA  TO ANTES-CAMPO.
           WRITE REG-REL FROM LINHA-CAMPO AFTER ADVANCING 1 LINE.
           IF TEM-ATUAL EQUAL "S"
              MOVE LOCAL-CTA-TAB(IDX-CTA) TO AGORA-CAMPO
           ELSE
              MOVE SPACES TO AGORA-CAMPO
           END-IF.
           WRITE REG-REL FROM LINHA-CAMPO2 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM SEPARADOR-LINHA AFTER ADVANCING 1 LINE.

       IMPRESSAO-FINAL.
