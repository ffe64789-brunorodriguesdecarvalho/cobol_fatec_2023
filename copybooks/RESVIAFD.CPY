      *----------------------------------------------------------*
      * RESVIAFD.CPY
      * FD E REGISTRO DO ARQUIVO DE RESERVAS DE VIAGEM DA TURISMAR
      * (RESERVAS.DAT - NAO CONFUNDIR COM O RESERVA.DAT DAS
      * INSTALACOES DO CLUBE, VER RESERVFD). UM REGISTRO POR
      * PASSAGEIRO (CPF) E SAIDA, NA ORDEM DE INCLUSAO. ATE A
      * CRIACAO DESTE MEMBRO EX02RES E EX02CNR REPETIAM O LAYOUT.
      *
      * PACOTE-RES E O CODIGO DO PACOTE/SAIDA (VER PACOTEFD). NA
      * RESERVA COM PACOTE, DESTINO-RES E VALOR-RES SAO COPIADOS DO
      * CADASTRO DE PACOTES NA INCLUSAO; RESERVA GRAVADA ANTES DO
      * CADASTRO CHEGA COM PACOTE-RES EM BRANCO E O DESTINO EM
      * TEXTO LIVRE. SITUACAO: R = RESERVADA (OCUPA LUGAR),
      * V = VIAJADA (OCUPOU LUGAR), C = CANCELADA E E = EM ESPERA
      * (SAIDA LOTADA NA INCLUSAO - NAO OCUPA LUGAR NEM E RECEITA;
      * A POSICAO NA LISTA E A ORDEM NO ARQUIVO). COPIAR ESTE
      * MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  RESERVAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESERVAS.DAT".
       01  REG-RESERVA.
           02 CPF-RES        PIC 9(11).
           02 DATA-RES       PIC 9(08).
           02 DESTINO-RES    PIC X(20).
           02 VALOR-RES      PIC 9(09)V9(02).
           02 SITUACAO-RES   PIC X(01).
              88 RESERVADA   VALUE "R".
              88 VIAJADA     VALUE "V".
              88 CANCELADA   VALUE "C".
              88 EM-ESPERA   VALUE "E".
           02 PACOTE-RES     PIC X(06).
