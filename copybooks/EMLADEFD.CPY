      *----------------------------------------------------------*
      * EMLADEFD.CPY
      * FD E REGISTRO DO REGISTRO DE ADESAO AO ENVIO POR E-MAIL
      * (EMLADE.DAT). CARTAS, RECIBOS E EXTRATOS SO VAO POR E-MAIL
      * PARA QUEM AUTORIZOU POR ESCRITO E TEM ENDERECO QUE FUNCIONA.
      * O ARQUIVO SO RECEBE REGISTROS NO FIM (OPEN EXTEND), EM ORDEM
      * CRONOLOGICA, CADA UM IDENTIFICADO PELO CADASTRO DE ORIGEM
      * (ARQUIVO-ADE, OS MESMOS CODIGOS DO DEVCOR) E PELA CHAVE NELE
      * (CHAVE-ADE):
      * - "A" ADESAO: O DESTINATARIO AUTORIZOU O ENVIO POR E-MAIL,
      *   REGISTRADA PELA RECEPCAO NO EX01EML. DESFAZ UMA DEVOLUCAO
      *   ANTERIOR (O ENDERECO FOI CONFIRMADO NA ADESAO).
      * - "C" CANCELAMENTO: O DESTINATARIO PEDIU PARA VOLTAR AO
      *   PAPEL (EX01EML).
      * - "B" DEVOLUCAO DO GATEWAY: O SERVIDOR DE CORREIO RECUSOU O
      *   ENDERECO EMAIL-ADE, GRAVADA PELO EMLENV NA LEITURA DO
      *   ARQUIVO DE RETORNO. ENQUANTO O CADASTRO TIVER ESSE MESMO
      *   ENDERECO A CORRESPONDENCIA VOLTA AO PAPEL.
      * EMAIL-ADE GUARDA O ENDERECO INFORMADO NA ADESAO OU RECUSADO
      * PELO GATEWAY. A SITUACAO DE UMA CHAVE SAI DA SEQUENCIA DOS
      * SEUS REGISTROS. CADA DIRETORIO DE DADOS TEM O SEU
      * EMLADE.DAT, COMO O DEVCOR. COPIAR ESTE MEMBRO DENTRO DA FILE
      * SECTION.
      *----------------------------------------------------------*
       FD  EMLADE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EMLADE.DAT".
       01  REG-EMLADE.
           02 ARQUIVO-ADE   PIC X(03).
              88 ADE-CADSOC       VALUE "SOC".
              88 ADE-CADANT       VALUE "ANT".
              88 ADE-CADCLI       VALUE "CLI".
              88 ADE-ARQALU       VALUE "ALU".
              88 ARQUIVO-ADE-OK   VALUE "SOC" "ANT" "CLI" "ALU".
           02 CHAVE-ADE     PIC 9(11).
           02 EVENTO-ADE    PIC X(01).
              88 ADE-ADESAO       VALUE "A".
              88 ADE-CANCELAMENTO VALUE "C".
              88 ADE-DEVOLUCAO    VALUE "B".
           02 EMAIL-ADE     PIC X(40).
           02 DATA-ADE      PIC 9(08).
           02 HORA-ADE      PIC 9(08).
           02 OBS-ADE       PIC X(30).
           02 OPERADOR-ADE  PIC X(08).
           02 PROGRAMA-ADE  PIC X(08).
