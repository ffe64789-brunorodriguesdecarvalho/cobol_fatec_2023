      *----------------------------------------------------------*
      * EMLSAIFD.CPY
      * FD E REGISTRO DA CAIXA DE SAIDA DE E-MAIL (EMLSAI.DAT),
      * COMUM A TODAS AS RODADAS QUE EMITEM CARTA, RECIBO OU
      * EXTRATO. QUANDO O DESTINATARIO ADERIU AO ENVIO POR E-MAIL E
      * TEM ENDERECO VALIDO (VER EMLADEFD), A RODADA GRAVA AQUI A
      * MENSAGEM NO LUGAR DA FOLHA IMPRESSA. CADA MENSAGEM E UM
      * REGISTRO "C" (CABECALHO) SEGUIDO DE UM REGISTRO "L" POR
      * LINHA DO TEXTO, TODOS COM A MESMA IDENTIFICACAO: PROGRAMA
      * DE ORIGEM, DATA/HORA DA RODADA E NUMERO DA MENSAGEM NELA.
      * O CABECALHO TRAZ O CADASTRO E A CHAVE DO DESTINATARIO, O
      * ENDERECO, O ASSUNTO E A SITUACAO:
      *   "P" PENDENTE  - GRAVADA PELA RODADA, AINDA NAO ENTREGUE;
      *   "E" ENVIADA   - ENTREGUE AO GATEWAY PELO EMLENV NA DATA
      *                   DATA-ENVIO-EML;
      *   "D" DEVOLVIDA - RECUSADA PELO GATEWAY (ARQUIVO DE RETORNO).
      * AS RODADAS SO ACRESCENTAM (OPEN EXTEND); SO O EMLENV
      * REGRAVA O ARQUIVO. CADA DIRETORIO DE DADOS TEM O SEU
      * EMLSAI.DAT. COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  EMLSAI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EMLSAI.DAT".
       01  REG-EMLSAI.
           02 TIPO-EML          PIC X(01).
              88 EML-CABECALHO       VALUE "C".
              88 EML-LINHA           VALUE "L".
           02 ID-EML.
              03 PROGRAMA-EML   PIC X(08).
              03 DATA-EML       PIC 9(08).
              03 HORA-EML       PIC 9(08).
              03 SEQ-EML        PIC 9(05).
           02 CONTEUDO-EML      PIC X(120).
           02 CABECALHO-EML REDEFINES CONTEUDO-EML.
              03 ARQUIVO-EML    PIC X(03).
              03 CHAVE-EML      PIC 9(11).
              03 DESTINO-EML    PIC X(40).
              03 ASSUNTO-EML    PIC X(50).
              03 SITUACAO-EML   PIC X(01).
                 88 EML-PENDENTE     VALUE "P".
                 88 EML-ENVIADA      VALUE "E".
                 88 EML-DEVOLVIDA    VALUE "D".
              03 DATA-ENVIO-EML PIC 9(08).
              03 FILLER         PIC X(07).
           02 LINHA-EML REDEFINES CONTEUDO-EML.
              03 TEXTO-EML      PIC X(80).
              03 FILLER         PIC X(40).
