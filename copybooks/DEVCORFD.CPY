      *----------------------------------------------------------*
      * DEVCORFD.CPY
      * FD E REGISTRO DO REGISTRO DE CORRESPONDENCIA DEVOLVIDA
      * (DEVCOR.DAT). O CORREIO DEVOLVE CARTA DE ENDERECO RUIM E A
      * RODADA SEGUINTE MANDAVA DE NOVO PARA O MESMO ENDERECO. O
      * ARQUIVO SO RECEBE REGISTROS NO FIM (OPEN EXTEND), EM ORDEM
      * CRONOLOGICA, CADA UM IDENTIFICADO PELO CADASTRO DE ORIGEM
      * (ARQUIVO-DEV) E PELA CHAVE NELE (CHAVE-DEV):
      * - "D" DEVOLUCAO: UM ENVELOPE DEVOLVIDO, REGISTRADO PELA
      *   RECEPCAO NO EX01DEV COM O MOTIVO DO CORREIO. A PARTIR DELE
      *   O ENDERECO FICA MARCADO E AS RODADAS DE CARTAS PULAM O
      *   DESTINATARIO, LISTANDO-O NO RELATORIO DE ENDERECOS A
      *   CORRIGIR.
      * - "L" LIBERACAO: O ENDERECO FOI ALTERADO (PROG02, PROG01,
      *   EX02ENT) OU A MARCA FOI RETIRADA A MAO NO EX01DEV. DESFAZ
      *   AS DEVOLUCOES ANTERIORES DA MESMA CHAVE.
      * A SITUACAO DE UMA CHAVE E A DO SEU ULTIMO REGISTRO. CADA
      * DIRETORIO DE DADOS TEM O SEU DEVCOR.DAT, COMO O EXCLOG.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  DEVCOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVCOR.DAT".
       01  REG-DEVCOR.
           02 ARQUIVO-DEV   PIC X(03).
              88 DEV-CADSOC       VALUE "SOC".
              88 DEV-CADANT       VALUE "ANT".
              88 DEV-CADCLI       VALUE "CLI".
              88 DEV-ARQALU       VALUE "ALU".
              88 ARQUIVO-DEV-OK   VALUE "SOC" "ANT" "CLI" "ALU".
           02 CHAVE-DEV     PIC 9(11).
           02 EVENTO-DEV    PIC X(01).
              88 DEV-DEVOLUCAO    VALUE "D".
              88 DEV-LIBERACAO    VALUE "L".
           02 DATA-DEV      PIC 9(08).
           02 HORA-DEV      PIC 9(08).
           02 MOTIVO-DEV    PIC X(02).
              88 MOTIVO-DEV-OK    VALUE "MU" "DE" "EI" "NE" "RE"
                                        "NP" "FA" "OU".
           02 OBS-DEV       PIC X(30).
           02 OPERADOR-DEV  PIC X(08).
           02 PROGRAMA-DEV  PIC X(08).
