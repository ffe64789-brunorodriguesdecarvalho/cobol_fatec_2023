      *----------------------------------------------------------*
      * ARQINAFD.CPY
      * FD E REGISTRO DO ARQUIVO DE SOCIOS INATIVOS/BAIXADOS
      * (ARQINAT.DAT - VER ARQINASL.CPY PARA O SELECT). COPIAR ESTE
      * MEMBRO DENTRO DA FILE SECTION.
      *
      * GRAVADO PELO EX01INA (ABERTO EM EXTEND, ACUMULANDO) PARA
      * CADA INADIMPLENTE DE LONGO PRAZO RETIRADO DO CADSOC1, COM O
      * VALOR ATUALIZADO EM ABERTO E A DATA DA BAIXA. A READMISSAO
      * (EX01REA) LOCALIZA O SOCIO AQUI POR NUMERO OU CPF E, DEPOIS
      * DE REGISTRADO O ACERTO DA DIVIDA, MARCA O REGISTRO COMO
      * READMITIDO ("R") COM A DATA - O MESMO SOCIO PODE TER MAIS DE
      * UM REGISTRO SE FOR BAIXADO DE NOVO DEPOIS DE READMITIDO.
      * REGISTROS GRAVADOS ANTES DA SITUACAO EXISTIR VEM COM A
      * SITUACAO EM BRANCO, TRATADA COMO BAIXADO.
      *----------------------------------------------------------*
       FD  ARQINAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQINAT.DAT".
       01  REG-INAT.
           02 NUMERO-SOCIO-INA  PIC 9(06).
           02 NOME-SOCIO-INA    PIC X(30).
           02 CPF-SOCIO-INA     PIC 9(11).
           02 MESES-ATRASO-INA  PIC 9(02).
           02 VALOR-ABERTO-INA  PIC 9(09)V9(02).
           02 DATA-BAIXA-INA    PIC 9(08).
           02 SITUACAO-INA      PIC X(01).
              88 INAT-BAIXADO    VALUE " " "B".
              88 INAT-READMITIDO VALUE "R".
           02 DATA-READM-INA    PIC 9(08).
