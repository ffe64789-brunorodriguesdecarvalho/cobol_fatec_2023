      *----------------------------------------------------------*
      * INSTALFD.CPY
      * FD E REGISTRO DA TABELA DE INSTALACOES (INSTAL.DAT): UMA
      * LINHA POR INSTALACAO RESERVAVEL, COM CODIGO, DESCRICAO E A
      * TAXA COBRADA DO SOCIO - POR HORA (TIPO "H", VALOR VEZES AS
      * HORAS RESERVADAS) OU POR EVENTO (TIPO "E", VALOR FIXO POR
      * RESERVA). TAXA ZERO E INSTALACAO GRATUITA. SITUACAO "I"
      * TIRA A INSTALACAO DE USO (REFORMA) SEM APAGAR O HISTORICO
      * DE RESERVAS. MANTIDA PELA SECRETARIA EM EDITOR DE TEXTO,
      * COMO O TABCAT. COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  INSTAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INSTAL.DAT".
       01  REG-INSTAL.
           02 CODIGO-INS        PIC X(03).
           02 DESCRICAO-INS     PIC X(30).
           02 TIPO-TAXA-INS     PIC X(01).
              88 TAXA-POR-HORA   VALUE "H".
              88 TAXA-POR-EVENTO VALUE "E".
           02 VALOR-TAXA-INS    PIC 9(07)V9(02).
           02 SITUACAO-INS      PIC X(01).
              88 INSTAL-ATIVA    VALUE " " "A".
              88 INSTAL-INATIVA  VALUE "I".
