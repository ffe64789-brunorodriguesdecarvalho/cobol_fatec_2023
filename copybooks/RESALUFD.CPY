      *----------------------------------------------------------*
      * RESALUFD.CPY
      * FD E REGISTRO DO CADASTRO DE RESPONSAVEIS FINANCEIROS
      * (RESALU.DAT). UMA LINHA POR MATRICULA, COM O RESPONSAVEL
      * FINANCEIRO DO ALUNO - A QUEM SAEM AS CARTAS E OS RECIBOS NO
      * LUGAR DO PROPRIO ALUNO, QUE NA MAIORIA E MENOR DE IDADE. O
      * MESMO RESPONSAVEL PODE RESPONDER POR VARIOS IRMAOS: CADA
      * IRMAO TEM A SUA LINHA E O CPF-RES IGUAL E O QUE OS AGRUPA
      * (CARTA UNICA POR RESPONSAVEL DO EX05ATR). PARENTESCO:
      *   "P" PAI       "M" MAE       "A" AVO/AVO
      *   "T" TIO/TIA   "L" TUTOR OU GUARDIAO LEGAL   "O" OUTRO
      * ALUNO SEM LINHA AQUI CONTINUA RECEBENDO A CORRESPONDENCIA
      * EM SEU PROPRIO NOME. COPIAR ESTE MEMBRO DENTRO DA FILE
      * SECTION.
      *----------------------------------------------------------*
       FD  RESALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESALU.DAT".
       01  REG-RESALU.
           02 MATRICULA-RES    PIC 9(07).
           02 CPF-RES          PIC 9(11).
           02 NOME-RES         PIC X(30).
           02 PARENTESCO-RES   PIC X(01).
              88 RESPONSAVEL-PAI    VALUE "P".
              88 RESPONSAVEL-MAE    VALUE "M".
              88 RESPONSAVEL-AVO    VALUE "A".
              88 RESPONSAVEL-TIO    VALUE "T".
              88 RESPONSAVEL-TUTOR  VALUE "L".
              88 RESPONSAVEL-OUTRO  VALUE "O".
              88 PARENTESCO-VALIDO  VALUE "P" "M" "A" "T" "L" "O".
           02 ENDERECO-RES     PIC X(40).
           02 BAIRRO-RES       PIC X(20).
           02 CIDADE-RES       PIC X(20).
           02 UF-RES           PIC X(02).
           02 CEP-RES          PIC 9(08).
           02 EMAIL-RES        PIC X(40).
           02 TELEFONE-RES     PIC 9(11).
