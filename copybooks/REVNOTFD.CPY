      *----------------------------------------------------------*
      * REVNOTFD.CPY
      * FD E REGISTRO DO REGISTRO DE RECURSOS DE NOTA (REVISAO DE
      * NOTA) - REVNOT.DAT. CADA RECURSO E PROTOCOLADO NO EX05REV
      * (NUMERO SEQUENCIAL, MATRICULA, TURMA, QUAL DAS TRES NOTAS,
      * QUEM PEDIU, MOTIVO, DATA, OPERADOR QUE PROTOCOLOU E A NOTA
      * NA DATA DO PEDIDO), DECIDIDO NO MESMO EX05REV PELA
      * COORDENACAO (DEFERIDO COM A NOTA NOVA OU INDEFERIDO, SEMPRE
      * COM JUSTIFICATIVA, OPERADOR E DATA DA DECISAO) E APLICADO
      * AO ARQNOT/ARQALU PELO EX05RVA, QUE GRAVA A NOTA REALMENTE
      * SUBSTITUIDA E A DATA DA APLICACAO. SITUACAO: P = PENDENTE,
      * D = DEFERIDO (AGUARDANDO O EX05RVA), I = INDEFERIDO,
      * A = APLICADO. O ARQUIVO NUNCA PERDE LINHA - E A TRILHA DE
      * QUEM PEDIU, QUEM DECIDIU E QUAL ERA A NOTA. COPIAR ESTE
      * MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  REVNOT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REVNOT.DAT".
       01  REG-REVNOT.
           02 NUMERO-REV        PIC 9(05).
           02 MATRICULA-REV     PIC 9(07).
           02 TURMA-REV         PIC X(03).
           02 QUAL-NOTA-REV     PIC 9(01).
           02 SOLICITANTE-REV   PIC X(30).
           02 MOTIVO-REV        PIC X(40).
           02 DATA-PED-REV      PIC 9(08).
           02 OPERADOR-PED-REV  PIC X(08).
           02 NOTA-ATUAL-REV    PIC 9(02)V9(02).
           02 SITUACAO-REV      PIC X(01).
           02 NOTA-NOVA-REV     PIC 9(02)V9(02).
           02 JUSTIFICATIVA-REV PIC X(40).
           02 DECISOR-REV       PIC X(08).
           02 DATA-DEC-REV      PIC 9(08).
           02 DATA-APL-REV      PIC 9(08).
