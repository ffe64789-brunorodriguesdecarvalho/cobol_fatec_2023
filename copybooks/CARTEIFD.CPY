      *----------------------------------------------------------*
      * CARTEIFD.CPY
      * FD E REGISTRO DO REGISTRO DE CARTEIRINHAS (CARTEI.DAT). UMA
      * LINHA POR CARTEIRINHA IMPRESSA, COM O NUMERO SEQUENCIAL
      * IMPRESSO NO CARTAO, O SOCIO, A CATEGORIA, O TITULAR (SO
      * PARA DEPENDENTE), A EMISSAO E A VALIDADE. SO A CARTEIRINHA
      * "A" (ATIVA) DA ACESSO AO CLUBE; A PORTARIA RECUSA AS DEMAIS:
      *   "S" SUBSTITUIDA - O SOCIO RECEBEU CARTEIRINHA NOVA;
      *   "P" PERDIDA     - SEGUNDA VIA EMITIDA NO LUGAR DELA;
      *   "B" BLOQUEADA   - SOCIO ATRASADO ALEM DO LIMITE NA ULTIMA
      *                     RODADA OU QUE SAIU DO CADASTRO (BAIXA).
      * DATA-SITUACAO-CRT E A DATA DA ULTIMA MUDANCA DE SITUACAO.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  CARTEI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CARTEI.DAT".
       01  REG-CARTEI.
           02 NUMERO-CRT        PIC 9(07).
           02 NUMERO-SOCIO-CRT  PIC 9(06).
           02 NOME-CRT          PIC X(30).
           02 CATEGORIA-CRT     PIC X(01).
           02 TITULAR-CRT       PIC 9(06).
           02 EMISSAO-CRT       PIC 9(08).
           02 VALIDADE-CRT      PIC 9(08).
           02 SITUACAO-CRT      PIC X(01).
              88 CARTAO-ATIVO       VALUE "A".
              88 CARTAO-SUBSTITUIDO VALUE "S".
              88 CARTAO-PERDIDO     VALUE "P".
              88 CARTAO-BLOQUEADO   VALUE "B".
           02 DATA-SITUACAO-CRT PIC 9(08).
