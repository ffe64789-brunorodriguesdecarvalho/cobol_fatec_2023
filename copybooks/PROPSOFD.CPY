      *----------------------------------------------------------*
      * PROPSOFD.CPY
      * FD E REGISTRO DO ARQUIVO DE PROPOSTAS DE SOCIO (PROPSOC.DAT).
      * UMA LINHA POR PROPOSTA, COM OS DADOS DO FUTURO SOCIO, O
      * SOCIO PROPONENTE, A DATA DA PROPOSTA E A SITUACAO:
      *   "P" PENDENTE  - AGUARDANDO A DIRETORIA (EX01PRO);
      *   "A" APROVADA  - A EFETIVAR NA PROXIMA RODADA DO EX01APR;
      *   "R" REJEITADA - PELA DIRETORIA;
      *   "E" EFETIVADA - JA GRAVADA NO MESTRE DE SOCIOS.
      * ATE A CRIACAO DESTE MEMBRO, EX01PRO, EX01APR E EX01ADM
      * REPETIAM O MESMO LAYOUT INTEIRO NO FONTE.
      *
      * NASCIMENTO-PRO E A DATA DE NASCIMENTO (AAAAMMDD),
      * OBRIGATORIA PARA DEPENDENTE, QUE A LEVA PARA O MESTRE
      * (NASCIMENTO-SOCIO1 - VER CADSOCFD). ZEROS = NAO INFORMADA.
      *
      * ORIGEM-PRO DISTINGUE A PROPOSTA COMUM, DIGITADA NO EX01PRO
      * (EM BRANCO), DA PROPOSTA DE MAIORIDADE ("M"), GERADA PELO
      * EX01MAI PARA O DEPENDENTE QUE ATINGIU A IDADE LIMITE DO
      * ESTATUTO: O NUMERO-PRO E O DO PROPRIO DEPENDENTE, E A
      * EFETIVACAO (EX01APR) REGRAVA ESSE SOCIO COMO TITULAR EM VEZ
      * DE INCLUIR UM SOCIO NOVO. A PROPOSTA DE CONVIDADO ("C") E
      * GERADA PELO EX01COV PARA O CONVIDADO FREQUENTE (VER
      * CONVITFD), COM O TITULAR QUE O CONVIDOU POR ULTIMO COMO
      * PROPONENTE E SEM ENDERECO (O CONVITE NAO O REGISTRA) - SE
      * APROVADA, A EFETIVACAO A TRATA COMO PROPOSTA COMUM E O
      * ENDERECO E COMPLETADO DEPOIS NA ALTERACAO DO PROG02.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  PROPSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROPSOC.DAT".
       01  REG-PROPOSTA.
           02 NUMERO-PRO        PIC 9(06).
           02 NOME-PRO          PIC X(30).
           02 CPF-PRO           PIC 9(11).
           02 CATEGORIA-PRO     PIC X(01).
           02 TITULAR-PRO       PIC 9(06).
           02 VALOR-PRO         PIC 9(09)V9(02).
           02 ENDERECO-PRO      PIC X(40).
           02 CIDADE-PRO        PIC X(20).
           02 UF-PRO            PIC X(02).
           02 CEP-PRO           PIC 9(08).
           02 EMAIL-PRO         PIC X(40).
           02 PROPONENTE-PRO    PIC 9(06).
           02 DATA-PRO          PIC 9(08).
           02 SITUACAO-PRO      PIC X(01).
              88 PROPOSTA-PENDENTE  VALUE "P".
              88 PROPOSTA-APROVADA  VALUE "A".
              88 PROPOSTA-REJEITADA VALUE "R".
              88 PROPOSTA-EFETIVADA VALUE "E".
           02 NASCIMENTO-PRO    PIC 9(08).
           02 ORIGEM-PRO        PIC X(01).
              88 PROPOSTA-COMUM      VALUE SPACE.
              88 PROPOSTA-MAIORIDADE VALUE "M".
              88 PROPOSTA-CONVITE    VALUE "C".
