      * MENSALIDADE DO DEPENDENTE E COBRADA NA FATURA DO TITULAR
      * (EX01CAR/EX01REM) E A BAIXA DO TITULAR QUITA A FAMILIA
      * (EX01PAG). ZEROS PARA QUEM NAO E DEPENDENTE.
      *
      * ADMISSAO-SOCIO1 E A DATA DE ADMISSAO DO SOCIO NO CLUBE
      * (AAAAMMDD): A DATA DA PROPOSTA (DATA-PRO) NA EFETIVACAO DO
      * EX01APR, A DATA DA INCLUSAO DIRETA NO PROG02 OU A DATA DA
      * READMISSAO (EX01REA); PARA OS SOCIOS ANTERIORES A ELA, FOI
      * PREENCHIDA PELA RODADA EX01ADM. ZEROS = AINDA NAO APURADA.
      * E A BASE DO TEMPO DE CASA EXIGIDO PELO ESTATUTO PARA VOTAR
      * EM ASSEMBLEIA (EX01VOT).
      *
      * NASCIMENTO-SOCIO1 E A DATA DE NASCIMENTO (AAAAMMDD),
      * OBRIGATORIA PARA DEPENDENTE (PROG02/EX01PRO): O DEPENDENTE
      * QUE ATINGE A IDADE LIMITE DO ESTATUTO PASSA A SER PROPOSTO
      * COMO TITULAR PELA RODADA DE MAIORIDADE (EX01MAI). ZEROS =
      * NAO INFORMADA.
      *----------------------------------------------------------*
       FD  CADSOC1
           LABEL RECORD ARE STANDARD
              88 CAT-ESTUDANTE   VALUE "E".
              88 CAT-REMIDO      VALUE "R".
           02 TITULAR-SOCIO1    PIC 9(06).
           02 ADMISSAO-SOCIO1   PIC 9(08).
           02 NASCIMENTO-SOCIO1 PIC 9(08).
