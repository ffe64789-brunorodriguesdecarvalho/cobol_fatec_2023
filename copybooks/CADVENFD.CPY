      *----------------------------------------------------------*
      * CADVENFD.CPY
      * FD E REGISTRO DO CADASTRO PERMANENTE DE VENDEDORES
      * (CADVEND.DAT - VER CADVENSL.CPY PARA O SELECT). ANTES DELE
      * O REGVEND ERA REDIGITADO TODO MES COM NOME, SALARIO E
      * PLANO; AGORA O REGVEND E SO O MOVIMENTO DE VENDAS DO MES E
      * O RESTO VEM DAQUI:
      * - SALARIO BASE E PLANO DE COMISSAO (A/B/C - VER EX05B);
      * - BANCO/AGENCIA/CONTA PARA A REMESSA SALARIAL (FOLHAREM);
      * - DEPENDENTES PARA A DEDUCAO DA BASE DO IRRF;
      * - SITUACAO: "A" ATIVO, "D" DESLIGADO (MARCADO PELO FOLHARES
      *   COM A DATA DO DESLIGAMENTO). DESLIGADO NAO ENTRA MAIS NA
      *   FOLHA; O REGISTRO FICA PARA O HISTORICO.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  CADVEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
       01  REG-CADVEND.
           02 MATRICULA-CVD   PIC 9(06).
           02 NOME-CVD        PIC X(30).
           02 CPF-CVD         PIC 9(11).
           02 ADMISSAO-CVD    PIC 9(08).
           02 SALARIO-CVD     PIC 9(06)V9(02).
           02 PLANO-CVD       PIC X(01).
           02 BANCO-CVD       PIC 9(03).
           02 AGENCIA-CVD     PIC 9(05).
           02 CONTA-CVD       PIC X(12).
           02 DEPEND-CVD      PIC 9(02).
           02 SITUACAO-CVD    PIC X(01).
              88 VENDEDOR-ATIVO      VALUE "A".
              88 VENDEDOR-DESLIGADO  VALUE "D".
           02 DESLIG-CVD      PIC 9(08).
