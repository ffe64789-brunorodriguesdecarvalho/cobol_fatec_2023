      *----------------------------------------------------------*
      * JRNNOTFD.CPY
      * FD E REGISTRO DO JORNAL DE ALTERACOES DO ARQNOT (JRNNOT.DAT,
      * SEMPRE ABERTO EM EXTEND), NO MESMO DESENHO DO JRNCLI DO
      * PROG01: CADA NOTA/FALTA GRAVADA NA DIGITACAO (EX05DIG) GERA
      * UM REGISTRO COM OPERADOR, DATA/HORA, PROGRAMA, OPERACAO E AS
      * IMAGENS ANTES/DEPOIS DO REGISTRO DO ARQNOT (LAYOUT DE
      * ARQNOTFD; NA INCLUSAO A IMAGEM ANTES VAI EM BRANCO). O EX05RVA
      * GRAVA AQUI CADA NOTA TROCADA POR RECURSO DEFERIDO, COM O
      * DECISOR DO RECURSO COMO OPERADOR (RECUR-NOT NO ARQNOT,
      * RECUR-ALU NO ARQALU - A IMAGEM DO ARQALU VAI NO MESMO
      * LAYOUT DO ARQNOT). COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  JRNNOT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNNOT.DAT".
       01  REG-JRNNOT.
           02 OPERADOR-JNT    PIC X(08).
           02 DATA-JNT        PIC 9(08).
           02 HORA-JNT        PIC 9(08).
           02 PROGRAMA-JNT    PIC X(08).
           02 OPERACAO-JNT    PIC X(09).
           02 ANTES-JNT       PIC X(24).
           02 ANTES-JNT-R REDEFINES ANTES-JNT.
              03 MATRICULA-ANT-JNT PIC 9(07).
              03 TURMA-ANT-JNT     PIC X(03).
              03 NOTA1-ANT-JNT     PIC 9(02)V9(02).
              03 NOTA2-ANT-JNT     PIC 9(02)V9(02).
              03 NOTA3-ANT-JNT     PIC 9(02)V9(02).
              03 FALTAS-ANT-JNT    PIC 9(02).
           02 DEPOIS-JNT      PIC X(24).
           02 DEPOIS-JNT-R REDEFINES DEPOIS-JNT.
              03 MATRICULA-DEP-JNT PIC 9(07).
              03 TURMA-DEP-JNT     PIC X(03).
              03 NOTA1-DEP-JNT     PIC 9(02)V9(02).
              03 NOTA2-DEP-JNT     PIC 9(02)V9(02).
              03 NOTA3-DEP-JNT     PIC 9(02)V9(02).
              03 FALTAS-DEP-JNT    PIC 9(02).
