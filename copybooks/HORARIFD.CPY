      *----------------------------------------------------------*
      * HORARIFD.CPY
      * FD E REGISTRO DA GRADE HORARIA (HORARIO.DAT): UMA LINHA
      * POR AULA SEMANAL - TURMA (CODIGO-TUR DO TURMAS.DAT), DIA
      * DA SEMANA (1=DOMINGO, 2=SEGUNDA ... 7=SABADO), HORA DE
      * INICIO E DE FIM (HHMM) E SALA. O PROFESSOR DA AULA E O DA
      * TURMA (CODPROF-TUR). MANTIDO PELA SECRETARIA EM EDITOR DE
      * TEXTO; A ORDEM DAS LINHAS E A PRIORIDADE - EM CHOQUE DE
      * SALA OU DE PROFESSOR, FICA A PRIMEIRA. COPIAR ESTE MEMBRO
      * DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  HORARIO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HORARIO.DAT".
       01  REG-HORARIO.
           02 TURMA-HOR         PIC X(03).
           02 DIA-SEMANA-HOR    PIC 9(01).
           02 INICIO-HOR.
              03 HH-INICIO-HOR  PIC 9(02).
              03 MM-INICIO-HOR  PIC 9(02).
           02 FIM-HOR.
              03 HH-FIM-HOR     PIC 9(02).
              03 MM-FIM-HOR     PIC 9(02).
           02 SALA-HOR          PIC X(05).
