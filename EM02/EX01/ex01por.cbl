       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX01POR.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    CONSULTA DE CARTEIRINHA NA PORTARIA. RECEBE PELO
      *            ACCEPT O NUMERO IMPRESSO NA CARTEIRINHA (ZERO
      *            ENCERRA) E PROCURA NO REGISTRO DE CARTEIRINHAS
      *            (CARTEI.DAT, GRAVADO PELO EX01CRT - VER CARTEIFD):
      *            - CARTEIRINHA ATIVA E DENTRO DA VALIDADE: LIBERA,
      *              MOSTRANDO SOCIO E NOME PARA CONFERENCIA;
      *            - SUBSTITUIDA, PERDIDA, BLOQUEADA OU VENCIDA:
      *              RECUSA, COM O MOTIVO;
      *            - NUMERO FORA DO REGISTRO: RECUSA.
      *            SO CONSULTA - NAO ALTERA NENHUM ARQUIVO.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CARTEISL.

           COPY DATPRCSL.

       DATA DIVISION.

       FILE SECTION.
       COPY DATPRCFD.

       COPY CARTEIFD.

       WORKING-STORAGE SECTION.
       COPY DATPRCWS.
       COPY CARTEIWS.
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  ACHOU         PIC X(03) VALUE "NAO".
       77  CARTAO-INF    PIC 9(07) VALUE ZEROES.
       77  ENCERRA       PIC X(03) VALUE "NAO".

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM OBTEM-DATA-PROCESSO.
           PERFORM CONSULTA UNTIL ENCERRA EQUAL "SIM".
           STOP RUN.

       CONSULTA.
           DISPLAY "NUMERO DA CARTEIRINHA (ZERO ENCERRA)......: ".
           ACCEPT CARTAO-INF.
           IF CARTAO-INF EQUAL ZEROES
              MOVE "SIM" TO ENCERRA
           ELSE
              PERFORM LOCALIZA-CARTAO
              PERFORM INFORMA-SITUACAO
           END-IF.

       LOCALIZA-CARTAO.
           MOVE "NAO" TO ACHOU FIM-ARQ.
           OPEN INPUT CARTEI.
           IF FS-CARTEI EQUAL "00"
              PERFORM LER-CARTEI UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CARTEI
           END-IF.

       LER-CARTEI.
           READ CARTEI AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF NUMERO-CRT EQUAL CARTAO-INF
                 MOVE "SIM" TO ACHOU FIM-ARQ
              END-IF
           END-IF.

       INFORMA-SITUACAO.
           IF ACHOU NOT EQUAL "SIM"
              DISPLAY "RECUSAR - CARTEIRINHA " CARTAO-INF
                      " NAO CONSTA DO REGISTRO."
           ELSE
              IF CARTAO-SUBSTITUIDO
                 DISPLAY "RECUSAR - CARTEIRINHA SUBSTITUIDA POR "
                         "OUTRA MAIS NOVA."
              ELSE
                 IF CARTAO-PERDIDO
                    DISPLAY "RECUSAR - CARTEIRINHA COMUNICADA COMO "
                            "PERDIDA (SEGUNDA VIA EMITIDA)."
                 ELSE
                    IF CARTAO-BLOQUEADO
                       DISPLAY "RECUSAR - CARTEIRINHA BLOQUEADA "
                               "DESDE " DATA-SITUACAO-CRT
                               " - ENCAMINHAR A SECRETARIA."
                    ELSE
                       IF VALIDADE-CRT LESS THAN DATA-PROCESSO
                          DISPLAY "RECUSAR - CARTEIRINHA VENCIDA EM "
                                  VALIDADE-CRT "."
                       ELSE
                          DISPLAY "LIBERAR - SOCIO "
                                  NUMERO-SOCIO-CRT " " NOME-CRT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       COPY DATPRCPD.
