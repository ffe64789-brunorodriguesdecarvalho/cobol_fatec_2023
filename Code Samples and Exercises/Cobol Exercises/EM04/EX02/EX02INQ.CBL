      *            EM ORDEM CRONOLOGICA).
      *MODIFICATIONS.
      *02/09/2026 BRC - VERSAO INICIAL.
      *15/10/2026 BRC - A CONSULTA PASSOU A EXIBIR O CPF DO TITULAR
      *            DA CONTA (CPF-TIT-ANX - VER EX02), OU "SEM
      *            TITULAR" QUANDO A CONTA AINDA NAO TEM CPF.
      *15/10/2026 BRC - CONTA DORMENTE (STATUS "D" - VER EX02DOR)
      *            SAI DESTACADA NA SITUACAO.
      *15/10/2026 BRC - A CONSULTA EXIBE BAIRRO, CIDADE/UF E CEP
      *            DO ENDERECO DETALHADO DA CONTA (VER EX02), QUANDO
      *            PREENCHIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 NOT INVALID KEY
                    DISPLAY "CONTA....: " CC-ANX "  TIPO: " TIPO-ANX
                    DISPLAY "ENDERECO.: " ENDER-ANX
                    IF CIDADE-ANX NOT EQUAL SPACES
                       DISPLAY "BAIRRO...: " BAIRRO-ANX
                       DISPLAY "CIDADE...: " CIDADE-ANX "/" UF-ANX
                               "  CEP " CEP-ANX
                    END-IF
                    DISPLAY "TELEFONE.: " TEL-ANX
                    DISPLAY "E-MAIL...: " EMAIL-ANX
                    IF CPF-TIT-ANX EQUAL ZEROES
                       DISPLAY "TITULAR..: SEM TITULAR INFORMADO"
                    ELSE
                       DISPLAY "TITULAR..: CPF " CPF-TIT-ANX
                    END-IF
                    IF STATUS-ANX EQUAL "C"
                       DISPLAY "SITUACAO.: CONTA ENCERRADA"
                    ELSE
                       IF STATUS-ANX EQUAL "D"
                          DISPLAY "SITUACAO.: *** CONTA DORMENTE *** "
                                  "(SEM MOVIMENTO - VER EX02DOR)"
                       ELSE
                          DISPLAY "SITUACAO.: ATIVA"
                       END-IF
                    END-IF
                    PERFORM EXIBE-MOVIMENTOS
              END-READ
