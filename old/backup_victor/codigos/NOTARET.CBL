       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTARET.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    RETORNO DA COBRANCA BANCARIA DAS NOTAS FISCAIS. LE
      *            O RETNOTA.DAT DEVOLVIDO PELO BANCO PARA A REMESSA
      *            DO NOTAREM E, PARA CADA DETALHE (TIPO "1"), CASA O
      *            TITULO NO CONTROLE DE REMESSA (REMNCTL.DAT):
      *            - OCORRENCIA "02" (LIQUIDADO): ANEXA NO RECNOTA.DAT
      *              UM RECEBIMENTO COM A DATA E O VALOR PAGOS E
      *              MARCA O TITULO COMO LIQUIDADO NO CONTROLE - O
      *              PROXIMO NOTAAR JA DA A BAIXA, SEM DIGITACAO DA
      *              TESOURARIA. TITULO JA LIQUIDADO NAO E LANCADO DE
      *              NOVO (RETORNO PROCESSADO DUAS VEZES);
      *            - OUTRA OCORRENCIA: MARCA O TITULO COMO REJEITADO,
      *              COM O CODIGO DO BANCO - O NOTAREM REENVIA;
      *            - TITULO FORA DO CONTROLE: NADA E LANCADO, SO
      *              AVISADO (RETORNO SEM REMESSA).
      *            HEADER "0" E TRAILER "9" SAO IGNORADOS. A LISTA
      *            COMPLETA DO RETORNO SAI NO NOTACCL.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RETNOTSL.

           COPY RMNCTLSL.

           COPY RECNOTSL.

       DATA DIVISION.

       FILE SECTION.
       COPY RETNOTFD.

       COPY RMNCTLFD.

       COPY RECNOTFD.

       WORKING-STORAGE SECTION.
       COPY RETNOTWS.
       COPY RMNCTLWS.
       COPY RECNOTWS.
       77  FIM-ARQ         PIC X(03) VALUE "NAO".
       77  CT-DETALHES     PIC 9(05) VALUE ZEROES.
       77  CT-LIQUIDADOS   PIC 9(05) VALUE ZEROES.
       77  CT-REJEITADOS   PIC 9(05) VALUE ZEROES.
       77  CT-REPETIDOS    PIC 9(05) VALUE ZEROES.
       77  CT-SEM-REMESSA  PIC 9(05) VALUE ZEROES.
       77  TOTAL-RECEBIDO  PIC 9(11)V9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           OPEN INPUT RETNOTA.
           IF FS-RETNOTA NOT EQUAL "00"
              DISPLAY "NOTARET: RETNOTA.DAT AUSENTE - NENHUM RETORNO "
                      "DO BANCO PARA PROCESSAR."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-REMNCTL.
           IF RMC-DEMAIS EQUAL "S"
              DISPLAY "NOTARET: MAIS DE 5000 TITULOS NO REMNCTL.DAT - "
                      "A TABELA NAO COMPORTA E O CONTROLE SERIA "
                      "REGRAVADO INCOMPLETO. RODADA ABORTADA."
              CLOSE RETNOTA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND RECNOTA.
           IF FS-RECNOTA NOT EQUAL "00"
              OPEN OUTPUT RECNOTA
           END-IF.
           PERFORM LEITURA.

       LEITURA.
           READ RETNOTA AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           IF TIPORN EQUAL "1"
              ADD 1 TO CT-DETALHES
              PERFORM TRATA-DETALHE
           END-IF.
           PERFORM LEITURA.

      *TITULO LIQUIDADO VIRA RECEBIMENTO UMA VEZ SO. REJEICAO QUE
      *CHEGA DEPOIS DA LIQUIDACAO NAO DESFAZ O PAGAMENTO.
       TRATA-DETALHE.
           MOVE NUMNOTARN TO NOTA-RMC-PROCURA.
           PERFORM PROCURA-REMNCTL.
           IF ACHOU-RMC NOT EQUAL "S"
              ADD 1 TO CT-SEM-REMESSA
              DISPLAY "NOTARET: NOTA " NUMNOTARN " NAO CONSTA DO "
                      "CONTROLE DE REMESSA - NADA LANCADO."
           ELSE
              IF SIT-RMC-TAB(IDX-RMC) EQUAL "L"
                 ADD 1 TO CT-REPETIDOS
                 DISPLAY "NOTARET: NOTA " NUMNOTARN " JA LIQUIDADA "
                         "EM RETORNO ANTERIOR - NADA LANCADO."
              ELSE
                 IF TITULO-LIQUIDADO
                    PERFORM LANCA-RECEBIMENTO
                 ELSE
                    ADD 1 TO CT-REJEITADOS
                    MOVE "R"          TO SIT-RMC-TAB(IDX-RMC)
                    MOVE OCORRENCIARN TO OCORR-RMC-TAB(IDX-RMC)
                 END-IF
              END-IF
           END-IF.

       LANCA-RECEBIMENTO.
           MOVE NUMNOTARN   TO NUMNOTAREC.
           MOVE DATAPAGTORN TO DATAREC.
           MOVE VALORPAGORN TO VALORREC.
           WRITE REGRECNOTA.
           MOVE "L"          TO SIT-RMC-TAB(IDX-RMC).
           MOVE OCORRENCIARN TO OCORR-RMC-TAB(IDX-RMC).
           MOVE DATAPAGTORN  TO DATAPAG-RMC-TAB(IDX-RMC).
           MOVE VALORPAGORN  TO VALPAG-RMC-TAB(IDX-RMC).
           ADD 1 TO CT-LIQUIDADOS.
           ADD VALORPAGORN TO TOTAL-RECEBIDO.

       FIM.
           CLOSE RETNOTA RECNOTA.
           PERFORM GRAVA-REMNCTL.
           DISPLAY "NOTARET: " CT-DETALHES " DETALHE(S) NO RETORNO.".
           DISPLAY "NOTARET: " CT-LIQUIDADOS " TITULO(S) LIQUIDADO(S) "
                   "LANCADO(S) NO RECNOTA, TOTAL " TOTAL-RECEBIDO ".".
           DISPLAY "NOTARET: " CT-REJEITADOS " TITULO(S) REJEITADO(S) "
                   "PELO BANCO - VOLTAM NA PROXIMA REMESSA.".
           IF CT-DETALHES EQUAL ZEROES
              DISPLAY "NOTARET: RETORNO SEM DETALHES - NADA FOI "
                      "PROCESSADO."
              MOVE 12 TO RETURN-CODE
           ELSE
              IF CT-REPETIDOS GREATER THAN ZEROES OR
                 CT-SEM-REMESSA GREATER THAN ZEROES
                 DISPLAY "NOTARET: " CT-REPETIDOS " JA LIQUIDADO(S) E "
                         CT-SEM-REMESSA " SEM REMESSA - CONFERIR NO "
                         "NOTACCL."
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       COPY RMNCTLPD.
