       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTACCL.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    CONCILIACAO DA COBRANCA BANCARIA DAS NOTAS FISCAIS,
      *            NOS MOLDES DO EX01CCL DO CLUBE. CARREGA OS DETALHES
      *            DO RETORNO (RETNOTA.DAT) EM TABELA E CASA CADA
      *            TITULO DO CONTROLE DE REMESSA (REMNCTL.DAT):
      *            - OCORRENCIA "02" E VALOR IGUAL AO REMETIDO: PAGO;
      *            - OCORRENCIA "02" E VALOR DIFERENTE: VALOR
      *              DIVERGENTE (SAI COM OS DOIS VALORES);
      *            - OUTRA OCORRENCIA: REJEITADO PELO BANCO, COM O
      *              CODIGO DE OCORRENCIA DO RETORNO;
      *            - SEM DETALHE NO RETORNO E AINDA ENVIADO: EM
      *              ABERTO. TITULO JA LIQUIDADO OU REJEITADO EM
      *              RETORNO ANTERIOR NAO E LISTADO DE NOVO.
      *            DETALHE DO RETORNO SEM TITULO NA REMESSA TAMBEM
      *            SAI (RETORNO SEM REMESSA). TUDO EM RELCCN, COM OS
      *            TOTAIS POR SITUACAO NO FIM. PODE RODAR ANTES OU
      *            DEPOIS DO NOTARET.
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RMNCTLSL.

           COPY RETNOTSL.

            SELECT RELCCN ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY RMNCTLFD.

       COPY RETNOTFD.

       FD  RELCCN
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELCCN.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RMNCTLWS.
       COPY RETNOTWS.
       77  FIM-ARQ        PIC X(03) VALUE "NAO".
       77  FIM-RET        PIC X(03) VALUE "NAO".
       77  RETORNO-DEMAIS PIC X(01) VALUE "N".
       77  QTD-RETORNO    PIC 9(04) VALUE ZEROES.
       77  TEM-RETORNO    PIC X(01) VALUE "N".
       77  CT-LIDOS       PIC 9(07) VALUE ZEROES.
       77  CT-PAGOS       PIC 9(05) VALUE ZEROES.
       77  CT-ABERTOS     PIC 9(05) VALUE ZEROES.
       77  CT-REJEITADOS  PIC 9(05) VALUE ZEROES.
       77  CT-DIVERGENTES PIC 9(05) VALUE ZEROES.
       77  CT-SEM-REMESSA PIC 9(05) VALUE ZEROES.
       77  IDX-R          PIC 9(04) VALUE ZEROES.

       01 TAB-RETORNO.
           02 RETORNO-ITEM OCCURS 2000 TIMES
                 DEPENDING ON QTD-RETORNO
                 INDEXED BY IDX-RET.
              03 NOTA-RET-TAB   PIC 9(06).
              03 VALOR-RET-TAB  PIC 9(09)V9(02).
              03 OCORR-RET-TAB  PIC X(02).
              03 CASOU-RET-TAB  PIC X(01).

       01 CAB-CCN.
           02 FILLER    PIC X(34)
                        VALUE "CONCILIACAO DA COBRANCA DAS NOTAS".
           02 FILLER    PIC X(46) VALUE SPACES.

       01 DETALHE-REL.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NOTA-REL     PIC ZZZZZ9.
           02 FILLER       PIC X(06) VALUE "  CPF ".
           02 CPF-REL      PIC X(11).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MENSAGEM-REL PIC X(38).
           02 FILLER       PIC X(15) VALUE SPACES.

       01 DETALHE-VAL.
           02 FILLER       PIC X(12) VALUE SPACES.
           02 FILLER       PIC X(12) VALUE "REMETIDO R$ ".
           02 VAL-REM-REL  PIC Z.999.999.999,99.
           02 FILLER       PIC X(12) VALUE "  RETORNO R$".
           02 VAL-RET-REL  PIC Z.999.999.999,99.
           02 FILLER       PIC X(14) VALUE SPACES.

       01 TOTAL-PAG.
           02 FILLER    PIC X(29) VALUE "Titulos pagos..............: ".
           02 QTD-PAG   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-ABE.
           02 FILLER    PIC X(29) VALUE "Titulos em aberto..........: ".
           02 QTD-ABE   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-REJ.
           02 FILLER    PIC X(29) VALUE "Rejeitados pelo banco......: ".
           02 QTD-REJ   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-DIV.
           02 FILLER    PIC X(29) VALUE "Com valor divergente.......: ".
           02 QTD-DIV   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       01 TOTAL-SRM.
           02 FILLER    PIC X(29) VALUE "Retorno sem remessa........: ".
           02 QTD-SRM   PIC ZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM REPORTA-SEM-REMESSA.
           PERFORM IMPRESSAO-FINAL.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           OPEN INPUT REMNCTL.
           IF FS-REMNCTL NOT EQUAL "00"
              DISPLAY "NOTACCL: REMNCTL.DAT AUSENTE - GERAR A "
                      "REMESSA (NOTAREM) ANTES DE CONCILIAR."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-RETORNO.
           OPEN OUTPUT RELCCN.
           WRITE REG-REL FROM CAB-CCN AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           PERFORM LEITURA.

      *CARREGA OS DETALHES DO RETORNO EM TABELA. SEM ARQUIVO DE
      *RETORNO = NADA VOLTOU DO BANCO (TODO TITULO ENVIADO SAI EM
      *ABERTO). MAIS DETALHES DO QUE A TABELA COMPORTA ABORTA A
      *RODADA - TITULO PAGO SAIRIA COMO EM ABERTO.
       CARREGA-RETORNO.
           OPEN INPUT RETNOTA.
           IF FS-RETNOTA EQUAL "00"
              PERFORM LER-RETORNO UNTIL FIM-RET EQUAL "SIM"
              CLOSE RETNOTA
           END-IF.
           IF RETORNO-DEMAIS EQUAL "S"
              DISPLAY "NOTACCL: MAIS DE 2000 DETALHES NO RETORNO - "
                      "A TABELA NAO COMPORTA E TITULO PAGO SAIRIA "
                      "COMO EM ABERTO. RODADA ABORTADA."
              CLOSE REMNCTL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-RETORNO.
           READ RETNOTA AT END MOVE "SIM" TO FIM-RET.
           IF FIM-RET NOT EQUAL "SIM"
              IF TIPORN EQUAL "1"
                 IF QTD-RETORNO LESS THAN 2000
                    ADD 1 TO QTD-RETORNO
                    MOVE NUMNOTARN    TO NOTA-RET-TAB(QTD-RETORNO)
                    MOVE VALORPAGORN  TO VALOR-RET-TAB(QTD-RETORNO)
                    MOVE OCORRENCIARN TO OCORR-RET-TAB(QTD-RETORNO)
                    MOVE "N"          TO CASOU-RET-TAB(QTD-RETORNO)
                 ELSE
                    MOVE "S" TO RETORNO-DEMAIS
                 END-IF
              END-IF
           END-IF.

       LOCALIZA-RETORNO.
           MOVE "N" TO TEM-RETORNO.
           IF QTD-RETORNO GREATER THAN ZEROES
              SET IDX-RET TO 1
              SEARCH RETORNO-ITEM
                 AT END CONTINUE
                 WHEN NOTA-RET-TAB(IDX-RET) EQUAL NUMNOTARMC
                    MOVE "S" TO TEM-RETORNO
              END-SEARCH
           END-IF.

       LEITURA.
           READ REMNCTL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CT-LIDOS
           END-IF.

      *O VALOR REMETIDO E O SALDO DO TITULO NA ULTIMA REMESSA.
       PRINCIPAL.
           MOVE NUMNOTARMC TO NOTA-REL.
           MOVE CPFRMC     TO CPF-REL.
           PERFORM LOCALIZA-RETORNO.
           IF TEM-RETORNO EQUAL "S"
              MOVE "S" TO CASOU-RET-TAB(IDX-RET)
              IF OCORR-RET-TAB(IDX-RET) EQUAL "02"
                 IF VALOR-RET-TAB(IDX-RET) EQUAL VALORRMC
                    ADD 1 TO CT-PAGOS
                    MOVE "PAGO" TO MENSAGEM-REL
                    WRITE REG-REL FROM DETALHE-REL
                       AFTER ADVANCING 1 LINE
                 ELSE
                    ADD 1 TO CT-DIVERGENTES
                    MOVE "PAGO COM VALOR DIVERGENTE" TO MENSAGEM-REL
                    WRITE REG-REL FROM DETALHE-REL
                       AFTER ADVANCING 1 LINE
                    MOVE VALORRMC TO VAL-REM-REL
                    MOVE VALOR-RET-TAB(IDX-RET) TO VAL-RET-REL
                    WRITE REG-REL FROM DETALHE-VAL
                       AFTER ADVANCING 1 LINE
                 END-IF
              ELSE
                 ADD 1 TO CT-REJEITADOS
                 MOVE SPACES TO MENSAGEM-REL
                 STRING "REJEITADO PELO BANCO - OCORRENCIA "
                        OCORR-RET-TAB(IDX-RET)
                        DELIMITED BY SIZE INTO MENSAGEM-REL
                 WRITE REG-REL FROM DETALHE-REL
                    AFTER ADVANCING 1 LINE
              END-IF
           ELSE
              IF RMC-ENVIADO
                 ADD 1 TO CT-ABERTOS
                 MOVE "EM ABERTO - SEM RETORNO DO BANCO"
                      TO MENSAGEM-REL
                 WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE
              END-IF
           END-IF.
           PERFORM LEITURA.

       REPORTA-SEM-REMESSA.
           MOVE 1 TO IDX-R.
           PERFORM REPORTA-RET UNTIL IDX-R GREATER THAN QTD-RETORNO.

       REPORTA-RET.
           IF CASOU-RET-TAB(IDX-R) NOT EQUAL "S"
              ADD 1 TO CT-SEM-REMESSA
              MOVE NOTA-RET-TAB(IDX-R) TO NOTA-REL
              MOVE SPACES              TO CPF-REL
              MOVE "RETORNO SEM TITULO NA REMESSA" TO MENSAGEM-REL
              WRITE REG-REL FROM DETALHE-REL AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO IDX-R.

       IMPRESSAO-FINAL.
           MOVE CT-PAGOS       TO QTD-PAG.
           WRITE REG-REL FROM TOTAL-PAG AFTER ADVANCING 2 LINE.
           MOVE CT-ABERTOS     TO QTD-ABE.
           WRITE REG-REL FROM TOTAL-ABE AFTER ADVANCING 1 LINE.
           MOVE CT-REJEITADOS  TO QTD-REJ.
           WRITE REG-REL FROM TOTAL-REJ AFTER ADVANCING 1 LINE.
           MOVE CT-DIVERGENTES TO QTD-DIV.
           WRITE REG-REL FROM TOTAL-DIV AFTER ADVANCING 1 LINE.
           MOVE CT-SEM-REMESSA TO QTD-SRM.
           WRITE REG-REL FROM TOTAL-SRM AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE REMNCTL RELCCN.
           IF CT-LIDOS EQUAL ZEROES
              DISPLAY "NOTACCL: REMNCTL VAZIO - NADA FOI CONCILIADO."
              MOVE 12 TO RETURN-CODE
           END-IF.
