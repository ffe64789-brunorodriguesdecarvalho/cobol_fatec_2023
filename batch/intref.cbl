       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTREF.
       AUTHOR. BRUNO CARVALHO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       INSTALLATION. BRUNO-PC.
       SECURITY. ESSE PROGRAMA SO PODE SER ALTERADO PELO AUTOR.
      *REMARKS.    VARREDURA NOTURNA DE INTEGRIDADE REFERENCIAL ENTRE
      *            OS ARQUIVOS DOS SISTEMAS. CADA SISTEMA CONFERE O
      *            SEU MESTRE, MAS NINGUEM CONFERIA OS VINCULOS ENTRE
      *            ARQUIVOS. ESTA RODADA CARREGA AS CHAVES DE CADA
      *            ARQUIVO PAI NUMA TABELA E CONFERE, REGISTRO A
      *            REGISTRO, CADA ARQUIVO FILHO:
      *            01 MENSAL   -> CADSOC1  (NUMERO DO SOCIO)
      *            02 ACORDOS  -> CADSOC1  (NUMERO DO SOCIO)
      *            03 CREDSOC  -> CADSOC1  (NUMERO DO SOCIO)
      *            04 VISHIST  -> CADCLI   (CPF DO CLIENTE)
      *            05 RESERVAS -> CADCLI   (CPF DO CLIENTE)
      *            06 ARQNOT   -> ARQALU   (MATRICULA)
      *            07 ARQNOT   -> TURMAS   (CODIGO DA TURMA)
      *            08 TRIPREG  -> MOTORIST (CODIGO DO MOTORISTA)
      *            09 CONTASAR -> NOTAS    (NUMERO DA NOTA)
      *            NAS TRES PRIMEIRAS, SOCIO QUE SAIU DO CADSOC1 PELA
      *            BAIXA DE INADIMPLENTE (ARQINAT, SITUACAO "B") NAO
      *            E ORFAO PELO HISTORICO: A COMPETENCIA PAGA OU
      *            BAIXADA, O ACORDO ENCERRADO E O CREDITO JA USADO
      *            OU ESTORNADO FICAM COMO ESTAO. SO E EXCECAO O QUE
      *            AINDA ESTA EM ABERTO PARA O BAIXADO (COMPETENCIA
      *            "A", ACORDO VIGENTE, CREDITO "A"), COM CONDICAO
      *            PROPRIA. SOCIO QUE NAO ESTA NO CADSOC1 NEM NO
      *            ARQINAT E ORFAO EM QUALQUER SITUACAO.
      *            O CADCLI E O EXTRATO SEQUENCIAL DO CADCLIX GERADO
      *            NO PASSO 0 DA NOITE (EX02EXT).
      *            CADA ORFAO VAI PARA O EXCLOG COM CONDICAO DISTINTA
      *            POR VINCULO E PARA O DETALHE DO RELINT; NO FIM O
      *            RELINT TRAZ O RESUMO POR VINCULO (LIDOS, ORFAOS,
      *            EM ABERTO DE BAIXADO). ARQUIVO FILHO AUSENTE NAO
      *            TEM O QUE CONFERIR; ARQUIVO PAI AUSENTE COM O
      *            FILHO PRESENTE DEIXA O VINCULO SEM CONFERENCIA E
      *            VAI PARA O EXCLOG (O ARQINAT AUSENTE E SO UM
      *            CLUBE SEM BAIXAS).
      *            OS ARQUIVOS SAO LIDOS NO DIRETORIO CORRENTE,
      *            COPIADOS PELO DRIVER DOS DIRETORIOS DE CADA
      *            SISTEMA, COMO O DATAPROC.DAT. NADA E ALTERADO.
      *            GRAVA INICIO/FIM NO JOBLOG COMUM (JOB INTREF; LIDOS
      *            = REGISTROS FILHOS CONFERIDOS, GRAVADOS = ORFAOS).
      *            RETURN-CODE: 0 SEM ORFAOS; 4 COM ORFAOS OU ARQUIVO
      *            PAI AUSENTE; 16 QUANDO UMA TABELA DE CHAVES
      *            ESTOURA (NENHUM VINCULO E CONFERIDO, "ERR " NO
      *            JOBLOG).
      *MODIFICATIONS.
      *15/10/2026 BRC - VERSAO INICIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. BRUNO-PC.
       OBJECT-COMPUTER. BRUNO-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSOCSL.

           COPY MENSALSL.

           COPY ACORDOSL.

           COPY ARQINASL.

           SELECT CREDSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CREDSOC.

           SELECT CADCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADCLI.

           SELECT VISHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VISHIST.

           COPY RESVIASL.

           COPY ARQALUSL.

           COPY ARQNOTSL.

           COPY TURMASSL.

           SELECT TRIPREG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRIPREG.

           SELECT MOTORIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOTORIST.

           COPY CTASARSL.

           COPY NOTFISSL.

           COPY EXCLOGSL.

           COPY JOBLOGSL.

           COPY DATPRCSL.

           SELECT RELINT ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       COPY CADSOCFD.

       COPY MENSALFD.

       COPY ACORDOFD.

       COPY ARQINAFD.

       FD  CREDSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".
       01  REG-CREDSOC.
           02 NUMERO-SOCIO-CRD  PIC 9(06).
           02 DATA-CRD          PIC 9(08).
           02 VALOR-CRD         PIC 9(09)V9(02).
           02 SITUACAO-CRD      PIC X(01).
              88 CREDITO-ABERTO    VALUE "A".
              88 CREDITO-UTILIZADO VALUE "U".
              88 CREDITO-ESTORNADO VALUE "E".

       FD  CADCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01  CADCLI1.
           02 CPF-CLIENTE         PIC 9(11).
           02 NOME-CLIENTE        PIC X(30).
           02 ESTADO-CLIENTE      PIC X(02).
           02 CIDADE-CLIENTE      PIC X(30).
           02 DDD-CLIENTE         PIC 9(02).
           02 TELEFONE-CLIENTE    PIC 9(09).
           02 TIPO-FONE-CLI       PIC X(01).
           02 DATA-VIS-CLI        PIC 9(08).

       FD  VISHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISHIST.DAT".
       01  REG-VISHIST.
           02 CPF-HIS             PIC 9(11).
           02 DATA-HIS            PIC 9(08).
           02 FILIAL-HIS          PIC X(10).

       COPY RESVIAFD.

       COPY ARQALUFD.

       COPY ARQNOTFD.

       COPY TURMASFD.

       FD  TRIPREG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRIPREG.DAT".
       01  REG-TRIPREG.
           02 DATA-TRIP    PIC 9(08).
           02 HORA-TRIP    PIC 9(06).
           02 KM-TRIP      PIC 9(04).
           02 MULT-TRIP    PIC 9V9(02).
           02 VALOR-TRIP   PIC 9(07)V9(02).
           02 MOTORISTA-TRIP PIC 9(04).
           02 TARIFA-TRIP  PIC 9(08).
           02 ACERTO-TRIP  PIC X(01).
           02 TIPO-TRIP    PIC X(01).
              88 TRIP-NORMAL      VALUE "N" " ".
              88 TRIP-CANCELADA   VALUE "C".
              88 TRIP-AJUSTE      VALUE "A".
           02 MOTIVO-TRIP  PIC X(02).
           02 VEICULO-TRIP PIC X(07).
           02 EMPRESA-TRIP PIC 9(04).
           02 PASSAGEIRO-TRIP PIC X(20).
           02 CCUSTO-TRIP  PIC X(08).
           02 FATURA-TRIP  PIC 9(06).

       FD  MOTORIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOTORIST.DAT".
       01  REG-MOTORISTA.
           02 CODIGO-MOT   PIC 9(04).
           02 NOME-MOT     PIC X(30).
           02 PERC-MOT     PIC 9(02)V9(02).
           02 CNH-MOT      PIC X(11).
           02 CATEG-MOT    PIC X(02).
           02 VALID-CNH-MOT PIC 9(08).
           02 EAR-MOT      PIC X(01).
              88 CNH-COM-EAR      VALUE "S".
           02 VALID-ANT-MOT PIC 9(08).

       COPY CTASARFD.

       COPY NOTFISFD.

       COPY EXCLOGFD.

       COPY JOBLOGFD.

       COPY DATPRCFD.

       FD  RELINT
           LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELINT.txt".
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CADSOCWS.
       COPY MENSALWS.
       COPY ACORDOWS.
       COPY ARQINAWS.
       COPY RESVIAWS.
       COPY ARQALUWS.
       COPY ARQNOTWS.
       COPY TURMASWS.
       COPY CTASARWS.
       COPY NOTFISWS.
       COPY EXCLOGWS.
       COPY JOBLOGWS.
       COPY DATPRCWS.
       77  FS-CREDSOC    PIC X(02) VALUE "00".
       77  FS-CADCLI     PIC X(02) VALUE "00".
       77  FS-VISHIST    PIC X(02) VALUE "00".
       77  FS-TRIPREG    PIC X(02) VALUE "00".
       77  FS-MOTORIST   PIC X(02) VALUE "00".
       77  FIM-ARQ       PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA  PIC X(01) VALUE "N".
       77  NOME-TABELA   PIC X(08) VALUE SPACES.
       77  ACHOU         PIC X(01) VALUE "N".
       77  SIT-BAIXADO   PIC X(01) VALUE "N".
       77  ABERTO-BAIXADO PIC X(01) VALUE "N".
       77  IDX-R         PIC 9(02) VALUE ZEROES.
       77  CT-ORFAOS     PIC 9(07) VALUE ZEROES.
       77  CT-LIDOS      PIC 9(07) VALUE ZEROES.
       77  EVENTO-JOB    PIC X(04) VALUE SPACES.
       77  CT-PAI-AUSENTE PIC 9(02) VALUE ZEROES.
       77  CHAVE-SOCIO   PIC 9(06) VALUE ZEROES.
       77  CHAVE-CPF     PIC 9(11) VALUE ZEROES.
       77  CHAVE-MATR    PIC 9(07) VALUE ZEROES.
       77  CHAVE-TURMA   PIC X(03) VALUE SPACES.
       77  CHAVE-MOT     PIC 9(04) VALUE ZEROES.
       77  CHAVE-NOTA    PIC 9(06) VALUE ZEROES.
       77  QTD-SOC       PIC 9(05) VALUE ZEROES.
       77  QTD-INA       PIC 9(05) VALUE ZEROES.
       77  QTD-CLI       PIC 9(05) VALUE ZEROES.
       77  QTD-ALU       PIC 9(05) VALUE ZEROES.
       77  QTD-TUR       PIC 9(03) VALUE ZEROES.
       77  QTD-MOT       PIC 9(04) VALUE ZEROES.
       77  QTD-NFS       PIC 9(05) VALUE ZEROES.
       77  PAI-SOC-OK    PIC X(01) VALUE "N".
       77  PAI-CLI-OK    PIC X(01) VALUE "N".
       77  PAI-ALU-OK    PIC X(01) VALUE "N".
       77  PAI-TUR-OK    PIC X(01) VALUE "N".
       77  PAI-MOT-OK    PIC X(01) VALUE "N".
       77  PAI-NFS-OK    PIC X(01) VALUE "N".
       77  CONDICAO-ORF  PIC X(30) VALUE SPACES.
       77  ARQUIVO-ORF   PIC X(08) VALUE SPACES.
       77  CHAVE-ORF     PIC X(11) VALUE SPACES.
       77  COMPL-ORF     PIC X(25) VALUE SPACES.

      *CHAVES DOS ARQUIVOS PAI.
       01  TAB-SOCIOS.
           02 SOC-ITEM OCCURS 1 TO 20000 TIMES
                 DEPENDING ON QTD-SOC
                 INDEXED BY IDX-SOC.
              03 NUM-SOC-TAB   PIC 9(06).

       01  TAB-INATIVOS.
           02 INA-ITEM OCCURS 1 TO 20000 TIMES
                 DEPENDING ON QTD-INA
                 INDEXED BY IDX-INA.
              03 NUM-INA-TAB   PIC 9(06).
              03 SIT-INA-TAB   PIC X(01).

       01  TAB-CLIENTES.
           02 CLI-ITEM OCCURS 1 TO 20000 TIMES
                 DEPENDING ON QTD-CLI
                 INDEXED BY IDX-CLI.
              03 CPF-CLI-TAB   PIC 9(11).

       01  TAB-ALUNOS.
           02 ALU-ITEM OCCURS 1 TO 20000 TIMES
                 DEPENDING ON QTD-ALU
                 INDEXED BY IDX-ALU.
              03 MATR-ALU-TAB  PIC 9(07).

       01  TAB-TURMAS.
           02 TUR-ITEM OCCURS 1 TO 999 TIMES
                 DEPENDING ON QTD-TUR
                 INDEXED BY IDX-TUR.
              03 COD-TUR-TAB   PIC X(03).

       01  TAB-MOTORISTAS.
           02 MOT-ITEM OCCURS 1 TO 9999 TIMES
                 DEPENDING ON QTD-MOT
                 INDEXED BY IDX-MOT.
              03 COD-MOT-TAB   PIC 9(04).

       01  TAB-NOTAS.
           02 NFS-ITEM OCCURS 1 TO 99999 TIMES
                 DEPENDING ON QTD-NFS
                 INDEXED BY IDX-NFS.
              03 NUM-NFS-TAB   PIC 9(06).

      *UMA LINHA POR VINCULO CONFERIDO, PARA O RESUMO.
       01  TAB-NOMES-VINCULO.
           02 FILLER PIC X(20) VALUE "MENSAL   -> CADSOC1 ".
           02 FILLER PIC X(20) VALUE "ACORDOS  -> CADSOC1 ".
           02 FILLER PIC X(20) VALUE "CREDSOC  -> CADSOC1 ".
           02 FILLER PIC X(20) VALUE "VISHIST  -> CADCLI  ".
           02 FILLER PIC X(20) VALUE "RESERVAS -> CADCLI  ".
           02 FILLER PIC X(20) VALUE "ARQNOT   -> ARQALU  ".
           02 FILLER PIC X(20) VALUE "ARQNOT   -> TURMAS  ".
           02 FILLER PIC X(20) VALUE "TRIPREG  -> MOTORIST".
           02 FILLER PIC X(20) VALUE "CONTASAR -> NOTAS   ".
       01  TAB-NOMES-VINCULO-R REDEFINES TAB-NOMES-VINCULO.
           02 NOME-VIN-TAB PIC X(20) OCCURS 9 TIMES.

       01  TAB-VINCULOS.
           02 VINCULO-ITEM OCCURS 9 TIMES.
              03 LIDOS-VIN-TAB   PIC 9(07).
              03 ORFAOS-VIN-TAB  PIC 9(07).
              03 BAIXADO-VIN-TAB PIC 9(07).
              03 SIT-VIN-TAB     PIC X(14).

       01 CAB-TITULO.
           02 FILLER       PIC X(40) VALUE
              "VARREDURA DE INTEGRIDADE REFERENCIAL -  ".
           02 FILLER       PIC X(06) VALUE "PROC. ".
           02 DATA-CAB     PIC 99/99/9999.
           02 FILLER       PIC X(24) VALUE SPACES.

       01 CAB-DETALHE.
           02 FILLER       PIC X(40) VALUE
              "VN ARQUIVO  CHAVE       COMPLEMENTO     ".
           02 FILLER       PIC X(40) VALUE
              "           CONDICAO                     ".

       01 LINHA-DETALHE.
           02 VIN-DET      PIC 9(02).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 ARQ-DET      PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 CHAVE-DET    PIC X(11).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 COMPL-DET    PIC X(25).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 COND-DET     PIC X(30).

       01 CAB-RESUMO.
           02 FILLER       PIC X(40) VALUE
              "VN VINCULO (FILHO -> PAI)    LIDOS    OR".
           02 FILLER       PIC X(40) VALUE
              "FAOS   BAIXADO  SITUACAO                ".

       01 LINHA-RESUMO.
           02 VIN-RES      PIC 9(02).
           02 FILLER       PIC X(01) VALUE SPACE.
           02 NOME-RES     PIC X(20).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 LIDOS-RES    PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 ORFAOS-RES   PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(01) VALUE SPACE.
           02 BAIXADO-RES  PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 SIT-RES      PIC X(14).
           02 FILLER       PIC X(10) VALUE SPACES.

       01 LINHA-AVISO.
           02 FILLER       PIC X(02) VALUE "- ".
           02 AVISO-LIN    PIC X(78).

       01 TOTAL-LINHA.
           02 ROTULO-TOT   PIC X(33).
           02 VALOR-TOT    PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM01.
           PERFORM INICIO.
           PERFORM CARREGA-PAIS.
           IF TABELA-CHEIA EQUAL "S"
              PERFORM ABORTA-TABELA
              STOP RUN
           END-IF.
           PERFORM CONFERE-MENSAL.
           PERFORM CONFERE-ACORDOS.
           PERFORM CONFERE-CREDSOC.
           PERFORM CONFERE-VISHIST.
           PERFORM CONFERE-RESERVAS.
           PERFORM CONFERE-ARQNOT.
           PERFORM CONFERE-TRIPREG.
           PERFORM CONFERE-CONTASAR.
           PERFORM IMPRIME-RESUMO.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE "INI " TO EVENTO-JOB.
           PERFORM GRAVA-JOBLOG.
           PERFORM ZERA-VINCULO VARYING IDX-R FROM 1 BY 1
              UNTIL IDX-R GREATER THAN 9.
           OPEN OUTPUT RELINT.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG NOT EQUAL "00"
              OPEN OUTPUT EXCLOG
           END-IF.
           MOVE DATA-PROCESSO(1:4) TO DATA-CAB(7:4).
           MOVE DATA-PROCESSO(5:2) TO DATA-CAB(4:2).
           MOVE DATA-PROCESSO(7:2) TO DATA-CAB(1:2).
           MOVE "/" TO DATA-CAB(3:1) DATA-CAB(6:1).
           WRITE REG-REL FROM CAB-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-DETALHE AFTER ADVANCING 2 LINE.

       ZERA-VINCULO.
           MOVE ZEROES TO LIDOS-VIN-TAB(IDX-R) ORFAOS-VIN-TAB(IDX-R)
                          BAIXADO-VIN-TAB(IDX-R).
           MOVE "FILHO AUSENTE" TO SIT-VIN-TAB(IDX-R).

      *----------------------------------------------------------*
      * CARGA DAS CHAVES DOS ARQUIVOS PAI. CADA CARGA LIGA O SEU
      * PAI-xxx-OK QUANDO O ARQUIVO EXISTE; TABELA ESTOURADA LIGA
      * TABELA-CHEIA E A RODADA ABORTA ANTES DE CONFERIR.
      *----------------------------------------------------------*
       CARREGA-PAIS.
           PERFORM CARREGA-CADSOC1.
           PERFORM CARREGA-ARQINAT.
           PERFORM CARREGA-CADCLI.
           PERFORM CARREGA-ARQALU.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-MOTORIST.
           PERFORM CARREGA-NOTAS.

       CARREGA-CADSOC1.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADSOC1.
           IF FS-CADSOC1 EQUAL "00"
              MOVE "S" TO PAI-SOC-OK
              PERFORM LER-CADSOC1 UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADSOC1
           END-IF.

       LER-CADSOC1.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF QTD-SOC LESS THAN 20000
                 ADD 1 TO QTD-SOC
                 MOVE NUMERO-SOCIO1 TO NUM-SOC-TAB(QTD-SOC)
              ELSE
                 MOVE "CADSOC1" TO NOME-TABELA
                 MOVE "S"       TO TABELA-CHEIA
                 MOVE "SIM"     TO FIM-ARQ
              END-IF
           END-IF.

      *O ARQINAT ACUMULA: O MESMO SOCIO PODE TER SIDO BAIXADO,
      *READMITIDO E BAIXADO DE NOVO. VALE A SITUACAO DO ULTIMO
      *REGISTRO DELE.
       CARREGA-ARQINAT.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQINAT.
           IF FS-ARQINAT EQUAL "00"
              PERFORM LER-ARQINAT UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQINAT
           END-IF.

       LER-ARQINAT.
           READ ARQINAT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              MOVE "N" TO ACHOU
              IF QTD-INA GREATER THAN ZEROES
                 SET IDX-INA TO 1
                 SEARCH INA-ITEM
                    AT END CONTINUE
                    WHEN NUM-INA-TAB(IDX-INA) EQUAL NUMERO-SOCIO-INA
                       MOVE "S" TO ACHOU
                       MOVE SITUACAO-INA TO SIT-INA-TAB(IDX-INA)
                 END-SEARCH
              END-IF
              IF ACHOU EQUAL "N"
                 IF QTD-INA LESS THAN 20000
                    ADD 1 TO QTD-INA
                    MOVE NUMERO-SOCIO-INA TO NUM-INA-TAB(QTD-INA)
                    MOVE SITUACAO-INA     TO SIT-INA-TAB(QTD-INA)
                 ELSE
                    MOVE "ARQINAT" TO NOME-TABELA
                    MOVE "S"       TO TABELA-CHEIA
                    MOVE "SIM"     TO FIM-ARQ
                 END-IF
              END-IF
           END-IF.

       CARREGA-CADCLI.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADCLI.
           IF FS-CADCLI EQUAL "00"
              MOVE "S" TO PAI-CLI-OK
              PERFORM LER-CADCLI UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADCLI
           END-IF.

       LER-CADCLI.
           READ CADCLI AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF QTD-CLI LESS THAN 20000
                 ADD 1 TO QTD-CLI
                 MOVE CPF-CLIENTE TO CPF-CLI-TAB(QTD-CLI)
              ELSE
                 MOVE "CADCLI" TO NOME-TABELA
                 MOVE "S"      TO TABELA-CHEIA
                 MOVE "SIM"    TO FIM-ARQ
              END-IF
           END-IF.

       CARREGA-ARQALU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQALU.
           IF FS-ARQALU EQUAL "00"
              MOVE "S" TO PAI-ALU-OK
              PERFORM LER-ARQALU UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQALU
           END-IF.

       LER-ARQALU.
           READ ARQALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF QTD-ALU LESS THAN 20000
                 ADD 1 TO QTD-ALU
                 MOVE MATRICULA-ALU TO MATR-ALU-TAB(QTD-ALU)
              ELSE
                 MOVE "ARQALU" TO NOME-TABELA
                 MOVE "S"      TO TABELA-CHEIA
                 MOVE "SIM"    TO FIM-ARQ
              END-IF
           END-IF.

       CARREGA-TURMAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT TURMAS.
           IF FS-TURMAS EQUAL "00"
              MOVE "S" TO PAI-TUR-OK
              PERFORM LER-TURMAS UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE TURMAS
           END-IF.

       LER-TURMAS.
           READ TURMAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF QTD-TUR LESS THAN 999
                 ADD 1 TO QTD-TUR
                 MOVE CODIGO-TUR TO COD-TUR-TAB(QTD-TUR)
              ELSE
                 MOVE "TURMAS" TO NOME-TABELA
                 MOVE "S"      TO TABELA-CHEIA
                 MOVE "SIM"    TO FIM-ARQ
              END-IF
           END-IF.

       CARREGA-MOTORIST.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT MOTORIST.
           IF FS-MOTORIST EQUAL "00"
              MOVE "S" TO PAI-MOT-OK
              PERFORM LER-MOTORIST UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE MOTORIST
           END-IF.

       LER-MOTORIST.
           READ MOTORIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF QTD-MOT LESS THAN 9999
                 ADD 1 TO QTD-MOT
                 MOVE CODIGO-MOT TO COD-MOT-TAB(QTD-MOT)
              ELSE
                 MOVE "MOTORIST" TO NOME-TABELA
                 MOVE "S"        TO TABELA-CHEIA
                 MOVE "SIM"      TO FIM-ARQ
              END-IF
           END-IF.

       CARREGA-NOTAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT NOTAS.
           IF FS-NOTAS EQUAL "00"
              MOVE "S" TO PAI-NFS-OK
              PERFORM LER-NOTAS UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE NOTAS
           END-IF.

       LER-NOTAS.
           READ NOTAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF QTD-NFS LESS THAN 99999
                 ADD 1 TO QTD-NFS
                 MOVE NUMNOTA TO NUM-NFS-TAB(QTD-NFS)
              ELSE
                 MOVE "NOTAS" TO NOME-TABELA
                 MOVE "S"     TO TABELA-CHEIA
                 MOVE "SIM"   TO FIM-ARQ
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * CONSULTAS AS TABELAS: DEVOLVEM ACHOU (S/N).
      *----------------------------------------------------------*
       PROCURA-SOCIO.
           MOVE "N" TO ACHOU SIT-BAIXADO.
           IF QTD-SOC GREATER THAN ZEROES
              SET IDX-SOC TO 1
              SEARCH SOC-ITEM
                 AT END CONTINUE
                 WHEN NUM-SOC-TAB(IDX-SOC) EQUAL CHAVE-SOCIO
                    MOVE "S" TO ACHOU
              END-SEARCH
           END-IF.
           IF ACHOU EQUAL "N" AND QTD-INA GREATER THAN ZEROES
              SET IDX-INA TO 1
              SEARCH INA-ITEM
                 AT END CONTINUE
                 WHEN NUM-INA-TAB(IDX-INA) EQUAL CHAVE-SOCIO
                    IF SIT-INA-TAB(IDX-INA) NOT EQUAL "R"
                       MOVE "S" TO SIT-BAIXADO
                    END-IF
              END-SEARCH
           END-IF.

       PROCURA-CLIENTE.
           MOVE "N" TO ACHOU.
           IF QTD-CLI GREATER THAN ZEROES
              SET IDX-CLI TO 1
              SEARCH CLI-ITEM
                 AT END CONTINUE
                 WHEN CPF-CLI-TAB(IDX-CLI) EQUAL CHAVE-CPF
                    MOVE "S" TO ACHOU
              END-SEARCH
           END-IF.

       PROCURA-ALUNO.
           MOVE "N" TO ACHOU.
           IF QTD-ALU GREATER THAN ZEROES
              SET IDX-ALU TO 1
              SEARCH ALU-ITEM
                 AT END CONTINUE
                 WHEN MATR-ALU-TAB(IDX-ALU) EQUAL CHAVE-MATR
                    MOVE "S" TO ACHOU
              END-SEARCH
           END-IF.

       PROCURA-TURMA.
           MOVE "N" TO ACHOU.
           IF QTD-TUR GREATER THAN ZEROES
              SET IDX-TUR TO 1
              SEARCH TUR-ITEM
                 AT END CONTINUE
                 WHEN COD-TUR-TAB(IDX-TUR) EQUAL CHAVE-TURMA
                    MOVE "S" TO ACHOU
              END-SEARCH
           END-IF.

       PROCURA-MOTORISTA.
           MOVE "N" TO ACHOU.
           IF QTD-MOT GREATER THAN ZEROES
              SET IDX-MOT TO 1
              SEARCH MOT-ITEM
                 AT END CONTINUE
                 WHEN COD-MOT-TAB(IDX-MOT) EQUAL CHAVE-MOT
                    MOVE "S" TO ACHOU
              END-SEARCH
           END-IF.

       PROCURA-NOTA.
           MOVE "N" TO ACHOU.
           IF QTD-NFS GREATER THAN ZEROES
              SET IDX-NFS TO 1
              SEARCH NFS-ITEM
                 AT END CONTINUE
                 WHEN NUM-NFS-TAB(IDX-NFS) EQUAL CHAVE-NOTA
                    MOVE "S" TO ACHOU
              END-SEARCH
           END-IF.

      *----------------------------------------------------------*
      * VINCULOS 01 A 03: ARQUIVOS DO CLUBE -> CADSOC1.
      *----------------------------------------------------------*
       CONFERE-MENSAL.
           MOVE 1 TO IDX-R.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT MENSAL.
           IF FS-MENSAL EQUAL "00"
              IF PAI-SOC-OK EQUAL "S"
                 MOVE "CONFERIDO" TO SIT-VIN-TAB(IDX-R)
                 PERFORM LER-MENSAL UNTIL FIM-ARQ EQUAL "SIM"
              ELSE
                 MOVE "CADSOC1" TO ARQUIVO-ORF
                 PERFORM PAI-AUSENTE
              END-IF
              CLOSE MENSAL
           END-IF.

       LER-MENSAL.
           READ MENSAL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO LIDOS-VIN-TAB(IDX-R)
              MOVE NUMERO-SOCIO-MEN TO CHAVE-SOCIO
              PERFORM PROCURA-SOCIO
              IF ACHOU EQUAL "N"
                 MOVE "N" TO ABERTO-BAIXADO
                 IF SIT-BAIXADO EQUAL "S"
                    IF MENSAL-ABERTA
                       MOVE "S" TO ABERTO-BAIXADO
                       MOVE "MENSAL ABERTA DE SOCIO BAIXADO"
                            TO CONDICAO-ORF
                    END-IF
                 ELSE
                    MOVE "MENSAL SEM SOCIO NO CADSOC1"
                         TO CONDICAO-ORF
                 END-IF
                 IF SIT-BAIXADO EQUAL "N" OR ABERTO-BAIXADO EQUAL "S"
                    MOVE "MENSAL" TO ARQUIVO-ORF
                    MOVE NUMERO-SOCIO-MEN TO CHAVE-ORF
                    MOVE SPACES TO COMPL-ORF
                    STRING "COMP " COMPETENCIA-MEN " SIT "
                           SITUACAO-MEN DELIMITED BY SIZE
                           INTO COMPL-ORF
                    PERFORM REGISTRA-ORFAO
                 END-IF
              END-IF
           END-IF.

       CONFERE-ACORDOS.
           MOVE 2 TO IDX-R.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ACORDOS.
           IF FS-ACORDOS EQUAL "00"
              IF PAI-SOC-OK EQUAL "S"
                 MOVE "CONFERIDO" TO SIT-VIN-TAB(IDX-R)
                 PERFORM LER-ACORDOS UNTIL FIM-ARQ EQUAL "SIM"
              ELSE
                 MOVE "CADSOC1" TO ARQUIVO-ORF
                 PERFORM PAI-AUSENTE
              END-IF
              CLOSE ACORDOS
           END-IF.

       LER-ACORDOS.
           READ ACORDOS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO LIDOS-VIN-TAB(IDX-R)
              MOVE NUMERO-SOCIO-ACD TO CHAVE-SOCIO
              PERFORM PROCURA-SOCIO
              IF ACHOU EQUAL "N"
                 MOVE "N" TO ABERTO-BAIXADO
                 IF SIT-BAIXADO EQUAL "S"
                    IF ACORDO-VIGENTE
                       MOVE "S" TO ABERTO-BAIXADO
                       MOVE "ACORDO VIGENTE SOCIO BAIXADO"
                            TO CONDICAO-ORF
                    END-IF
                 ELSE
                    MOVE "ACORDO SEM SOCIO NO CADSOC1"
                         TO CONDICAO-ORF
                 END-IF
                 IF SIT-BAIXADO EQUAL "N" OR ABERTO-BAIXADO EQUAL "S"
                    MOVE "ACORDOS" TO ARQUIVO-ORF
                    MOVE NUMERO-SOCIO-ACD TO CHAVE-ORF
                    MOVE SPACES TO COMPL-ORF
                    STRING "VENC " VENCIMENTO-ACD " SIT "
                           SITUACAO-ACD DELIMITED BY SIZE
                           INTO COMPL-ORF
                    PERFORM REGISTRA-ORFAO
                 END-IF
              END-IF
           END-IF.

       CONFERE-CREDSOC.
           MOVE 3 TO IDX-R.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CREDSOC.
           IF FS-CREDSOC EQUAL "00"
              IF PAI-SOC-OK EQUAL "S"
                 MOVE "CONFERIDO" TO SIT-VIN-TAB(IDX-R)
                 PERFORM LER-CREDSOC UNTIL FIM-ARQ EQUAL "SIM"
              ELSE
                 MOVE "CADSOC1" TO ARQUIVO-ORF
                 PERFORM PAI-AUSENTE
              END-IF
              CLOSE CREDSOC
           END-IF.

       LER-CREDSOC.
           READ CREDSOC AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO LIDOS-VIN-TAB(IDX-R)
              MOVE NUMERO-SOCIO-CRD TO CHAVE-SOCIO
              PERFORM PROCURA-SOCIO
              IF ACHOU EQUAL "N"
                 MOVE "N" TO ABERTO-BAIXADO
                 IF SIT-BAIXADO EQUAL "S"
                    IF CREDITO-ABERTO
                       MOVE "S" TO ABERTO-BAIXADO
                       MOVE "CREDITO ABERTO SOCIO BAIXADO"
                            TO CONDICAO-ORF
                    END-IF
                 ELSE
                    MOVE "CREDITO SEM SOCIO NO CADSOC1"
                         TO CONDICAO-ORF
                 END-IF
                 IF SIT-BAIXADO EQUAL "N" OR ABERTO-BAIXADO EQUAL "S"
                    MOVE "CREDSOC" TO ARQUIVO-ORF
                    MOVE NUMERO-SOCIO-CRD TO CHAVE-ORF
                    MOVE SPACES TO COMPL-ORF
                    STRING "DATA " DATA-CRD " SIT "
                           SITUACAO-CRD DELIMITED BY SIZE
                           INTO COMPL-ORF
                    PERFORM REGISTRA-ORFAO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * VINCULOS 04 E 05: TURISMAR -> CADCLI.
      *----------------------------------------------------------*
       CONFERE-VISHIST.
           MOVE 4 TO IDX-R.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT VISHIST.
           IF FS-VISHIST EQUAL "00"
              IF PAI-CLI-OK EQUAL "S"
                 MOVE "CONFERIDO" TO SIT-VIN-TAB(IDX-R)
                 PERFORM LER-VISHIST UNTIL FIM-ARQ EQUAL "SIM"
              ELSE
                 MOVE "CADCLI" TO ARQUIVO-ORF
                 PERFORM PAI-AUSENTE
              END-IF
              CLOSE VISHIST
           END-IF.

       LER-VISHIST.
           READ VISHIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO LIDOS-VIN-TAB(IDX-R)
              MOVE CPF-HIS TO CHAVE-CPF
              PERFORM PROCURA-CLIENTE
              IF ACHOU EQUAL "N"
                 MOVE "VISHIST" TO ARQUIVO-ORF
                 MOVE CPF-HIS   TO CHAVE-ORF
                 MOVE SPACES TO COMPL-ORF
                 STRING "VISITA " DATA-HIS " " FILIAL-HIS
                        DELIMITED BY SIZE INTO COMPL-ORF
                 MOVE "VISITA SEM CLIENTE NO CADCLI" TO CONDICAO-ORF
                 PERFORM REGISTRA-ORFAO
              END-IF
           END-IF.

       CONFERE-RESERVAS.
           MOVE 5 TO IDX-R.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS EQUAL "00"
              IF PAI-CLI-OK EQUAL "S"
                 MOVE "CONFERIDO" TO SIT-VIN-TAB(IDX-R)
                 PERFORM LER-RESERVAS UNTIL FIM-ARQ EQUAL "SIM"
              ELSE
                 MOVE "CADCLI" TO ARQUIVO-ORF
                 PERFORM PAI-AUSENTE
              END-IF
              CLOSE RESERVAS
           END-IF.

       LER-RESERVAS.
           READ RESERVAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO LIDOS-VIN-TAB(IDX-R)
              MOVE CPF-RES TO CHAVE-CPF
              PERFORM PROCURA-CLIENTE
              IF ACHOU EQUAL "N"
                 MOVE "RESERVAS" TO ARQUIVO-ORF
                 MOVE CPF-RES    TO CHAVE-ORF
                 MOVE SPACES TO COMPL-ORF
                 STRING "DATA " DATA-RES " PCT " PACOTE-RES
                        " " SITUACAO-RES
                        DELIMITED BY SIZE INTO COMPL-ORF
                 MOVE "RESERVA SEM CLIENTE NO CADCLI" TO CONDICAO-ORF
                 PERFORM REGISTRA-ORFAO
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * VINCULOS 06 E 07: ARQNOT -> ARQALU E ARQNOT -> TURMAS, NA
      * MESMA LEITURA. COM UM DOS PAIS AUSENTE SO O OUTRO VINCULO
      * E CONFERIDO.
      *----------------------------------------------------------*
       CONFERE-ARQNOT.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQNOT.
           IF FS-ARQNOT EQUAL "00"
              IF PAI-ALU-OK EQUAL "S"
                 MOVE "CONFERIDO" TO SIT-VIN-TAB(6)
              ELSE
                 MOVE 6 TO IDX-R
                 MOVE "ARQALU" TO ARQUIVO-ORF
                 PERFORM PAI-AUSENTE
              END-IF
              IF PAI-TUR-OK EQUAL "S"
                 MOVE "CONFERIDO" TO SIT-VIN-TAB(7)
              ELSE
                 MOVE 7 TO IDX-R
                 MOVE "TURMAS" TO ARQUIVO-ORF
                 PERFORM PAI-AUSENTE
              END-IF
              IF PAI-ALU-OK EQUAL "S" OR PAI-TUR-OK EQUAL "S"
                 PERFORM LER-ARQNOT UNTIL FIM-ARQ EQUAL "SIM"
              END-IF
              CLOSE ARQNOT
           END-IF.

       LER-ARQNOT.
           READ ARQNOT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              IF PAI-ALU-OK EQUAL "S"
                 MOVE 6 TO IDX-R
                 ADD 1 TO LIDOS-VIN-TAB(IDX-R)
                 MOVE MATRICULA-NOT TO CHAVE-MATR
                 PERFORM PROCURA-ALUNO
                 IF ACHOU EQUAL "N"
                    MOVE "ARQNOT"      TO ARQUIVO-ORF
                    MOVE MATRICULA-NOT TO CHAVE-ORF
                    MOVE SPACES TO COMPL-ORF
                    STRING "TURMA " TURMA-NOT
                           DELIMITED BY SIZE INTO COMPL-ORF
                    MOVE "NOTA SEM ALUNO NO ARQALU" TO CONDICAO-ORF
                    PERFORM REGISTRA-ORFAO
                 END-IF
              END-IF
              IF PAI-TUR-OK EQUAL "S"
                 MOVE 7 TO IDX-R
                 ADD 1 TO LIDOS-VIN-TAB(IDX-R)
                 MOVE TURMA-NOT TO CHAVE-TURMA
                 PERFORM PROCURA-TURMA
                 IF ACHOU EQUAL "N"
                    MOVE "ARQNOT"      TO ARQUIVO-ORF
                    MOVE MATRICULA-NOT TO CHAVE-ORF
                    MOVE SPACES TO COMPL-ORF
                    STRING "TURMA " TURMA-NOT
                           DELIMITED BY SIZE INTO COMPL-ORF
                    MOVE "NOTA SEM TURMA NO TURMAS" TO CONDICAO-ORF
                    PERFORM REGISTRA-ORFAO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * VINCULO 08: TRIPREG -> MOTORIST. A CORRIDA NAO TEM CHAVE
      * PROPRIA: VAI PELA DATA, COM HORA E MOTORISTA NO DETALHE.
      *----------------------------------------------------------*
       CONFERE-TRIPREG.
           MOVE 8 TO IDX-R.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT TRIPREG.
           IF FS-TRIPREG EQUAL "00"
              IF PAI-MOT-OK EQUAL "S"
                 MOVE "CONFERIDO" TO SIT-VIN-TAB(IDX-R)
                 PERFORM LER-TRIPREG UNTIL FIM-ARQ EQUAL "SIM"
              ELSE
                 MOVE "MOTORIST" TO ARQUIVO-ORF
                 PERFORM PAI-AUSENTE
              END-IF
              CLOSE TRIPREG
           END-IF.

       LER-TRIPREG.
           READ TRIPREG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO LIDOS-VIN-TAB(IDX-R)
              MOVE MOTORISTA-TRIP TO CHAVE-MOT
              PERFORM PROCURA-MOTORISTA
              IF ACHOU EQUAL "N"
                 MOVE "TRIPREG" TO ARQUIVO-ORF
                 MOVE DATA-TRIP TO CHAVE-ORF
                 MOVE SPACES TO COMPL-ORF
                 STRING "HORA " HORA-TRIP " MOT " MOTORISTA-TRIP
                        " " TIPO-TRIP
                        DELIMITED BY SIZE INTO COMPL-ORF
                 MOVE "CORRIDA SEM MOTORISTA MOTORIST" TO CONDICAO-ORF
                 PERFORM REGISTRA-ORFAO
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * VINCULO 09: CONTASAR -> NOTAS.
      *----------------------------------------------------------*
       CONFERE-CONTASAR.
           MOVE 9 TO IDX-R.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CONTASAR.
           IF FS-CONTASAR EQUAL "00"
              IF PAI-NFS-OK EQUAL "S"
                 MOVE "CONFERIDO" TO SIT-VIN-TAB(IDX-R)
                 PERFORM LER-CONTASAR UNTIL FIM-ARQ EQUAL "SIM"
              ELSE
                 MOVE "NOTAS" TO ARQUIVO-ORF
                 PERFORM PAI-AUSENTE
              END-IF
              CLOSE CONTASAR
           END-IF.

       LER-CONTASAR.
           READ CONTASAR AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO LIDOS-VIN-TAB(IDX-R)
              MOVE NUMNOTACR TO CHAVE-NOTA
              PERFORM PROCURA-NOTA
              IF ACHOU EQUAL "N"
                 MOVE "CONTASAR" TO ARQUIVO-ORF
                 MOVE NUMNOTACR  TO CHAVE-ORF
                 MOVE SPACES TO COMPL-ORF
                 STRING "CPF " CPFCR " SIT " SITUACAOCR
                        DELIMITED BY SIZE INTO COMPL-ORF
                 MOVE "TITULO SEM NOTA NO NOTAS" TO CONDICAO-ORF
                 PERFORM REGISTRA-ORFAO
              END-IF
           END-IF.

      *----------------------------------------------------------*
      * ORFAO (VINCULO IDX-R): LINHA DE DETALHE NO RELINT E
      * REGISTRO NO EXCLOG. A CHAVE DO EXCLOG TEM 8 POSICOES - O
      * CPF VAI PELOS 8 PRIMEIROS DIGITOS, COMO NO EX02DTV; A CHAVE
      * INTEIRA ESTA NO RELINT.
      *----------------------------------------------------------*
       REGISTRA-ORFAO.
           IF ABERTO-BAIXADO EQUAL "S"
              ADD 1 TO BAIXADO-VIN-TAB(IDX-R)
           ELSE
              ADD 1 TO ORFAOS-VIN-TAB(IDX-R)
           END-IF.
           MOVE "N" TO ABERTO-BAIXADO.
           ADD 1 TO CT-ORFAOS.
           MOVE IDX-R        TO VIN-DET.
           MOVE ARQUIVO-ORF  TO ARQ-DET.
           MOVE CHAVE-ORF    TO CHAVE-DET.
           MOVE COMPL-ORF    TO COMPL-DET.
           MOVE CONDICAO-ORF TO COND-DET.
           WRITE REG-REL FROM LINHA-DETALHE AFTER ADVANCING 1 LINE.
           MOVE SPACES        TO REG-EXCLOG.
           MOVE "INTREF"      TO EXCLOG-PROGRAMA.
           MOVE CHAVE-ORF     TO EXCLOG-CHAVE.
           MOVE CONDICAO-ORF  TO EXCLOG-CONDICAO.
           MOVE DATA-PROCESSO TO EXCLOG-DATA.
           ACCEPT EXCLOG-HORA FROM TIME.
           WRITE REG-EXCLOG.

      *ARQUIVO PAI AUSENTE (NOME EM ARQUIVO-ORF) COM O FILHO DO
      *VINCULO IDX-R PRESENTE: O VINCULO FICA SEM CONFERENCIA.
       PAI-AUSENTE.
           MOVE "PAI AUSENTE" TO SIT-VIN-TAB(IDX-R).
           ADD 1 TO CT-PAI-AUSENTE.
           MOVE SPACES TO AVISO-LIN.
           STRING "VINCULO " NOME-VIN-TAB(IDX-R)
                  " NAO CONFERIDO - ARQUIVO PAI AUSENTE."
                  DELIMITED BY SIZE INTO AVISO-LIN.
           WRITE REG-REL FROM LINHA-AVISO AFTER ADVANCING 1 LINE.
           MOVE SPACES        TO REG-EXCLOG.
           MOVE "INTREF"      TO EXCLOG-PROGRAMA.
           MOVE ARQUIVO-ORF   TO EXCLOG-CHAVE.
           MOVE "ARQUIVO PAI AUSENTE" TO EXCLOG-CONDICAO.
           MOVE DATA-PROCESSO TO EXCLOG-DATA.
           ACCEPT EXCLOG-HORA FROM TIME.
           WRITE REG-EXCLOG.

       IMPRIME-RESUMO.
           WRITE REG-REL FROM CAB-RESUMO AFTER ADVANCING 3 LINE.
           PERFORM IMPRIME-VINCULO VARYING IDX-R FROM 1 BY 1
              UNTIL IDX-R GREATER THAN 9.

       IMPRIME-VINCULO.
           MOVE IDX-R                  TO VIN-RES.
           MOVE NOME-VIN-TAB(IDX-R)    TO NOME-RES.
           MOVE LIDOS-VIN-TAB(IDX-R)   TO LIDOS-RES.
           MOVE ORFAOS-VIN-TAB(IDX-R)  TO ORFAOS-RES.
           MOVE BAIXADO-VIN-TAB(IDX-R) TO BAIXADO-RES.
           MOVE SIT-VIN-TAB(IDX-R)     TO SIT-RES.
           IF ORFAOS-VIN-TAB(IDX-R) GREATER THAN ZEROES OR
              BAIXADO-VIN-TAB(IDX-R) GREATER THAN ZEROES
              MOVE "COM ORFAOS" TO SIT-RES
           END-IF.
           WRITE REG-REL FROM LINHA-RESUMO AFTER ADVANCING 1 LINE.

      *TABELA DE CHAVES ESTOURADA: NENHUM VINCULO E CONFERIDO (UM
      *PAI CARREGADO PELA METADE GERARIA ORFAOS FALSOS).
       ABORTA-TABELA.
           MOVE SPACES TO AVISO-LIN.
           STRING "TABELA DE CHAVES DO " NOME-TABELA
                  " ESTOUROU - NENHUM VINCULO FOI CONFERIDO."
                  DELIMITED BY SIZE INTO AVISO-LIN.
           WRITE REG-REL FROM LINHA-AVISO AFTER ADVANCING 2 LINE.
           CLOSE RELINT EXCLOG.
           MOVE "ERR " TO EVENTO-JOB.
           PERFORM GRAVA-JOBLOG.
           DISPLAY "INTREF: TABELA DE CHAVES DO " NOME-TABELA
                   " ESTOUROU - VARREDURA NAO FEITA.".
           MOVE 16 TO RETURN-CODE.

       FIM.
           MOVE "Orfaos encontrados...........: " TO ROTULO-TOT.
           MOVE CT-ORFAOS TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 2 LINE.
           MOVE "Vinculos com pai ausente.....: " TO ROTULO-TOT.
           MOVE CT-PAI-AUSENTE TO VALOR-TOT.
           WRITE REG-REL FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
           CLOSE RELINT EXCLOG.
           PERFORM SOMA-LIDOS VARYING IDX-R FROM 1 BY 1
              UNTIL IDX-R GREATER THAN 9.
           MOVE "FIM " TO EVENTO-JOB.
           PERFORM GRAVA-JOBLOG.
           DISPLAY "INTREF: " CT-ORFAOS " ORFAO(S), " CT-PAI-AUSENTE
                   " VINCULO(S) SEM PAI - VER RELINT.".
           IF CT-ORFAOS GREATER THAN ZEROES OR
              CT-PAI-AUSENTE GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.

       SOMA-LIDOS.
           ADD LIDOS-VIN-TAB(IDX-R) TO CT-LIDOS.

      *REGISTRO NO JOBLOG COM O EVENTO DE EVENTO-JOB ("INI ",
      *"FIM " OU "ERR ").
       GRAVA-JOBLOG.
           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG NOT EQUAL "00"
              OPEN OUTPUT JOBLOG
           END-IF.
           MOVE SPACES            TO REG-JOBLOG.
           MOVE "INTREF"          TO JOBLOG-JOB.
           MOVE EVENTO-JOB        TO JOBLOG-EVENTO.
           MOVE DATA-PROCESSO     TO JOBLOG-DATA.
           ACCEPT JOBLOG-HORA FROM TIME.
           MOVE CT-LIDOS          TO JOBLOG-LIDOS.
           MOVE CT-ORFAOS         TO JOBLOG-GRAVADOS.
           WRITE REG-JOBLOG.
           CLOSE JOBLOG.

       COPY DATPRCPD.
