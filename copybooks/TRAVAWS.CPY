      * TRAVA DE SESSAO PARA NOME-TRAVA-SES ANTES DE CHAMAR OS
      * PARAGRAFOS DE TRAVAPD.CPY (TRVP01.DAT PARA O PROG01,
      * TRVP02.DAT PARA O PROG02, TRVACD.DAT PARA O EX01ACD,
      * TRVENT.DAT PARA O EX02ENT, TRVREA.DAT PARA O EX01REA,
      * TRVP03.DAT PARA O PROG03, TRVP04.DAT PARA O PROG04,
      * TRVDIG.DAT PARA O EX05DIG, TRVREV.DAT PARA O EX05REV,
      * TRVVEN.DAT PARA O EX05VEN, TRVCPG.DAT PARA O CPGDIG).
      * COPIAR ESTE MEMBRO DENTRO DA WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
       77  FS-TRAVABAT     PIC X(02) VALUE "00".
       77  FS-TRAVASES     PIC X(02) VALUE "00".
