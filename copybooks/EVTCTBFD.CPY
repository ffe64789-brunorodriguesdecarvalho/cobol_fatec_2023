      *----------------------------------------------------------*
      * EVTCTBFD.CPY
      * FD E REGISTRO DA TABELA DE EVENTOS CONTABEIS (EVENTCTB.DAT
      * - VER EVTCTBSL.CPY PARA O SELECT). UMA LINHA POR EVENTO;
      * AS DUAS CONTAS TEM DE EXISTIR NO PLANOCTA.DAT COMO
      * ANALITICAS. EVENTOS GERADOS PELO CTBLAN:
      *   RECSOC RECIBO DE MENSALIDADE DE SOCIO     (RECIBREG)
      *   ESTSOC ESTORNO DE RECIBO DE SOCIO         (RECIBREG)
      *   BXASOC BAIXA DE SOCIO INADIMPLENTE        (ARQINAT)
      *   NFVEND NOTA FISCAL EMITIDA - TOTAL        (NOTAS)
      *   NFIMPO NOTA FISCAL EMITIDA - ICMS/ISS     (NOTAS)
      *   NFCANC NOTA FISCAL CANCELADA - TOTAL      (NOTAS/CANCNOTA)
      *   NFCIMP NOTA FISCAL CANCELADA - ICMS/ISS   (NOTAS/CANCNOTA)
      *   RECNFS RECEBIMENTO DE NOTA (CONTAS A REC) (RECNOTA)
      *   FOLBRU FOLHA - SALARIO BRUTO              (FOLHAHIS)
      *   FOLINS FOLHA - INSS RETIDO                (FOLHAHIS)
      *   FOLIRF FOLHA - IRRF RETIDO                (FOLHAHIS)
      *   FOLFGT FOLHA - FGTS E MULTA RESCISORIA    (FOLHAHIS)
      *   REPMOT REPASSE A MOTORISTA                (TRIPREG)
      *   MENALU MENSALIDADE ESCOLAR FATURADA       (MENSALU)
      *   MENBOL BOLSA/DESCONTO NA MENSALIDADE      (MENSALU)
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  EVENTCTB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EVENTCTB.DAT".
       01  REG-EVENTCTB.
           02 CODEVC          PIC X(06).
           02 DEBEVC          PIC X(10).
           02 CREEVC          PIC X(10).
           02 HISTEVC         PIC X(30).
