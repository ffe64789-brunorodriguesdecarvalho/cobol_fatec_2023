      *----------------------------------------------------------*
      * RESALUSL.CPY
      * SELECT DO CADASTRO DE RESPONSAVEIS FINANCEIROS DOS ALUNOS
      * (RESALU.DAT), MANTIDO PELA SECRETARIA ESCOLAR E LIDO PELAS
      * RODADAS QUE ESCREVEM PARA A FAMILIA: COBRANCA (EX05ATR),
      * OFERTA DE REMATRICULA (EX05OFE) E RECIBO DE PAGAMENTO
      * (EX05PGA) - VER RESALUFD.CPY PARA O FD/REGISTRO,
      * RESALUWS.CPY PARA OS ITENS DE WORKING-STORAGE E
      * RESALUPD.CPY PARA OS PARAGRAFOS DE CARGA/CONSULTA. COPIAR
      * ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT RESALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESALU.
