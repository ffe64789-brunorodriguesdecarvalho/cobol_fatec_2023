      * (CADANTX.DAT), CHAVEADA POR CC-ANX (VER CADANXSL.CPY PARA O
      * SELECT). MESMO LAYOUT DO CADANT.DAT, COM OS NOMES SUFIXADOS
      * -ANX PARA CONVIVER COM O REG-ANT NOS PROGRAMAS DE CARGA.
      * ENDER-DET-ANX E O ENDERECO DETALHADO (VER EX02/EX02END),
      * EM BRANCO PARA CONTA AINDA NAO CONVERTIDA.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  CADANTX
           02 TEL-ANX    PIC X(15).
           02 EMAIL-ANX  PIC X(40).
           02 STATUS-ANX PIC X(01).
           02 CPF-TIT-ANX PIC 9(11).
           02 ENDER-DET-ANX.
              03 LOGRAD-ANX  PIC X(40).
              03 NUMERO-ANX  PIC X(06).
              03 COMPL-ANX   PIC X(15).
              03 BAIRRO-ANX  PIC X(25).
              03 CIDADE-ANX  PIC X(25).
              03 UF-ANX      PIC X(02).
              03 CEP-ANX     PIC 9(08).
