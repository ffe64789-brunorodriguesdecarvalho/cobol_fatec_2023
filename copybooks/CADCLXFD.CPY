      * O SELECT). MESMO LAYOUT DO CADCLI.DAT SEQUENCIAL, COM OS
      * NOMES SUFIXADOS -CLIX PARA PODER CONVIVER COM O CADCLI1 NOS
      * PROGRAMAS DE CONVERSAO/EXTRACAO. COPIAR ESTE MEMBRO DENTRO
      * DA FILE SECTION. O TELEFONE TEM DDD, NUMERO DE ATE 9
      * DIGITOS E TIPO (F = FIXO, C = CELULAR, BRANCO = SEM
      * TELEFONE); A CRITICA ESTA EM FONEPD.CPY.
      *----------------------------------------------------------*
       FD  CADCLIX
           LABEL RECORD ARE STANDARD
           02 NOME-CLIX           PIC X(30).
           02 ESTADO-CLIX         PIC X(02).
           02 CIDADE-CLIX         PIC X(30).
           02 DDD-CLIX            PIC 9(02).
           02 TELEFONE-CLIX       PIC 9(09).
           02 TIPO-FONE-CLIX      PIC X(01).
              88 FONE-FIXO-CLIX       VALUE "F".
              88 FONE-CELULAR-CLIX    VALUE "C".
           02 DATA-VIS-CLIX       PIC 9(08).
