      *----------------------------------------------------------*
      * PROFESFD.CPY
      * FD E REGISTRO DO CADASTRO DE PROFESSORES (PROFES.DAT):
      * CODIGO, NOME, CPF E CARGA HORARIA SEMANAL CONTRATADA EM
      * HORAS. MANTIDO PELA SECRETARIA EM EDITOR DE TEXTO, COMO O
      * TURMAS.DAT. O CODIGO E A CHAVE QUE O TURMAS.DAT GUARDA EM
      * CODPROF-TUR - O NOME LIVRE DE PROFESSOR-TUR APARECIA COM
      * GRAFIAS DIFERENTES PARA A MESMA PESSOA. COPIAR ESTE MEMBRO
      * DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  PROFES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROFES.DAT".
       01  REG-PROFES.
           02 CODIGO-PRF        PIC 9(04).
           02 NOME-PRF          PIC X(30).
           02 CPF-PRF           PIC 9(11).
           02 HORAS-CONTR-PRF   PIC 9(02).
