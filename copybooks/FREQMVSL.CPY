      *----------------------------------------------------------*
      * FREQMVSL.CPY
      * SELECT DO MOVIMENTO DE FREQUENCIA (FREQMOV.DAT): UMA LINHA
      * POR CHAMADA DE CADA ALUNO - VER FREQMVFD.CPY PARA O
      * FD/REGISTRO. LIDO PELA APURACAO DE FALTAS DO FIM DO PERIODO
      * (EX05FRQ) E PELO AVISO SEMANAL DE FALTAS (EX05AVF), QUE
      * APLICAM A MESMA REGRA DE APURACAO (VER JUSTMVPD.CPY). NA
      * TRANSFERENCIA DO ALUNO O EX05TRF TIRA AS CHAMADAS DELE DAQUI
      * PARA O FREQTRF.DAT (MESMO LAYOUT).
      * COPIAR ESTE MEMBRO DENTRO DE FILE-CONTROL.
      *----------------------------------------------------------*
           SELECT FREQMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FREQMOV.
