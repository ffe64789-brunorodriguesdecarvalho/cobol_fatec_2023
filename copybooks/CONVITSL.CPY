      *----------------------------------------------------------*
      * CONVITSL.CPY
      * SELECT DO REGISTRO DE CONVITES (CONVITE.DAT) - OS CONVIDADOS
      * QUE OS SOCIOS TRAZEM AO CLUBE (PISCINA, EVENTOS DE FIM DE
      * SEMANA). GRAVADO PELA TELA DE EMISSAO PROG04 E LIDO PELO
      * RELATORIO MENSAL EX01COV (VER CONVITFD.CPY PARA O
      * FD/REGISTRO E CONVITWS.CPY PARA O FILE STATUS). COPIAR ESTE
      * MEMBRO DENTRO DE FILE-CONTROL. ARQUIVO AUSENTE = NENHUM
      * CONVITE EMITIDO.
      *----------------------------------------------------------*
           SELECT CONVITE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONVITE.
