      *----------------------------------------------------------*
      * PARCNVPD.CPY
      * PARAGRAFO QUE LE OS PARAMETROS DE CONVITES: ABRE O
      * PARCNV.DAT E MOVE A COTA, A TAXA E O CRITERIO DE FREQUENTE
      * PARA OS ITENS DE PARCNVWS.CPY; SEM O ARQUIVO (OU VAZIO),
      * VALEM OS DEFAULTS. JANELA ZERADA NO ARQUIVO VALE 1 (SO O MES
      * DO RELATORIO); MINIMO DE VISITAS ZERADO MANTEM O DEFAULT (COM
      * ZERO TODO CONVIDADO VIRARIA PROPOSTA). COPIAR ESTE MEMBRO
      * NO FINAL DA PROCEDURE DIVISION, JUNTO COM PARCNVSL/PARCNVFD/
      * PARCNVWS.
      *----------------------------------------------------------*
       LE-PARAMETROS-CONVITE.
           OPEN INPUT PARCNV.
           IF FS-PARCNV EQUAL "00"
              READ PARCNV
                 AT END CONTINUE
                 NOT AT END
                    MOVE COTA-MENSAL-PCV    TO COTA-CONVITES
                    MOVE TAXA-EXCEDENTE-PCV TO TAXA-CONVITE
                    IF VISITAS-FREQ-PCV GREATER THAN ZEROES
                       MOVE VISITAS-FREQ-PCV TO VISITAS-FREQUENTE
                    END-IF
                    MOVE JANELA-MESES-PCV   TO JANELA-FREQUENTE
                    IF JANELA-FREQUENTE EQUAL ZEROES
                       MOVE 1 TO JANELA-FREQUENTE
                    END-IF
                    MOVE "ARQUIVO DE PARAMETROS" TO ORIGEM-PARAM-CNV
              END-READ
              CLOSE PARCNV
           END-IF.
