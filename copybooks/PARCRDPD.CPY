      *----------------------------------------------------------*
      * PARCRDPD.CPY
      * PARAGRAFO QUE LE OS PARAMETROS DE CREDITO: ABRE O PARCRD.DAT
      * E MOVE O ATRASO TOLERADO E O LIMITE PADRAO PARA OS ITENS DE
      * PARCRDWS.CPY; SEM O ARQUIVO (OU VAZIO), VALEM OS DEFAULTS.
      * CAMPO EM BRANCO OU NAO NUMERICO MANTEM O DEFAULT. COPIAR
      * ESTE MEMBRO NO FINAL DA PROCEDURE DIVISION, JUNTO COM
      * PARCRDSL/PARCRDFD/PARCRDWS.
      *----------------------------------------------------------*
       LE-PARAMETROS-CREDITO.
           OPEN INPUT PARCRD.
           IF FS-PARCRD EQUAL "00"
              READ PARCRD
                 AT END CONTINUE
                 NOT AT END
                    IF DIAS-ATRASO-PCR NUMERIC
                       MOVE DIAS-ATRASO-PCR   TO DIAS-TOLERANCIA
                    END-IF
                    IF LIMITE-PADRAO-PCR NUMERIC
                       MOVE LIMITE-PADRAO-PCR TO LIMITE-PADRAO
                    END-IF
                    MOVE "ARQUIVO DE PARAMETROS" TO ORIGEM-PARAM-CRD
              END-READ
              CLOSE PARCRD
           END-IF.
