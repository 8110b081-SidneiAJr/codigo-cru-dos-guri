      * 03/09/26 RPS   NOME DO ARQUIVO DE GERACAO ALARGADO PARA 17     *
      *                POSICOES - COM 16 O SUFIXO PERDIA A ULTIMA      *
      *                LETRA (GEN...XX.LO EM VEZ DE .LOG).             *
      * 15/10/26 RPS   REGISTRO DO RAZAO CALCRUN COPIADO COM 90        *
      *                POSICOES, ACOMPANHANDO O DEPARTAMENTO DO LOTE.  *
      * 15/10/26 RPS   FAIXAS DO LOG E DO HISTORICO NA GERACAO         *
      *                ALARGADAS PARA 88 E 80 POSICOES, ACOMPANHANDO O *
      *                CALCLOG E O CALCHIST.                           *
      * 15/10/26 RPS   FAIXAS DO LOG E DO HISTORICO NA GERACAO         *
      *                ALARGADAS PARA 102 E 94 POSICOES, ACOMPANHANDO  *
      *                A MOEDA E A COTACAO DO CALCLOG E DO CALCHIST.   *
      * 15/10/26 RPS   FAIXAS DO LOG E DO HISTORICO NA GERACAO         *
      *                ALARGADAS PARA 108 E 100 POSICOES, ACOMPANHANDO *
      *                A TABELA E A FAIXA DO CALCLOG E DO CALCHIST.    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBKP.
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   MOVE SPACES TO GERACAO-REGISTRO
                   MOVE CALCLOG-REGISTRO TO GERACAO-REGISTRO(1:108)
                   WRITE GERACAO-REGISTRO
                   ADD 1 TO WS-CONT-COPIADOS
           END-READ.
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   MOVE SPACES TO GERACAO-REGISTRO
                   MOVE CALCHIST-REGISTRO TO GERACAO-REGISTRO(1:100)
                   WRITE GERACAO-REGISTRO
                   ADD 1 TO WS-CONT-COPIADOS
           END-READ.
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   MOVE SPACES TO GERACAO-REGISTRO
                   MOVE CALCRUN-REGISTRO TO GERACAO-REGISTRO(1:90)
                   WRITE GERACAO-REGISTRO
                   ADD 1 TO WS-CONT-COPIADOS
           END-READ.
