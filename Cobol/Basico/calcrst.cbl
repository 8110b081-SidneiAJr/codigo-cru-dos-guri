      *             do CALCHIST.DAT restaurado. Divergencia sai com
      *             RETURN-CODE 12 e mensagem de erro em CALCMSG.DAT -
      *             melhor saber antes do primeiro calculo da manha.
      *             O arquivo de estatisticas CALCESTA.DAT e derivado
      *             do historico e nao vai na copia: e refeito pelo
      *             ESTATIST enquanto o historico e restaurado.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * 03/09/26 RPS   NOME DO ARQUIVO DE GERACAO ALARGADO PARA 17     *
      *                POSICOES - COM 16 O SUFIXO PERDIA A ULTIMA      *
      *                LETRA (GEN...XX.LO EM VEZ DE .LOG).             *
      * 15/10/26 RPS   REGISTRO DO RAZAO CALCRUN RESTAURADO COM 90     *
      *                POSICOES, ACOMPANHANDO O DEPARTAMENTO DO LOTE.  *
      * 15/10/26 RPS   FAIXAS DO LOG E DO HISTORICO NA GERACAO         *
      *                ALARGADAS PARA 88 E 80 POSICOES, ACOMPANHANDO O *
      *                CALCLOG E O CALCHIST.                           *
      * 15/10/26 RPS   FAIXAS DO LOG E DO HISTORICO NA RESTAURACAO     *
      *                ALARGADAS PARA 102 E 94 POSICOES, ACOMPANHANDO  *
      *                A MOEDA E A COTACAO DO CALCLOG E DO CALCHIST.   *
      * 15/10/26 RPS   FAIXAS DO LOG E DO HISTORICO NA GERACAO         *
      *                ALARGADAS PARA 108 E 100 POSICOES, ACOMPANHANDO *
      *                A TABELA E A FAIXA DO CALCLOG E DO CALCHIST.    *
      * 15/10/26 RPS   ARQUIVO DE ESTATISTICAS CALCESTA.DAT REFEITO    *
      *                PELO ESTATIST JUNTO COM A RESTAURACAO DO        *
      *                HISTORICO.                                      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRST.
       77  WS-CONT-RESTAURADOS      PIC 9(08) VALUE ZEROS.
       77  WS-MAIOR-CHAVE           PIC 9(08) VALUE ZEROS.
       77  WS-SEQ-RESTAURADA        PIC 9(08) VALUE ZEROS.
       77  WS-FUNCAO-ESTATIST       PIC X(01) VALUE SPACES.
       77  WS-CONT-ESTAT-FALHAS     PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CAMPOS DA MENSAGEM DE OPERACAO A GRAVAR EM CALCMSG.DAT         *
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   MOVE GERACAO-REGISTRO(1:108) TO CALCLOG-REGISTRO
                   WRITE CALCLOG-REGISTRO
                   ADD 1 TO WS-CONT-RESTAURADOS
           END-READ.
               GO TO 3100-EXIT
           END-IF.
           OPEN OUTPUT CALCHIST.
           MOVE ZEROS TO WS-CONT-ESTAT-FALHAS.
           MOVE "Z" TO WS-FUNCAO-ESTATIST.
           CALL "ESTATIST" USING WS-FUNCAO-ESTATIST, CALCHIST-REGISTRO.
           IF RETURN-CODE NOT = ZEROS
               ADD 1 TO WS-CONT-ESTAT-FALHAS
           END-IF.
           MOVE "G" TO WS-FUNCAO-ESTATIST.
           PERFORM 3110-VOLTAR-UM-HIST THRU 3110-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE GERACAO.
           CLOSE CALCHIST.
           MOVE "F" TO WS-FUNCAO-ESTATIST.
           CALL "ESTATIST" USING WS-FUNCAO-ESTATIST, CALCHIST-REGISTRO.
           MOVE ZEROS TO RETURN-CODE.
           DISPLAY "CALCHIST RESTAURADO - " WS-CONT-RESTAURADOS
               " REGISTROS".
      *    A ESTATISTICA E DERIVADA - FALHA NELA NAO TIRA A APTIDAO,
      *    SO PEDE A RECONSTRUCAO
           IF WS-CONT-ESTAT-FALHAS NOT = ZEROS
               DISPLAY "CALCESTA.DAT INCOMPLETO - RODAR O CALCRBLD"
                   " NO MODO E"
           END-IF.
           IF WS-CONT-RESTAURADOS NOT = WS-GER-QTD-HIST
               DISPLAY "CONTAGEM DO HISTORICO NAO CONFERE COM O"
                   " MANIFESTO"
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   MOVE GERACAO-REGISTRO(1:100) TO CALCHIST-REGISTRO
                   WRITE CALCHIST-REGISTRO
                       INVALID KEY
                           DISPLAY "CHAVE DUPLICADA NA RESTAURACAO -"
                               MOVE CALCHIST-TRANSACAO
                                   TO WS-MAIOR-CHAVE
                           END-IF
                           CALL "ESTATIST" USING WS-FUNCAO-ESTATIST,
                               CALCHIST-REGISTRO
                           IF RETURN-CODE NOT = ZEROS
                               ADD 1 TO WS-CONT-ESTAT-FALHAS
                           END-IF
                   END-WRITE
           END-READ.
       3110-EXIT.
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   MOVE GERACAO-REGISTRO(1:90) TO CALCRUN-REGISTRO
                   WRITE CALCRUN-REGISTRO
                   ADD 1 TO WS-CONT-RESTAURADOS
           END-READ.
