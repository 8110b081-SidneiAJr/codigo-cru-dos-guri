      *             (a marca de estornado so existia no historico).
      *             Conferir os estornos com o CALCINQ apos uma
      *             reconstrucao.
      *             No modo E (estatisticas), recria o arquivo de
      *             estatisticas de lancamento CALCESTA.DAT a partir
      *             do CALCHIST.DAT pelo subprograma ESTATIST - o modo
      *             R faz o mesmo ao fim da reconstrucao do historico.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      *                RECONSTRUCAO - LOG REPROVADO SO RECONSTROI COM  *
      *                LIBERACAO DE SUPERVISOR, REGISTRADA EM          *
      *                CALCSEC.DAT E EM CALCMSG.DAT (0110/0111).       *
      * 15/10/26 RPS   SUPERVISOR DA APROVACAO COPIADO DO LOG PARA O   *
      *                HISTORICO RECONSTRUIDO.                         *
      * 15/10/26 RPS   MOEDA E COTACAO COPIADAS DO LOG PARA O          *
      *                HISTORICO RECONSTRUIDO.                         *
      * 15/10/26 RPS   TABELA E FAIXA APLICADA (RETENCAO NA FONTE E    *
      *                RATEIO) RECONSTRUIDAS DO LOG PARA O HISTORICO.  *
      * 15/10/26 RPS   MODO E RECRIA O ARQUIVO DE ESTATISTICAS         *
      *                CALCESTA.DAT A PARTIR DO HISTORICO; O MODO R O  *
      *                REFAZ AO FIM DA RECONSTRUCAO.                   *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRBLD.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE SPACES.
           88  WS-MODO-RECONSTRUIR      VALUE "R" "r".
           88  WS-MODO-VERIFICAR        VALUE "V" "v".
           88  WS-MODO-ESTATISTICA      VALUE "E" "e".
       77  WS-SW-CONFIRMA           PIC X(01) VALUE "N".
           88  WS-CONFIRMA-SIM          VALUE "S" "s".
       77  WS-ULTIMA-TRANSACAO      PIC 9(08) VALUE ZEROS.
       77  WS-CONT-CARREGADOS       PIC 9(08) VALUE ZEROS.
       77  WS-CONT-PERDIDOS         PIC 9(08) VALUE ZEROS.
       77  WS-RETORNO-VERIFICACAO   PIC 9(04) VALUE ZEROS.
       77  WS-FUNCAO-ESTATIST       PIC X(01) VALUE SPACES.
       77  WS-CONT-ESTATISTICA      PIC 9(08) VALUE ZEROS.
       77  WS-CONT-ESTAT-FALHAS     PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * LIBERACAO DE SUPERVISOR PARA RECONSTRUIR DE UM LOG REPROVADO   *
       77  WS-SEC-OPERADOR          PIC X(04) VALUE SPACES.
       77  WS-SEC-DETALHE           PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * AREA DE TROCA COM O OPERPIN - PIN DO SIGN-ON                   *
      *----------------------------------------------------------------*
       COPY CALCPINX.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
       0000-MAINLINE.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "CALCRBLD - RECUPERACAO DO HISTORICO INDEXADO".
           DISPLAY "MODO (R = RECONSTRUIR, V = SO VERIFICAR,"
               " E = ESTATISTICAS):".
           ACCEPT WS-MODO-EXECUCAO.
           EVALUATE TRUE
               WHEN WS-MODO-RECONSTRUIR
                   PERFORM 2000-RECONSTRUIR THRU 2000-EXIT
               WHEN WS-MODO-VERIFICAR
                   PERFORM 3000-VERIFICAR THRU 3000-EXIT
               WHEN WS-MODO-ESTATISTICA
                   PERFORM 4000-RECONSTRUIR-ESTATISTICA THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO - NADA FOI FEITO"
           END-EVALUATE.
           END-IF.
           DISPLAY "CALCSEQ.DAT REGRAVADO COM A TRANSACAO "
               WS-ULTIMA-TRANSACAO.
           PERFORM 4000-RECONSTRUIR-ESTATISTICA THRU 4000-EXIT.
       2000-EXIT.
           EXIT.

                   END-IF
           END-READ.
           CLOSE OPERMST.
           IF WS-SUPERVISOR-OK
               MOVE "V" TO pnexe-funcao
               MOVE WS-SUPERVISOR TO pnexe-codigo
               MOVE "CALCRBLD" TO pnexe-programa
               CALL "OPERPIN" USING pnexe-parametros
               IF NOT pnexe-pin-ok
                   MOVE "N" TO WS-SW-SUPERVISOR-OK
               END-IF
           ELSE
               MOVE SPACES TO pnexe-retorno
           END-IF.
           MOVE WS-SUPERVISOR TO WS-SEC-OPERADOR.
           IF WS-SUPERVISOR-OK
               DISPLAY "SUPERVISOR " WS-SUPERVISOR " - "
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           ELSE
               IF pnexe-retorno = SPACES
                   DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR OU"
                       " INATIVO"
               END-IF
               MOVE "FR" TO WS-SEC-EVENTO
               MOVE "LIBERACAO DE RECONSTRUCAO RECUSADA"
                   TO WS-SEC-DETALHE
           MOVE CALCLOG-SITUACAO TO CALCHIST-SITUACAO.
           MOVE CALCLOG-TRANSACAO-REF TO CALCHIST-TRANSACAO-REF.
           MOVE CALCLOG-DEPTO TO CALCHIST-DEPTO.
           MOVE CALCLOG-SUPERVISOR TO CALCHIST-SUPERVISOR.
           MOVE CALCLOG-MOEDA TO CALCHIST-MOEDA.
           MOVE CALCLOG-COTACAO TO CALCHIST-COTACAO.
           MOVE CALCLOG-TABELA TO CALCHIST-TABELA.
           MOVE CALCLOG-FAIXA TO CALCHIST-FAIXA.
           WRITE CALCHIST-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-CONT-PERDIDOS
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-RECONSTRUIR-ESTATISTICA - RECRIA O CALCESTA.DAT VAZIO E   *
      * SOMA NELE, PELO ESTATIST, CADA REGISTRO DO CALCHIST.DAT NA     *
      * ORDEM DA CHAVE (O ORIGINAL MARCADO E CONTA COMO ESTORNADO)     *
      *----------------------------------------------------------------*
       4000-RECONSTRUIR-ESTATISTICA.
           MOVE ZEROS TO WS-CONT-ESTATISTICA.
           MOVE ZEROS TO WS-CONT-ESTAT-FALHAS.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           OPEN INPUT CALCHIST.
           IF WS-STATUS-CALCHIST NOT = "00"
               DISPLAY "CALCHIST.DAT NAO ENCONTRADO OU INACESSIVEL -"
                   " STATUS " WS-STATUS-CALCHIST
               GO TO 4000-EXIT
           END-IF.
           MOVE "Z" TO WS-FUNCAO-ESTATIST.
           CALL "ESTATIST" USING WS-FUNCAO-ESTATIST, CALCHIST-REGISTRO.
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "FALHA AO RECRIAR CALCESTA.DAT"
               MOVE ZEROS TO RETURN-CODE
               CLOSE CALCHIST
               GO TO 4000-EXIT
           END-IF.
           MOVE "G" TO WS-FUNCAO-ESTATIST.
           PERFORM 4100-SOMAR-REGISTRO THRU 4100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCHIST.
           MOVE "F" TO WS-FUNCAO-ESTATIST.
           CALL "ESTATIST" USING WS-FUNCAO-ESTATIST, CALCHIST-REGISTRO.
           MOVE ZEROS TO RETURN-CODE.
           DISPLAY "REGISTROS SOMADOS NAS ESTATISTICAS: "
               WS-CONT-ESTATISTICA.
           IF WS-CONT-ESTAT-FALHAS NOT = ZEROS
               DISPLAY "REGISTROS NAO SOMADOS           : "
                   WS-CONT-ESTAT-FALHAS
           END-IF.
       4000-EXIT.
           EXIT.

       4100-SOMAR-REGISTRO.
           READ CALCHIST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   CALL "ESTATIST" USING WS-FUNCAO-ESTATIST,
                       CALCHIST-REGISTRO
                   IF RETURN-CODE = ZEROS
                       ADD 1 TO WS-CONT-ESTATISTICA
                   ELSE
                       ADD 1 TO WS-CONT-ESTAT-FALHAS
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7900-GRAVAR-MENSAGEM - GRAVA UMA MENSAGEM DE OPERACAO NO       *
      * ARQUIVO CENTRAL CALCMSG.DAT (ABRE, GRAVA E FECHA NO ATO)       *
