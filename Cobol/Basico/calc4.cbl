      *                CALCULADAS E GRAVADAS EM CADA REGISTRO DO       *
      *                CALCLOG, COM O CONTROLE CALCCHN.DAT REGRAVADO   *
      *                NO ATO; VERIFICACAO PELO LOGVRFY.               *
      * 15/10/26 RPS   SUPERVISOR DA APROVACAO (CALCLOG-SUPERVISOR E   *
      *                CALCHIST-SUPERVISOR) GRAVADO EM BRANCO NO       *
      *                CALCULO COMUM.                                  *
      * 15/10/26 RPS   MOEDA (BRL) E COTACAO ZERADA GRAVADAS NO LOG E  *
      *                NO HISTORICO - A CALCULADORA DE QUATRO          *
      *                OPERACOES SO TRABALHA EM REAIS.                 *
      * 15/10/26 RPS   TABELA EM BRANCO E FAIXA ZERADA GRAVADAS NO LOG *
      *                E NO HISTORICO - O CALC4 NAO FAZ RETENCAO NEM   *
      *                RATEIO.                                         *
      * 15/10/26 RPS   LANCAMENTO GRAVADO NO HISTORICO SOMADO NO MESMO *
      *                PASSO AO ARQUIVO DE ESTATISTICAS CALCESTA.DAT   *
      *                PELO ESTATIST (MENSAGEM 0240 NA FALHA).         *
      * 15/10/26 RPS   SIGN-ON PEDE O PIN DO OPERADOR PELO OPERPIN     *
      *                DEPOIS DA VALIDACAO NO OPERMST.DAT; PIN         *
      *                RECUSADO E SIGN-ON RECUSADO (SR).               *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC4.

       77  WS-STATUS-CALCLOG        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCHIST       PIC X(02) VALUE "00".
       77  WS-FUNCAO-ESTATIST       PIC X(01) VALUE SPACES.
       77  WS-STATUS-CALCSEQ        PIC X(02) VALUE "00".
       77  WS-ULTIMA-TRANSACAO      PIC 9(08) VALUE ZEROS.
       77  WS-NOVA-TRANSACAO        PIC 9(08) VALUE ZEROS.
           05  REL-RESULTADO        PIC -(7)9.99.
           05  REL-RETORNO-TEXTO    PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      * AREA DE TROCA COM O OPERPIN - PIN DO SIGN-ON                   *
      *----------------------------------------------------------------*
       COPY CALCPINX.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
               MOVE "SESSAO INICIADA" TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           ELSE
               IF pnexe-retorno = SPACES
                   DISPLAY "OPERADOR " WS-OPERADOR
                       " NAO CADASTRADO OU INATIVO"
               END-IF
               MOVE "SR" TO WS-SEC-EVENTO
               MOVE "SIGN-ON RECUSADO" TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
                   END-IF
           END-READ.
           CLOSE OPERMST.
           IF WS-OPERADOR-VALIDO
               MOVE "V" TO pnexe-funcao
               MOVE WS-OPERADOR TO pnexe-codigo
               MOVE "CALC4   " TO pnexe-programa
               CALL "OPERPIN" USING pnexe-parametros
               IF NOT pnexe-pin-ok
                   MOVE "N" TO WS-SW-OPERADOR-VALIDO
               END-IF
           ELSE
               MOVE SPACES TO pnexe-retorno
           END-IF.
       1200-EXIT.
           EXIT.

           MOVE "N" TO CALCLOG-SITUACAO.
           MOVE ZEROS TO CALCLOG-TRANSACAO-REF.
           MOVE WS-DEPTO TO CALCLOG-DEPTO.
           MOVE SPACES TO CALCLOG-SUPERVISOR.
           MOVE "BRL" TO CALCLOG-MOEDA.
           MOVE ZEROS TO CALCLOG-COTACAO.
           MOVE SPACES TO CALCLOG-TABELA.
           MOVE ZEROS TO CALCLOG-FAIXA.
           PERFORM 7160-ENCADEAR-LOG THRU 7160-EXIT.
           WRITE CALCLOG-REGISTRO.
           PERFORM 7500-ALOCAR-TRANSACAO THRU 7500-EXIT.
           MOVE "N" TO CALCHIST-SITUACAO.
           MOVE ZEROS TO CALCHIST-TRANSACAO-REF.
           MOVE WS-DEPTO TO CALCHIST-DEPTO.
           MOVE SPACES TO CALCHIST-SUPERVISOR.
           MOVE "BRL" TO CALCHIST-MOEDA.
           MOVE ZEROS TO CALCHIST-COTACAO.
           MOVE SPACES TO CALCHIST-TABELA.
           MOVE ZEROS TO CALCHIST-FAIXA.
           WRITE CALCHIST-REGISTRO
               INVALID KEY
                   DISPLAY "TRANSACAO " CALCHIST-TRANSACAO
                   MOVE "TRANSACAO JA EXISTIA - REGISTRO PERDIDO"
                       TO WS-MSG-TEXTO
                   PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               NOT INVALID KEY
                   PERFORM 7250-ATUALIZAR-ESTATISTICA THRU 7250-EXIT
           END-WRITE.
           IF WS-RETORNO-CALCULO NOT = ZEROS
               MOVE 0010 TO WS-MSG-NUMERO
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7250-ATUALIZAR-ESTATISTICA - SOMA O LANCAMENTO GRAVADO NO      *
      * CALCESTA.DAT PELO ESTATIST, NO MESMO PASSO DO HISTORICO; A     *
      * FALHA SO AVISA - O CALCRBLD (MODO E) RECONSTROI O ARQUIVO      *
      *----------------------------------------------------------------*
       7250-ATUALIZAR-ESTATISTICA.
           MOVE "G" TO WS-FUNCAO-ESTATIST.
           CALL "ESTATIST" USING WS-FUNCAO-ESTATIST, CALCHIST-REGISTRO.
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "CALCESTA.DAT INDISPONIVEL - ESTATISTICA NAO"
                   " ATUALIZADA"
               MOVE 0240 TO WS-MSG-NUMERO
               MOVE "A" TO WS-MSG-SEVERIDADE
               MOVE CALCHIST-TRANSACAO TO WS-MSG-TRANSACAO
               MOVE ZEROS TO WS-MSG-REGISTRO
               MOVE "ESTATISTICA NAO ATUALIZADA" TO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               MOVE ZEROS TO RETURN-CODE
           END-IF.
       7250-EXIT.
           EXIT.


      *----------------------------------------------------------------*
      * 7160-ENCADEAR-LOG - ALOCA A SEQUENCIA DO LACRE E CALCULA A     *
