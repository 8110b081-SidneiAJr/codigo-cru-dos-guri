      *             atingido, para a auditoria saber quem concedeu o
      *             perfil S a quem e quando. Substitui a edicao do
      *             arquivo na mao, que desalinhava as colunas e
      *             derrubava o sign-on do CALCDOS. O supervisor
      *             tambem reinicia o PIN de um codigo (esquecido ou
      *             bloqueado por tentativas) - o PIN fica no
      *             CALCPIN.DAT, mantido so pelo OPERPIN. Na
      *             implantacao, com o CALCPIN.DAT vazio, o primeiro
      *             supervisor cadastra o proprio PIN ao abrir o
      *             OPERMNT; todos os outros recebem PIN provisorio
      *             pela opcao 6.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * 03/09/26 RPS   CONTROLES DE AUTORIZACAO NO CADASTRO - LIMITE   *
      *                DE VALOR POR CALCULO E OPERACOES PERMITIDAS,    *
      *                MANTIDOS NA INCLUSAO E NA ALTERACAO.            *
      * 15/10/26 RPS   CODIGO F (AMORTIZACAO) ACEITO NA LISTA DE       *
      *                OPERACOES PERMITIDAS - A LISTA CONTINUA COM 6   *
      *                POSICOES; O OPERADOR LIBERADO PARA TODAS FICA   *
      *                COM A LISTA EM BRANCO.                          *
      * 15/10/26 RPS   CODIGO C (CONVERSAO) ACEITO NA LISTA DE         *
      *                OPERACOES PERMITIDAS.                           *
      * 15/10/26 RPS   OPERACAO P (RATEIO) ACEITA NA LISTA DE          *
      *                PERMITIDAS.                                     *
      * 15/10/26 RPS   OPERACAO I (RETENCAO NA FONTE) ACEITA NA LISTA  *
      *                DE PERMITIDAS.                                  *
      * 15/10/26 RPS   PIN DO SUPERVISOR CONFERIDO PELO OPERPIN NA     *
      *                AUTORIZACAO; NOVA FUNCAO 6 REINICIA O PIN DE UM *
      *                CODIGO (PROVISORIO, TROCA NO PROXIMO SIGN-ON).  *
      * 15/10/26 RPS   SUPERVISOR SEM PIN SO E AUTORIZADO NA           *
      *                IMPLANTACAO DO CALCPIN.DAT (ARQUIVO AINDA       *
      *                VAZIO), CADASTRANDO O PROPRIO PIN; O PRIMEIRO   *
      *                SUPERVISOR DO CADASTRO NOVO TAMBEM CADASTRA O   *
      *                PIN.                                            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       77  WS-MSG-SEVERIDADE        PIC X(01) VALUE "I".
       77  WS-MSG-TEXTO             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * AREA DE TROCA COM O OPERPIN - PIN DO SIGN-ON                   *
      *----------------------------------------------------------------*
       COPY CALCPINX.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
           END-WRITE.
           MOVE WS-CODIGO-ALVO TO WS-SUPERVISOR.
           MOVE WS-ENTRADA-NOME TO WS-SUPERVISOR-NOME.
           PERFORM 1250-IMPLANTAR-PIN THRU 1250-EXIT.
           IF pnexe-pin-ok
               MOVE "S" TO WS-SW-SUPERVISOR-OK
           ELSE
               DISPLAY "PIN DO SUPERVISOR NAO CADASTRADO - "
                   pnexe-motivo
           END-IF.
           MOVE 0060 TO WS-MSG-NUMERO.
           MOVE "I" TO WS-MSG-SEVERIDADE.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "OPERADOR " WS-CODIGO-ALVO " INCLUIDO PERFIL S"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           IF WS-SUPERVISOR-OK
               DISPLAY "CADASTRO CRIADO - SUPERVISOR " WS-SUPERVISOR
                   " AUTORIZADO"
           END-IF.
       1100-EXIT.
           EXIT.

                           " OU INATIVO"
                   END-IF
           END-READ.
           IF WS-SUPERVISOR-OK
               MOVE "V" TO pnexe-funcao
               MOVE WS-SUPERVISOR TO pnexe-codigo
               MOVE "OPERMNT " TO pnexe-programa
               CALL "OPERPIN" USING pnexe-parametros
               IF pnexe-retorno = "03"
                   PERFORM 1250-IMPLANTAR-PIN THRU 1250-EXIT
               END-IF
               IF NOT pnexe-pin-ok
                   MOVE "N" TO WS-SW-SUPERVISOR-OK
               END-IF
           END-IF.
           IF WS-SUPERVISOR-OK
               MOVE "FP" TO WS-SEC-EVENTO
               MOVE "MANUTENCAO DE OPERADORES AUTORIZADA"
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1250-IMPLANTAR-PIN - SUPERVISOR SEM PIN: SO SEGUE SE O         *
      * CALCPIN.DAT AINDA ESTA VAZIO (IMPLANTACAO); COM O ARQUIVO JA   *
      * EM USO O OPERPIN RECUSA E O PIN VEM DO REINICIO POR OUTRO      *
      * SUPERVISOR                                                     *
      *----------------------------------------------------------------*
       1250-IMPLANTAR-PIN.
           MOVE "I" TO pnexe-funcao.
           MOVE WS-SUPERVISOR TO pnexe-codigo.
           MOVE "OPERMNT " TO pnexe-programa.
           CALL "OPERPIN" USING pnexe-parametros.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESSAR-MENU - EXIBE AS FUNCOES DE MANUTENCAO E         *
      * DESPACHA A ESCOLHIDA                                           *
           DISPLAY "3 - DESATIVAR CODIGO".
           DISPLAY "4 - REATIVAR CODIGO".
           DISPLAY "5 - LISTAR O CADASTRO".
           DISPLAY "6 - REINICIAR PIN (DESBLOQUEIO)".
           DISPLAY "0 - SAIR".
           DISPLAY "INFORME A OPCAO DESEJADA :".
           ACCEPT WS-OPCAO.
                   PERFORM 3300-REATIVAR-OPERADOR THRU 3300-EXIT
               WHEN 5
                   PERFORM 3400-LISTAR-CADASTRO THRU 3400-EXIT
               WHEN 6
                   PERFORM 3500-REINICIAR-PIN THRU 3500-EXIT
               WHEN 0
                   MOVE "N" TO WS-SW-CONTINUAR
               WHEN OTHER
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           DISPLAY "NOVAS OPERACOES PERMITIDAS (ATE 6 CODIGOS"
               " ASMDRJFCPI JUNTOS, * = TODAS, BRANCO = MANTER):".
           MOVE SPACES TO WS-ENTRADA-OPERACOES.
           ACCEPT WS-ENTRADA-OPERACOES.
           IF WS-ENTRADA-OPERACOES = "*     "
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-REINICIAR-PIN - ESQUECIMENTO OU BLOQUEIO POR TENTATIVAS:  *
      * O SUPERVISOR DA UM PIN PROVISORIO PELO OPERPIN E O OPERADOR E  *
      * OBRIGADO A TROCAR NO PROXIMO SIGN-ON. O PIN NAO FICA NO        *
      * OPERMST.DAT NEM APARECE NA LISTAGEM                            *
      *----------------------------------------------------------------*
       3500-REINICIAR-PIN.
           DISPLAY "INFORME O CODIGO DO PIN A REINICIAR (BRANCO ="
               " VOLTAR):".
           MOVE SPACES TO WS-CODIGO-ALVO.
           ACCEPT WS-CODIGO-ALVO.
           IF WS-CODIGO-ALVO = SPACES
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-CODIGO-ALVO TO CALCOPER-CODIGO.
           READ OPERMST
               KEY IS CALCOPER-CODIGO
               INVALID KEY
                   DISPLAY "CODIGO NAO CADASTRADO"
                   GO TO 3500-EXIT
           END-READ.
           IF NOT CALCOPER-ATIVO
               DISPLAY "CODIGO DESATIVADO - REATIVE ANTES DE REINICIAR"
                   " O PIN"
               GO TO 3500-EXIT
           END-IF.
           PERFORM 4100-EXIBIR-REGISTRO THRU 4100-EXIT.
           DISPLAY "CONFIRMA O REINICIO DO PIN (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "REINICIO CANCELADO"
               GO TO 3500-EXIT
           END-IF.
           MOVE "R" TO pnexe-funcao.
           MOVE WS-CODIGO-ALVO TO pnexe-codigo.
           MOVE "OPERMNT " TO pnexe-programa.
           MOVE WS-SUPERVISOR TO pnexe-supervisor.
           CALL "OPERPIN" USING pnexe-parametros.
           IF NOT pnexe-pin-ok
               DISPLAY "PIN NAO REINICIADO - " pnexe-motivo
               GO TO 3500-EXIT
           END-IF.
           MOVE 0064 TO WS-MSG-NUMERO.
           MOVE "I" TO WS-MSG-SEVERIDADE.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "PIN DO OPERADOR " WS-CODIGO-ALVO " REINICIADO"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "PIN DO OPERADOR " WS-CODIGO-ALVO " REINICIADO -"
               " TROCA OBRIGATORIA NO PROXIMO SIGN-ON".
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-LER-PERFIL - PERFIL S (SUPERVISOR) OU O (OPERADOR);       *
      * BRANCO CANCELA A INCLUSAO                                      *
      *----------------------------------------------------------------*
       4300-LER-OPERACOES.
           DISPLAY "INFORME AS OPERACOES PERMITIDAS (ATE 6 CODIGOS"
               " ASMDRJFCPI JUNTOS, BRANCO = TODAS):".
           MOVE SPACES TO WS-ENTRADA-OPERACOES.
           ACCEPT WS-ENTRADA-OPERACOES.
           PERFORM 4310-CRITICAR-OPERACOES THRU 4310-EXIT.
                   WHEN "D"
                   WHEN "R"
                   WHEN "J"
                   WHEN "F"
                   WHEN "C"
                   WHEN "P"
                   WHEN "I"
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
