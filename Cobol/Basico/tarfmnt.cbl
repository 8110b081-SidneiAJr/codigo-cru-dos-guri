      ******************************************************************
      * PROGRAM-ID: TARFMNT
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Manutencao da tabela de tarifas TARIFMST.DAT
      *             (indexada por CALCTARF-ITEM), base do faturamento
      *             mensal dos departamentos pelo CALCFAT. Um
      *             supervisor cadastrado em OPERMST.DAT inclui,
      *             altera, desativa e reativa tarifas: um item por
      *             codigo de operacao (preco por calculo) e o item
      *             reservado "L" (preco por lote processado pelo
      *             CALCBAT). O preco e digitado no formato dos
      *             operandos e criticado pelo CONVNUM - preco
      *             negativo e recusado. Cada acao de manutencao e
      *             gravada em CALCMSG.DAT com o supervisor, como no
      *             RATEMNT, para a auditoria saber quem mexeu em qual
      *             preco e quando.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - MANUTENCAO DA TABELA DE       *
      *                TARIFAS DO FATURAMENTO, GATILHADA POR PERFIL    *
      *                DE SUPERVISOR.                                  *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARFMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFMST ASSIGN TO "TARIFMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCTARF-ITEM
               FILE STATUS IS WS-STATUS-TARIFMST.
           SELECT OPERMST ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCOPER-CODIGO
               FILE STATUS IS WS-STATUS-OPERMST.
           SELECT CALCMSG ASSIGN TO "CALCMSG.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCMSG.
           SELECT CALCSEC ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCSEC.

       DATA DIVISION.
       FILE SECTION.
       FD  TARIFMST.
       COPY CALCTARF.
       FD  OPERMST.
       COPY CALCOPER.
       FD  CALCMSG.
       COPY CALCMSG.
       FD  CALCSEC.
       COPY CALCSEC.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-TARIFMST       PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-OPCAO                 PIC 9(01) VALUE ZEROS.
       77  WS-SW-CONTINUAR          PIC X(01) VALUE "S".
           88  WS-CONTINUAR-SIM         VALUE "S".
       77  WS-SW-TARIFMST-ABERTO    PIC X(01) VALUE "N".
           88  WS-TARIFMST-ABERTO       VALUE "S".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-CONFIRMA           PIC X(01) VALUE "N".
           88  WS-CONFIRMA-SIM          VALUE "S" "s".
       77  WS-SW-ENTRADA-VALIDA     PIC X(01) VALUE "N".
           88  WS-ENTRADA-VALIDA        VALUE "S".
       77  WS-SW-PRECO-FIM          PIC X(01) VALUE "N".
           88  WS-PRECO-FIM             VALUE "S".
       77  WS-CONT-LISTADAS         PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CAMPOS DA AUTORIZACAO DO SUPERVISOR                            *
      *----------------------------------------------------------------*
       77  WS-SUPERVISOR            PIC X(04) VALUE SPACES.
       77  WS-SUPERVISOR-NOME       PIC X(30) VALUE SPACES.
       77  WS-SW-SUPERVISOR-OK      PIC X(01) VALUE "N".
           88  WS-SUPERVISOR-OK         VALUE "S".

      *----------------------------------------------------------------*
      * CAMPOS DO EVENTO A GRAVAR NO DIARIO DE SEGURANCA CALCSEC.DAT   *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCSEC        PIC X(02) VALUE "00".
       77  WS-SEC-EVENTO            PIC X(02) VALUE SPACES.
       77  WS-SEC-OPERADOR          PIC X(04) VALUE SPACES.
       77  WS-SEC-DETALHE           PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * CAMPOS DE APOIO DA MANUTENCAO                                  *
      *----------------------------------------------------------------*
       77  WS-ITEM-ALVO             PIC X(01) VALUE SPACES.
       77  WS-ENTRADA-DESCRICAO     PIC X(30) VALUE SPACES.
       77  WS-ENTRADA-PRECO         PIC X(10) VALUE SPACES.
       77  WS-ENTRADA-DATA          PIC X(08) VALUE SPACES.
       77  WS-PRECO-VALIDADO        PIC 9(05)V99 VALUE ZEROS.
       77  WS-VIGENCIA-VALIDADA     PIC 9(08) VALUE ZEROS.
       01  conv-valor               PIC S9(05)V99 VALUE ZEROS.

       01  WS-LINHA-LISTAGEM.
           05  WS-LST-ITEM          PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-LST-DESCRICAO     PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-PRECO         PIC Z(4)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-VIGENCIA      PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-ATIVA         PIC X(07).

      *----------------------------------------------------------------*
      * CAMPOS DA MENSAGEM DE OPERACAO A GRAVAR EM CALCMSG.DAT         *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCMSG        PIC X(02) VALUE "00".
       77  WS-MSG-NUMERO            PIC 9(04) VALUE ZEROS.
       77  WS-MSG-TEXTO             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * AREA DE TROCA COM O OPERPIN - PIN DO SIGN-ON                   *
      *----------------------------------------------------------------*
       COPY CALCPINX.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-SUPERVISOR-OK
               PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
                   UNTIL NOT WS-CONTINUAR-SIM
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - AUTORIZA O SUPERVISOR E ABRE A TABELA,      *
      * CRIANDO O ARQUIVO VAZIO NA PRIMEIRA EXECUCAO                   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "TARFMNT - MANUTENCAO DA TABELA DE TARIFAS".
           PERFORM 1200-AUTORIZAR-SUPERVISOR THRU 1200-EXIT.
           IF NOT WS-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O TARIFMST.
           IF WS-STATUS-TARIFMST = "35"
               OPEN OUTPUT TARIFMST
               CLOSE TARIFMST
               OPEN I-O TARIFMST
           END-IF.
           IF WS-STATUS-TARIFMST NOT = "00"
               DISPLAY "TARIFMST.DAT INACESSIVEL - STATUS "
                   WS-STATUS-TARIFMST
               MOVE "N" TO WS-SW-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-TARIFMST-ABERTO.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-AUTORIZAR-SUPERVISOR - SO OPERADOR ATIVO COM PERFIL DE    *
      * SUPERVISOR EM OPERMST.DAT MANTEM A TABELA DE TARIFAS           *
      *----------------------------------------------------------------*
       1200-AUTORIZAR-SUPERVISOR.
           MOVE "N" TO WS-SW-SUPERVISOR-OK.
           DISPLAY "INFORME O CODIGO DO SUPERVISOR:".
           ACCEPT WS-SUPERVISOR.
           IF WS-SUPERVISOR = SPACES
               GO TO 1200-EXIT
           END-IF.
           OPEN INPUT OPERMST.
           IF WS-STATUS-OPERMST NOT = "00"
               DISPLAY "OPERMST.DAT NAO ENCONTRADO"
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-SUPERVISOR TO CALCOPER-CODIGO.
           READ OPERMST
               KEY IS CALCOPER-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CALCOPER-ATIVO AND CALCOPER-PERFIL-SUPERVISOR
                       MOVE "S" TO WS-SW-SUPERVISOR-OK
                       MOVE CALCOPER-NOME TO WS-SUPERVISOR-NOME
                   END-IF
           END-READ.
           CLOSE OPERMST.
           IF WS-SUPERVISOR-OK
               MOVE "V" TO pnexe-funcao
               MOVE WS-SUPERVISOR TO pnexe-codigo
               MOVE "TARFMNT " TO pnexe-programa
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
                   WS-SUPERVISOR-NOME
               MOVE "FP" TO WS-SEC-EVENTO
               MOVE "MANUTENCAO DE TARIFAS AUTORIZADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           ELSE
               IF pnexe-retorno = SPACES
                   DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR OU"
                       " INATIVO"
               END-IF
               MOVE "FR" TO WS-SEC-EVENTO
               MOVE "MANUTENCAO DE TARIFAS RECUSADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESSAR-MENU - FUNCOES DA MANUTENCAO DE TARIFAS         *
      *----------------------------------------------------------------*
       2000-PROCESSAR-MENU.
           DISPLAY " ".
           DISPLAY "====== TARFMNT - FUNCOES DE MANUTENCAO ======".
           DISPLAY "1 - INCLUIR TARIFA".
           DISPLAY "2 - ALTERAR TARIFA".
           DISPLAY "3 - DESATIVAR TARIFA".
           DISPLAY "4 - REATIVAR TARIFA".
           DISPLAY "5 - LISTAR A TABELA".
           DISPLAY "0 - SAIR".
           DISPLAY "INFORME A OPCAO DESEJADA :".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 3000-INCLUIR-TARIFA THRU 3000-EXIT
               WHEN 2
                   PERFORM 3100-ALTERAR-TARIFA THRU 3100-EXIT
               WHEN 3
                   PERFORM 3200-DESATIVAR-TARIFA THRU 3200-EXIT
               WHEN 4
                   PERFORM 3300-REATIVAR-TARIFA THRU 3300-EXIT
               WHEN 5
                   PERFORM 3400-LISTAR-TABELA THRU 3400-EXIT
               WHEN 0
                   MOVE "N" TO WS-SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-INCLUIR-TARIFA - O ITEM E O CODIGO DA OPERACAO COBRADA    *
      * OU "L" PARA A TARIFA POR LOTE                                  *
      *----------------------------------------------------------------*
       3000-INCLUIR-TARIFA.
           DISPLAY "INFORME O ITEM DA NOVA TARIFA (CODIGO DA OPERACAO"
               " OU L = LOTE, BRANCO = VOLTAR):".
           MOVE SPACES TO WS-ITEM-ALVO.
           ACCEPT WS-ITEM-ALVO.
           IF WS-ITEM-ALVO = SPACES
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ITEM-ALVO TO CALCTARF-ITEM.
           READ TARIFMST
               KEY IS CALCTARF-ITEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ITEM " WS-ITEM-ALVO " JA CADASTRADO -"
                       " USE A ALTERACAO OU A REATIVACAO"
                   GO TO 3000-EXIT
           END-READ.
           DISPLAY "INFORME A DESCRICAO DA TARIFA:".
           MOVE SPACES TO WS-ENTRADA-DESCRICAO.
           ACCEPT WS-ENTRADA-DESCRICAO.
           PERFORM 4000-LER-PRECO THRU 4000-EXIT.
           IF NOT WS-ENTRADA-VALIDA
               DISPLAY "INCLUSAO CANCELADA"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4100-LER-VIGENCIA THRU 4100-EXIT.
           MOVE WS-ITEM-ALVO TO CALCTARF-ITEM.
           MOVE WS-ENTRADA-DESCRICAO TO CALCTARF-DESCRICAO.
           MOVE WS-PRECO-VALIDADO TO CALCTARF-PRECO.
           MOVE WS-VIGENCIA-VALIDADA TO CALCTARF-VIGENCIA-DE.
           MOVE "S" TO CALCTARF-SW-ATIVO.
           WRITE CALCTARF-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR A TARIFA - STATUS "
                       WS-STATUS-TARIFMST
                   GO TO 3000-EXIT
           END-WRITE.
           MOVE 0130 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "TARIFA " WS-ITEM-ALVO " INCLUIDA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "TARIFA " WS-ITEM-ALVO " INCLUIDA".
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-ALTERAR-TARIFA - DESCRICAO, PRECO E VIGENCIA PODEM MUDAR; *
      * BRANCO MANTEM O VALOR ATUAL                                    *
      *----------------------------------------------------------------*
       3100-ALTERAR-TARIFA.
           DISPLAY "INFORME O ITEM A ALTERAR (BRANCO = VOLTAR):".
           MOVE SPACES TO WS-ITEM-ALVO.
           ACCEPT WS-ITEM-ALVO.
           IF WS-ITEM-ALVO = SPACES
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-ITEM-ALVO TO CALCTARF-ITEM.
           READ TARIFMST
               KEY IS CALCTARF-ITEM
               INVALID KEY
                   DISPLAY "ITEM NAO CADASTRADO"
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 4200-EXIBIR-REGISTRO THRU 4200-EXIT.
           DISPLAY "NOVA DESCRICAO (BRANCO = MANTER):".
           MOVE SPACES TO WS-ENTRADA-DESCRICAO.
           ACCEPT WS-ENTRADA-DESCRICAO.
           DISPLAY "NOVO PRECO (BRANCO = MANTER):".
           MOVE SPACES TO WS-ENTRADA-PRECO.
           ACCEPT WS-ENTRADA-PRECO.
           IF WS-ENTRADA-PRECO NOT = SPACES
               CALL "CONVNUM" USING WS-ENTRADA-PRECO, conv-valor
               IF RETURN-CODE NOT = ZEROS OR conv-valor < ZEROS
                   DISPLAY "PRECO INVALIDO - ALTERACAO CANCELADA"
                   GO TO 3100-EXIT
               END-IF
               MOVE conv-valor TO CALCTARF-PRECO
           END-IF.
           DISPLAY "NOVA VIGENCIA INICIAL (AAAAMMDD, BRANCO ="
               " MANTER):".
           MOVE SPACES TO WS-ENTRADA-DATA.
           ACCEPT WS-ENTRADA-DATA.
           IF WS-ENTRADA-DATA NOT = SPACES
               IF WS-ENTRADA-DATA IS NUMERIC
                   MOVE WS-ENTRADA-DATA TO CALCTARF-VIGENCIA-DE
               ELSE
                   DISPLAY "VIGENCIA INVALIDA - ALTERACAO CANCELADA"
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           IF WS-ENTRADA-DESCRICAO NOT = SPACES
               MOVE WS-ENTRADA-DESCRICAO TO CALCTARF-DESCRICAO
           END-IF.
           REWRITE CALCTARF-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A TARIFA - STATUS "
                       WS-STATUS-TARIFMST
                   GO TO 3100-EXIT
           END-REWRITE.
           MOVE 0131 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "TARIFA " WS-ITEM-ALVO " ALTERADA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "TARIFA " WS-ITEM-ALVO " ALTERADA".
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-DESATIVAR-TARIFA - A TARIFA NAO E APAGADA, SO DESATIVADA  *
      * (O ITEM DEIXA DE SER COBRADO NAS PROXIMAS EMISSOES)            *
      *----------------------------------------------------------------*
       3200-DESATIVAR-TARIFA.
           DISPLAY "INFORME O ITEM A DESATIVAR (BRANCO = VOLTAR):".
           MOVE SPACES TO WS-ITEM-ALVO.
           ACCEPT WS-ITEM-ALVO.
           IF WS-ITEM-ALVO = SPACES
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-ITEM-ALVO TO CALCTARF-ITEM.
           READ TARIFMST
               KEY IS CALCTARF-ITEM
               INVALID KEY
                   DISPLAY "ITEM NAO CADASTRADO"
                   GO TO 3200-EXIT
           END-READ.
           IF NOT CALCTARF-ATIVA
               DISPLAY "TARIFA JA ESTA DESATIVADA"
               GO TO 3200-EXIT
           END-IF.
           PERFORM 4200-EXIBIR-REGISTRO THRU 4200-EXIT.
           DISPLAY "CONFIRMA A DESATIVACAO (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "DESATIVACAO CANCELADA"
               GO TO 3200-EXIT
           END-IF.
           MOVE "N" TO CALCTARF-SW-ATIVO.
           REWRITE CALCTARF-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A TARIFA - STATUS "
                       WS-STATUS-TARIFMST
                   GO TO 3200-EXIT
           END-REWRITE.
           MOVE 0132 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "TARIFA " WS-ITEM-ALVO " DESATIVADA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "TARIFA " WS-ITEM-ALVO " DESATIVADA".
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-REATIVAR-TARIFA                                           *
      *----------------------------------------------------------------*
       3300-REATIVAR-TARIFA.
           DISPLAY "INFORME O ITEM A REATIVAR (BRANCO = VOLTAR):".
           MOVE SPACES TO WS-ITEM-ALVO.
           ACCEPT WS-ITEM-ALVO.
           IF WS-ITEM-ALVO = SPACES
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-ITEM-ALVO TO CALCTARF-ITEM.
           READ TARIFMST
               KEY IS CALCTARF-ITEM
               INVALID KEY
                   DISPLAY "ITEM NAO CADASTRADO"
                   GO TO 3300-EXIT
           END-READ.
           IF CALCTARF-ATIVA
               DISPLAY "TARIFA JA ESTA ATIVA"
               GO TO 3300-EXIT
           END-IF.
           PERFORM 4200-EXIBIR-REGISTRO THRU 4200-EXIT.
           DISPLAY "CONFIRMA A REATIVACAO (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "REATIVACAO CANCELADA"
               GO TO 3300-EXIT
           END-IF.
           MOVE "S" TO CALCTARF-SW-ATIVO.
           REWRITE CALCTARF-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A TARIFA - STATUS "
                       WS-STATUS-TARIFMST
                   GO TO 3300-EXIT
           END-REWRITE.
           MOVE 0133 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "TARIFA " WS-ITEM-ALVO " REATIVADA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "TARIFA " WS-ITEM-ALVO " REATIVADA".
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-LISTAR-TABELA                                             *
      *----------------------------------------------------------------*
       3400-LISTAR-TABELA.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE ZEROS TO WS-CONT-LISTADAS.
           MOVE LOW-VALUES TO CALCTARF-ITEM.
           START TARIFMST KEY IS NOT LESS THAN CALCTARF-ITEM
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           DISPLAY "IT  DESCRICAO                          PRECO"
               "     VIGENCIA  SITUACAO".
           PERFORM 3410-LER-PROXIMA THRU 3410-EXIT
               UNTIL WS-FIM-ARQUIVO.
           DISPLAY "TARIFAS LISTADAS: " WS-CONT-LISTADAS.
       3400-EXIT.
           EXIT.

       3410-LER-PROXIMA.
           READ TARIFMST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   MOVE CALCTARF-ITEM TO WS-LST-ITEM
                   MOVE CALCTARF-DESCRICAO TO WS-LST-DESCRICAO
                   MOVE CALCTARF-PRECO TO WS-LST-PRECO
                   MOVE CALCTARF-VIGENCIA-DE TO WS-LST-VIGENCIA
                   IF CALCTARF-ATIVA
                       MOVE "ATIVA" TO WS-LST-ATIVA
                   ELSE
                       MOVE "INATIVA" TO WS-LST-ATIVA
                   END-IF
                   DISPLAY WS-LINHA-LISTAGEM
                   ADD 1 TO WS-CONT-LISTADAS
           END-READ.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-LER-PRECO - PRECO UNITARIO NO FORMATO DOS OPERANDOS,      *
      * CRITICADO PELO CONVNUM; NEGATIVO E RECUSADO, BRANCO CANCELA    *
      *----------------------------------------------------------------*
       4000-LER-PRECO.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           MOVE "N" TO WS-SW-PRECO-FIM.
           PERFORM 4010-OBTER-PRECO THRU 4010-EXIT
               UNTIL WS-ENTRADA-VALIDA OR WS-PRECO-FIM.
       4000-EXIT.
           EXIT.

       4010-OBTER-PRECO.
           DISPLAY "INFORME O PRECO UNITARIO (EX: 0,15 - BRANCO ="
               " CANCELAR):".
           MOVE SPACES TO WS-ENTRADA-PRECO.
           ACCEPT WS-ENTRADA-PRECO.
           IF WS-ENTRADA-PRECO = SPACES
               MOVE "S" TO WS-SW-PRECO-FIM
               GO TO 4010-EXIT
           END-IF.
           CALL "CONVNUM" USING WS-ENTRADA-PRECO, conv-valor.
           IF RETURN-CODE = ZEROS AND conv-valor NOT < ZEROS
               MOVE conv-valor TO WS-PRECO-VALIDADO
               MOVE "S" TO WS-SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "PRECO INVALIDO - USE NUMEROS E VIRGULA"
                   " DECIMAL, SEM SINAL"
           END-IF.
       4010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-LER-VIGENCIA - DATA INICIAL DE VIGENCIA; BRANCO VALE      *
      * HOJE                                                           *
      *----------------------------------------------------------------*
       4100-LER-VIGENCIA.
           DISPLAY "INFORME A VIGENCIA INICIAL (AAAAMMDD, BRANCO ="
               " HOJE):".
           MOVE SPACES TO WS-ENTRADA-DATA.
           ACCEPT WS-ENTRADA-DATA.
           IF WS-ENTRADA-DATA IS NUMERIC
               MOVE WS-ENTRADA-DATA TO WS-VIGENCIA-VALIDADA
           ELSE
               ACCEPT WS-VIGENCIA-VALIDADA FROM DATE YYYYMMDD
           END-IF.
       4100-EXIT.
           EXIT.

       4200-EXIBIR-REGISTRO.
           DISPLAY "ITEM     : " CALCTARF-ITEM.
           DISPLAY "DESCRICAO: " CALCTARF-DESCRICAO.
           DISPLAY "PRECO    : " CALCTARF-PRECO.
           DISPLAY "VIGENCIA : " CALCTARF-VIGENCIA-DE.
           IF CALCTARF-ATIVA
               DISPLAY "SITUACAO : ATIVA"
           ELSE
               DISPLAY "SITUACAO : INATIVA"
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7900-GRAVAR-MENSAGEM - GRAVA UMA MENSAGEM DE OPERACAO NO       *
      * ARQUIVO CENTRAL CALCMSG.DAT (ABRE, GRAVA E FECHA NO ATO, PARA  *
      * CONVIVER COM AS DEMAIS SESSOES QUE TAMBEM GRAVAM NELE)         *
      *----------------------------------------------------------------*
       7900-GRAVAR-MENSAGEM.
           OPEN EXTEND CALCMSG.
           IF WS-STATUS-CALCMSG = "05" OR WS-STATUS-CALCMSG = "35"
               OPEN OUTPUT CALCMSG
               CLOSE CALCMSG
               OPEN EXTEND CALCMSG
           END-IF.
           MOVE WS-MSG-NUMERO TO CALCMSG-NUMERO.
           MOVE "I" TO CALCMSG-SEVERIDADE.
           MOVE "TARFMNT " TO CALCMSG-PROGRAMA.
           ACCEPT CALCMSG-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCMSG-HORA FROM TIME.
           MOVE ZEROS TO CALCMSG-TRANSACAO.
           MOVE ZEROS TO CALCMSG-NUM-REGISTRO.
           MOVE WS-SUPERVISOR TO CALCMSG-OPERADOR.
           MOVE WS-MSG-TEXTO TO CALCMSG-TEXTO.
           MOVE "P" TO CALCMSG-SW-SITUACAO.
           MOVE SPACES TO CALCMSG-REV-OPERADOR.
           MOVE ZEROS TO CALCMSG-REV-DATA.
           MOVE ZEROS TO CALCMSG-REV-HORA.
           WRITE CALCMSG-REGISTRO.
           CLOSE CALCMSG.
       7900-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WS-TARIFMST-ABERTO
               CLOSE TARIFMST
           END-IF.
           DISPLAY "TARFMNT - MANUTENCAO ENCERRADA".
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7950-GRAVAR-SEGURANCA - GRAVA UM EVENTO NO DIARIO DE           *
      * SEGURANCA CALCSEC.DAT (ABRE, GRAVA E FECHA NO ATO, COMO O      *
      * CALCMSG) - A TRILHA DAS PESSOAS, SEM EXPURGO                   *
      *----------------------------------------------------------------*
       7950-GRAVAR-SEGURANCA.
           OPEN EXTEND CALCSEC.
           IF WS-STATUS-CALCSEC = "05" OR WS-STATUS-CALCSEC = "35"
               OPEN OUTPUT CALCSEC
               CLOSE CALCSEC
               OPEN EXTEND CALCSEC
           END-IF.
           ACCEPT CALCSEC-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCSEC-HORA FROM TIME.
           MOVE "TARFMNT " TO CALCSEC-PROGRAMA.
           MOVE WS-SEC-EVENTO TO CALCSEC-EVENTO.
           MOVE WS-SEC-OPERADOR TO CALCSEC-OPERADOR.
           MOVE WS-SEC-DETALHE TO CALCSEC-DETALHE.
           WRITE CALCSEC-REGISTRO.
           CLOSE CALCSEC.
       7950-EXIT.
           EXIT.
