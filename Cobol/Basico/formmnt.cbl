      ******************************************************************
      * PROGRAM-ID: FORMMNT
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Manutencao do cadastro de formulas FORMMST.DAT
      *             (indexado por CALCFORM-CODIGO). Um supervisor
      *             cadastrado em OPERMST.DAT inclui, altera, desativa
      *             e reativa formulas: codigo, descricao, os rotulos
      *             das entradas pedidas ao operador (ate 3) e a
      *             sequencia de passos (ate 8), cada um com a
      *             operacao e a origem dos dois operandos - entrada
      *             digitada, resultado de passo anterior ou codigo de
      *             taxa da tabela RATEMST.DAT. A estrutura e criticada
      *             na digitacao (passo so refere passo anterior,
      *             entrada so ate a quantidade declarada, taxa tem
      *             de estar cadastrada). O operador executa a formula
      *             no CALCDOS (opcao 11) ou no lote (registro tipo F
      *             do CALCIN.DAT). Cada acao de manutencao e gravada
      *             em CALCMSG.DAT com o supervisor.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - MANUTENCAO DO CADASTRO DE     *
      *                FORMULAS, GATILHADA POR PERFIL DE SUPERVISOR.   *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORMMST ASSIGN TO "FORMMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCFORM-CODIGO
               FILE STATUS IS WS-STATUS-FORMMST.
           SELECT RATEMST ASSIGN TO "RATEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCRATE-CODIGO
               FILE STATUS IS WS-STATUS-RATEMST.
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
       FD  FORMMST.
       COPY CALCFORM.
       FD  RATEMST.
       COPY CALCRATE.
       FD  OPERMST.
       COPY CALCOPER.
       FD  CALCMSG.
       COPY CALCMSG.
       FD  CALCSEC.
       COPY CALCSEC.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FORMMST        PIC X(02) VALUE "00".
       77  WS-STATUS-RATEMST        PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-OPCAO                 PIC 9(01) VALUE ZEROS.
       77  WS-SW-CONTINUAR          PIC X(01) VALUE "S".
           88  WS-CONTINUAR-SIM         VALUE "S".
       77  WS-SW-FORMMST-ABERTO     PIC X(01) VALUE "N".
           88  WS-FORMMST-ABERTO        VALUE "S".
       77  WS-SW-RATEMST-ABERTO     PIC X(01) VALUE "N".
           88  WS-RATEMST-ABERTO        VALUE "S".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-CONFIRMA           PIC X(01) VALUE "N".
           88  WS-CONFIRMA-SIM          VALUE "S" "s".
       77  WS-SW-ENTRADA-VALIDA     PIC X(01) VALUE "N".
           88  WS-ENTRADA-VALIDA        VALUE "S".
       77  WS-SW-CANCELADA          PIC X(01) VALUE "N".
           88  WS-ESTRUTURA-CANCELADA   VALUE "S".
       77  WS-SW-PASSO-VALIDO       PIC X(01) VALUE "N".
           88  WS-PASSO-VALIDO          VALUE "S".
       77  WS-SW-OPERANDO-OK        PIC X(01) VALUE "N".
           88  WS-OPERANDO-OK           VALUE "S".
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
       77  WS-CODIGO-ALVO           PIC X(04) VALUE SPACES.
       77  WS-ENTRADA-DESCRICAO     PIC X(30) VALUE SPACES.
       77  WS-ENTRADA-QTDE          PIC X(01) VALUE SPACES.
       77  WS-ENTRADA-ROTULO        PIC X(20) VALUE SPACES.
       77  WS-ENTRADA-OPERACAO      PIC X(01) VALUE SPACES.
           88  WS-OPERACAO-VALIDA       VALUE "A" "S" "M" "D" "R".
       77  WS-ENTRADA-MODO          PIC X(01) VALUE SPACES.
       77  WS-ENTRADA-ORIGEM        PIC X(01) VALUE SPACES.
       77  WS-ENTRADA-REF           PIC X(04) VALUE SPACES.
       77  WS-NOME-OPERANDO         PIC X(13) VALUE SPACES.
       77  WS-NUM-REF               PIC 9(01) VALUE ZEROS.
       77  WS-IND-ENTRADA           PIC 9(02) VALUE ZEROS.
       77  WS-IND-PASSO             PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-ENTRADAS         PIC 9(01) VALUE ZEROS.
       77  WS-QTDE-PASSOS           PIC 9(01) VALUE ZEROS.

       01  WS-LINHA-LISTAGEM.
           05  WS-LST-CODIGO        PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-DESCRICAO     PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-ENTRADAS      PIC 9(01).
           05  FILLER               PIC X(07) VALUE SPACES.
           05  WS-LST-PASSOS        PIC 9(01).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-LST-ATIVA         PIC X(07).

       01  WS-LINHA-PASSO.
           05  FILLER               PIC X(06) VALUE "PASSO ".
           05  WS-LP-PASSO          PIC 9(01).
           05  FILLER               PIC X(03) VALUE " : ".
           05  WS-LP-ORIGEM-UM      PIC X(01).
           05  FILLER               PIC X(01) VALUE "-".
           05  WS-LP-REF-UM         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LP-OPERACAO       PIC X(01).
           05  WS-LP-MODO           PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LP-ORIGEM-DOIS    PIC X(01).
           05  FILLER               PIC X(01) VALUE "-".
           05  WS-LP-REF-DOIS       PIC X(04).

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
      * 1000-INICIALIZAR - AUTORIZA O SUPERVISOR E ABRE O CADASTRO,    *
      * CRIANDO O ARQUIVO VAZIO NA PRIMEIRA EXECUCAO. A TABELA DE      *
      * TAXAS E SO CONSULTADA - SEM ELA NAO SE CADASTRA PASSO COM TAXA *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "FORMMNT - MANUTENCAO DO CADASTRO DE FORMULAS".
           PERFORM 1200-AUTORIZAR-SUPERVISOR THRU 1200-EXIT.
           IF NOT WS-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O FORMMST.
           IF WS-STATUS-FORMMST = "35"
               OPEN OUTPUT FORMMST
               CLOSE FORMMST
               OPEN I-O FORMMST
           END-IF.
           IF WS-STATUS-FORMMST NOT = "00"
               DISPLAY "FORMMST.DAT INACESSIVEL - STATUS "
                   WS-STATUS-FORMMST
               MOVE "N" TO WS-SW-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-FORMMST-ABERTO.
           OPEN INPUT RATEMST.
           IF WS-STATUS-RATEMST = "00"
               MOVE "S" TO WS-SW-RATEMST-ABERTO
           ELSE
               DISPLAY "RATEMST.DAT NAO ENCONTRADO - PASSOS COM TAXA"
                   " NAO PODERAO SER CADASTRADOS"
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-AUTORIZAR-SUPERVISOR - SO OPERADOR ATIVO COM PERFIL DE    *
      * SUPERVISOR EM OPERMST.DAT MANTEM O CADASTRO DE FORMULAS        *
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
               MOVE "FORMMNT " TO pnexe-programa
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
               MOVE "MANUTENCAO DE FORMULAS AUTORIZADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           ELSE
               IF pnexe-retorno = SPACES
                   DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR OU"
                       " INATIVO"
               END-IF
               MOVE "FR" TO WS-SEC-EVENTO
               MOVE "MANUTENCAO DE FORMULAS RECUSADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESSAR-MENU - FUNCOES DA MANUTENCAO DE FORMULAS        *
      *----------------------------------------------------------------*
       2000-PROCESSAR-MENU.
           DISPLAY " ".
           DISPLAY "====== FORMMNT - FUNCOES DE MANUTENCAO ======".
           DISPLAY "1 - INCLUIR FORMULA".
           DISPLAY "2 - ALTERAR FORMULA".
           DISPLAY "3 - DESATIVAR FORMULA".
           DISPLAY "4 - REATIVAR FORMULA".
           DISPLAY "5 - LISTAR O CADASTRO".
           DISPLAY "0 - SAIR".
           DISPLAY "INFORME A OPCAO DESEJADA :".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 3000-INCLUIR-FORMULA THRU 3000-EXIT
               WHEN 2
                   PERFORM 3100-ALTERAR-FORMULA THRU 3100-EXIT
               WHEN 3
                   PERFORM 3200-DESATIVAR-FORMULA THRU 3200-EXIT
               WHEN 4
                   PERFORM 3300-REATIVAR-FORMULA THRU 3300-EXIT
               WHEN 5
                   PERFORM 3400-LISTAR-CADASTRO THRU 3400-EXIT
               WHEN 0
                   MOVE "N" TO WS-SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-INCLUIR-FORMULA                                           *
      *----------------------------------------------------------------*
       3000-INCLUIR-FORMULA.
           DISPLAY "INFORME O CODIGO DA NOVA FORMULA (BRANCO ="
               " VOLTAR):".
           ACCEPT WS-CODIGO-ALVO.
           IF WS-CODIGO-ALVO = SPACES
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-CODIGO-ALVO TO CALCFORM-CODIGO.
           READ FORMMST
               KEY IS CALCFORM-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CODIGO " WS-CODIGO-ALVO " JA CADASTRADO -"
                       " USE A ALTERACAO OU A REATIVACAO"
                   GO TO 3000-EXIT
           END-READ.
           DISPLAY "INFORME A DESCRICAO DA FORMULA:".
           MOVE SPACES TO WS-ENTRADA-DESCRICAO.
           ACCEPT WS-ENTRADA-DESCRICAO.
           MOVE SPACES TO CALCFORM-REGISTRO.
           MOVE WS-CODIGO-ALVO TO CALCFORM-CODIGO.
           MOVE WS-ENTRADA-DESCRICAO TO CALCFORM-DESCRICAO.
           PERFORM 4000-LER-ESTRUTURA THRU 4000-EXIT.
           IF WS-ESTRUTURA-CANCELADA
               DISPLAY "INCLUSAO CANCELADA"
               GO TO 3000-EXIT
           END-IF.
           MOVE "S" TO CALCFORM-SW-ATIVO.
           PERFORM 4900-CARIMBAR-MANUTENCAO THRU 4900-EXIT.
           WRITE CALCFORM-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR A FORMULA - STATUS "
                       WS-STATUS-FORMMST
                   GO TO 3000-EXIT
           END-WRITE.
           MOVE 0210 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "FORMULA " WS-CODIGO-ALVO " INCLUIDA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "FORMULA " WS-CODIGO-ALVO " INCLUIDA".
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-ALTERAR-FORMULA - DESCRICAO EM BRANCO MANTEM A ATUAL; A   *
      * ESTRUTURA (ENTRADAS E PASSOS) SO E REDIGITADA INTEIRA, PARA    *
      * NAO SOBRAR PASSO REFERINDO ENTRADA OU PASSO QUE SAIU           *
      *----------------------------------------------------------------*
       3100-ALTERAR-FORMULA.
           DISPLAY "INFORME O CODIGO A ALTERAR (BRANCO = VOLTAR):".
           ACCEPT WS-CODIGO-ALVO.
           IF WS-CODIGO-ALVO = SPACES
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-CODIGO-ALVO TO CALCFORM-CODIGO.
           READ FORMMST
               KEY IS CALCFORM-CODIGO
               INVALID KEY
                   DISPLAY "CODIGO NAO CADASTRADO"
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 4500-EXIBIR-REGISTRO THRU 4500-EXIT.
           DISPLAY "NOVA DESCRICAO (BRANCO = MANTER):".
           MOVE SPACES TO WS-ENTRADA-DESCRICAO.
           ACCEPT WS-ENTRADA-DESCRICAO.
           IF WS-ENTRADA-DESCRICAO NOT = SPACES
               MOVE WS-ENTRADA-DESCRICAO TO CALCFORM-DESCRICAO
           END-IF.
           DISPLAY "REDIGITAR ENTRADAS E PASSOS (S/N)?".
           MOVE "N" TO WS-SW-CONFIRMA.
           ACCEPT WS-SW-CONFIRMA.
           IF WS-CONFIRMA-SIM
               PERFORM 4000-LER-ESTRUTURA THRU 4000-EXIT
               IF WS-ESTRUTURA-CANCELADA
                   DISPLAY "ALTERACAO CANCELADA"
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           PERFORM 4900-CARIMBAR-MANUTENCAO THRU 4900-EXIT.
           REWRITE CALCFORM-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A FORMULA - STATUS "
                       WS-STATUS-FORMMST
                   GO TO 3100-EXIT
           END-REWRITE.
           MOVE 0211 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "FORMULA " WS-CODIGO-ALVO " ALTERADA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "FORMULA " WS-CODIGO-ALVO " ALTERADA".
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-DESATIVAR-FORMULA - A FORMULA NAO E APAGADA, SO           *
      * DESATIVADA - OS CALCULOS JA GRAVADOS FICAM COMO ESTAO          *
      *----------------------------------------------------------------*
       3200-DESATIVAR-FORMULA.
           DISPLAY "INFORME O CODIGO A DESATIVAR (BRANCO = VOLTAR):".
           ACCEPT WS-CODIGO-ALVO.
           IF WS-CODIGO-ALVO = SPACES
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-CODIGO-ALVO TO CALCFORM-CODIGO.
           READ FORMMST
               KEY IS CALCFORM-CODIGO
               INVALID KEY
                   DISPLAY "CODIGO NAO CADASTRADO"
                   GO TO 3200-EXIT
           END-READ.
           IF NOT CALCFORM-ATIVA
               DISPLAY "FORMULA JA ESTA DESATIVADA"
               GO TO 3200-EXIT
           END-IF.
           PERFORM 4500-EXIBIR-REGISTRO THRU 4500-EXIT.
           DISPLAY "CONFIRMA A DESATIVACAO (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "DESATIVACAO CANCELADA"
               GO TO 3200-EXIT
           END-IF.
           MOVE "N" TO CALCFORM-SW-ATIVO.
           PERFORM 4900-CARIMBAR-MANUTENCAO THRU 4900-EXIT.
           REWRITE CALCFORM-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A FORMULA - STATUS "
                       WS-STATUS-FORMMST
                   GO TO 3200-EXIT
           END-REWRITE.
           MOVE 0212 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "FORMULA " WS-CODIGO-ALVO " DESATIVADA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "FORMULA " WS-CODIGO-ALVO " DESATIVADA".
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-REATIVAR-FORMULA                                          *
      *----------------------------------------------------------------*
       3300-REATIVAR-FORMULA.
           DISPLAY "INFORME O CODIGO A REATIVAR (BRANCO = VOLTAR):".
           ACCEPT WS-CODIGO-ALVO.
           IF WS-CODIGO-ALVO = SPACES
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-CODIGO-ALVO TO CALCFORM-CODIGO.
           READ FORMMST
               KEY IS CALCFORM-CODIGO
               INVALID KEY
                   DISPLAY "CODIGO NAO CADASTRADO"
                   GO TO 3300-EXIT
           END-READ.
           IF CALCFORM-ATIVA
               DISPLAY "FORMULA JA ESTA ATIVA"
               GO TO 3300-EXIT
           END-IF.
           PERFORM 4500-EXIBIR-REGISTRO THRU 4500-EXIT.
           DISPLAY "CONFIRMA A REATIVACAO (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "REATIVACAO CANCELADA"
               GO TO 3300-EXIT
           END-IF.
           MOVE "S" TO CALCFORM-SW-ATIVO.
           PERFORM 4900-CARIMBAR-MANUTENCAO THRU 4900-EXIT.
           REWRITE CALCFORM-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A FORMULA - STATUS "
                       WS-STATUS-FORMMST
                   GO TO 3300-EXIT
           END-REWRITE.
           MOVE 0213 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "FORMULA " WS-CODIGO-ALVO " REATIVADA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "FORMULA " WS-CODIGO-ALVO " REATIVADA".
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-LISTAR-CADASTRO                                           *
      *----------------------------------------------------------------*
       3400-LISTAR-CADASTRO.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE ZEROS TO WS-CONT-LISTADAS.
           MOVE LOW-VALUES TO CALCFORM-CODIGO.
           START FORMMST KEY IS NOT LESS THAN CALCFORM-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           DISPLAY "COD.  DESCRICAO                       ENTRADAS"
               "  PASSOS  SITUACAO".
           PERFORM 3410-LER-PROXIMA THRU 3410-EXIT
               UNTIL WS-FIM-ARQUIVO.
           DISPLAY "FORMULAS LISTADAS: " WS-CONT-LISTADAS.
       3400-EXIT.
           EXIT.

       3410-LER-PROXIMA.
           READ FORMMST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   MOVE CALCFORM-CODIGO TO WS-LST-CODIGO
                   MOVE CALCFORM-DESCRICAO TO WS-LST-DESCRICAO
                   MOVE CALCFORM-QTDE-ENTRADAS TO WS-LST-ENTRADAS
                   MOVE CALCFORM-QTDE-PASSOS TO WS-LST-PASSOS
                   IF CALCFORM-ATIVA
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
      * 4000-LER-ESTRUTURA - QUANTIDADE E ROTULOS DAS ENTRADAS E OS    *
      * PASSOS DA FORMULA, DIRETO NO REGISTRO. BRANCO EM QUALQUER      *
      * PERGUNTA CANCELA A DIGITACAO INTEIRA                           *
      *----------------------------------------------------------------*
       4000-LER-ESTRUTURA.
           MOVE "N" TO WS-SW-CANCELADA.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           PERFORM 4010-OBTER-QTDE-ENTRADAS THRU 4010-EXIT
               UNTIL WS-ENTRADA-VALIDA OR WS-ESTRUTURA-CANCELADA.
           IF WS-ESTRUTURA-CANCELADA
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO CALCFORM-ENT-ROTULO(1).
           MOVE SPACES TO CALCFORM-ENT-ROTULO(2).
           MOVE SPACES TO CALCFORM-ENT-ROTULO(3).
           PERFORM 4020-OBTER-ROTULO THRU 4020-EXIT
               VARYING WS-IND-ENTRADA FROM 1 BY 1
               UNTIL WS-IND-ENTRADA > WS-QTDE-ENTRADAS
                  OR WS-ESTRUTURA-CANCELADA.
           IF WS-ESTRUTURA-CANCELADA
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           PERFORM 4030-OBTER-QTDE-PASSOS THRU 4030-EXIT
               UNTIL WS-ENTRADA-VALIDA OR WS-ESTRUTURA-CANCELADA.
           IF WS-ESTRUTURA-CANCELADA
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4040-LIMPAR-PASSO THRU 4040-EXIT
               VARYING WS-IND-PASSO FROM 1 BY 1 UNTIL WS-IND-PASSO > 8.
           PERFORM 4100-LER-PASSO THRU 4100-EXIT
               VARYING WS-IND-PASSO FROM 1 BY 1
               UNTIL WS-IND-PASSO > WS-QTDE-PASSOS
                  OR WS-ESTRUTURA-CANCELADA.
           IF WS-ESTRUTURA-CANCELADA
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-QTDE-ENTRADAS TO CALCFORM-QTDE-ENTRADAS.
           MOVE WS-QTDE-PASSOS TO CALCFORM-QTDE-PASSOS.
       4000-EXIT.
           EXIT.

       4010-OBTER-QTDE-ENTRADAS.
           DISPLAY "QUANTAS ENTRADAS O OPERADOR DIGITA (1 A 3,"
               " BRANCO = CANCELAR):".
           MOVE SPACES TO WS-ENTRADA-QTDE.
           ACCEPT WS-ENTRADA-QTDE.
           IF WS-ENTRADA-QTDE = SPACES
               MOVE "S" TO WS-SW-CANCELADA
               GO TO 4010-EXIT
           END-IF.
           IF WS-ENTRADA-QTDE IS NUMERIC
                   AND WS-ENTRADA-QTDE > "0" AND WS-ENTRADA-QTDE < "4"
               MOVE WS-ENTRADA-QTDE TO WS-QTDE-ENTRADAS
               MOVE "S" TO WS-SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "QUANTIDADE INVALIDA - DIGITE DE 1 A 3"
           END-IF.
       4010-EXIT.
           EXIT.

       4020-OBTER-ROTULO.
           DISPLAY "ROTULO DA ENTRADA " WS-IND-ENTRADA
               " (O QUE O OPERADOR DEVE DIGITAR):".
           MOVE SPACES TO WS-ENTRADA-ROTULO.
           ACCEPT WS-ENTRADA-ROTULO.
           IF WS-ENTRADA-ROTULO = SPACES
               MOVE "S" TO WS-SW-CANCELADA
               GO TO 4020-EXIT
           END-IF.
           MOVE WS-ENTRADA-ROTULO
               TO CALCFORM-ENT-ROTULO(WS-IND-ENTRADA).
       4020-EXIT.
           EXIT.

       4030-OBTER-QTDE-PASSOS.
           DISPLAY "QUANTOS PASSOS TEM A FORMULA (1 A 8,"
               " BRANCO = CANCELAR):".
           MOVE SPACES TO WS-ENTRADA-QTDE.
           ACCEPT WS-ENTRADA-QTDE.
           IF WS-ENTRADA-QTDE = SPACES
               MOVE "S" TO WS-SW-CANCELADA
               GO TO 4030-EXIT
           END-IF.
           IF WS-ENTRADA-QTDE IS NUMERIC
                   AND WS-ENTRADA-QTDE > "0" AND WS-ENTRADA-QTDE < "9"
               MOVE WS-ENTRADA-QTDE TO WS-QTDE-PASSOS
               MOVE "S" TO WS-SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "QUANTIDADE INVALIDA - DIGITE DE 1 A 8"
           END-IF.
       4030-EXIT.
           EXIT.

       4040-LIMPAR-PASSO.
           MOVE SPACES TO CALCFORM-PASSO(WS-IND-PASSO).
       4040-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-LER-PASSO - OPERACAO, MODO E OS DOIS OPERANDOS DE UM      *
      * PASSO, REPETIDO ATE A DIGITACAO FICAR VALIDA                   *
      *----------------------------------------------------------------*
       4100-LER-PASSO.
           MOVE "N" TO WS-SW-PASSO-VALIDO.
           PERFORM 4110-OBTER-PASSO THRU 4110-EXIT
               UNTIL WS-PASSO-VALIDO OR WS-ESTRUTURA-CANCELADA.
       4100-EXIT.
           EXIT.

       4110-OBTER-PASSO.
           DISPLAY "PASSO " WS-IND-PASSO " - OPERACAO (A SOMA, S"
               " SUBTRACAO, M MULTIPLICACAO, D DIVISAO, R RESTO;"
               " BRANCO = CANCELAR):".
           MOVE SPACES TO WS-ENTRADA-OPERACAO.
           ACCEPT WS-ENTRADA-OPERACAO.
           IF WS-ENTRADA-OPERACAO = SPACES
               MOVE "S" TO WS-SW-CANCELADA
               GO TO 4110-EXIT
           END-IF.
           IF NOT WS-OPERACAO-VALIDA
               DISPLAY "OPERACAO INVALIDA"
               GO TO 4110-EXIT
           END-IF.
           MOVE "N" TO WS-ENTRADA-MODO.
           IF WS-ENTRADA-OPERACAO = "M"
               DISPLAY "MODO (N NORMAL, P PERCENTUAL - UM MAIS DOIS"
                   " POR CENTO DE UM):"
               ACCEPT WS-ENTRADA-MODO
               IF WS-ENTRADA-MODO NOT = "N" AND
                       WS-ENTRADA-MODO NOT = "P"
                   DISPLAY "MODO INVALIDO"
                   GO TO 4110-EXIT
               END-IF
           END-IF.
           MOVE "OPERANDO UM" TO WS-NOME-OPERANDO.
           PERFORM 4200-LER-OPERANDO THRU 4200-EXIT.
           IF NOT WS-OPERANDO-OK
               GO TO 4110-EXIT
           END-IF.
           MOVE WS-ENTRADA-ORIGEM
               TO CALCFORM-PAS-ORIGEM-UM(WS-IND-PASSO).
           MOVE WS-ENTRADA-REF TO CALCFORM-PAS-REF-UM(WS-IND-PASSO).
           MOVE "OPERANDO DOIS" TO WS-NOME-OPERANDO.
           PERFORM 4200-LER-OPERANDO THRU 4200-EXIT.
           IF NOT WS-OPERANDO-OK
               GO TO 4110-EXIT
           END-IF.
           MOVE WS-ENTRADA-ORIGEM
               TO CALCFORM-PAS-ORIGEM-DOIS(WS-IND-PASSO).
           MOVE WS-ENTRADA-REF TO CALCFORM-PAS-REF-DOIS(WS-IND-PASSO).
           MOVE WS-ENTRADA-OPERACAO
               TO CALCFORM-PAS-OPERACAO(WS-IND-PASSO).
           MOVE WS-ENTRADA-MODO TO CALCFORM-PAS-MODO(WS-IND-PASSO).
           MOVE "S" TO WS-SW-PASSO-VALIDO.
       4110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-LER-OPERANDO - ORIGEM E REFERENCIA DE UM OPERANDO: E COM  *
      * O NUMERO DA ENTRADA, P COM O NUMERO DE UM PASSO ANTERIOR, T    *
      * COM O CODIGO DA TAXA CADASTRADA EM RATEMST.DAT                 *
      *----------------------------------------------------------------*
       4200-LER-OPERANDO.
           MOVE "N" TO WS-SW-OPERANDO-OK.
           DISPLAY WS-NOME-OPERANDO " - ORIGEM (E ENTRADA, P PASSO"
               " ANTERIOR, T TAXA):".
           MOVE SPACES TO WS-ENTRADA-ORIGEM.
           ACCEPT WS-ENTRADA-ORIGEM.
           DISPLAY WS-NOME-OPERANDO " - NUMERO DA ENTRADA OU DO PASSO,"
               " OU CODIGO DA TAXA:".
           MOVE SPACES TO WS-ENTRADA-REF.
           ACCEPT WS-ENTRADA-REF.
           EVALUATE WS-ENTRADA-ORIGEM
               WHEN "E"
                   IF WS-ENTRADA-REF(1:1) NOT NUMERIC
                           OR WS-ENTRADA-REF(2:3) NOT = SPACES
                       DISPLAY "NUMERO DE ENTRADA INVALIDO"
                       GO TO 4200-EXIT
                   END-IF
                   MOVE WS-ENTRADA-REF(1:1) TO WS-NUM-REF
                   IF WS-NUM-REF < 1 OR WS-NUM-REF > WS-QTDE-ENTRADAS
                       DISPLAY "A FORMULA SO TEM " WS-QTDE-ENTRADAS
                           " ENTRADA(S)"
                       GO TO 4200-EXIT
                   END-IF
               WHEN "P"
                   IF WS-ENTRADA-REF(1:1) NOT NUMERIC
                           OR WS-ENTRADA-REF(2:3) NOT = SPACES
                       DISPLAY "NUMERO DE PASSO INVALIDO"
                       GO TO 4200-EXIT
                   END-IF
                   MOVE WS-ENTRADA-REF(1:1) TO WS-NUM-REF
                   IF WS-NUM-REF < 1 OR WS-NUM-REF NOT < WS-IND-PASSO
                       DISPLAY "SO PODE REFERIR UM PASSO ANTERIOR"
                       GO TO 4200-EXIT
                   END-IF
               WHEN "T"
                   IF NOT WS-RATEMST-ABERTO
                       DISPLAY "TABELA DE TAXAS INDISPONIVEL"
                       GO TO 4200-EXIT
                   END-IF
                   MOVE WS-ENTRADA-REF TO CALCRATE-CODIGO
                   READ RATEMST
                       KEY IS CALCRATE-CODIGO
                       INVALID KEY
                           DISPLAY "CODIGO DE TAXA NAO CADASTRADO"
                           GO TO 4200-EXIT
                   END-READ
                   DISPLAY "TAXA " CALCRATE-CODIGO " - "
                       CALCRATE-DESCRICAO
                   IF NOT CALCRATE-ATIVA
                       DISPLAY "ATENCAO: TAXA DESATIVADA - A FORMULA"
                           " FALHA ATE A TAXA SER REATIVADA"
                   END-IF
               WHEN OTHER
                   DISPLAY "ORIGEM INVALIDA - USE E, P OU T"
                   GO TO 4200-EXIT
           END-EVALUATE.
           MOVE "S" TO WS-SW-OPERANDO-OK.
       4200-EXIT.
           EXIT.

       4500-EXIBIR-REGISTRO.
           DISPLAY "CODIGO   : " CALCFORM-CODIGO.
           DISPLAY "DESCRICAO: " CALCFORM-DESCRICAO.
           PERFORM 4510-EXIBIR-ENTRADA THRU 4510-EXIT
               VARYING WS-IND-ENTRADA FROM 1 BY 1
               UNTIL WS-IND-ENTRADA > CALCFORM-QTDE-ENTRADAS.
           PERFORM 4520-EXIBIR-PASSO THRU 4520-EXIT
               VARYING WS-IND-PASSO FROM 1 BY 1
               UNTIL WS-IND-PASSO > CALCFORM-QTDE-PASSOS.
           IF CALCFORM-ATIVA
               DISPLAY "SITUACAO : ATIVA"
           ELSE
               DISPLAY "SITUACAO : INATIVA"
           END-IF.
           DISPLAY "MANUTENCAO: " CALCFORM-SUPERVISOR " EM "
               CALCFORM-DATA-MANUT.
       4500-EXIT.
           EXIT.

       4510-EXIBIR-ENTRADA.
           DISPLAY "ENTRADA " WS-IND-ENTRADA ": "
               CALCFORM-ENT-ROTULO(WS-IND-ENTRADA).
       4510-EXIT.
           EXIT.

       4520-EXIBIR-PASSO.
           MOVE WS-IND-PASSO TO WS-LP-PASSO.
           MOVE CALCFORM-PAS-ORIGEM-UM(WS-IND-PASSO)
               TO WS-LP-ORIGEM-UM.
           MOVE CALCFORM-PAS-REF-UM(WS-IND-PASSO) TO WS-LP-REF-UM.
           MOVE CALCFORM-PAS-OPERACAO(WS-IND-PASSO) TO WS-LP-OPERACAO.
           MOVE SPACES TO WS-LP-MODO.
           IF CALCFORM-PAS-MODO(WS-IND-PASSO) = "P"
               MOVE "%" TO WS-LP-MODO
           END-IF.
           MOVE CALCFORM-PAS-ORIGEM-DOIS(WS-IND-PASSO)
               TO WS-LP-ORIGEM-DOIS.
           MOVE CALCFORM-PAS-REF-DOIS(WS-IND-PASSO) TO WS-LP-REF-DOIS.
           DISPLAY WS-LINHA-PASSO.
       4520-EXIT.
           EXIT.

       4900-CARIMBAR-MANUTENCAO.
           MOVE WS-SUPERVISOR TO CALCFORM-SUPERVISOR.
           ACCEPT CALCFORM-DATA-MANUT FROM DATE YYYYMMDD.
           ACCEPT CALCFORM-HORA-MANUT FROM TIME.
       4900-EXIT.
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
           MOVE "FORMMNT " TO CALCMSG-PROGRAMA.
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
           IF WS-FORMMST-ABERTO
               CLOSE FORMMST
           END-IF.
           IF WS-RATEMST-ABERTO
               CLOSE RATEMST
           END-IF.
           DISPLAY "FORMMNT - MANUTENCAO ENCERRADA".
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
           MOVE "FORMMNT " TO CALCSEC-PROGRAMA.
           MOVE WS-SEC-EVENTO TO CALCSEC-EVENTO.
           MOVE WS-SEC-OPERADOR TO CALCSEC-OPERADOR.
           MOVE WS-SEC-DETALHE TO CALCSEC-DETALHE.
           WRITE CALCSEC-REGISTRO.
           CLOSE CALCSEC.
       7950-EXIT.
           EXIT.
