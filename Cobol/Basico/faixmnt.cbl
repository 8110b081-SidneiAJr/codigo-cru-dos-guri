      ******************************************************************
      * PROGRAM-ID: FAIXMNT
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Manutencao do cadastro de tabelas progressivas de
      *             retencao na fonte FAIXMST.DAT (indexado por codigo
      *             da tabela e data de inicio de vigencia). Um
      *             supervisor cadastrado em OPERMST.DAT inclui,
      *             altera, desativa e reativa versoes de tabela:
      *             codigo, vigencia, descricao e as faixas (ate 10)
      *             com o limite superior, a aliquota e a parcela a
      *             deduzir de cada uma. Os limites tem de crescer de
      *             uma faixa para a outra e a ultima faixa vai sempre
      *             ate 99999,99. Mudanca de tabela com data marcada e
      *             uma versao nova com a vigencia nova - a versao
      *             antiga fica no cadastro e continua valendo para os
      *             calculos da sua epoca. O operador calcula a
      *             retencao no CALCDOS (opcao 13) ou no lote (registro
      *             I do CALCIN.DAT). Cada acao de manutencao e gravada
      *             em CALCMSG.DAT com o supervisor.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - MANUTENCAO DO CADASTRO DE     *
      *                TABELAS PROGRESSIVAS DE RETENCAO, GATILHADA POR *
      *                PERFIL DE SUPERVISOR.                           *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAIXMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAIXMST ASSIGN TO "FAIXMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCFAIX-CHAVE
               FILE STATUS IS WS-STATUS-FAIXMST.
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
       FD  FAIXMST.
       COPY CALCFAIX.
       FD  OPERMST.
       COPY CALCOPER.
       FD  CALCMSG.
       COPY CALCMSG.
       FD  CALCSEC.
       COPY CALCSEC.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FAIXMST        PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-OPCAO                 PIC 9(01) VALUE ZEROS.
       77  WS-SW-CONTINUAR          PIC X(01) VALUE "S".
           88  WS-CONTINUAR-SIM         VALUE "S".
       77  WS-SW-FAIXMST-ABERTO     PIC X(01) VALUE "N".
           88  WS-FAIXMST-ABERTO        VALUE "S".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-CONFIRMA           PIC X(01) VALUE "N".
           88  WS-CONFIRMA-SIM          VALUE "S" "s".
       77  WS-SW-ENTRADA-VALIDA     PIC X(01) VALUE "N".
           88  WS-ENTRADA-VALIDA        VALUE "S".
       77  WS-SW-CANCELADA          PIC X(01) VALUE "N".
           88  WS-ESTRUTURA-CANCELADA   VALUE "S".
       77  WS-SW-FAIXA-VALIDA       PIC X(01) VALUE "N".
           88  WS-FAIXA-VALIDA          VALUE "S".
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
       77  WS-VIGENCIA-ALVO         PIC 9(08) VALUE ZEROS.
       77  WS-ENTRADA-DATA          PIC X(08) VALUE SPACES.
       77  WS-ENTRADA-DESCRICAO     PIC X(30) VALUE SPACES.
       77  WS-ENTRADA-QTDE          PIC X(02) VALUE SPACES.
       77  WS-ENTRADA-VALOR         PIC X(10) VALUE SPACES.
       77  WS-IND-FAIXA             PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-FAIXAS           PIC 9(02) VALUE ZEROS.
       77  WS-LIMITE-ANTERIOR       PIC 9(05)V99 VALUE ZEROS.
       01  conv-valor               PIC S9(05)V99 VALUE ZEROS.

       01  WS-LINHA-LISTAGEM.
           05  WS-LST-CODIGO        PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-VIGENCIA      PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-DESCRICAO     PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-FAIXAS        PIC Z9.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  WS-LST-ATIVA         PIC X(07).

       01  WS-LINHA-FAIXA.
           05  FILLER               PIC X(06) VALUE "FAIXA ".
           05  WS-LF-FAIXA          PIC Z9.
           05  FILLER               PIC X(08) VALUE " : ATE ".
           05  WS-LF-LIMITE         PIC ZZZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LF-ALIQUOTA       PIC Z9.99.
           05  FILLER               PIC X(12) VALUE "%  DEDUZIR ".
           05  WS-LF-DEDUCAO        PIC ZZZZ9.99.

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
      * CRIANDO O ARQUIVO VAZIO NA PRIMEIRA EXECUCAO                   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "FAIXMNT - MANUTENCAO DAS TABELAS PROGRESSIVAS".
           PERFORM 1200-AUTORIZAR-SUPERVISOR THRU 1200-EXIT.
           IF NOT WS-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O FAIXMST.
           IF WS-STATUS-FAIXMST = "35"
               OPEN OUTPUT FAIXMST
               CLOSE FAIXMST
               OPEN I-O FAIXMST
           END-IF.
           IF WS-STATUS-FAIXMST NOT = "00"
               DISPLAY "FAIXMST.DAT INACESSIVEL - STATUS "
                   WS-STATUS-FAIXMST
               MOVE "N" TO WS-SW-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-FAIXMST-ABERTO.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-AUTORIZAR-SUPERVISOR - SO OPERADOR ATIVO COM PERFIL DE    *
      * SUPERVISOR EM OPERMST.DAT MANTEM AS TABELAS PROGRESSIVAS       *
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
               MOVE "FAIXMNT " TO pnexe-programa
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
               MOVE "MANUTENCAO DE FAIXAS AUTORIZADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           ELSE
               IF pnexe-retorno = SPACES
                   DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR OU"
                       " INATIVO"
               END-IF
               MOVE "FR" TO WS-SEC-EVENTO
               MOVE "MANUTENCAO DE FAIXAS RECUSADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESSAR-MENU - FUNCOES DA MANUTENCAO DE FAIXAS          *
      *----------------------------------------------------------------*
       2000-PROCESSAR-MENU.
           DISPLAY " ".
           DISPLAY "====== FAIXMNT - FUNCOES DE MANUTENCAO ======".
           DISPLAY "1 - INCLUIR VERSAO DE TABELA PROGRESSIVA".
           DISPLAY "2 - ALTERAR VERSAO DE TABELA PROGRESSIVA".
           DISPLAY "3 - DESATIVAR VERSAO DE TABELA PROGRESSIVA".
           DISPLAY "4 - REATIVAR VERSAO DE TABELA PROGRESSIVA".
           DISPLAY "5 - LISTAR O CADASTRO".
           DISPLAY "0 - SAIR".
           DISPLAY "INFORME A OPCAO DESEJADA :".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 3000-INCLUIR-VERSAO THRU 3000-EXIT
               WHEN 2
                   PERFORM 3100-ALTERAR-VERSAO THRU 3100-EXIT
               WHEN 3
                   PERFORM 3200-DESATIVAR-VERSAO THRU 3200-EXIT
               WHEN 4
                   PERFORM 3300-REATIVAR-VERSAO THRU 3300-EXIT
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
      * 3000-INCLUIR-VERSAO - CODIGO NOVO OU VERSAO NOVA (VIGENCIA     *
      * NOVA) DE UM CODIGO JA CADASTRADO                               *
      *----------------------------------------------------------------*
       3000-INCLUIR-VERSAO.
           PERFORM 4000-LER-CHAVE THRU 4000-EXIT.
           IF NOT WS-ENTRADA-VALIDA
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-CODIGO-ALVO TO CALCFAIX-CODIGO.
           MOVE WS-VIGENCIA-ALVO TO CALCFAIX-VIGENCIA.
           READ FAIXMST
               KEY IS CALCFAIX-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "VERSAO " WS-CODIGO-ALVO " "
                       WS-VIGENCIA-ALVO " JA CADASTRADA -"
                       " USE A ALTERACAO OU A REATIVACAO"
                   GO TO 3000-EXIT
           END-READ.
           DISPLAY "INFORME A DESCRICAO DA TABELA:".
           MOVE SPACES TO WS-ENTRADA-DESCRICAO.
           ACCEPT WS-ENTRADA-DESCRICAO.
           MOVE SPACES TO CALCFAIX-REGISTRO.
           MOVE WS-CODIGO-ALVO TO CALCFAIX-CODIGO.
           MOVE WS-VIGENCIA-ALVO TO CALCFAIX-VIGENCIA.
           MOVE WS-ENTRADA-DESCRICAO TO CALCFAIX-DESCRICAO.
           PERFORM 4100-LER-ESTRUTURA THRU 4100-EXIT.
           IF WS-ESTRUTURA-CANCELADA
               DISPLAY "INCLUSAO CANCELADA"
               GO TO 3000-EXIT
           END-IF.
           MOVE "S" TO CALCFAIX-SW-ATIVO.
           PERFORM 4900-CARIMBAR-MANUTENCAO THRU 4900-EXIT.
           WRITE CALCFAIX-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR A TABELA - STATUS "
                       WS-STATUS-FAIXMST
                   GO TO 3000-EXIT
           END-WRITE.
           MOVE 0230 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "TABELA " WS-CODIGO-ALVO " DE " WS-VIGENCIA-ALVO
               " INCLUIDA" DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "TABELA " WS-CODIGO-ALVO " DE " WS-VIGENCIA-ALVO
               " INCLUIDA".
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-ALTERAR-VERSAO - DESCRICAO EM BRANCO MANTEM A ATUAL; AS   *
      * FAIXAS SO SAO REDIGITADAS INTEIRAS, PARA A ORDEM DOS LIMITES   *
      * SER CONFERIDA DE NOVO                                          *
      *----------------------------------------------------------------*
       3100-ALTERAR-VERSAO.
           PERFORM 4000-LER-CHAVE THRU 4000-EXIT.
           IF NOT WS-ENTRADA-VALIDA
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-CODIGO-ALVO TO CALCFAIX-CODIGO.
           MOVE WS-VIGENCIA-ALVO TO CALCFAIX-VIGENCIA.
           READ FAIXMST
               KEY IS CALCFAIX-CHAVE
               INVALID KEY
                   DISPLAY "VERSAO NAO CADASTRADA"
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 4500-EXIBIR-REGISTRO THRU 4500-EXIT.
           DISPLAY "NOVA DESCRICAO (BRANCO = MANTER):".
           MOVE SPACES TO WS-ENTRADA-DESCRICAO.
           ACCEPT WS-ENTRADA-DESCRICAO.
           IF WS-ENTRADA-DESCRICAO NOT = SPACES
               MOVE WS-ENTRADA-DESCRICAO TO CALCFAIX-DESCRICAO
           END-IF.
           DISPLAY "REDIGITAR AS FAIXAS (S/N)?".
           MOVE "N" TO WS-SW-CONFIRMA.
           ACCEPT WS-SW-CONFIRMA.
           IF WS-CONFIRMA-SIM
               PERFORM 4100-LER-ESTRUTURA THRU 4100-EXIT
               IF WS-ESTRUTURA-CANCELADA
                   DISPLAY "ALTERACAO CANCELADA"
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           PERFORM 4900-CARIMBAR-MANUTENCAO THRU 4900-EXIT.
           REWRITE CALCFAIX-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A TABELA - STATUS "
                       WS-STATUS-FAIXMST
                   GO TO 3100-EXIT
           END-REWRITE.
           MOVE 0231 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "TABELA " WS-CODIGO-ALVO " DE " WS-VIGENCIA-ALVO
               " ALTERADA" DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "TABELA " WS-CODIGO-ALVO " DE " WS-VIGENCIA-ALVO
               " ALTERADA".
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-DESATIVAR-VERSAO - A VERSAO NAO E APAGADA, SO DESATIVADA  *
      * - AS RETENCOES JA GRAVADAS FICAM COMO ESTAO                    *
      *----------------------------------------------------------------*
       3200-DESATIVAR-VERSAO.
           PERFORM 4000-LER-CHAVE THRU 4000-EXIT.
           IF NOT WS-ENTRADA-VALIDA
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-CODIGO-ALVO TO CALCFAIX-CODIGO.
           MOVE WS-VIGENCIA-ALVO TO CALCFAIX-VIGENCIA.
           READ FAIXMST
               KEY IS CALCFAIX-CHAVE
               INVALID KEY
                   DISPLAY "VERSAO NAO CADASTRADA"
                   GO TO 3200-EXIT
           END-READ.
           IF NOT CALCFAIX-ATIVA
               DISPLAY "VERSAO JA ESTA DESATIVADA"
               GO TO 3200-EXIT
           END-IF.
           PERFORM 4500-EXIBIR-REGISTRO THRU 4500-EXIT.
           DISPLAY "CONFIRMA A DESATIVACAO (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "DESATIVACAO CANCELADA"
               GO TO 3200-EXIT
           END-IF.
           MOVE "N" TO CALCFAIX-SW-ATIVO.
           PERFORM 4900-CARIMBAR-MANUTENCAO THRU 4900-EXIT.
           REWRITE CALCFAIX-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A TABELA - STATUS "
                       WS-STATUS-FAIXMST
                   GO TO 3200-EXIT
           END-REWRITE.
           MOVE 0232 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "TABELA " WS-CODIGO-ALVO " DE " WS-VIGENCIA-ALVO
               " DESATIVADA" DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "TABELA " WS-CODIGO-ALVO " DE " WS-VIGENCIA-ALVO
               " DESATIVADA".
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-REATIVAR-VERSAO                                           *
      *----------------------------------------------------------------*
       3300-REATIVAR-VERSAO.
           PERFORM 4000-LER-CHAVE THRU 4000-EXIT.
           IF NOT WS-ENTRADA-VALIDA
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-CODIGO-ALVO TO CALCFAIX-CODIGO.
           MOVE WS-VIGENCIA-ALVO TO CALCFAIX-VIGENCIA.
           READ FAIXMST
               KEY IS CALCFAIX-CHAVE
               INVALID KEY
                   DISPLAY "VERSAO NAO CADASTRADA"
                   GO TO 3300-EXIT
           END-READ.
           IF CALCFAIX-ATIVA
               DISPLAY "VERSAO JA ESTA ATIVA"
               GO TO 3300-EXIT
           END-IF.
           PERFORM 4500-EXIBIR-REGISTRO THRU 4500-EXIT.
           DISPLAY "CONFIRMA A REATIVACAO (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "REATIVACAO CANCELADA"
               GO TO 3300-EXIT
           END-IF.
           MOVE "S" TO CALCFAIX-SW-ATIVO.
           PERFORM 4900-CARIMBAR-MANUTENCAO THRU 4900-EXIT.
           REWRITE CALCFAIX-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A TABELA - STATUS "
                       WS-STATUS-FAIXMST
                   GO TO 3300-EXIT
           END-REWRITE.
           MOVE 0233 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "TABELA " WS-CODIGO-ALVO " DE " WS-VIGENCIA-ALVO
               " REATIVADA" DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "TABELA " WS-CODIGO-ALVO " DE " WS-VIGENCIA-ALVO
               " REATIVADA".
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-LISTAR-CADASTRO - TODAS AS VERSOES, POR CODIGO E VIGENCIA *
      *----------------------------------------------------------------*
       3400-LISTAR-CADASTRO.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE ZEROS TO WS-CONT-LISTADAS.
           MOVE LOW-VALUES TO CALCFAIX-CHAVE.
           START FAIXMST KEY IS NOT LESS THAN CALCFAIX-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           DISPLAY "COD.  VIGENCIA  DESCRICAO                       "
               "FAIXAS  SITUACAO".
           PERFORM 3410-LER-PROXIMA THRU 3410-EXIT
               UNTIL WS-FIM-ARQUIVO.
           DISPLAY "VERSOES LISTADAS: " WS-CONT-LISTADAS.
       3400-EXIT.
           EXIT.

       3410-LER-PROXIMA.
           READ FAIXMST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   MOVE CALCFAIX-CODIGO TO WS-LST-CODIGO
                   MOVE CALCFAIX-VIGENCIA TO WS-LST-VIGENCIA
                   MOVE CALCFAIX-DESCRICAO TO WS-LST-DESCRICAO
                   MOVE CALCFAIX-QTDE-FAIXAS TO WS-LST-FAIXAS
                   IF CALCFAIX-ATIVA
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
      * 4000-LER-CHAVE - CODIGO DA TABELA E DATA DE INICIO DA VIGENCIA *
      * (AAAAMMDD, BRANCO VALE HOJE); CODIGO EM BRANCO VOLTA           *
      *----------------------------------------------------------------*
       4000-LER-CHAVE.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           DISPLAY "INFORME O CODIGO DA TABELA (BRANCO = VOLTAR):".
           MOVE SPACES TO WS-CODIGO-ALVO.
           ACCEPT WS-CODIGO-ALVO.
           IF WS-CODIGO-ALVO = SPACES
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "INFORME O INICIO DA VIGENCIA (AAAAMMDD, BRANCO ="
               " HOJE):".
           MOVE SPACES TO WS-ENTRADA-DATA.
           ACCEPT WS-ENTRADA-DATA.
           IF WS-ENTRADA-DATA = SPACES
               ACCEPT WS-VIGENCIA-ALVO FROM DATE YYYYMMDD
           ELSE
               IF WS-ENTRADA-DATA IS NUMERIC
                   MOVE WS-ENTRADA-DATA TO WS-VIGENCIA-ALVO
               ELSE
                   DISPLAY "DATA INVALIDA"
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           MOVE "S" TO WS-SW-ENTRADA-VALIDA.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-LER-ESTRUTURA - QUANTIDADE DE FAIXAS E, PARA CADA UMA, O  *
      * LIMITE SUPERIOR, A ALIQUOTA E A PARCELA A DEDUZIR, DIRETO NO   *
      * REGISTRO. A ULTIMA FAIXA NAO PERGUNTA O LIMITE - VAI ATE       *
      * 99999,99. BRANCO EM QUALQUER PERGUNTA CANCELA                  *
      *----------------------------------------------------------------*
       4100-LER-ESTRUTURA.
           MOVE "N" TO WS-SW-CANCELADA.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           PERFORM 4110-OBTER-QTDE-FAIXAS THRU 4110-EXIT
               UNTIL WS-ENTRADA-VALIDA OR WS-ESTRUTURA-CANCELADA.
           IF WS-ESTRUTURA-CANCELADA
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4140-LIMPAR-FAIXA THRU 4140-EXIT
               VARYING WS-IND-FAIXA FROM 1 BY 1 UNTIL WS-IND-FAIXA > 10.
           MOVE ZEROS TO WS-LIMITE-ANTERIOR.
           PERFORM 4150-LER-FAIXA THRU 4150-EXIT
               VARYING WS-IND-FAIXA FROM 1 BY 1
               UNTIL WS-IND-FAIXA > WS-QTDE-FAIXAS
                  OR WS-ESTRUTURA-CANCELADA.
           IF WS-ESTRUTURA-CANCELADA
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-QTDE-FAIXAS TO CALCFAIX-QTDE-FAIXAS.
       4100-EXIT.
           EXIT.

       4110-OBTER-QTDE-FAIXAS.
           DISPLAY "QUANTAS FAIXAS TEM A TABELA (1 A 10, BRANCO ="
               " CANCELAR):".
           MOVE SPACES TO WS-ENTRADA-QTDE.
           ACCEPT WS-ENTRADA-QTDE.
           IF WS-ENTRADA-QTDE = SPACES
               MOVE "S" TO WS-SW-CANCELADA
               GO TO 4110-EXIT
           END-IF.
           IF WS-ENTRADA-QTDE(2:1) = SPACE
               MOVE WS-ENTRADA-QTDE(1:1) TO WS-ENTRADA-QTDE(2:1)
               MOVE "0" TO WS-ENTRADA-QTDE(1:1)
           END-IF.
           IF WS-ENTRADA-QTDE IS NUMERIC
                   AND WS-ENTRADA-QTDE > "00" AND WS-ENTRADA-QTDE < "11"
               MOVE WS-ENTRADA-QTDE TO WS-QTDE-FAIXAS
               MOVE "S" TO WS-SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "QUANTIDADE INVALIDA - DIGITE DE 1 A 10"
           END-IF.
       4110-EXIT.
           EXIT.

       4140-LIMPAR-FAIXA.
           MOVE ZEROS TO CALCFAIX-LIMITE(WS-IND-FAIXA).
           MOVE ZEROS TO CALCFAIX-ALIQUOTA(WS-IND-FAIXA).
           MOVE ZEROS TO CALCFAIX-DEDUCAO(WS-IND-FAIXA).
       4140-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4150-LER-FAIXA - LIMITE, ALIQUOTA E DEDUCAO DE UMA FAIXA,      *
      * REPETIDO ATE A DIGITACAO FICAR VALIDA                          *
      *----------------------------------------------------------------*
       4150-LER-FAIXA.
           MOVE "N" TO WS-SW-FAIXA-VALIDA.
           PERFORM 4160-OBTER-FAIXA THRU 4160-EXIT
               UNTIL WS-FAIXA-VALIDA OR WS-ESTRUTURA-CANCELADA.
           IF WS-FAIXA-VALIDA
               MOVE CALCFAIX-LIMITE(WS-IND-FAIXA) TO WS-LIMITE-ANTERIOR
           END-IF.
       4150-EXIT.
           EXIT.

       4160-OBTER-FAIXA.
           IF WS-IND-FAIXA = WS-QTDE-FAIXAS
               MOVE 99999.99 TO conv-valor
               DISPLAY "FAIXA " WS-IND-FAIXA " - ULTIMA FAIXA, SEM"
                   " LIMITE SUPERIOR"
           ELSE
               DISPLAY "FAIXA " WS-IND-FAIXA " - LIMITE SUPERIOR (EX:"
                   " 2259,20; BRANCO = CANCELAR):"
               MOVE SPACES TO WS-ENTRADA-VALOR
               ACCEPT WS-ENTRADA-VALOR
               IF WS-ENTRADA-VALOR = SPACES
                   MOVE "S" TO WS-SW-CANCELADA
                   GO TO 4160-EXIT
               END-IF
               CALL "CONVNUM" USING WS-ENTRADA-VALOR, conv-valor
               IF RETURN-CODE NOT = ZEROS
                   DISPLAY "LIMITE INVALIDO - USE NUMEROS E VIRGULA"
                       " DECIMAL"
                   GO TO 4160-EXIT
               END-IF
           END-IF.
           IF conv-valor NOT > WS-LIMITE-ANTERIOR
               DISPLAY "LIMITE TEM DE SER MAIOR QUE O DA FAIXA"
                   " ANTERIOR"
               GO TO 4160-EXIT
           END-IF.
           MOVE conv-valor TO CALCFAIX-LIMITE(WS-IND-FAIXA).
           DISPLAY "FAIXA " WS-IND-FAIXA " - ALIQUOTA (EX: 7,50;"
               " BRANCO = CANCELAR):".
           MOVE SPACES TO WS-ENTRADA-VALOR.
           ACCEPT WS-ENTRADA-VALOR.
           IF WS-ENTRADA-VALOR = SPACES
               MOVE "S" TO WS-SW-CANCELADA
               GO TO 4160-EXIT
           END-IF.
           CALL "CONVNUM" USING WS-ENTRADA-VALOR, conv-valor.
           IF RETURN-CODE NOT = ZEROS
                   OR conv-valor < ZEROS OR conv-valor NOT < 100
               DISPLAY "ALIQUOTA INVALIDA - DE 0,00 A 99,99"
               GO TO 4160-EXIT
           END-IF.
           MOVE conv-valor TO CALCFAIX-ALIQUOTA(WS-IND-FAIXA).
           DISPLAY "FAIXA " WS-IND-FAIXA " - PARCELA A DEDUZIR (EX:"
               " 169,44; BRANCO = CANCELAR):".
           MOVE SPACES TO WS-ENTRADA-VALOR.
           ACCEPT WS-ENTRADA-VALOR.
           IF WS-ENTRADA-VALOR = SPACES
               MOVE "S" TO WS-SW-CANCELADA
               GO TO 4160-EXIT
           END-IF.
           CALL "CONVNUM" USING WS-ENTRADA-VALOR, conv-valor.
           IF RETURN-CODE NOT = ZEROS OR conv-valor < ZEROS
               DISPLAY "DEDUCAO INVALIDA - USE NUMEROS E VIRGULA"
                   " DECIMAL, SEM SINAL"
               GO TO 4160-EXIT
           END-IF.
           MOVE conv-valor TO CALCFAIX-DEDUCAO(WS-IND-FAIXA).
           MOVE "S" TO WS-SW-FAIXA-VALIDA.
       4160-EXIT.
           EXIT.

       4500-EXIBIR-REGISTRO.
           DISPLAY "CODIGO   : " CALCFAIX-CODIGO.
           DISPLAY "VIGENCIA : " CALCFAIX-VIGENCIA.
           DISPLAY "DESCRICAO: " CALCFAIX-DESCRICAO.
           PERFORM 4510-EXIBIR-FAIXA THRU 4510-EXIT
               VARYING WS-IND-FAIXA FROM 1 BY 1
               UNTIL WS-IND-FAIXA > CALCFAIX-QTDE-FAIXAS.
           IF CALCFAIX-ATIVA
               DISPLAY "SITUACAO : ATIVA"
           ELSE
               DISPLAY "SITUACAO : INATIVA"
           END-IF.
           DISPLAY "MANUTENCAO: " CALCFAIX-SUPERVISOR " EM "
               CALCFAIX-DATA-MANUT.
       4500-EXIT.
           EXIT.

       4510-EXIBIR-FAIXA.
           MOVE WS-IND-FAIXA TO WS-LF-FAIXA.
           MOVE CALCFAIX-LIMITE(WS-IND-FAIXA) TO WS-LF-LIMITE.
           MOVE CALCFAIX-ALIQUOTA(WS-IND-FAIXA) TO WS-LF-ALIQUOTA.
           MOVE CALCFAIX-DEDUCAO(WS-IND-FAIXA) TO WS-LF-DEDUCAO.
           DISPLAY WS-LINHA-FAIXA.
       4510-EXIT.
           EXIT.

       4900-CARIMBAR-MANUTENCAO.
           MOVE WS-SUPERVISOR TO CALCFAIX-SUPERVISOR.
           ACCEPT CALCFAIX-DATA-MANUT FROM DATE YYYYMMDD.
           ACCEPT CALCFAIX-HORA-MANUT FROM TIME.
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
           MOVE "FAIXMNT " TO CALCMSG-PROGRAMA.
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
           IF WS-FAIXMST-ABERTO
               CLOSE FAIXMST
           END-IF.
           DISPLAY "FAIXMNT - MANUTENCAO ENCERRADA".
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
           MOVE "FAIXMNT " TO CALCSEC-PROGRAMA.
           MOVE WS-SEC-EVENTO TO CALCSEC-EVENTO.
           MOVE WS-SEC-OPERADOR TO CALCSEC-OPERADOR.
           MOVE WS-SEC-DETALHE TO CALCSEC-DETALHE.
           WRITE CALCSEC-REGISTRO.
           CLOSE CALCSEC.
       7950-EXIT.
           EXIT.
