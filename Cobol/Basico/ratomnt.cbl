      ******************************************************************
      * PROGRAM-ID: RATOMNT
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Manutencao do cadastro de tabelas de rateio
      *             RATOMST.DAT (indexado por CALCRATO-CODIGO). Um
      *             supervisor cadastrado em OPERMST.DAT inclui,
      *             altera, desativa e reativa tabelas: codigo,
      *             descricao e os departamentos participantes (ate
      *             20) com o percentual de cada um. Cada departamento
      *             tem de estar cadastrado e ativo em DEPTMST.DAT e
      *             aparecer uma vez so; os percentuais tem de somar
      *             exatamente 100,00, senao a tabela nao e gravada.
      *             O operador rateia um valor pela tabela no CALCDOS
      *             (opcao 12) ou no lote (registro P do CALCIN.DAT).
      *             Cada acao de manutencao e gravada em CALCMSG.DAT
      *             com o supervisor.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - MANUTENCAO DO CADASTRO DE     *
      *                TABELAS DE RATEIO, GATILHADA POR PERFIL DE      *
      *                SUPERVISOR.                                     *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATOMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATOMST ASSIGN TO "RATOMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCRATO-CODIGO
               FILE STATUS IS WS-STATUS-RATOMST.
           SELECT DEPTMST ASSIGN TO "DEPTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCDEPT-CODIGO
               FILE STATUS IS WS-STATUS-DEPTMST.
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
       FD  RATOMST.
       COPY CALCRATO.
       FD  DEPTMST.
       COPY CALCDEPT.
       FD  OPERMST.
       COPY CALCOPER.
       FD  CALCMSG.
       COPY CALCMSG.
       FD  CALCSEC.
       COPY CALCSEC.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-RATOMST        PIC X(02) VALUE "00".
       77  WS-STATUS-DEPTMST        PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-OPCAO                 PIC 9(01) VALUE ZEROS.
       77  WS-SW-CONTINUAR          PIC X(01) VALUE "S".
           88  WS-CONTINUAR-SIM         VALUE "S".
       77  WS-SW-RATOMST-ABERTO     PIC X(01) VALUE "N".
           88  WS-RATOMST-ABERTO        VALUE "S".
       77  WS-SW-DEPTMST-ABERTO     PIC X(01) VALUE "N".
           88  WS-DEPTMST-ABERTO        VALUE "S".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-CONFIRMA           PIC X(01) VALUE "N".
           88  WS-CONFIRMA-SIM          VALUE "S" "s".
       77  WS-SW-ENTRADA-VALIDA     PIC X(01) VALUE "N".
           88  WS-ENTRADA-VALIDA        VALUE "S".
       77  WS-SW-CANCELADA          PIC X(01) VALUE "N".
           88  WS-ESTRUTURA-CANCELADA   VALUE "S".
       77  WS-SW-ESTRUTURA-OK       PIC X(01) VALUE "N".
           88  WS-ESTRUTURA-OK          VALUE "S".
       77  WS-SW-PARTE-VALIDA       PIC X(01) VALUE "N".
           88  WS-PARTE-VALIDA          VALUE "S".
       77  WS-SW-REPETIDO           PIC X(01) VALUE "N".
           88  WS-DEPTO-REPETIDO        VALUE "S".
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
       77  WS-ENTRADA-QTDE          PIC X(02) VALUE SPACES.
       77  WS-ENTRADA-DEPTO         PIC X(04) VALUE SPACES.
       77  WS-ENTRADA-PERCENTUAL    PIC X(10) VALUE SPACES.
       77  WS-IND-PARTE             PIC 9(02) VALUE ZEROS.
       77  WS-IND-ANTERIOR          PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-PARTES           PIC 9(02) VALUE ZEROS.
       77  WS-SOMA-PERCENTUAL       PIC 9(05)V99 VALUE ZEROS.
       77  WS-SOMA-EDITADA          PIC ZZZZ9.99.
       01  conv-valor               PIC S9(05)V99 VALUE ZEROS.

       01  WS-LINHA-LISTAGEM.
           05  WS-LST-CODIGO        PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-DESCRICAO     PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-PARTES        PIC Z9.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  WS-LST-ATIVA         PIC X(07).

       01  WS-LINHA-PARTE.
           05  FILLER               PIC X(06) VALUE "PARTE ".
           05  WS-LP-PARTE          PIC Z9.
           05  FILLER               PIC X(03) VALUE " : ".
           05  WS-LP-DEPTO          PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LP-PERCENTUAL     PIC ZZ9.99.
           05  FILLER               PIC X(01) VALUE "%".

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
      * CRIANDO O ARQUIVO VAZIO NA PRIMEIRA EXECUCAO. SEM O CADASTRO   *
      * DE DEPARTAMENTOS NAO HA COMO CRITICAR AS PARTES - ENCERRA      *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "RATOMNT - MANUTENCAO DAS TABELAS DE RATEIO".
           PERFORM 1200-AUTORIZAR-SUPERVISOR THRU 1200-EXIT.
           IF NOT WS-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DEPTMST.
           IF WS-STATUS-DEPTMST NOT = "00"
               DISPLAY "DEPTMST.DAT NAO ENCONTRADO - CADASTRE OS"
                   " DEPARTAMENTOS ANTES (DEPTMNT)"
               MOVE "N" TO WS-SW-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-DEPTMST-ABERTO.
           OPEN I-O RATOMST.
           IF WS-STATUS-RATOMST = "35"
               OPEN OUTPUT RATOMST
               CLOSE RATOMST
               OPEN I-O RATOMST
           END-IF.
           IF WS-STATUS-RATOMST NOT = "00"
               DISPLAY "RATOMST.DAT INACESSIVEL - STATUS "
                   WS-STATUS-RATOMST
               MOVE "N" TO WS-SW-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-RATOMST-ABERTO.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-AUTORIZAR-SUPERVISOR - SO OPERADOR ATIVO COM PERFIL DE    *
      * SUPERVISOR EM OPERMST.DAT MANTEM AS TABELAS DE RATEIO          *
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
               MOVE "RATOMNT " TO pnexe-programa
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
               MOVE "MANUTENCAO DE RATEIOS AUTORIZADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           ELSE
               IF pnexe-retorno = SPACES
                   DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR OU"
                       " INATIVO"
               END-IF
               MOVE "FR" TO WS-SEC-EVENTO
               MOVE "MANUTENCAO DE RATEIOS RECUSADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESSAR-MENU - FUNCOES DA MANUTENCAO DE RATEIOS         *
      *----------------------------------------------------------------*
       2000-PROCESSAR-MENU.
           DISPLAY " ".
           DISPLAY "====== RATOMNT - FUNCOES DE MANUTENCAO ======".
           DISPLAY "1 - INCLUIR TABELA DE RATEIO".
           DISPLAY "2 - ALTERAR TABELA DE RATEIO".
           DISPLAY "3 - DESATIVAR TABELA DE RATEIO".
           DISPLAY "4 - REATIVAR TABELA DE RATEIO".
           DISPLAY "5 - LISTAR O CADASTRO".
           DISPLAY "0 - SAIR".
           DISPLAY "INFORME A OPCAO DESEJADA :".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 3000-INCLUIR-TABELA THRU 3000-EXIT
               WHEN 2
                   PERFORM 3100-ALTERAR-TABELA THRU 3100-EXIT
               WHEN 3
                   PERFORM 3200-DESATIVAR-TABELA THRU 3200-EXIT
               WHEN 4
                   PERFORM 3300-REATIVAR-TABELA THRU 3300-EXIT
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
      * 3000-INCLUIR-TABELA                                            *
      *----------------------------------------------------------------*
       3000-INCLUIR-TABELA.
           DISPLAY "INFORME O CODIGO DA NOVA TABELA (BRANCO ="
               " VOLTAR):".
           ACCEPT WS-CODIGO-ALVO.
           IF WS-CODIGO-ALVO = SPACES
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-CODIGO-ALVO TO CALCRATO-CODIGO.
           READ RATOMST
               KEY IS CALCRATO-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CODIGO " WS-CODIGO-ALVO " JA CADASTRADO -"
                       " USE A ALTERACAO OU A REATIVACAO"
                   GO TO 3000-EXIT
           END-READ.
           DISPLAY "INFORME A DESCRICAO DA TABELA:".
           MOVE SPACES TO WS-ENTRADA-DESCRICAO.
           ACCEPT WS-ENTRADA-DESCRICAO.
           MOVE SPACES TO CALCRATO-REGISTRO.
           MOVE WS-CODIGO-ALVO TO CALCRATO-CODIGO.
           MOVE WS-ENTRADA-DESCRICAO TO CALCRATO-DESCRICAO.
           PERFORM 4000-LER-ESTRUTURA THRU 4000-EXIT.
           IF WS-ESTRUTURA-CANCELADA
               DISPLAY "INCLUSAO CANCELADA"
               GO TO 3000-EXIT
           END-IF.
           MOVE "S" TO CALCRATO-SW-ATIVO.
           PERFORM 4900-CARIMBAR-MANUTENCAO THRU 4900-EXIT.
           WRITE CALCRATO-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR A TABELA - STATUS "
                       WS-STATUS-RATOMST
                   GO TO 3000-EXIT
           END-WRITE.
           MOVE 0220 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "TABELA DE RATEIO " WS-CODIGO-ALVO " INCLUIDA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "TABELA DE RATEIO " WS-CODIGO-ALVO " INCLUIDA".
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-ALTERAR-TABELA - DESCRICAO EM BRANCO MANTEM A ATUAL; AS   *
      * PARTES SO SAO REDIGITADAS INTEIRAS, PARA A SOMA DOS            *
      * PERCENTUAIS SER CONFERIDA DE NOVO                              *
      *----------------------------------------------------------------*
       3100-ALTERAR-TABELA.
           DISPLAY "INFORME O CODIGO A ALTERAR (BRANCO = VOLTAR):".
           ACCEPT WS-CODIGO-ALVO.
           IF WS-CODIGO-ALVO = SPACES
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-CODIGO-ALVO TO CALCRATO-CODIGO.
           READ RATOMST
               KEY IS CALCRATO-CODIGO
               INVALID KEY
                   DISPLAY "CODIGO NAO CADASTRADO"
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 4500-EXIBIR-REGISTRO THRU 4500-EXIT.
           DISPLAY "NOVA DESCRICAO (BRANCO = MANTER):".
           MOVE SPACES TO WS-ENTRADA-DESCRICAO.
           ACCEPT WS-ENTRADA-DESCRICAO.
           IF WS-ENTRADA-DESCRICAO NOT = SPACES
               MOVE WS-ENTRADA-DESCRICAO TO CALCRATO-DESCRICAO
           END-IF.
           DISPLAY "REDIGITAR OS DEPARTAMENTOS E PERCENTUAIS (S/N)?".
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
           REWRITE CALCRATO-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A TABELA - STATUS "
                       WS-STATUS-RATOMST
                   GO TO 3100-EXIT
           END-REWRITE.
           MOVE 0221 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "TABELA DE RATEIO " WS-CODIGO-ALVO " ALTERADA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "TABELA DE RATEIO " WS-CODIGO-ALVO " ALTERADA".
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-DESATIVAR-TABELA - A TABELA NAO E APAGADA, SO DESATIVADA  *
      * - OS RATEIOS JA GRAVADOS FICAM COMO ESTAO                      *
      *----------------------------------------------------------------*
       3200-DESATIVAR-TABELA.
           DISPLAY "INFORME O CODIGO A DESATIVAR (BRANCO = VOLTAR):".
           ACCEPT WS-CODIGO-ALVO.
           IF WS-CODIGO-ALVO = SPACES
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-CODIGO-ALVO TO CALCRATO-CODIGO.
           READ RATOMST
               KEY IS CALCRATO-CODIGO
               INVALID KEY
                   DISPLAY "CODIGO NAO CADASTRADO"
                   GO TO 3200-EXIT
           END-READ.
           IF NOT CALCRATO-ATIVA
               DISPLAY "TABELA JA ESTA DESATIVADA"
               GO TO 3200-EXIT
           END-IF.
           PERFORM 4500-EXIBIR-REGISTRO THRU 4500-EXIT.
           DISPLAY "CONFIRMA A DESATIVACAO (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "DESATIVACAO CANCELADA"
               GO TO 3200-EXIT
           END-IF.
           MOVE "N" TO CALCRATO-SW-ATIVO.
           PERFORM 4900-CARIMBAR-MANUTENCAO THRU 4900-EXIT.
           REWRITE CALCRATO-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A TABELA - STATUS "
                       WS-STATUS-RATOMST
                   GO TO 3200-EXIT
           END-REWRITE.
           MOVE 0222 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "TABELA DE RATEIO " WS-CODIGO-ALVO " DESATIVADA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "TABELA DE RATEIO " WS-CODIGO-ALVO " DESATIVADA".
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-REATIVAR-TABELA                                           *
      *----------------------------------------------------------------*
       3300-REATIVAR-TABELA.
           DISPLAY "INFORME O CODIGO A REATIVAR (BRANCO = VOLTAR):".
           ACCEPT WS-CODIGO-ALVO.
           IF WS-CODIGO-ALVO = SPACES
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-CODIGO-ALVO TO CALCRATO-CODIGO.
           READ RATOMST
               KEY IS CALCRATO-CODIGO
               INVALID KEY
                   DISPLAY "CODIGO NAO CADASTRADO"
                   GO TO 3300-EXIT
           END-READ.
           IF CALCRATO-ATIVA
               DISPLAY "TABELA JA ESTA ATIVA"
               GO TO 3300-EXIT
           END-IF.
           PERFORM 4500-EXIBIR-REGISTRO THRU 4500-EXIT.
           DISPLAY "CONFIRMA A REATIVACAO (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "REATIVACAO CANCELADA"
               GO TO 3300-EXIT
           END-IF.
           MOVE "S" TO CALCRATO-SW-ATIVO.
           PERFORM 4900-CARIMBAR-MANUTENCAO THRU 4900-EXIT.
           REWRITE CALCRATO-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A TABELA - STATUS "
                       WS-STATUS-RATOMST
                   GO TO 3300-EXIT
           END-REWRITE.
           MOVE 0223 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "TABELA DE RATEIO " WS-CODIGO-ALVO " REATIVADA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "TABELA DE RATEIO " WS-CODIGO-ALVO " REATIVADA".
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-LISTAR-CADASTRO                                           *
      *----------------------------------------------------------------*
       3400-LISTAR-CADASTRO.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE ZEROS TO WS-CONT-LISTADAS.
           MOVE LOW-VALUES TO CALCRATO-CODIGO.
           START RATOMST KEY IS NOT LESS THAN CALCRATO-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           DISPLAY "COD.  DESCRICAO                       PARTES"
               "  SITUACAO".
           PERFORM 3410-LER-PROXIMA THRU 3410-EXIT
               UNTIL WS-FIM-ARQUIVO.
           DISPLAY "TABELAS LISTADAS: " WS-CONT-LISTADAS.
       3400-EXIT.
           EXIT.

       3410-LER-PROXIMA.
           READ RATOMST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   MOVE CALCRATO-CODIGO TO WS-LST-CODIGO
                   MOVE CALCRATO-DESCRICAO TO WS-LST-DESCRICAO
                   MOVE CALCRATO-QTDE-PARTES TO WS-LST-PARTES
                   IF CALCRATO-ATIVA
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
      * 4000-LER-ESTRUTURA - QUANTIDADE DE PARTES E, PARA CADA UMA, O  *
      * DEPARTAMENTO E O PERCENTUAL, DIRETO NO REGISTRO. BRANCO EM     *
      * QUALQUER PERGUNTA CANCELA; SOMA DIFERENTE DE 100,00 PEDE A     *
      * DIGITACAO DE NOVO                                              *
      *----------------------------------------------------------------*
       4000-LER-ESTRUTURA.
           MOVE "N" TO WS-SW-CANCELADA.
           MOVE "N" TO WS-SW-ESTRUTURA-OK.
           PERFORM 4005-DIGITAR-PARTES THRU 4005-EXIT
               UNTIL WS-ESTRUTURA-OK OR WS-ESTRUTURA-CANCELADA.
       4000-EXIT.
           EXIT.

       4005-DIGITAR-PARTES.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           PERFORM 4010-OBTER-QTDE-PARTES THRU 4010-EXIT
               UNTIL WS-ENTRADA-VALIDA OR WS-ESTRUTURA-CANCELADA.
           IF WS-ESTRUTURA-CANCELADA
               GO TO 4005-EXIT
           END-IF.
           PERFORM 4040-LIMPAR-PARTE THRU 4040-EXIT
               VARYING WS-IND-PARTE FROM 1 BY 1 UNTIL WS-IND-PARTE > 20.
           MOVE ZEROS TO WS-SOMA-PERCENTUAL.
           PERFORM 4100-LER-PARTE THRU 4100-EXIT
               VARYING WS-IND-PARTE FROM 1 BY 1
               UNTIL WS-IND-PARTE > WS-QTDE-PARTES
                  OR WS-ESTRUTURA-CANCELADA.
           IF WS-ESTRUTURA-CANCELADA
               GO TO 4005-EXIT
           END-IF.
           IF WS-SOMA-PERCENTUAL NOT = 100
               MOVE WS-SOMA-PERCENTUAL TO WS-SOMA-EDITADA
               DISPLAY "PERCENTUAIS SOMAM " WS-SOMA-EDITADA
                   " - TEM DE SOMAR 100,00; DIGITE AS PARTES DE NOVO"
               GO TO 4005-EXIT
           END-IF.
           MOVE WS-QTDE-PARTES TO CALCRATO-QTDE-PARTES.
           MOVE "S" TO WS-SW-ESTRUTURA-OK.
       4005-EXIT.
           EXIT.

       4010-OBTER-QTDE-PARTES.
           DISPLAY "QUANTOS DEPARTAMENTOS PARTICIPAM (1 A 20,"
               " BRANCO = CANCELAR):".
           MOVE SPACES TO WS-ENTRADA-QTDE.
           ACCEPT WS-ENTRADA-QTDE.
           IF WS-ENTRADA-QTDE = SPACES
               MOVE "S" TO WS-SW-CANCELADA
               GO TO 4010-EXIT
           END-IF.
           IF WS-ENTRADA-QTDE(2:1) = SPACE
               MOVE WS-ENTRADA-QTDE(1:1) TO WS-ENTRADA-QTDE(2:1)
               MOVE "0" TO WS-ENTRADA-QTDE(1:1)
           END-IF.
           IF WS-ENTRADA-QTDE IS NUMERIC
                   AND WS-ENTRADA-QTDE > "00" AND WS-ENTRADA-QTDE < "21"
               MOVE WS-ENTRADA-QTDE TO WS-QTDE-PARTES
               MOVE "S" TO WS-SW-ENTRADA-VALIDA
           ELSE
               DISPLAY "QUANTIDADE INVALIDA - DIGITE DE 1 A 20"
           END-IF.
       4010-EXIT.
           EXIT.

       4040-LIMPAR-PARTE.
           MOVE SPACES TO CALCRATO-DEPTO(WS-IND-PARTE).
           MOVE ZEROS TO CALCRATO-PERCENTUAL(WS-IND-PARTE).
       4040-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-LER-PARTE - DEPARTAMENTO E PERCENTUAL DE UMA PARTE,       *
      * REPETIDO ATE A DIGITACAO FICAR VALIDA                          *
      *----------------------------------------------------------------*
       4100-LER-PARTE.
           MOVE "N" TO WS-SW-PARTE-VALIDA.
           PERFORM 4110-OBTER-PARTE THRU 4110-EXIT
               UNTIL WS-PARTE-VALIDA OR WS-ESTRUTURA-CANCELADA.
           IF WS-PARTE-VALIDA
               ADD CALCRATO-PERCENTUAL(WS-IND-PARTE)
                   TO WS-SOMA-PERCENTUAL
           END-IF.
       4100-EXIT.
           EXIT.

       4110-OBTER-PARTE.
           DISPLAY "PARTE " WS-IND-PARTE " - DEPARTAMENTO (BRANCO ="
               " CANCELAR):".
           MOVE SPACES TO WS-ENTRADA-DEPTO.
           ACCEPT WS-ENTRADA-DEPTO.
           IF WS-ENTRADA-DEPTO = SPACES
               MOVE "S" TO WS-SW-CANCELADA
               GO TO 4110-EXIT
           END-IF.
           MOVE WS-ENTRADA-DEPTO TO CALCDEPT-CODIGO.
           READ DEPTMST
               KEY IS CALCDEPT-CODIGO
               INVALID KEY
                   DISPLAY "DEPARTAMENTO NAO CADASTRADO"
                   GO TO 4110-EXIT
           END-READ.
           IF NOT CALCDEPT-ATIVO
               DISPLAY "DEPARTAMENTO DESATIVADO - NAO PARTICIPA DE"
                   " RATEIO"
               GO TO 4110-EXIT
           END-IF.
           MOVE "N" TO WS-SW-REPETIDO.
           PERFORM 4120-CONFERIR-REPETIDO THRU 4120-EXIT
               VARYING WS-IND-ANTERIOR FROM 1 BY 1
               UNTIL WS-IND-ANTERIOR NOT < WS-IND-PARTE
                  OR WS-DEPTO-REPETIDO.
           IF WS-DEPTO-REPETIDO
               DISPLAY "DEPARTAMENTO JA INFORMADO NESTA TABELA"
               GO TO 4110-EXIT
           END-IF.
           DISPLAY "DEPARTAMENTO " CALCDEPT-CODIGO " - " CALCDEPT-NOME.
           DISPLAY "PARTE " WS-IND-PARTE " - PERCENTUAL (EX: 33,34):".
           MOVE SPACES TO WS-ENTRADA-PERCENTUAL.
           ACCEPT WS-ENTRADA-PERCENTUAL.
           CALL "CONVNUM" USING WS-ENTRADA-PERCENTUAL, conv-valor.
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "PERCENTUAL INVALIDO - USE NUMEROS E VIRGULA"
                   " DECIMAL"
               GO TO 4110-EXIT
           END-IF.
           IF conv-valor NOT > ZEROS OR conv-valor > 100
               DISPLAY "PERCENTUAL TEM DE SER MAIOR QUE ZERO E ATE"
                   " 100,00"
               GO TO 4110-EXIT
           END-IF.
           MOVE WS-ENTRADA-DEPTO TO CALCRATO-DEPTO(WS-IND-PARTE).
           MOVE conv-valor TO CALCRATO-PERCENTUAL(WS-IND-PARTE).
           MOVE "S" TO WS-SW-PARTE-VALIDA.
       4110-EXIT.
           EXIT.

       4120-CONFERIR-REPETIDO.
           IF CALCRATO-DEPTO(WS-IND-ANTERIOR) = WS-ENTRADA-DEPTO
               MOVE "S" TO WS-SW-REPETIDO
           END-IF.
       4120-EXIT.
           EXIT.

       4500-EXIBIR-REGISTRO.
           DISPLAY "CODIGO   : " CALCRATO-CODIGO.
           DISPLAY "DESCRICAO: " CALCRATO-DESCRICAO.
           PERFORM 4510-EXIBIR-PARTE THRU 4510-EXIT
               VARYING WS-IND-PARTE FROM 1 BY 1
               UNTIL WS-IND-PARTE > CALCRATO-QTDE-PARTES.
           IF CALCRATO-ATIVA
               DISPLAY "SITUACAO : ATIVA"
           ELSE
               DISPLAY "SITUACAO : INATIVA"
           END-IF.
           DISPLAY "MANUTENCAO: " CALCRATO-SUPERVISOR " EM "
               CALCRATO-DATA-MANUT.
       4500-EXIT.
           EXIT.

       4510-EXIBIR-PARTE.
           MOVE WS-IND-PARTE TO WS-LP-PARTE.
           MOVE CALCRATO-DEPTO(WS-IND-PARTE) TO WS-LP-DEPTO.
           MOVE CALCRATO-PERCENTUAL(WS-IND-PARTE) TO WS-LP-PERCENTUAL.
           DISPLAY WS-LINHA-PARTE.
       4510-EXIT.
           EXIT.

       4900-CARIMBAR-MANUTENCAO.
           MOVE WS-SUPERVISOR TO CALCRATO-SUPERVISOR.
           ACCEPT CALCRATO-DATA-MANUT FROM DATE YYYYMMDD.
           ACCEPT CALCRATO-HORA-MANUT FROM TIME.
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
           MOVE "RATOMNT " TO CALCMSG-PROGRAMA.
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
           IF WS-RATOMST-ABERTO
               CLOSE RATOMST
           END-IF.
           IF WS-DEPTMST-ABERTO
               CLOSE DEPTMST
           END-IF.
           DISPLAY "RATOMNT - MANUTENCAO ENCERRADA".
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
           MOVE "RATOMNT " TO CALCSEC-PROGRAMA.
           MOVE WS-SEC-EVENTO TO CALCSEC-EVENTO.
           MOVE WS-SEC-OPERADOR TO CALCSEC-OPERADOR.
           MOVE WS-SEC-DETALHE TO CALCSEC-DETALHE.
           WRITE CALCSEC-REGISTRO.
           CLOSE CALCSEC.
       7950-EXIT.
           EXIT.
