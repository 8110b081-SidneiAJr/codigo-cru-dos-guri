      ******************************************************************
      * PROGRAM-ID: CONTMNT
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Manutencao do mapa de contas contabeis CONTAMST.DAT
      *             (indexado por departamento + operacao), base do
      *             diario contabil gerado pelo CALCCTB. Um supervisor
      *             cadastrado em OPERMST.DAT inclui, altera, desativa
      *             e reativa o mapa: para cada departamento (ou "****"
      *             = qualquer departamento) e codigo de operacao, a
      *             conta a debito e a conta a credito do razao geral.
      *             O departamento tem de estar ativo em DEPTMST.DAT.
      *             Cada acao de manutencao e gravada em CALCMSG.DAT
      *             com o supervisor, como no TARFMNT, para a auditoria
      *             saber quem mexeu em qual conta e quando.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - MANUTENCAO DO MAPA DE CONTAS  *
      *                DO DIARIO CONTABIL, GATILHADA POR PERFIL DE     *
      *                SUPERVISOR.                                     *
      * 15/10/26 RPS   OPERACAO P (RATEIO) ACEITA NO MAPA DE CONTAS.   *
      * 15/10/26 RPS   OPERACAO I (RETENCAO NA FONTE) ACEITA NO MAPA   *
      *                DE CONTAS.                                      *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAMST ASSIGN TO "CONTAMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCCONT-CHAVE
               FILE STATUS IS WS-STATUS-CONTAMST.
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
       FD  CONTAMST.
       COPY CALCCONT.
       FD  DEPTMST.
       COPY CALCDEPT.
       FD  OPERMST.
       COPY CALCOPER.
       FD  CALCMSG.
       COPY CALCMSG.
       FD  CALCSEC.
       COPY CALCSEC.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CONTAMST       PIC X(02) VALUE "00".
       77  WS-STATUS-DEPTMST        PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-OPCAO                 PIC 9(01) VALUE ZEROS.
       77  WS-SW-CONTINUAR          PIC X(01) VALUE "S".
           88  WS-CONTINUAR-SIM         VALUE "S".
       77  WS-SW-CONTAMST-ABERTO    PIC X(01) VALUE "N".
           88  WS-CONTAMST-ABERTO       VALUE "S".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-CONFIRMA           PIC X(01) VALUE "N".
           88  WS-CONFIRMA-SIM          VALUE "S" "s".
       77  WS-SW-CHAVE-VALIDA       PIC X(01) VALUE "N".
           88  WS-CHAVE-VALIDA          VALUE "S".
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
      * CAMPOS DE APOIO DA MANUTENCAO - OPERACOES VALIDAS NA ORDEM     *
      * A/S/M/D/R/J/F/C                                                *
      *----------------------------------------------------------------*
       01  WS-CHAVE-ALVO.
           05  WS-DEPTO-ALVO        PIC X(04) VALUE SPACES.
           05  WS-OPERACAO-ALVO     PIC X(01) VALUE SPACES.
               88  WS-OPERACAO-VALIDA
                       VALUE "A" "S" "M" "D" "R" "J" "F" "C" "P"
                             "I".
       77  WS-ENTRADA-DESCRICAO     PIC X(30) VALUE SPACES.
       77  WS-ENTRADA-DEBITO        PIC X(12) VALUE SPACES.
       77  WS-ENTRADA-CREDITO       PIC X(12) VALUE SPACES.

       01  WS-LINHA-LISTAGEM.
           05  WS-LST-DEPTO         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-OPERACAO      PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-LST-DEBITO        PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-CREDITO       PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-DESCRICAO     PIC X(30).
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
      * 1000-INICIALIZAR - AUTORIZA O SUPERVISOR E ABRE O MAPA,        *
      * CRIANDO O ARQUIVO VAZIO NA PRIMEIRA EXECUCAO                   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "CONTMNT - MANUTENCAO DO MAPA DE CONTAS CONTABEIS".
           PERFORM 1200-AUTORIZAR-SUPERVISOR THRU 1200-EXIT.
           IF NOT WS-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CONTAMST.
           IF WS-STATUS-CONTAMST = "35"
               OPEN OUTPUT CONTAMST
               CLOSE CONTAMST
               OPEN I-O CONTAMST
           END-IF.
           IF WS-STATUS-CONTAMST NOT = "00"
               DISPLAY "CONTAMST.DAT INACESSIVEL - STATUS "
                   WS-STATUS-CONTAMST
               MOVE "N" TO WS-SW-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-CONTAMST-ABERTO.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-AUTORIZAR-SUPERVISOR - SO OPERADOR ATIVO COM PERFIL DE    *
      * SUPERVISOR EM OPERMST.DAT MANTEM O MAPA DE CONTAS              *
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
               MOVE "CONTMNT " TO pnexe-programa
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
               MOVE "MANUTENCAO DO MAPA DE CONTAS AUTORIZADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           ELSE
               IF pnexe-retorno = SPACES
                   DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR OU"
                       " INATIVO"
               END-IF
               MOVE "FR" TO WS-SEC-EVENTO
               MOVE "MANUTENCAO DO MAPA DE CONTAS RECUSADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESSAR-MENU - FUNCOES DA MANUTENCAO DO MAPA            *
      *----------------------------------------------------------------*
       2000-PROCESSAR-MENU.
           DISPLAY " ".
           DISPLAY "====== CONTMNT - FUNCOES DE MANUTENCAO ======".
           DISPLAY "1 - INCLUIR MAPA DE CONTAS".
           DISPLAY "2 - ALTERAR MAPA DE CONTAS".
           DISPLAY "3 - DESATIVAR MAPA DE CONTAS".
           DISPLAY "4 - REATIVAR MAPA DE CONTAS".
           DISPLAY "5 - LISTAR O MAPA".
           DISPLAY "0 - SAIR".
           DISPLAY "INFORME A OPCAO DESEJADA :".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 3000-INCLUIR-MAPA THRU 3000-EXIT
               WHEN 2
                   PERFORM 3100-ALTERAR-MAPA THRU 3100-EXIT
               WHEN 3
                   PERFORM 3200-DESATIVAR-MAPA THRU 3200-EXIT
               WHEN 4
                   PERFORM 3300-REATIVAR-MAPA THRU 3300-EXIT
               WHEN 5
                   PERFORM 3400-LISTAR-MAPA THRU 3400-EXIT
               WHEN 0
                   MOVE "N" TO WS-SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-INCLUIR-MAPA - DEPARTAMENTO ATIVO (OU **** = QUALQUER),   *
      * OPERACAO VALIDA E AS DUAS CONTAS PREENCHIDAS                   *
      *----------------------------------------------------------------*
       3000-INCLUIR-MAPA.
           PERFORM 4000-LER-CHAVE THRU 4000-EXIT.
           IF NOT WS-CHAVE-VALIDA
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-CHAVE-ALVO TO CALCCONT-CHAVE.
           READ CONTAMST
               KEY IS CALCCONT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "MAPA " WS-DEPTO-ALVO "/" WS-OPERACAO-ALVO
                       " JA CADASTRADO - USE A ALTERACAO OU A"
                       " REATIVACAO"
                   GO TO 3000-EXIT
           END-READ.
           PERFORM 4100-VALIDAR-DEPTO THRU 4100-EXIT.
           IF NOT WS-CHAVE-VALIDA
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "INFORME A CONTA A DEBITO:".
           MOVE SPACES TO WS-ENTRADA-DEBITO.
           ACCEPT WS-ENTRADA-DEBITO.
           DISPLAY "INFORME A CONTA A CREDITO:".
           MOVE SPACES TO WS-ENTRADA-CREDITO.
           ACCEPT WS-ENTRADA-CREDITO.
           IF WS-ENTRADA-DEBITO = SPACES OR WS-ENTRADA-CREDITO = SPACES
               DISPLAY "AS DUAS CONTAS SAO OBRIGATORIAS - INCLUSAO"
                   " CANCELADA"
               GO TO 3000-EXIT
           END-IF.
           IF WS-ENTRADA-DEBITO = WS-ENTRADA-CREDITO
               DISPLAY "CONTA A DEBITO IGUAL A CONTA A CREDITO -"
                   " INCLUSAO CANCELADA"
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "INFORME A DESCRICAO DO MAPA:".
           MOVE SPACES TO WS-ENTRADA-DESCRICAO.
           ACCEPT WS-ENTRADA-DESCRICAO.
           MOVE WS-CHAVE-ALVO TO CALCCONT-CHAVE.
           MOVE WS-ENTRADA-DEBITO TO CALCCONT-CONTA-DEBITO.
           MOVE WS-ENTRADA-CREDITO TO CALCCONT-CONTA-CREDITO.
           MOVE WS-ENTRADA-DESCRICAO TO CALCCONT-DESCRICAO.
           MOVE "S" TO CALCCONT-SW-ATIVO.
           MOVE WS-SUPERVISOR TO CALCCONT-SUPERVISOR.
           ACCEPT CALCCONT-DATA-MANUT FROM DATE YYYYMMDD.
           ACCEPT CALCCONT-HORA-MANUT FROM TIME.
           WRITE CALCCONT-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR O MAPA - STATUS "
                       WS-STATUS-CONTAMST
                   GO TO 3000-EXIT
           END-WRITE.
           MOVE 0170 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "MAPA DE CONTAS " WS-DEPTO-ALVO "/"
               WS-OPERACAO-ALVO " INCLUIDO"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "MAPA " WS-DEPTO-ALVO "/" WS-OPERACAO-ALVO
               " INCLUIDO".
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-ALTERAR-MAPA - CONTAS E DESCRICAO PODEM MUDAR; BRANCO     *
      * MANTEM O VALOR ATUAL. A MUDANCA VALE PARA OS PROXIMOS DIARIOS  *
      *----------------------------------------------------------------*
       3100-ALTERAR-MAPA.
           PERFORM 4000-LER-CHAVE THRU 4000-EXIT.
           IF NOT WS-CHAVE-VALIDA
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-CHAVE-ALVO TO CALCCONT-CHAVE.
           READ CONTAMST
               KEY IS CALCCONT-CHAVE
               INVALID KEY
                   DISPLAY "MAPA NAO CADASTRADO"
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 4200-EXIBIR-REGISTRO THRU 4200-EXIT.
           DISPLAY "NOVA CONTA A DEBITO (BRANCO = MANTER):".
           MOVE SPACES TO WS-ENTRADA-DEBITO.
           ACCEPT WS-ENTRADA-DEBITO.
           DISPLAY "NOVA CONTA A CREDITO (BRANCO = MANTER):".
           MOVE SPACES TO WS-ENTRADA-CREDITO.
           ACCEPT WS-ENTRADA-CREDITO.
           DISPLAY "NOVA DESCRICAO (BRANCO = MANTER):".
           MOVE SPACES TO WS-ENTRADA-DESCRICAO.
           ACCEPT WS-ENTRADA-DESCRICAO.
           IF WS-ENTRADA-DEBITO NOT = SPACES
               MOVE WS-ENTRADA-DEBITO TO CALCCONT-CONTA-DEBITO
           END-IF.
           IF WS-ENTRADA-CREDITO NOT = SPACES
               MOVE WS-ENTRADA-CREDITO TO CALCCONT-CONTA-CREDITO
           END-IF.
           IF CALCCONT-CONTA-DEBITO = CALCCONT-CONTA-CREDITO
               DISPLAY "CONTA A DEBITO IGUAL A CONTA A CREDITO -"
                   " ALTERACAO CANCELADA"
               GO TO 3100-EXIT
           END-IF.
           IF WS-ENTRADA-DESCRICAO NOT = SPACES
               MOVE WS-ENTRADA-DESCRICAO TO CALCCONT-DESCRICAO
           END-IF.
           MOVE WS-SUPERVISOR TO CALCCONT-SUPERVISOR.
           ACCEPT CALCCONT-DATA-MANUT FROM DATE YYYYMMDD.
           ACCEPT CALCCONT-HORA-MANUT FROM TIME.
           REWRITE CALCCONT-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR O MAPA - STATUS "
                       WS-STATUS-CONTAMST
                   GO TO 3100-EXIT
           END-REWRITE.
           MOVE 0171 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "MAPA DE CONTAS " WS-DEPTO-ALVO "/"
               WS-OPERACAO-ALVO " ALTERADO"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "MAPA " WS-DEPTO-ALVO "/" WS-OPERACAO-ALVO
               " ALTERADO".
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-DESATIVAR-MAPA - O MAPA NAO E APAGADO, SO DESATIVADO (O   *
      * DIARIO DO DIA QUE PRECISAR DELE SERA RECUSADO)                 *
      *----------------------------------------------------------------*
       3200-DESATIVAR-MAPA.
           PERFORM 4000-LER-CHAVE THRU 4000-EXIT.
           IF NOT WS-CHAVE-VALIDA
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-CHAVE-ALVO TO CALCCONT-CHAVE.
           READ CONTAMST
               KEY IS CALCCONT-CHAVE
               INVALID KEY
                   DISPLAY "MAPA NAO CADASTRADO"
                   GO TO 3200-EXIT
           END-READ.
           IF NOT CALCCONT-ATIVA
               DISPLAY "MAPA JA ESTA DESATIVADO"
               GO TO 3200-EXIT
           END-IF.
           PERFORM 4200-EXIBIR-REGISTRO THRU 4200-EXIT.
           DISPLAY "CONFIRMA A DESATIVACAO (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "DESATIVACAO CANCELADA"
               GO TO 3200-EXIT
           END-IF.
           MOVE "N" TO CALCCONT-SW-ATIVO.
           MOVE WS-SUPERVISOR TO CALCCONT-SUPERVISOR.
           ACCEPT CALCCONT-DATA-MANUT FROM DATE YYYYMMDD.
           ACCEPT CALCCONT-HORA-MANUT FROM TIME.
           REWRITE CALCCONT-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR O MAPA - STATUS "
                       WS-STATUS-CONTAMST
                   GO TO 3200-EXIT
           END-REWRITE.
           MOVE 0172 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "MAPA DE CONTAS " WS-DEPTO-ALVO "/"
               WS-OPERACAO-ALVO " DESATIVADO"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "MAPA " WS-DEPTO-ALVO "/" WS-OPERACAO-ALVO
               " DESATIVADO".
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-REATIVAR-MAPA                                             *
      *----------------------------------------------------------------*
       3300-REATIVAR-MAPA.
           PERFORM 4000-LER-CHAVE THRU 4000-EXIT.
           IF NOT WS-CHAVE-VALIDA
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-CHAVE-ALVO TO CALCCONT-CHAVE.
           READ CONTAMST
               KEY IS CALCCONT-CHAVE
               INVALID KEY
                   DISPLAY "MAPA NAO CADASTRADO"
                   GO TO 3300-EXIT
           END-READ.
           IF CALCCONT-ATIVA
               DISPLAY "MAPA JA ESTA ATIVO"
               GO TO 3300-EXIT
           END-IF.
           PERFORM 4200-EXIBIR-REGISTRO THRU 4200-EXIT.
           DISPLAY "CONFIRMA A REATIVACAO (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "REATIVACAO CANCELADA"
               GO TO 3300-EXIT
           END-IF.
           MOVE "S" TO CALCCONT-SW-ATIVO.
           MOVE WS-SUPERVISOR TO CALCCONT-SUPERVISOR.
           ACCEPT CALCCONT-DATA-MANUT FROM DATE YYYYMMDD.
           ACCEPT CALCCONT-HORA-MANUT FROM TIME.
           REWRITE CALCCONT-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR O MAPA - STATUS "
                       WS-STATUS-CONTAMST
                   GO TO 3300-EXIT
           END-REWRITE.
           MOVE 0173 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "MAPA DE CONTAS " WS-DEPTO-ALVO "/"
               WS-OPERACAO-ALVO " REATIVADO"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "MAPA " WS-DEPTO-ALVO "/" WS-OPERACAO-ALVO
               " REATIVADO".
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-LISTAR-MAPA                                               *
      *----------------------------------------------------------------*
       3400-LISTAR-MAPA.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE ZEROS TO WS-CONT-LISTADAS.
           MOVE LOW-VALUES TO CALCCONT-CHAVE.
           START CONTAMST KEY IS NOT LESS THAN CALCCONT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           DISPLAY "DEPT  OP  DEBITO        CREDITO       DESCRICAO"
               "                       SITUACAO".
           PERFORM 3410-LER-PROXIMO THRU 3410-EXIT
               UNTIL WS-FIM-ARQUIVO.
           DISPLAY "MAPAS LISTADOS: " WS-CONT-LISTADAS.
       3400-EXIT.
           EXIT.

       3410-LER-PROXIMO.
           READ CONTAMST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   MOVE CALCCONT-DEPTO TO WS-LST-DEPTO
                   MOVE CALCCONT-OPERACAO TO WS-LST-OPERACAO
                   MOVE CALCCONT-CONTA-DEBITO TO WS-LST-DEBITO
                   MOVE CALCCONT-CONTA-CREDITO TO WS-LST-CREDITO
                   MOVE CALCCONT-DESCRICAO TO WS-LST-DESCRICAO
                   IF CALCCONT-ATIVA
                       MOVE "ATIVO" TO WS-LST-ATIVA
                   ELSE
                       MOVE "INATIVO" TO WS-LST-ATIVA
                   END-IF
                   DISPLAY WS-LINHA-LISTAGEM
                   ADD 1 TO WS-CONT-LISTADAS
           END-READ.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-LER-CHAVE - DEPARTAMENTO (**** = QUALQUER) E CODIGO DA    *
      * OPERACAO; BRANCO VOLTA AO MENU                                 *
      *----------------------------------------------------------------*
       4000-LER-CHAVE.
           MOVE "N" TO WS-SW-CHAVE-VALIDA.
           DISPLAY "INFORME O DEPARTAMENTO (**** = QUALQUER, BRANCO ="
               " VOLTAR):".
           MOVE SPACES TO WS-DEPTO-ALVO.
           ACCEPT WS-DEPTO-ALVO.
           IF WS-DEPTO-ALVO = SPACES
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "INFORME O CODIGO DA OPERACAO (ASMDRJFCPI):".
           MOVE SPACES TO WS-OPERACAO-ALVO.
           ACCEPT WS-OPERACAO-ALVO.
           IF NOT WS-OPERACAO-VALIDA
               DISPLAY "OPERACAO INVALIDA"
               GO TO 4000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-CHAVE-VALIDA.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-VALIDAR-DEPTO - DEPARTAMENTO ATIVO EM DEPTMST.DAT; O      *
      * MAPA GERAL **** DISPENSA A CONSULTA                            *
      *----------------------------------------------------------------*
       4100-VALIDAR-DEPTO.
           IF WS-DEPTO-ALVO = "****"
               GO TO 4100-EXIT
           END-IF.
           MOVE "N" TO WS-SW-CHAVE-VALIDA.
           OPEN INPUT DEPTMST.
           IF WS-STATUS-DEPTMST NOT = "00"
               DISPLAY "DEPTMST.DAT NAO ENCONTRADO"
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-DEPTO-ALVO TO CALCDEPT-CODIGO.
           READ DEPTMST
               KEY IS CALCDEPT-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CALCDEPT-ATIVO
                       MOVE "S" TO WS-SW-CHAVE-VALIDA
                   END-IF
           END-READ.
           CLOSE DEPTMST.
           IF NOT WS-CHAVE-VALIDA
               DISPLAY "DEPARTAMENTO " WS-DEPTO-ALVO " NAO CADASTRADO"
                   " OU INATIVO"
           END-IF.
       4100-EXIT.
           EXIT.

       4200-EXIBIR-REGISTRO.
           DISPLAY "DEPARTAMENTO : " CALCCONT-DEPTO.
           DISPLAY "OPERACAO     : " CALCCONT-OPERACAO.
           DISPLAY "CONTA DEBITO : " CALCCONT-CONTA-DEBITO.
           DISPLAY "CONTA CREDITO: " CALCCONT-CONTA-CREDITO.
           DISPLAY "DESCRICAO    : " CALCCONT-DESCRICAO.
           IF CALCCONT-ATIVA
               DISPLAY "SITUACAO     : ATIVO"
           ELSE
               DISPLAY "SITUACAO     : INATIVO"
           END-IF.
           DISPLAY "MANUTENCAO   : " CALCCONT-SUPERVISOR " EM "
               CALCCONT-DATA-MANUT.
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
           MOVE "CONTMNT " TO CALCMSG-PROGRAMA.
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
           IF WS-CONTAMST-ABERTO
               CLOSE CONTAMST
           END-IF.
           DISPLAY "CONTMNT - MANUTENCAO ENCERRADA".
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
           MOVE "CONTMNT " TO CALCSEC-PROGRAMA.
           MOVE WS-SEC-EVENTO TO CALCSEC-EVENTO.
           MOVE WS-SEC-OPERADOR TO CALCSEC-OPERADOR.
           MOVE WS-SEC-DETALHE TO CALCSEC-DETALHE.
           WRITE CALCSEC-REGISTRO.
           CLOSE CALCSEC.
       7950-EXIT.
           EXIT.
