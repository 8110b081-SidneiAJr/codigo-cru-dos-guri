      ******************************************************************
      * PROGRAM-ID: CALNMNT
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Manutencao do calendario de dias uteis CALNDMST.DAT
      *             (indexado por data). Um supervisor cadastrado em
      *             OPERMST.DAT inclui os feriados (F) e os dias nao
      *             uteis da casa (N) do ano, o sabado trabalhado como
      *             dia util extraordinario (U), corrige o tipo ou a
      *             descricao de um dia, exclui dia lancado errado e
      *             lista o calendario de um ano. Sabado e domingo nao
      *             precisam de registro. O CALCDATA le este cadastro
      *             para o ONTEM util dos relatorios, o STDGEN para o
      *             dia de vencimento das recorrentes mensais, o
      *             CALCCERT e o CALCDAY. Cada acao de manutencao e
      *             gravada em CALCMSG.DAT com o supervisor.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - MANUTENCAO DO CALENDARIO DE   *
      *                FERIADOS, GATILHADA POR PERFIL DE SUPERVISOR.   *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALNMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALNDMST ASSIGN TO "CALNDMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCCALD-DATA
               FILE STATUS IS WS-STATUS-CALNDMST.
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
       FD  CALNDMST.
       COPY CALCCALD.
       FD  OPERMST.
       COPY CALCOPER.
       FD  CALCMSG.
       COPY CALCMSG.
       FD  CALCSEC.
       COPY CALCSEC.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALNDMST       PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-OPCAO                 PIC 9(01) VALUE ZEROS.
       77  WS-SW-CONTINUAR          PIC X(01) VALUE "S".
           88  WS-CONTINUAR-SIM         VALUE "S".
       77  WS-SW-CALNDMST-ABERTO    PIC X(01) VALUE "N".
           88  WS-CALNDMST-ABERTO       VALUE "S".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-CONFIRMA           PIC X(01) VALUE "N".
           88  WS-CONFIRMA-SIM          VALUE "S" "s".
       77  WS-SW-ENTRADA-VALIDA     PIC X(01) VALUE "N".
           88  WS-ENTRADA-VALIDA        VALUE "S".
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
       77  WS-ENTRADA-DATA          PIC X(08) VALUE SPACES.
       77  WS-ENTRADA-ANO           PIC X(04) VALUE SPACES.
       77  WS-ANO-ALVO              PIC 9(04) VALUE ZEROS.
       77  WS-TIPO-ANTERIOR         PIC X(01) VALUE SPACES.
       77  WS-ENTRADA-TIPO          PIC X(01) VALUE SPACES.
           88  WS-TIPO-VALIDO           VALUE "F" "N" "U".
       77  WS-ENTRADA-DESCRICAO     PIC X(30) VALUE SPACES.

       01  WS-DATA-ALVO             PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ALVO-R REDEFINES WS-DATA-ALVO.
           05  WS-ALVO-ANO          PIC 9(04).
           05  WS-ALVO-MES          PIC 9(02).
           05  WS-ALVO-DIA          PIC 9(02).

       01  WS-LINHA-LISTAGEM.
           05  WS-LST-DATA          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-TIPO          PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-DESCRICAO     PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-SUPERVISOR    PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-DATA-MANUT    PIC 9(08).

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
      * 1000-INICIALIZAR - AUTORIZA O SUPERVISOR E ABRE O CALENDARIO,  *
      * CRIANDO O ARQUIVO VAZIO NA PRIMEIRA EXECUCAO                   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "CALNMNT - MANUTENCAO DO CALENDARIO DE FERIADOS".
           PERFORM 1200-AUTORIZAR-SUPERVISOR THRU 1200-EXIT.
           IF NOT WS-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CALNDMST.
           IF WS-STATUS-CALNDMST = "35"
               OPEN OUTPUT CALNDMST
               CLOSE CALNDMST
               OPEN I-O CALNDMST
           END-IF.
           IF WS-STATUS-CALNDMST NOT = "00"
               DISPLAY "CALNDMST.DAT INACESSIVEL - STATUS "
                   WS-STATUS-CALNDMST
               MOVE "N" TO WS-SW-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-CALNDMST-ABERTO.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-AUTORIZAR-SUPERVISOR - SO OPERADOR ATIVO COM PERFIL DE    *
      * SUPERVISOR EM OPERMST.DAT MANTEM O CALENDARIO                  *
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
               MOVE "CALNMNT " TO pnexe-programa
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
               MOVE "MANUTENCAO DO CALENDARIO AUTORIZADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           ELSE
               IF pnexe-retorno = SPACES
                   DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR OU"
                       " INATIVO"
               END-IF
               MOVE "FR" TO WS-SEC-EVENTO
               MOVE "MANUTENCAO DO CALENDARIO RECUSADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESSAR-MENU - FUNCOES DA MANUTENCAO DO CALENDARIO      *
      *----------------------------------------------------------------*
       2000-PROCESSAR-MENU.
           DISPLAY " ".
           DISPLAY "====== CALNMNT - FUNCOES DE MANUTENCAO ======".
           DISPLAY "1 - INCLUIR DIA NO CALENDARIO".
           DISPLAY "2 - ALTERAR DIA DO CALENDARIO".
           DISPLAY "3 - EXCLUIR DIA DO CALENDARIO".
           DISPLAY "4 - LISTAR O CALENDARIO DE UM ANO".
           DISPLAY "0 - SAIR".
           DISPLAY "INFORME A OPCAO DESEJADA :".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 3000-INCLUIR-DIA THRU 3000-EXIT
               WHEN 2
                   PERFORM 3100-ALTERAR-DIA THRU 3100-EXIT
               WHEN 3
                   PERFORM 3200-EXCLUIR-DIA THRU 3200-EXIT
               WHEN 4
                   PERFORM 3400-LISTAR-ANO THRU 3400-EXIT
               WHEN 0
                   MOVE "N" TO WS-SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-INCLUIR-DIA - UM REGISTRO POR DATA                        *
      *----------------------------------------------------------------*
       3000-INCLUIR-DIA.
           PERFORM 4000-LER-DATA THRU 4000-EXIT.
           IF NOT WS-ENTRADA-VALIDA
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-DATA-ALVO TO CALCCALD-DATA.
           READ CALNDMST
               KEY IS CALCCALD-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "DIA " WS-DATA-ALVO
                       " JA CADASTRADO - USE A ALTERACAO"
                   GO TO 3000-EXIT
           END-READ.
           MOVE SPACES TO WS-TIPO-ANTERIOR.
           PERFORM 4100-LER-TIPO THRU 4100-EXIT.
           IF NOT WS-ENTRADA-VALIDA
               DISPLAY "INCLUSAO CANCELADA"
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-DATA-ALVO TO CALCCALD-DATA.
           MOVE WS-ENTRADA-TIPO TO CALCCALD-TIPO.
           MOVE WS-ENTRADA-DESCRICAO TO CALCCALD-DESCRICAO.
           MOVE WS-SUPERVISOR TO CALCCALD-SUPERVISOR.
           ACCEPT CALCCALD-DATA-MANUT FROM DATE YYYYMMDD.
           ACCEPT CALCCALD-HORA-MANUT FROM TIME.
           WRITE CALCCALD-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR O DIA - STATUS "
                       WS-STATUS-CALNDMST
                   GO TO 3000-EXIT
           END-WRITE.
           MOVE 0180 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "DIA " WS-DATA-ALVO " TIPO " WS-ENTRADA-TIPO " "
               WS-ENTRADA-DESCRICAO
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "DIA " WS-DATA-ALVO " INCLUIDO NO CALENDARIO".
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-ALTERAR-DIA - TIPO E DESCRICAO; O TIPO ANTERIOR VAI NA    *
      * MENSAGEM PARA A AUDITORIA                                      *
      *----------------------------------------------------------------*
       3100-ALTERAR-DIA.
           PERFORM 4000-LER-DATA THRU 4000-EXIT.
           IF NOT WS-ENTRADA-VALIDA
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-DATA-ALVO TO CALCCALD-DATA.
           READ CALNDMST
               KEY IS CALCCALD-DATA
               INVALID KEY
                   DISPLAY "DIA NAO CADASTRADO NO CALENDARIO"
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 4200-EXIBIR-REGISTRO THRU 4200-EXIT.
           MOVE CALCCALD-TIPO TO WS-TIPO-ANTERIOR.
           PERFORM 4100-LER-TIPO THRU 4100-EXIT.
           IF NOT WS-ENTRADA-VALIDA
               DISPLAY "ALTERACAO CANCELADA"
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-ENTRADA-TIPO TO CALCCALD-TIPO.
           MOVE WS-ENTRADA-DESCRICAO TO CALCCALD-DESCRICAO.
           MOVE WS-SUPERVISOR TO CALCCALD-SUPERVISOR.
           ACCEPT CALCCALD-DATA-MANUT FROM DATE YYYYMMDD.
           ACCEPT CALCCALD-HORA-MANUT FROM TIME.
           REWRITE CALCCALD-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR O DIA - STATUS "
                       WS-STATUS-CALNDMST
                   GO TO 3100-EXIT
           END-REWRITE.
           MOVE 0181 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "DIA " WS-DATA-ALVO " TIPO " WS-TIPO-ANTERIOR
               " PARA " WS-ENTRADA-TIPO " ALTERADO"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "DIA " WS-DATA-ALVO " ALTERADO".
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-EXCLUIR-DIA - PARA DIA LANCADO NA DATA ERRADA; SEM O      *
      * REGISTRO A DATA VOLTA A SEGUIR SO O DIA DA SEMANA              *
      *----------------------------------------------------------------*
       3200-EXCLUIR-DIA.
           PERFORM 4000-LER-DATA THRU 4000-EXIT.
           IF NOT WS-ENTRADA-VALIDA
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-DATA-ALVO TO CALCCALD-DATA.
           READ CALNDMST
               KEY IS CALCCALD-DATA
               INVALID KEY
                   DISPLAY "DIA NAO CADASTRADO NO CALENDARIO"
                   GO TO 3200-EXIT
           END-READ.
           PERFORM 4200-EXIBIR-REGISTRO THRU 4200-EXIT.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "EXCLUSAO CANCELADA"
               GO TO 3200-EXIT
           END-IF.
           MOVE CALCCALD-TIPO TO WS-TIPO-ANTERIOR.
           DELETE CALNDMST
               INVALID KEY
                   DISPLAY "FALHA AO EXCLUIR O DIA - STATUS "
                       WS-STATUS-CALNDMST
                   GO TO 3200-EXIT
           END-DELETE.
           MOVE 0182 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "DIA " WS-DATA-ALVO " TIPO " WS-TIPO-ANTERIOR
               " EXCLUIDO"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "DIA " WS-DATA-ALVO " EXCLUIDO DO CALENDARIO".
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-LISTAR-ANO - DIAS CADASTRADOS DE UM ANO EM ORDEM DE DATA  *
      *----------------------------------------------------------------*
       3400-LISTAR-ANO.
           DISPLAY "INFORME O ANO A LISTAR (AAAA, BRANCO = VOLTAR):".
           MOVE SPACES TO WS-ENTRADA-ANO.
           ACCEPT WS-ENTRADA-ANO.
           IF WS-ENTRADA-ANO = SPACES
               GO TO 3400-EXIT
           END-IF.
           IF WS-ENTRADA-ANO IS NOT NUMERIC
               DISPLAY "ANO INVALIDO"
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-ENTRADA-ANO TO WS-ANO-ALVO.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE ZEROS TO WS-CONT-LISTADAS.
           MOVE WS-ANO-ALVO TO WS-ALVO-ANO.
           MOVE 01 TO WS-ALVO-MES.
           MOVE 01 TO WS-ALVO-DIA.
           MOVE WS-DATA-ALVO TO CALCCALD-DATA.
           START CALNDMST KEY IS NOT LESS THAN CALCCALD-DATA
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           DISPLAY "DATA      T  DESCRICAO                       "
               "SUPV  MANUTENCAO".
           PERFORM 3410-LER-PROXIMO THRU 3410-EXIT
               UNTIL WS-FIM-ARQUIVO.
           DISPLAY "DIAS LISTADOS: " WS-CONT-LISTADAS
               " (F=FERIADO N=NAO UTIL U=UTIL EXTRA)".
       3400-EXIT.
           EXIT.

       3410-LER-PROXIMO.
           READ CALNDMST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 3410-EXIT
           END-READ.
           MOVE CALCCALD-DATA TO WS-DATA-ALVO.
           IF WS-ALVO-ANO NOT = WS-ANO-ALVO
               MOVE "S" TO WS-SW-FIM-ARQUIVO
               GO TO 3410-EXIT
           END-IF.
           MOVE CALCCALD-DATA TO WS-LST-DATA.
           MOVE CALCCALD-TIPO TO WS-LST-TIPO.
           MOVE CALCCALD-DESCRICAO TO WS-LST-DESCRICAO.
           MOVE CALCCALD-SUPERVISOR TO WS-LST-SUPERVISOR.
           MOVE CALCCALD-DATA-MANUT TO WS-LST-DATA-MANUT.
           DISPLAY WS-LINHA-LISTAGEM.
           ADD 1 TO WS-CONT-LISTADAS.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-LER-DATA - DATA DO CALENDARIO EM AAAAMMDD (MES 01 A 12,   *
      * DIA 01 A 31); BRANCO VOLTA AO MENU                             *
      *----------------------------------------------------------------*
       4000-LER-DATA.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           DISPLAY "INFORME A DATA (AAAAMMDD, BRANCO = VOLTAR):".
           MOVE SPACES TO WS-ENTRADA-DATA.
           ACCEPT WS-ENTRADA-DATA.
           IF WS-ENTRADA-DATA = SPACES
               GO TO 4000-EXIT
           END-IF.
           IF WS-ENTRADA-DATA IS NOT NUMERIC
               DISPLAY "DATA INVALIDA"
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-ENTRADA-DATA TO WS-DATA-ALVO.
           IF WS-ALVO-MES < 1 OR WS-ALVO-MES > 12
                   OR WS-ALVO-DIA < 1 OR WS-ALVO-DIA > 31
               DISPLAY "DATA INVALIDA"
               GO TO 4000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-ENTRADA-VALIDA.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-LER-TIPO - F FERIADO, N NAO UTIL DA CASA, U UTIL EXTRA    *
      * (SABADO TRABALHADO) E A DESCRICAO; TIPO EM BRANCO CANCELA      *
      *----------------------------------------------------------------*
       4100-LER-TIPO.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           DISPLAY "INFORME O TIPO (F=FERIADO N=NAO UTIL U=UTIL EXTRA,"
               " BRANCO = CANCELAR):".
           MOVE SPACES TO WS-ENTRADA-TIPO.
           ACCEPT WS-ENTRADA-TIPO.
           IF WS-ENTRADA-TIPO = SPACES
               GO TO 4100-EXIT
           END-IF.
           IF NOT WS-TIPO-VALIDO
               DISPLAY "TIPO INVALIDO - USE F, N OU U"
               GO TO 4100-EXIT
           END-IF.
           DISPLAY "INFORME A DESCRICAO (EX: NATAL):".
           MOVE SPACES TO WS-ENTRADA-DESCRICAO.
           ACCEPT WS-ENTRADA-DESCRICAO.
           IF WS-ENTRADA-DESCRICAO = SPACES
               DISPLAY "DESCRICAO OBRIGATORIA"
               GO TO 4100-EXIT
           END-IF.
           MOVE "S" TO WS-SW-ENTRADA-VALIDA.
       4100-EXIT.
           EXIT.

       4200-EXIBIR-REGISTRO.
           DISPLAY "DATA      : " CALCCALD-DATA.
           DISPLAY "TIPO      : " CALCCALD-TIPO.
           DISPLAY "DESCRICAO : " CALCCALD-DESCRICAO.
           DISPLAY "MANUTENCAO: " CALCCALD-SUPERVISOR " EM "
               CALCCALD-DATA-MANUT.
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
           MOVE "CALNMNT " TO CALCMSG-PROGRAMA.
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
           IF WS-CALNDMST-ABERTO
               CLOSE CALNDMST
           END-IF.
           DISPLAY "CALNMNT - MANUTENCAO ENCERRADA".
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
           MOVE "CALNMNT " TO CALCSEC-PROGRAMA.
           MOVE WS-SEC-EVENTO TO CALCSEC-EVENTO.
           MOVE WS-SEC-OPERADOR TO CALCSEC-OPERADOR.
           MOVE WS-SEC-DETALHE TO CALCSEC-DETALHE.
           WRITE CALCSEC-REGISTRO.
           CLOSE CALCSEC.
       7950-EXIT.
           EXIT.
