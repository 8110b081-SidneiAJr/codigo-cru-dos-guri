      ******************************************************************
      * PROGRAM-ID: HOLDMNT
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Consulta e cancelamento dos lotes retidos no
      *             CALCHOLD.DAT. O CALCNITE retem todo lote com
      *             data-valor futura (CALCIN-CAB-DATA maior que o dia
      *             da fila) em HLD<LOTE>.DAT e o libera sozinho na
      *             noite da data-valor; aqui um supervisor lista os
      *             lotes que ainda aguardam (com a marca VENCIDO para
      *             o retido que ja passou da data) ou todos, com a
      *             situacao e o retorno da liberacao, e cancela o
      *             lote que nao deve mais rodar. O cancelamento so
      *             muda a situacao para C - o HLD<LOTE>.DAT fica onde
      *             esta para conferencia - e vai para CALCMSG.DAT e
      *             para o diario de seguranca CALCSEC.DAT com o
      *             supervisor que cancelou.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - LISTAGEM E CANCELAMENTO DOS   *
      *                LOTES RETIDOS PELO CALCNITE, COM AUTORIZACAO DE *
      *                SUPERVISOR E TRILHA EM CALCMSG E CALCSEC.       *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCHOLD ASSIGN TO "CALCHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHOLD-LOTE-ID
               ALTERNATE RECORD KEY IS CALCHOLD-DATA-VALOR
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CALCHOLD.
           SELECT OPERMST ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  CALCHOLD.
       COPY CALCHOLD.
       FD  OPERMST.
       COPY CALCOPER.
       FD  CALCMSG.
       COPY CALCMSG.
       FD  CALCSEC.
       COPY CALCSEC.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCHOLD       PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-OPCAO                 PIC 9(01) VALUE ZEROS.
       77  WS-SW-CONTINUAR          PIC X(01) VALUE "S".
           88  WS-CONTINUAR-SIM         VALUE "S".
       77  WS-SW-CALCHOLD-ABERTO    PIC X(01) VALUE "N".
           88  WS-CALCHOLD-ABERTO       VALUE "S".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-CONFIRMA           PIC X(01) VALUE "N".
           88  WS-CONFIRMA-SIM          VALUE "S" "s".
       77  WS-SW-SO-RETIDOS         PIC X(01) VALUE "N".
           88  WS-SO-RETIDOS            VALUE "S".
       77  WS-CONT-LISTADOS         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-VENCIDOS         PIC 9(05) VALUE ZEROS.
       77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

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
       77  WS-LOTE-ALVO             PIC X(08) VALUE SPACES.
       77  WS-EDT-HASH              PIC Z(10)9.99.

       01  WS-LINHA-LISTAGEM.
           05  WS-LST-LOTE          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-DEPTO         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-DATA-VALOR    PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-QTDE          PIC Z(07)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-HASH          PIC Z(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-SITUACAO      PIC X(09).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-DATA-SIT      PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-RETORNO       PIC X(04).

      *----------------------------------------------------------------*
      * CAMPOS DA MENSAGEM DE OPERACAO A GRAVAR EM CALCMSG.DAT         *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCMSG        PIC X(02) VALUE "00".
       77  WS-MSG-NUMERO            PIC 9(04) VALUE ZEROS.
       77  WS-MSG-SEVERIDADE        PIC X(01) VALUE "I".
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
           IF WS-SUPERVISOR-OK AND WS-CALCHOLD-ABERTO
               PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
                   UNTIL NOT WS-CONTINUAR-SIM
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - AUTORIZA O SUPERVISOR DA SESSAO E ABRE O    *
      * INDICE DOS LOTES RETIDOS                                       *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "HOLDMNT - LOTES RETIDOS PELA DATA-VALOR".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT OPERMST.
           IF WS-STATUS-OPERMST NOT = "00"
               DISPLAY "OPERMST.DAT INACESSIVEL - STATUS "
                   WS-STATUS-OPERMST
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-AUTORIZAR-SUPERVISOR THRU 1200-EXIT.
           CLOSE OPERMST.
           IF NOT WS-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CALCHOLD.
           IF WS-STATUS-CALCHOLD = "35"
               DISPLAY "CALCHOLD.DAT NAO EXISTE - NENHUM LOTE FOI"
                   " RETIDO PELO CALCNITE"
               GO TO 1000-EXIT
           END-IF.
           IF WS-STATUS-CALCHOLD NOT = "00"
               DISPLAY "CALCHOLD.DAT INACESSIVEL - STATUS "
                   WS-STATUS-CALCHOLD
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-CALCHOLD-ABERTO.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-AUTORIZAR-SUPERVISOR - SO OPERADOR ATIVO COM PERFIL DE    *
      * SUPERVISOR PODE CONSULTAR E CANCELAR LOTES RETIDOS             *
      *----------------------------------------------------------------*
       1200-AUTORIZAR-SUPERVISOR.
           DISPLAY "INFORME O CODIGO DO SUPERVISOR:".
           ACCEPT WS-SUPERVISOR.
           IF WS-SUPERVISOR = SPACES
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-SUPERVISOR TO WS-SEC-OPERADOR.
           MOVE WS-SUPERVISOR TO CALCOPER-CODIGO.
           READ OPERMST
               KEY IS CALCOPER-CODIGO
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
                   CONTINUE
               NOT INVALID KEY
                   IF CALCOPER-ATIVO AND CALCOPER-PERFIL-SUPERVISOR
                       MOVE "S" TO WS-SW-SUPERVISOR-OK
                       MOVE CALCOPER-NOME TO WS-SUPERVISOR-NOME
                       DISPLAY "SUPERVISOR " WS-SUPERVISOR " - "
                           WS-SUPERVISOR-NOME
                   ELSE
                       DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR"
                           " OU INATIVO"
                   END-IF
           END-READ.
           IF WS-SUPERVISOR-OK
               MOVE "V" TO pnexe-funcao
               MOVE WS-SUPERVISOR TO pnexe-codigo
               MOVE "HOLDMNT " TO pnexe-programa
               CALL "OPERPIN" USING pnexe-parametros
               IF NOT pnexe-pin-ok
                   MOVE "N" TO WS-SW-SUPERVISOR-OK
               END-IF
           END-IF.
           IF WS-SUPERVISOR-OK
               MOVE "FP" TO WS-SEC-EVENTO
               MOVE "LOTES RETIDOS - SESSAO AUTORIZADA"
                   TO WS-SEC-DETALHE
           ELSE
               MOVE "FR" TO WS-SEC-EVENTO
               MOVE "LOTES RETIDOS - SESSAO RECUSADA"
                   TO WS-SEC-DETALHE
           END-IF.
           PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESSAR-MENU - EXIBE AS FUNCOES E DESPACHA A ESCOLHIDA  *
      *----------------------------------------------------------------*
       2000-PROCESSAR-MENU.
           DISPLAY " ".
           DISPLAY "====== HOLDMNT - LOTES RETIDOS ======".
           DISPLAY "1 - LISTAR OS LOTES AGUARDANDO A DATA-VALOR".
           DISPLAY "2 - LISTAR TODOS OS LOTES DO INDICE".
           DISPLAY "3 - CANCELAR LOTE RETIDO".
           DISPLAY "0 - SAIR".
           DISPLAY "INFORME A OPCAO DESEJADA :".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1
                   MOVE "S" TO WS-SW-SO-RETIDOS
                   PERFORM 3000-LISTAR-LOTES THRU 3000-EXIT
               WHEN 2
                   MOVE "N" TO WS-SW-SO-RETIDOS
                   PERFORM 3000-LISTAR-LOTES THRU 3000-EXIT
               WHEN 3
                   PERFORM 3100-CANCELAR-LOTE THRU 3100-EXIT
               WHEN 0
                   MOVE "N" TO WS-SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-LISTAR-LOTES - OS QUE AGUARDAM SAEM EM ORDEM DE           *
      * DATA-VALOR (CHAVE ALTERNADA); A LISTA COMPLETA SAI EM ORDEM DE *
      * LOTE. RETIDO COM DATA-VALOR JA PASSADA SAI COMO VENCIDO - O    *
      * CALCNITE NAO RODOU NA NOITE DA DATA                            *
      *----------------------------------------------------------------*
       3000-LISTAR-LOTES.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE ZEROS TO WS-CONT-LISTADOS.
           MOVE ZEROS TO WS-CONT-VENCIDOS.
           IF WS-SO-RETIDOS
               MOVE ZEROS TO CALCHOLD-DATA-VALOR
               START CALCHOLD KEY IS NOT LESS THAN CALCHOLD-DATA-VALOR
                   INVALID KEY
                       MOVE "S" TO WS-SW-FIM-ARQUIVO
               END-START
           ELSE
               MOVE LOW-VALUES TO CALCHOLD-LOTE-ID
               START CALCHOLD KEY IS NOT LESS THAN CALCHOLD-LOTE-ID
                   INVALID KEY
                       MOVE "S" TO WS-SW-FIM-ARQUIVO
               END-START
           END-IF.
           DISPLAY "LOTE      DEPT  VALOR         QTDE            HASH"
               "  SITUACAO   EM        RC".
           PERFORM 3010-LER-PROXIMO THRU 3010-EXIT
               UNTIL WS-FIM-ARQUIVO.
           DISPLAY "LOTES LISTADOS: " WS-CONT-LISTADOS
               "   VENCIDOS: " WS-CONT-VENCIDOS.
       3000-EXIT.
           EXIT.

       3010-LER-PROXIMO.
           READ CALCHOLD NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 3010-EXIT
           END-READ.
           IF WS-SO-RETIDOS AND NOT CALCHOLD-RETIDO
               GO TO 3010-EXIT
           END-IF.
           MOVE CALCHOLD-LOTE-ID TO WS-LST-LOTE.
           MOVE CALCHOLD-DEPTO TO WS-LST-DEPTO.
           MOVE CALCHOLD-DATA-VALOR TO WS-LST-DATA-VALOR.
           MOVE CALCHOLD-QTDE TO WS-LST-QTDE.
           MOVE CALCHOLD-HASH TO WS-LST-HASH.
           MOVE CALCHOLD-DATA-SITUACAO TO WS-LST-DATA-SIT.
           MOVE SPACES TO WS-LST-RETORNO.
           EVALUATE TRUE
               WHEN CALCHOLD-RETIDO
                       AND CALCHOLD-DATA-VALOR < WS-DATA-HOJE
                   MOVE "VENCIDO" TO WS-LST-SITUACAO
                   ADD 1 TO WS-CONT-VENCIDOS
               WHEN CALCHOLD-RETIDO
                   MOVE "RETIDO" TO WS-LST-SITUACAO
               WHEN CALCHOLD-LIBERADO
                   MOVE "LIBERADO" TO WS-LST-SITUACAO
                   MOVE CALCHOLD-RETORNO TO WS-LST-RETORNO
               WHEN CALCHOLD-CANCELADO
                   MOVE "CANCELADO" TO WS-LST-SITUACAO
               WHEN OTHER
                   MOVE "?" TO WS-LST-SITUACAO
           END-EVALUATE.
           DISPLAY WS-LINHA-LISTAGEM.
           ADD 1 TO WS-CONT-LISTADOS.
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-CANCELAR-LOTE - SO LOTE AINDA RETIDO PODE SER CANCELADO;  *
      * O REGISTRO FICA NO INDICE COM A SITUACAO C E O SUPERVISOR, E O *
      * ARQUIVO HLD<LOTE>.DAT NAO E APAGADO                            *
      *----------------------------------------------------------------*
       3100-CANCELAR-LOTE.
           DISPLAY "INFORME O LOTE A CANCELAR (BRANCO = VOLTAR):".
           MOVE SPACES TO WS-LOTE-ALVO.
           ACCEPT WS-LOTE-ALVO.
           IF WS-LOTE-ALVO = SPACES
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-LOTE-ALVO TO CALCHOLD-LOTE-ID.
           READ CALCHOLD
               KEY IS CALCHOLD-LOTE-ID
               INVALID KEY
                   DISPLAY "LOTE NAO CONSTA NO CALCHOLD.DAT"
                   GO TO 3100-EXIT
           END-READ.
           IF NOT CALCHOLD-RETIDO
               DISPLAY "LOTE NAO ESTA RETIDO - SITUACAO "
                   CALCHOLD-SITUACAO
               GO TO 3100-EXIT
           END-IF.
           PERFORM 4100-EXIBIR-REGISTRO THRU 4100-EXIT.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "CANCELAMENTO DESISTIDO"
               GO TO 3100-EXIT
           END-IF.
           MOVE "C" TO CALCHOLD-SITUACAO.
           ACCEPT CALCHOLD-DATA-SITUACAO FROM DATE YYYYMMDD.
           ACCEPT CALCHOLD-HORA-SITUACAO FROM TIME.
           MOVE WS-SUPERVISOR TO CALCHOLD-OPERADOR-SIT.
           MOVE ZEROS TO CALCHOLD-RETORNO.
           REWRITE CALCHOLD-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR O LOTE - STATUS "
                       WS-STATUS-CALCHOLD
                   GO TO 3100-EXIT
           END-REWRITE.
           MOVE 0274 TO WS-MSG-NUMERO.
           MOVE "I" TO WS-MSG-SEVERIDADE.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "LOTE " WS-LOTE-ALVO " RETIDO CANCELADO"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           MOVE "FP" TO WS-SEC-EVENTO.
           MOVE SPACES TO WS-SEC-DETALHE.
           STRING "CANCELOU LOTE RETIDO " WS-LOTE-ALVO
               DELIMITED BY SIZE INTO WS-SEC-DETALHE.
           PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT.
           DISPLAY "LOTE " WS-LOTE-ALVO " CANCELADO - "
               CALCHOLD-NOME-RETIDO " MANTIDO PARA CONFERENCIA".
       3100-EXIT.
           EXIT.

       4100-EXIBIR-REGISTRO.
           MOVE CALCHOLD-HASH TO WS-EDT-HASH.
           DISPLAY "LOTE      : " CALCHOLD-LOTE-ID.
           DISPLAY "DEPTO     : " CALCHOLD-DEPTO.
           DISPLAY "DATA-VALOR: " CALCHOLD-DATA-VALOR.
           DISPLAY "QTDE      : " CALCHOLD-QTDE.
           DISPLAY "HASH      : " WS-EDT-HASH.
           DISPLAY "ORIGEM    : " CALCHOLD-NOME-ORIGEM.
           DISPLAY "RETIDO EM : " CALCHOLD-NOME-RETIDO " - "
               CALCHOLD-DATA-RETENCAO.
       4100-EXIT.
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
           MOVE WS-MSG-SEVERIDADE TO CALCMSG-SEVERIDADE.
           MOVE "HOLDMNT " TO CALCMSG-PROGRAMA.
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
           IF WS-CALCHOLD-ABERTO
               CLOSE CALCHOLD
           END-IF.
           DISPLAY "HOLDMNT - SESSAO ENCERRADA".
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
           MOVE "HOLDMNT " TO CALCSEC-PROGRAMA.
           MOVE WS-SEC-EVENTO TO CALCSEC-EVENTO.
           MOVE WS-SEC-OPERADOR TO CALCSEC-OPERADOR.
           MOVE WS-SEC-DETALHE TO CALCSEC-DETALHE.
           WRITE CALCSEC-REGISTRO.
           CLOSE CALCSEC.
       7950-EXIT.
           EXIT.
