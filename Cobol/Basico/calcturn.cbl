      ******************************************************************
      * PROGRAM-ID: CALCTURN
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Passagem de turno. O operador que sai faz o
      *             sign-on e o programa junta num so relatorio o que
      *             antes exigia cinco consultas:
      *               - mensagens pendentes do CALCMSG.DAT, contadas
      *                 por severidade, com as de erro e advertencia
      *                 listadas;
      *               - lotes da ultima noite (CALCRUN.DAT de ontem
      *                 para ca) que terminaram parciais e ainda nao
      *                 tiveram reexecucao limpa do mesmo lote;
      *               - arquivos da fila CALCFILA.DAT ainda sem
      *                 termino limpo no CALCRUN.DAT, mais os lotes
      *                 retidos no CALCHOLD.DAT aguardando data-valor;
      *               - dias uteis com lancamento no CALCLOG.DAT sem
      *                 fechamento (ou reabertos) no CALCFECH.DAT;
      *               - o veredicto da ultima verificacao do lacre do
      *                 log (mensagens 0280/0281 do LOGVRFY);
      *               - a idade, em dias, da geracao mais recente do
      *                 CALCBKP anotada no CALCBMAN.DAT.
      *             No fim o operador que entra confere o relatorio
      *             na tela e assina o recebimento com o proprio
      *             codigo; a passagem vai para o diario de seguranca
      *             CALCSEC.DAT (evento PT) com os dois codigos e o
      *             bloco de assinatura sai impresso no relatorio.
      *             Passagem nao assinada termina com RETURN-CODE 4.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - RELATORIO DE PASSAGEM DE      *
      *                TURNO COM AS PENDENCIAS DE OPERACAO E ASSINATURA*
      *                DO OPERADOR QUE RECEBE NO CALCSEC.DAT.          *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMST ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCOPER-CODIGO
               FILE STATUS IS WS-STATUS-OPERMST.
           SELECT CALCMSG ASSIGN TO "CALCMSG.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCMSG.
           SELECT CALCRUN ASSIGN TO "CALCRUN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCRUN.
           SELECT CALCFILA ASSIGN TO "CALCFILA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCFILA.
           SELECT LOTEFILA ASSIGN TO WS-NOME-LOTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOTEFILA.
           SELECT CALCHOLD ASSIGN TO "CALCHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHOLD-LOTE-ID
               ALTERNATE RECORD KEY IS CALCHOLD-DATA-VALOR
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CALCHOLD.
           SELECT CALCLOG ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCLOG.
           SELECT CALCFECH ASSIGN TO "CALCFECH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCFECH-DATA
               FILE STATUS IS WS-STATUS-CALCFECH.
           SELECT CALCBMAN ASSIGN TO "CALCBMAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCBMAN.
           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
           SELECT CALCRCAT ASSIGN TO "CALCRCAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCRCAT.
           SELECT CALCSEC ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCSEC.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMST.
       COPY CALCOPER.
       FD  CALCMSG.
       COPY CALCMSG.
       FD  CALCRUN.
       COPY CALCRUN.
       FD  CALCFILA.
       COPY CALCFILA.
       FD  LOTEFILA.
       01  LOTEFILA-REGISTRO        PIC X(39).
       FD  CALCHOLD.
       COPY CALCHOLD.
       FD  CALCLOG.
       COPY CALCLOG.
       FD  CALCFECH.
       COPY CALCFECH.
       FD  CALCBMAN.
       COPY CALCBMAN.
       FD  RELATORIO.
       01  REL-REGISTRO             PIC X(132).
       FD  CALCRCAT.
       COPY CALCRCAT.
       FD  CALCSEC.
       COPY CALCSEC.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCRUN        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCFILA       PIC X(02) VALUE "00".
       77  WS-STATUS-LOTEFILA       PIC X(02) VALUE "00".
       77  WS-STATUS-CALCHOLD       PIC X(02) VALUE "00".
       77  WS-STATUS-CALCLOG        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCFECH       PIC X(02) VALUE "00".
       77  WS-STATUS-CALCBMAN       PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO      PIC X(02) VALUE "00".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-FIM-CALCRUN        PIC X(01) VALUE "N".
           88  WS-FIM-CALCRUN           VALUE "S".
       77  WS-SW-CONFIRMA           PIC X(01) VALUE "N".
           88  WS-CONFIRMA-SIM          VALUE "S" "s".
       77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ONTEM            PIC 9(08) VALUE ZEROS.
       77  WS-DATA-EMISSAO          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-EMISSAO          PIC 9(08) VALUE ZEROS.
       77  WS-NUMERO-PAGINA         PIC 9(04) VALUE ZEROS.
       77  WS-LINHAS-PAGINA         PIC 9(02) VALUE ZEROS.
       77  WS-LINHA-REL             PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
      * SIGN-ON DO OPERADOR QUE SAI E ASSINATURA DO QUE ENTRA          *
      *----------------------------------------------------------------*
       77  WS-OPERADOR              PIC X(04) VALUE SPACES.
       77  WS-OPERADOR-NOME         PIC X(30) VALUE SPACES.
       77  WS-SW-OPERADOR-VALIDO    PIC X(01) VALUE "N".
           88  WS-OPERADOR-VALIDO       VALUE "S".
       77  WS-SW-SIGNON-FIM         PIC X(01) VALUE "N".
           88  WS-SIGNON-FIM            VALUE "S".
       77  WS-CODIGO-LIDO           PIC X(04) VALUE SPACES.
       77  WS-NOME-LIDO             PIC X(30) VALUE SPACES.
       77  WS-SW-CODIGO-VALIDO      PIC X(01) VALUE "N".
           88  WS-CODIGO-VALIDO         VALUE "S".
       77  WS-RECEBEDOR             PIC X(04) VALUE SPACES.
       77  WS-RECEBEDOR-NOME        PIC X(30) VALUE SPACES.
       77  WS-SW-ASSINADO           PIC X(01) VALUE "N".
           88  WS-ASSINADO              VALUE "S".
       77  WS-SW-ASSINATURA-FIM     PIC X(01) VALUE "N".
           88  WS-ASSINATURA-FIM        VALUE "S".
       77  WS-DATA-ASSINATURA       PIC 9(08) VALUE ZEROS.
       77  WS-HORA-ASSINATURA       PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * APOIO DE CALENDARIO (CALCDATA)                                 *
      *----------------------------------------------------------------*
       77  WS-DATA-BASE             PIC 9(08) VALUE ZEROS.
       77  WS-DATA-DE               PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ATE              PIC 9(08) VALUE ZEROS.
       77  WS-FUNCAO-DATA           PIC X(01) VALUE SPACES.

      *----------------------------------------------------------------*
      * MENSAGENS PENDENTES E ULTIMO VEREDICTO DO LACRE                *
      *----------------------------------------------------------------*
       77  WS-PEND-ERRO             PIC 9(05) VALUE ZEROS.
       77  WS-PEND-ADVERTENCIA      PIC 9(05) VALUE ZEROS.
       77  WS-PEND-INFO             PIC 9(05) VALUE ZEROS.
       77  WS-PEND-LISTADAS         PIC 9(05) VALUE ZEROS.
       77  WS-LACRE-NUMERO          PIC 9(04) VALUE ZEROS.
       77  WS-LACRE-DATA            PIC 9(08) VALUE ZEROS.
       77  WS-LACRE-HORA            PIC 9(08) VALUE ZEROS.
       77  WS-LACRE-TEXTO           PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * TERMINOS PARCIAIS DA ULTIMA NOITE; REEXECUCAO LIMPA DO MESMO   *
      * LOTE DEPOIS DO PARCIAL DA BAIXA NA ENTRADA                     *
      *----------------------------------------------------------------*
       77  WS-PARC-CARREGADOS       PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-PARC              PIC 9(04) COMP VALUE ZEROS.
       77  WS-SW-PARC-ESTOURO       PIC X(01) VALUE "N".
           88  WS-PARC-ESTOURO          VALUE "S".
       77  WS-PARC-ABERTOS          PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-PARCIAIS.
           05  WS-PARC-ENTRADA OCCURS 50 TIMES.
               10  WS-PARC-DATA         PIC 9(08).
               10  WS-PARC-HORA         PIC 9(08).
               10  WS-PARC-LOTE         PIC X(08).
               10  WS-PARC-DEPTO        PIC X(04).
               10  WS-PARC-LIDOS        PIC 9(08).
               10  WS-PARC-PROCESSADOS  PIC 9(08).
               10  WS-PARC-ULTIMA       PIC 9(08).
               10  WS-PARC-OPERADOR     PIC X(04).
               10  WS-PARC-SW-LIMPO     PIC X(01).
                   88  WS-PARC-REEXECUTADO  VALUE "S".

      *----------------------------------------------------------------*
      * FILA DA NOITE E LOTES RETIDOS                                  *
      *----------------------------------------------------------------*
       77  WS-NOME-LOTE             PIC X(24) VALUE SPACES.
       77  WS-LOTE-PROCURADO        PIC X(08) VALUE SPACES.
       77  WS-SW-LOTE-LIMPO         PIC X(01) VALUE "N".
           88  WS-LOTE-LIMPO            VALUE "S".
       77  WS-FILA-ARQUIVOS         PIC 9(05) VALUE ZEROS.
       77  WS-FILA-AGUARDANDO       PIC 9(05) VALUE ZEROS.
       77  WS-RETIDOS-AGUARDANDO    PIC 9(05) VALUE ZEROS.
       77  WS-RETIDOS-VENCIDOS      PIC 9(05) VALUE ZEROS.
       COPY CALCIN.

      *----------------------------------------------------------------*
      * DIAS COM LANCAMENTO SEM FECHAMENTO                             *
      *----------------------------------------------------------------*
       77  WS-DIA-CORRENTE          PIC 9(08) VALUE ZEROS.
       77  WS-LANCAMENTOS-DIA       PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-ABERTOS          PIC 9(05) VALUE ZEROS.
       77  WS-SW-CALCFECH-ABERTO    PIC X(01) VALUE "N".
           88  WS-CALCFECH-ABERTO       VALUE "S".

      *----------------------------------------------------------------*
      * GERACAO MAIS RECENTE DO CALCBKP                                *
      *----------------------------------------------------------------*
       01  WS-BKP-GERACAO.
           05  WS-BKP-DATA          PIC 9(08) VALUE ZEROS.
           05  WS-BKP-SEQ           PIC 9(02) VALUE ZEROS.
       77  WS-BKP-HORA              PIC 9(08) VALUE ZEROS.
       77  WS-IDADE-DIAS            PIC 9(03) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CATALOGO DE RELATORIOS - NOME CARIMBADO POR DATA DE EMISSAO E  *
      * SEQUENCIA DO DIA, ANOTADO EM CALCRCAT.DAT                      *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCRCAT       PIC X(02) VALUE "00".
       77  WS-NOME-RELATORIO        PIC X(24) VALUE SPACES.
       77  WS-SEQ-EMISSAO           PIC 9(02) VALUE ZEROS.
       77  WS-LINHAS-RELATORIO      PIC 9(08) VALUE ZEROS.
       77  WS-PARAMETROS-CAT        PIC X(40) VALUE SPACES.
       77  WS-SW-FIM-CATALOGO       PIC X(01) VALUE "N".
           88  WS-FIM-CATALOGO          VALUE "S".

      *----------------------------------------------------------------*
      * CAMPOS DA MENSAGEM DE OPERACAO A GRAVAR EM CALCMSG.DAT         *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCMSG        PIC X(02) VALUE "00".
       77  WS-MSG-NUMERO            PIC 9(04) VALUE ZEROS.
       77  WS-MSG-SEVERIDADE        PIC X(01) VALUE "I".
       77  WS-MSG-TEXTO             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * CAMPOS DO EVENTO A GRAVAR NO DIARIO DE SEGURANCA CALCSEC.DAT   *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCSEC        PIC X(02) VALUE "00".
       77  WS-SEC-EVENTO            PIC X(02) VALUE SPACES.
       77  WS-SEC-OPERADOR          PIC X(04) VALUE SPACES.
       77  WS-SEC-DETALHE           PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO                                            *
      *----------------------------------------------------------------*
       01  WS-CAB-TITULO.
           05  FILLER               PIC X(40) VALUE
               "CALCTURN - PASSAGEM DE TURNO - ENTREGUE ".
           05  FILLER               PIC X(04) VALUE "POR ".
           05  WS-CAB-OPERADOR      PIC X(04).
           05  FILLER               PIC X(12) VALUE "   EMISSAO: ".
           05  WS-CAB-EMISSAO       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CAB-HORA          PIC 9(08).
           05  FILLER               PIC X(09) VALUE "  PAGINA ".
           05  WS-CAB-PAGINA        PIC ZZZ9.
           05  FILLER               PIC X(42) VALUE SPACES.
       01  WS-LINHA-MENSAGEM.
           05  WS-LMS-NUMERO        PIC 9(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LMS-SEVERIDADE    PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LMS-PROGRAMA      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LMS-DATA          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LMS-HORA          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LMS-OPERADOR      PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LMS-TEXTO         PIC X(40).
           05  FILLER               PIC X(47) VALUE SPACES.
       01  WS-LINHA-PARCIAL.
           05  WS-LPC-DATA          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LPC-HORA          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LPC-LOTE          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LPC-DEPTO         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LPC-LIDOS         PIC Z(07)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LPC-PROCESSADOS   PIC Z(07)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LPC-ULTIMA        PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LPC-OPERADOR      PIC X(04).
           05  FILLER               PIC X(62) VALUE SPACES.
       01  WS-LINHA-FILA.
           05  WS-LFL-ARQUIVO       PIC X(24).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LFL-LOTE          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LFL-DEPTO         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LFL-SITUACAO      PIC X(40).
           05  FILLER               PIC X(50) VALUE SPACES.
       01  WS-LINHA-DIA.
           05  WS-LDI-DATA          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LDI-LANCAMENTOS   PIC Z(07)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LDI-SITUACAO      PIC X(40).
           05  FILLER               PIC X(72) VALUE SPACES.

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
           IF WS-OPERADOR-VALIDO
               PERFORM 3000-ABRIR-RELATORIO THRU 3000-EXIT
               PERFORM 3100-MENSAGENS-PENDENTES THRU 3100-EXIT
               PERFORM 3200-LOTES-PARCIAIS THRU 3200-EXIT
               PERFORM 3300-FILA-DA-NOITE THRU 3300-EXIT
               PERFORM 3400-DIAS-SEM-FECHAMENTO THRU 3400-EXIT
               PERFORM 3500-LACRE-DO-LOG THRU 3500-EXIT
               PERFORM 3600-ULTIMO-BACKUP THRU 3600-EXIT
               PERFORM 7000-ASSINAR-RECEBIMENTO THRU 7000-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY "CALCTURN - PASSAGEM DE TURNO ENCERRADA".
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - DATAS DE REFERENCIA E SIGN-ON DO OPERADOR   *
      * QUE ENTREGA O TURNO                                            *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "CALCTURN - PASSAGEM DE TURNO".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "D" TO WS-FUNCAO-DATA.
           MOVE WS-DATA-HOJE TO WS-DATA-BASE.
           CALL "CALCDATA" USING WS-FUNCAO-DATA,
               WS-DATA-BASE, WS-DATA-DE, WS-DATA-ATE.
           MOVE WS-DATA-DE TO WS-DATA-ONTEM.
           PERFORM 1050-IDENTIFICAR-OPERADOR THRU 1050-EXIT.
       1000-EXIT.
           EXIT.

       1050-IDENTIFICAR-OPERADOR.
           PERFORM 1060-OBTER-OPERADOR THRU 1060-EXIT
               UNTIL WS-OPERADOR-VALIDO OR WS-SIGNON-FIM.
       1050-EXIT.
           EXIT.

       1060-OBTER-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR QUE ENTREGA O TURNO (BRANCO P/"
               " ENCERRAR):".
           MOVE SPACES TO WS-CODIGO-LIDO.
           ACCEPT WS-CODIGO-LIDO.
           IF WS-CODIGO-LIDO = SPACES
               MOVE "S" TO WS-SW-SIGNON-FIM
               GO TO 1060-EXIT
           END-IF.
           PERFORM 1070-VALIDAR-CODIGO THRU 1070-EXIT.
           MOVE WS-CODIGO-LIDO TO WS-SEC-OPERADOR.
           IF WS-CODIGO-VALIDO
               MOVE "S" TO WS-SW-OPERADOR-VALIDO
               MOVE WS-CODIGO-LIDO TO WS-OPERADOR
               MOVE WS-NOME-LIDO TO WS-OPERADOR-NOME
               DISPLAY "OPERADOR " WS-OPERADOR " - " WS-OPERADOR-NOME
               MOVE "SA" TO WS-SEC-EVENTO
               MOVE "SIGN-ON ACEITO" TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
               MOVE "SI" TO WS-SEC-EVENTO
               MOVE "SESSAO INICIADA" TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
               GO TO 1060-EXIT
           END-IF.
           IF NOT WS-SIGNON-FIM
               IF pnexe-retorno = SPACES
                   DISPLAY "OPERADOR NAO CADASTRADO OU INATIVO"
               END-IF
               MOVE "SR" TO WS-SEC-EVENTO
               MOVE "SIGN-ON RECUSADO" TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           END-IF.
       1060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1070-VALIDAR-CODIGO - CODIGO CADASTRADO E ATIVO NO OPERMST;    *
      * SERVE AO SIGN-ON DE QUEM SAI E A ASSINATURA DE QUEM ENTRA      *
      *----------------------------------------------------------------*
       1070-VALIDAR-CODIGO.
           MOVE "N" TO WS-SW-CODIGO-VALIDO.
           MOVE SPACES TO WS-NOME-LIDO.
           OPEN INPUT OPERMST.
           IF WS-STATUS-OPERMST NOT = "00"
               DISPLAY "OPERMST.DAT NAO ENCONTRADO - ENCERRANDO"
               MOVE "S" TO WS-SW-SIGNON-FIM
               MOVE "S" TO WS-SW-ASSINATURA-FIM
               GO TO 1070-EXIT
           END-IF.
           MOVE WS-CODIGO-LIDO TO CALCOPER-CODIGO.
           READ OPERMST
               KEY IS CALCOPER-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CALCOPER-ATIVO
                       MOVE "S" TO WS-SW-CODIGO-VALIDO
                       MOVE CALCOPER-NOME TO WS-NOME-LIDO
                   END-IF
           END-READ.
           CLOSE OPERMST.
           IF WS-CODIGO-VALIDO
               MOVE "V" TO pnexe-funcao
               MOVE WS-CODIGO-LIDO TO pnexe-codigo
               MOVE "CALCTURN" TO pnexe-programa
               CALL "OPERPIN" USING pnexe-parametros
               IF NOT pnexe-pin-ok
                   MOVE "N" TO WS-SW-CODIGO-VALIDO
               END-IF
           ELSE
               MOVE SPACES TO pnexe-retorno
           END-IF.
       1070-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-ABRIR-RELATORIO - NOME CARIMBADO E PRIMEIRO CABECALHO     *
      *----------------------------------------------------------------*
       3000-ABRIR-RELATORIO.
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EMISSAO FROM TIME.
           PERFORM 8500-DEFINIR-NOME-RELATORIO THRU 8500-EXIT.
           MOVE SPACES TO WS-PARAMETROS-CAT.
           STRING "TURNO ENTREGUE POR " WS-OPERADOR
               DELIMITED BY SIZE INTO WS-PARAMETROS-CAT.
           OPEN OUTPUT RELATORIO.
           PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-MENSAGENS-PENDENTES - CONTA AS PENDENTES POR SEVERIDADE E *
      * LISTA AS DE ERRO E ADVERTENCIA; NA MESMA PASSADA GUARDA O      *
      * ULTIMO VEREDICTO DO LOGVRFY                                    *
      *----------------------------------------------------------------*
       3100-MENSAGENS-PENDENTES.
           MOVE "1. MENSAGENS PENDENTES NO CALCMSG.DAT - ERROS E"
               & " ADVERTENCIAS" TO WS-LINHA-REL.
           PERFORM 8200-ESCREVER-TITULO THRU 8200-EXIT.
           MOVE "NUM.  S  PROGRAMA  DATA      HORA      OPER  TEXTO"
               TO WS-LINHA-REL.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
           OPEN INPUT CALCMSG.
           IF WS-STATUS-CALCMSG NOT = "00"
               MOVE "   CALCMSG.DAT NAO ENCONTRADO" TO WS-LINHA-REL
               PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           PERFORM 3110-LER-MENSAGEM THRU 3110-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCMSG.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "   PENDENTES - ERRO: " WS-PEND-ERRO
               "  ADVERTENCIA: " WS-PEND-ADVERTENCIA
               "  INFORMATIVA: " WS-PEND-INFO
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
       3100-EXIT.
           EXIT.

       3110-LER-MENSAGEM.
           READ CALCMSG NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 3110-EXIT
           END-READ.
           IF CALCMSG-PROGRAMA = "LOGVRFY "
                   AND (CALCMSG-NUMERO = 0280 OR CALCMSG-NUMERO = 0281)
               MOVE CALCMSG-NUMERO TO WS-LACRE-NUMERO
               MOVE CALCMSG-DATA TO WS-LACRE-DATA
               MOVE CALCMSG-HORA TO WS-LACRE-HORA
               MOVE CALCMSG-TEXTO TO WS-LACRE-TEXTO
           END-IF.
           IF NOT CALCMSG-PENDENTE
               GO TO 3110-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CALCMSG-SEV-ERRO
                   ADD 1 TO WS-PEND-ERRO
               WHEN CALCMSG-SEV-ADVERTENCIA
                   ADD 1 TO WS-PEND-ADVERTENCIA
               WHEN OTHER
                   ADD 1 TO WS-PEND-INFO
                   GO TO 3110-EXIT
           END-EVALUATE.
           MOVE CALCMSG-NUMERO TO WS-LMS-NUMERO.
           MOVE CALCMSG-SEVERIDADE TO WS-LMS-SEVERIDADE.
           MOVE CALCMSG-PROGRAMA TO WS-LMS-PROGRAMA.
           MOVE CALCMSG-DATA TO WS-LMS-DATA.
           MOVE CALCMSG-HORA TO WS-LMS-HORA.
           MOVE CALCMSG-OPERADOR TO WS-LMS-OPERADOR.
           MOVE CALCMSG-TEXTO TO WS-LMS-TEXTO.
           MOVE WS-LINHA-MENSAGEM TO WS-LINHA-REL.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
           ADD 1 TO WS-PEND-LISTADAS.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-LOTES-PARCIAIS - TERMINOS PARCIAIS DE ONTEM PARA CA; UM   *
      * TERMINO LIMPO POSTERIOR DO MESMO LOTE CONTA COMO REEXECUCAO E  *
      * TIRA O PARCIAL DA LISTA                                        *
      *----------------------------------------------------------------*
       3200-LOTES-PARCIAIS.
           MOVE "2. LOTES DA ULTIMA NOITE COM TERMINO PARCIAL E SEM"
               & " REEXECUCAO LIMPA (CALCRUN.DAT)" TO WS-LINHA-REL.
           PERFORM 8200-ESCREVER-TITULO THRU 8200-EXIT.
           MOVE "INICIO              LOTE      DEPT     LIDOS  PROCES"
               & "S.  ULT.TRANS OPER" TO WS-LINHA-REL.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
           MOVE ZEROS TO WS-PARC-CARREGADOS.
           OPEN INPUT CALCRUN.
           IF WS-STATUS-CALCRUN NOT = "00"
               MOVE "   CALCRUN.DAT NAO ENCONTRADO" TO WS-LINHA-REL
               PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-CALCRUN.
           PERFORM 3210-LER-EXECUCAO THRU 3210-EXIT
               UNTIL WS-FIM-CALCRUN.
           CLOSE CALCRUN.
           PERFORM 3230-EMITIR-PARCIAL THRU 3230-EXIT
               VARYING WS-SUB-PARC FROM 1 BY 1
               UNTIL WS-SUB-PARC > WS-PARC-CARREGADOS.
           IF WS-PARC-ESTOURO
               MOVE "   TABELA DE PARCIAIS ESTOURADA (50) - CONFIRA O"
                   & " CALCRUN.DAT NA MAO" TO WS-LINHA-REL
               PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "   PARCIAIS SEM REEXECUCAO: " WS-PARC-ABERTOS
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
       3200-EXIT.
           EXIT.

       3210-LER-EXECUCAO.
           READ CALCRUN
               AT END
                   MOVE "S" TO WS-SW-FIM-CALCRUN
                   GO TO 3210-EXIT
           END-READ.
           IF CALCRUN-TERMINO-LIMPO
               PERFORM 3220-BAIXAR-PARCIAL THRU 3220-EXIT
                   VARYING WS-SUB-PARC FROM 1 BY 1
                   UNTIL WS-SUB-PARC > WS-PARC-CARREGADOS
               GO TO 3210-EXIT
           END-IF.
           IF NOT CALCRUN-TERMINO-PARCIAL
                   OR CALCRUN-DATA-INICIO < WS-DATA-ONTEM
               GO TO 3210-EXIT
           END-IF.
           IF WS-PARC-CARREGADOS NOT < 50
               MOVE "S" TO WS-SW-PARC-ESTOURO
               GO TO 3210-EXIT
           END-IF.
           ADD 1 TO WS-PARC-CARREGADOS.
           MOVE WS-PARC-CARREGADOS TO WS-SUB-PARC.
           MOVE CALCRUN-DATA-INICIO TO WS-PARC-DATA(WS-SUB-PARC).
           MOVE CALCRUN-HORA-INICIO TO WS-PARC-HORA(WS-SUB-PARC).
           MOVE CALCRUN-LOTE-ID TO WS-PARC-LOTE(WS-SUB-PARC).
           MOVE CALCRUN-DEPTO TO WS-PARC-DEPTO(WS-SUB-PARC).
           MOVE CALCRUN-LIDOS TO WS-PARC-LIDOS(WS-SUB-PARC).
           MOVE CALCRUN-PROCESSADOS
               TO WS-PARC-PROCESSADOS(WS-SUB-PARC).
           MOVE CALCRUN-ULTIMA-TRANS TO WS-PARC-ULTIMA(WS-SUB-PARC).
           MOVE CALCRUN-OPERADOR TO WS-PARC-OPERADOR(WS-SUB-PARC).
           MOVE "N" TO WS-PARC-SW-LIMPO(WS-SUB-PARC).
       3210-EXIT.
           EXIT.

       3220-BAIXAR-PARCIAL.
           IF WS-PARC-LOTE(WS-SUB-PARC) = CALCRUN-LOTE-ID
               MOVE "S" TO WS-PARC-SW-LIMPO(WS-SUB-PARC)
           END-IF.
       3220-EXIT.
           EXIT.

       3230-EMITIR-PARCIAL.
           IF WS-PARC-REEXECUTADO(WS-SUB-PARC)
               GO TO 3230-EXIT
           END-IF.
           MOVE WS-PARC-DATA(WS-SUB-PARC) TO WS-LPC-DATA.
           MOVE WS-PARC-HORA(WS-SUB-PARC) TO WS-LPC-HORA.
           MOVE WS-PARC-LOTE(WS-SUB-PARC) TO WS-LPC-LOTE.
           MOVE WS-PARC-DEPTO(WS-SUB-PARC) TO WS-LPC-DEPTO.
           MOVE WS-PARC-LIDOS(WS-SUB-PARC) TO WS-LPC-LIDOS.
           MOVE WS-PARC-PROCESSADOS(WS-SUB-PARC) TO WS-LPC-PROCESSADOS.
           MOVE WS-PARC-ULTIMA(WS-SUB-PARC) TO WS-LPC-ULTIMA.
           MOVE WS-PARC-OPERADOR(WS-SUB-PARC) TO WS-LPC-OPERADOR.
           MOVE WS-LINHA-PARCIAL TO WS-LINHA-REL.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
           ADD 1 TO WS-PARC-ABERTOS.
       3230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-FILA-DA-NOITE - CADA ARQUIVO DA CALCFILA.DAT: O LOTE DO   *
      * CABECALHO COM TERMINO LIMPO NO CALCRUN.DAT JA RODOU; ARQUIVO   *
      * AUSENTE FOI RETIDO OU RETIRADO. NO FIM, OS RETIDOS DO          *
      * CALCHOLD.DAT AINDA AGUARDANDO A DATA-VALOR                     *
      *----------------------------------------------------------------*
       3300-FILA-DA-NOITE.
           MOVE "3. ARQUIVOS NA FILA DA NOITE (CALCFILA.DAT) E LOTES"
               & " RETIDOS (CALCHOLD.DAT)" TO WS-LINHA-REL.
           PERFORM 8200-ESCREVER-TITULO THRU 8200-EXIT.
           MOVE "ARQUIVO                   LOTE      DEPT  SITUACAO"
               TO WS-LINHA-REL.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
           OPEN INPUT CALCFILA.
           IF WS-STATUS-CALCFILA NOT = "00"
               MOVE "   CALCFILA.DAT NAO ENCONTRADO - FILA VAZIA"
                   TO WS-LINHA-REL
               PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT
           ELSE
               MOVE "N" TO WS-SW-FIM-ARQUIVO
               PERFORM 3310-LER-FILA THRU 3310-EXIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE CALCFILA
           END-IF.
           PERFORM 3350-CONTAR-RETIDOS THRU 3350-EXIT.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "   ARQUIVOS NA FILA: " WS-FILA-ARQUIVOS
               "  AGUARDANDO: " WS-FILA-AGUARDANDO
               "  RETIDOS AGUARDANDO DATA-VALOR: "
               WS-RETIDOS-AGUARDANDO
               "  VENCIDOS: " WS-RETIDOS-VENCIDOS
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
       3300-EXIT.
           EXIT.

       3310-LER-FILA.
           READ CALCFILA
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 3310-EXIT
           END-READ.
           IF NOT CALCFILA-TIPO-ARQUIVO
               GO TO 3310-EXIT
           END-IF.
           ADD 1 TO WS-FILA-ARQUIVOS.
           MOVE CALCFILA-NOME-ARQ TO WS-NOME-LOTE.
           MOVE WS-NOME-LOTE TO WS-LFL-ARQUIVO.
           MOVE SPACES TO WS-LFL-LOTE.
           MOVE SPACES TO WS-LFL-DEPTO.
           MOVE SPACES TO CALCIN-REGISTRO.
           OPEN INPUT LOTEFILA.
           IF WS-STATUS-LOTEFILA NOT = "00"
               MOVE "ARQUIVO AUSENTE - RETIDO OU RETIRADO"
                   TO WS-LFL-SITUACAO
               GO TO 3310-EMITIR
           END-IF.
           READ LOTEFILA INTO CALCIN-REGISTRO
               AT END
                   MOVE SPACES TO CALCIN-REGISTRO
           END-READ.
           CLOSE LOTEFILA.
           IF NOT CALCIN-TIPO-CABECALHO
               MOVE "SEM CABECALHO - AGUARDANDO" TO WS-LFL-SITUACAO
               ADD 1 TO WS-FILA-AGUARDANDO
               GO TO 3310-EMITIR
           END-IF.
           MOVE CALCIN-CAB-LOTE-ID TO WS-LFL-LOTE.
           MOVE CALCIN-CAB-DEPTO TO WS-LFL-DEPTO.
           MOVE CALCIN-CAB-LOTE-ID TO WS-LOTE-PROCURADO.
           PERFORM 3320-PROCURAR-LIMPO THRU 3320-EXIT.
           IF WS-LOTE-LIMPO
               MOVE "PROCESSADO (TERMINO LIMPO)" TO WS-LFL-SITUACAO
           ELSE
               MOVE "AGUARDANDO" TO WS-LFL-SITUACAO
               ADD 1 TO WS-FILA-AGUARDANDO
           END-IF.
       3310-EMITIR.
           MOVE WS-LINHA-FILA TO WS-LINHA-REL.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
       3310-EXIT.
           EXIT.

       3320-PROCURAR-LIMPO.
           MOVE "N" TO WS-SW-LOTE-LIMPO.
           MOVE "N" TO WS-SW-FIM-CALCRUN.
           OPEN INPUT CALCRUN.
           IF WS-STATUS-CALCRUN NOT = "00"
               GO TO 3320-EXIT
           END-IF.
           PERFORM 3321-LER-CALCRUN THRU 3321-EXIT
               UNTIL WS-FIM-CALCRUN.
           CLOSE CALCRUN.
       3320-EXIT.
           EXIT.

       3321-LER-CALCRUN.
           READ CALCRUN
               AT END
                   MOVE "S" TO WS-SW-FIM-CALCRUN
               NOT AT END
                   IF CALCRUN-LOTE-ID = WS-LOTE-PROCURADO
                           AND CALCRUN-TERMINO-LIMPO
                       MOVE "S" TO WS-SW-LOTE-LIMPO
                   END-IF
           END-READ.
       3321-EXIT.
           EXIT.

       3350-CONTAR-RETIDOS.
           OPEN INPUT CALCHOLD.
           IF WS-STATUS-CALCHOLD NOT = "00"
               GO TO 3350-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           PERFORM 3351-LER-RETIDO THRU 3351-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCHOLD.
       3350-EXIT.
           EXIT.

       3351-LER-RETIDO.
           READ CALCHOLD NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   IF CALCHOLD-RETIDO
                       ADD 1 TO WS-RETIDOS-AGUARDANDO
                       IF CALCHOLD-DATA-VALOR < WS-DATA-HOJE
                           ADD 1 TO WS-RETIDOS-VENCIDOS
                       END-IF
                   END-IF
           END-READ.
       3351-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-DIAS-SEM-FECHAMENTO - O CALCLOG.DAT E GRAVADO EM ORDEM DE *
      * DATA; CADA DIA UTIL COM LANCAMENTO E PROCURADO NO CALCFECH.DAT *
      * - AUSENTE OU REABERTO ESTA EM ABERTO. O DIA DE HOJE SAI        *
      * MARCADO, MAS NAO CONTA COMO PENDENCIA                          *
      *----------------------------------------------------------------*
       3400-DIAS-SEM-FECHAMENTO.
           MOVE "4. DIAS UTEIS COM LANCAMENTO SEM FECHAMENTO (CALCLOG"
               & ".DAT X CALCFECH.DAT)" TO WS-LINHA-REL.
           PERFORM 8200-ESCREVER-TITULO THRU 8200-EXIT.
           MOVE "DATA      LANCAMENT  SITUACAO" TO WS-LINHA-REL.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
           OPEN INPUT CALCLOG.
           IF WS-STATUS-CALCLOG NOT = "00"
               MOVE "   CALCLOG.DAT NAO ENCONTRADO" TO WS-LINHA-REL
               PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT
               GO TO 3400-EXIT
           END-IF.
           OPEN INPUT CALCFECH.
           IF WS-STATUS-CALCFECH = "00"
               MOVE "S" TO WS-SW-CALCFECH-ABERTO
           END-IF.
           MOVE ZEROS TO WS-DIA-CORRENTE.
           MOVE ZEROS TO WS-LANCAMENTOS-DIA.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           PERFORM 3410-LER-LANCAMENTO THRU 3410-EXIT
               UNTIL WS-FIM-ARQUIVO.
           IF WS-DIA-CORRENTE NOT = ZEROS
               PERFORM 3420-AVALIAR-DIA THRU 3420-EXIT
           END-IF.
           CLOSE CALCLOG.
           IF WS-CALCFECH-ABERTO
               CLOSE CALCFECH
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "   DIAS UTEIS ANTERIORES A HOJE SEM FECHAMENTO: "
               WS-DIAS-ABERTOS
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
       3400-EXIT.
           EXIT.

       3410-LER-LANCAMENTO.
           READ CALCLOG
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 3410-EXIT
           END-READ.
           IF CALCLOG-DATA NOT = WS-DIA-CORRENTE
               IF WS-DIA-CORRENTE NOT = ZEROS
                   PERFORM 3420-AVALIAR-DIA THRU 3420-EXIT
               END-IF
               MOVE CALCLOG-DATA TO WS-DIA-CORRENTE
               MOVE ZEROS TO WS-LANCAMENTOS-DIA
           END-IF.
           ADD 1 TO WS-LANCAMENTOS-DIA.
       3410-EXIT.
           EXIT.

       3420-AVALIAR-DIA.
      *    DIA NAO UTIL (FIM DE SEMANA OU FERIADO) FICA DE FORA - O
      *    CALCDATA "P" DEVOLVE A PROPRIA BASE QUANDO ELA E UTIL
           MOVE "P" TO WS-FUNCAO-DATA.
           MOVE WS-DIA-CORRENTE TO WS-DATA-BASE.
           CALL "CALCDATA" USING WS-FUNCAO-DATA,
               WS-DATA-BASE, WS-DATA-DE, WS-DATA-ATE.
           IF WS-DATA-DE NOT = WS-DIA-CORRENTE
               GO TO 3420-EXIT
           END-IF.
           MOVE WS-DIA-CORRENTE TO WS-LDI-DATA.
           MOVE WS-LANCAMENTOS-DIA TO WS-LDI-LANCAMENTOS.
           MOVE SPACES TO WS-LDI-SITUACAO.
           IF WS-CALCFECH-ABERTO
               MOVE WS-DIA-CORRENTE TO CALCFECH-DATA
               READ CALCFECH
                   KEY IS CALCFECH-DATA
                   INVALID KEY
                       MOVE "SEM FECHAMENTO" TO WS-LDI-SITUACAO
                   NOT INVALID KEY
                       IF CALCFECH-REABERTO
                           MOVE "REABERTO POR SUPERVISOR"
                               TO WS-LDI-SITUACAO
                       END-IF
               END-READ
           ELSE
               MOVE "SEM FECHAMENTO" TO WS-LDI-SITUACAO
           END-IF.
           IF WS-LDI-SITUACAO = SPACES
               GO TO 3420-EXIT
           END-IF.
           IF WS-DIA-CORRENTE NOT < WS-DATA-HOJE
               MOVE "DIA CORRENTE - AINDA EM MOVIMENTO"
                   TO WS-LDI-SITUACAO
           ELSE
               ADD 1 TO WS-DIAS-ABERTOS
           END-IF.
           MOVE WS-LINHA-DIA TO WS-LINHA-REL.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
       3420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-LACRE-DO-LOG - ULTIMO VEREDICTO DO LOGVRFY GUARDADO NA    *
      * LEITURA DO CALCMSG.DAT                                         *
      *----------------------------------------------------------------*
       3500-LACRE-DO-LOG.
           MOVE "5. ULTIMA VERIFICACAO DO LACRE DO LOG (LOGVRFY)"
               TO WS-LINHA-REL.
           PERFORM 8200-ESCREVER-TITULO THRU 8200-EXIT.
           MOVE SPACES TO WS-LINHA-REL.
           EVALUATE WS-LACRE-NUMERO
               WHEN 0280
                   STRING "   APROVADA EM " WS-LACRE-DATA " "
                       WS-LACRE-HORA " - " WS-LACRE-TEXTO
                       DELIMITED BY SIZE INTO WS-LINHA-REL
               WHEN 0281
                   STRING "   *** REPROVADA *** EM " WS-LACRE-DATA " "
                       WS-LACRE-HORA " - " WS-LACRE-TEXTO
                       DELIMITED BY SIZE INTO WS-LINHA-REL
               WHEN OTHER
                   MOVE "   NENHUMA VERIFICACAO REGISTRADA NO CALCMSG"
                       & ".DAT - RODAR O LOGVRFY" TO WS-LINHA-REL
           END-EVALUATE.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3600-ULTIMO-BACKUP - GERACAO MAIS RECENTE DO CALCBMAN.DAT; A   *
      * IDADE E CONTADA RECUANDO HOJE UM DIA POR VEZ PELO CALCDATA ATE *
      * A DATA DA GERACAO (LIMITE DE 999 DIAS)                         *
      *----------------------------------------------------------------*
       3600-ULTIMO-BACKUP.
           MOVE "6. GERACAO MAIS RECENTE DO BACKUP (CALCBKP/CALCBMAN"
               & ".DAT)" TO WS-LINHA-REL.
           PERFORM 8200-ESCREVER-TITULO THRU 8200-EXIT.
           MOVE ZEROS TO WS-BKP-GERACAO.
           OPEN INPUT CALCBMAN.
           IF WS-STATUS-CALCBMAN = "00"
               MOVE "N" TO WS-SW-FIM-ARQUIVO
               PERFORM 3610-LER-GERACAO THRU 3610-EXIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE CALCBMAN
           END-IF.
           IF WS-BKP-DATA = ZEROS
               MOVE "   *** NENHUMA GERACAO DE BACKUP NO CALCBMAN.DAT"
                   & " ***" TO WS-LINHA-REL
               PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT
               GO TO 3600-EXIT
           END-IF.
           MOVE ZEROS TO WS-IDADE-DIAS.
           MOVE "D" TO WS-FUNCAO-DATA.
           MOVE WS-DATA-HOJE TO WS-DATA-BASE.
           PERFORM 3620-RECUAR-DIA THRU 3620-EXIT
               UNTIL WS-DATA-BASE NOT > WS-BKP-DATA
               OR WS-IDADE-DIAS NOT < 999.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "   GERACAO GEN" WS-BKP-DATA WS-BKP-SEQ
               " GRAVADA AS " WS-BKP-HORA
               " - IDADE: " WS-IDADE-DIAS " DIA(S)"
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
       3600-EXIT.
           EXIT.

       3610-LER-GERACAO.
           READ CALCBMAN
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   IF CALCBMAN-GERACAO > WS-BKP-GERACAO
                       MOVE CALCBMAN-DATA TO WS-BKP-DATA
                       MOVE CALCBMAN-SEQ TO WS-BKP-SEQ
                       MOVE CALCBMAN-HORA TO WS-BKP-HORA
                   END-IF
           END-READ.
       3610-EXIT.
           EXIT.

       3620-RECUAR-DIA.
           CALL "CALCDATA" USING WS-FUNCAO-DATA,
               WS-DATA-BASE, WS-DATA-DE, WS-DATA-ATE.
           MOVE WS-DATA-DE TO WS-DATA-BASE.
           ADD 1 TO WS-IDADE-DIAS.
       3620-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-ASSINAR-RECEBIMENTO - RESUMO NA TELA E ASSINATURA DO      *
      * OPERADOR QUE ENTRA (CADASTRADO, ATIVO E DIFERENTE DE QUEM      *
      * SAI); O BLOCO DE ASSINATURA FECHA O RELATORIO                  *
      *----------------------------------------------------------------*
       7000-ASSINAR-RECEBIMENTO.
           DISPLAY " ".
           DISPLAY "RESUMO DA PASSAGEM DE TURNO".
           DISPLAY "MENSAGENS PENDENTES - ERRO: " WS-PEND-ERRO
               " ADVERTENCIA: " WS-PEND-ADVERTENCIA
               " INFORMATIVA: " WS-PEND-INFO.
           DISPLAY "LOTES PARCIAIS SEM REEXECUCAO : " WS-PARC-ABERTOS.
           DISPLAY "ARQUIVOS AGUARDANDO NA FILA   : "
               WS-FILA-AGUARDANDO.
           DISPLAY "LOTES RETIDOS / VENCIDOS      : "
               WS-RETIDOS-AGUARDANDO " / " WS-RETIDOS-VENCIDOS.
           DISPLAY "DIAS UTEIS SEM FECHAMENTO     : " WS-DIAS-ABERTOS.
           EVALUATE WS-LACRE-NUMERO
               WHEN 0280
                   DISPLAY "LACRE DO LOG                  : APROVADO"
                       " EM " WS-LACRE-DATA
               WHEN 0281
                   DISPLAY "LACRE DO LOG                  : REPROVADO"
                       " EM " WS-LACRE-DATA
               WHEN OTHER
                   DISPLAY "LACRE DO LOG                  : SEM"
                       " VERIFICACAO REGISTRADA"
           END-EVALUATE.
           IF WS-BKP-DATA = ZEROS
               DISPLAY "ULTIMO BACKUP                 : NENHUM"
           ELSE
               DISPLAY "ULTIMO BACKUP                 : " WS-BKP-DATA
                   " (" WS-IDADE-DIAS " DIA(S))"
           END-IF.
           DISPLAY "RELATORIO EM " WS-NOME-RELATORIO.
           PERFORM 7010-OBTER-RECEBEDOR THRU 7010-EXIT
               UNTIL WS-ASSINADO OR WS-ASSINATURA-FIM.
           MOVE "7. ASSINATURA DA PASSAGEM DE TURNO" TO WS-LINHA-REL.
           PERFORM 8200-ESCREVER-TITULO THRU 8200-EXIT.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "   ENTREGUE POR: " WS-OPERADOR " " WS-OPERADOR-NOME
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
           MOVE SPACES TO WS-LINHA-REL.
           IF WS-ASSINADO
               STRING "   RECEBIDO POR: " WS-RECEBEDOR " "
                   WS-RECEBEDOR-NOME " EM " WS-DATA-ASSINATURA " "
                   WS-HORA-ASSINATURA
                   DELIMITED BY SIZE INTO WS-LINHA-REL
           ELSE
               MOVE "   *** PASSAGEM NAO ASSINADA PELO OPERADOR QUE"
                   & " RECEBE O TURNO ***" TO WS-LINHA-REL
           END-IF.
           PERFORM 8300-ESCREVER-LINHA THRU 8300-EXIT.
       7000-EXIT.
           EXIT.

       7010-OBTER-RECEBEDOR.
           DISPLAY "CODIGO DO OPERADOR QUE RECEBE O TURNO (BRANCO ="
               " NAO ASSINAR):".
           MOVE SPACES TO WS-CODIGO-LIDO.
           ACCEPT WS-CODIGO-LIDO.
           IF WS-CODIGO-LIDO = SPACES
               MOVE "S" TO WS-SW-ASSINATURA-FIM
               GO TO 7010-EXIT
           END-IF.
           IF WS-CODIGO-LIDO = WS-OPERADOR
               DISPLAY "QUEM RECEBE O TURNO NAO PODE SER QUEM ENTREGA"
               GO TO 7010-EXIT
           END-IF.
           PERFORM 1070-VALIDAR-CODIGO THRU 1070-EXIT.
           IF WS-ASSINATURA-FIM
               GO TO 7010-EXIT
           END-IF.
           IF NOT WS-CODIGO-VALIDO
               IF pnexe-retorno = SPACES
                   DISPLAY "OPERADOR NAO CADASTRADO OU INATIVO"
               END-IF
               MOVE "SR" TO WS-SEC-EVENTO
               MOVE WS-CODIGO-LIDO TO WS-SEC-OPERADOR
               MOVE "ASSINATURA DE TURNO RECUSADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
               GO TO 7010-EXIT
           END-IF.
           DISPLAY WS-CODIGO-LIDO " - " WS-NOME-LIDO
               " CONFIRMA O RECEBIMENTO DO TURNO (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "RECEBIMENTO NAO CONFIRMADO"
               GO TO 7010-EXIT
           END-IF.
           MOVE "S" TO WS-SW-ASSINADO.
           MOVE WS-CODIGO-LIDO TO WS-RECEBEDOR.
           MOVE WS-NOME-LIDO TO WS-RECEBEDOR-NOME.
           ACCEPT WS-DATA-ASSINATURA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ASSINATURA FROM TIME.
           MOVE "PT" TO WS-SEC-EVENTO.
           MOVE WS-RECEBEDOR TO WS-SEC-OPERADOR.
           MOVE SPACES TO WS-SEC-DETALHE.
           STRING "PASSAGEM DE TURNO DE " WS-OPERADOR " PARA "
               WS-RECEBEDOR
               DELIMITED BY SIZE INTO WS-SEC-DETALHE.
           PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT.
       7010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7900-GRAVAR-MENSAGEM - GRAVA UMA MENSAGEM DE OPERACAO NO       *
      * ARQUIVO CENTRAL CALCMSG.DAT (ABRE, GRAVA E FECHA NO ATO)       *
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
           MOVE "CALCTURN" TO CALCMSG-PROGRAMA.
           ACCEPT CALCMSG-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCMSG-HORA FROM TIME.
           MOVE ZEROS TO CALCMSG-TRANSACAO.
           MOVE ZEROS TO CALCMSG-NUM-REGISTRO.
           MOVE WS-OPERADOR TO CALCMSG-OPERADOR.
           MOVE WS-MSG-TEXTO TO CALCMSG-TEXTO.
           MOVE "P" TO CALCMSG-SW-SITUACAO.
           MOVE SPACES TO CALCMSG-REV-OPERADOR.
           MOVE ZEROS TO CALCMSG-REV-DATA.
           MOVE ZEROS TO CALCMSG-REV-HORA.
           WRITE CALCMSG-REGISTRO.
           CLOSE CALCMSG.
       7900-EXIT.
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
           MOVE "CALCTURN" TO CALCSEC-PROGRAMA.
           MOVE WS-SEC-EVENTO TO CALCSEC-EVENTO.
           MOVE WS-SEC-OPERADOR TO CALCSEC-OPERADOR.
           MOVE WS-SEC-DETALHE TO CALCSEC-DETALHE.
           WRITE CALCSEC-REGISTRO.
           CLOSE CALCSEC.
       7950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-ESCREVER-CABECALHO - CABECALHO DE PAGINA COM O OPERADOR   *
      * QUE ENTREGA, DATA E HORA DE EMISSAO E NUMERO DA PAGINA         *
      *----------------------------------------------------------------*
       8100-ESCREVER-CABECALHO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-OPERADOR TO WS-CAB-OPERADOR.
           MOVE WS-DATA-EMISSAO TO WS-CAB-EMISSAO.
           MOVE WS-HORA-EMISSAO TO WS-CAB-HORA.
           MOVE WS-NUMERO-PAGINA TO WS-CAB-PAGINA.
           IF WS-NUMERO-PAGINA > 1
               MOVE SPACES TO REL-REGISTRO
               WRITE REL-REGISTRO
           END-IF.
           WRITE REL-REGISTRO FROM WS-CAB-TITULO.
           MOVE ALL "-" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE 2 TO WS-LINHAS-PAGINA.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8200-ESCREVER-TITULO - LINHA EM BRANCO E TITULO DA SECAO; A    *
      * SECAO NAO COMECA NO PE DA PAGINA                               *
      *----------------------------------------------------------------*
       8200-ESCREVER-TITULO.
           IF WS-LINHAS-PAGINA NOT < 52
               PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT
           END-IF.
           MOVE SPACES TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           WRITE REL-REGISTRO FROM WS-LINHA-REL.
           ADD 2 TO WS-LINHAS-PAGINA.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8300-ESCREVER-LINHA - UMA LINHA DE DETALHE, COM QUEBRA DE      *
      * PAGINA                                                         *
      *----------------------------------------------------------------*
       8300-ESCREVER-LINHA.
           IF WS-LINHAS-PAGINA NOT < 56
               PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT
           END-IF.
           WRITE REL-REGISTRO FROM WS-LINHA-REL.
           ADD 1 TO WS-LINHAS-PAGINA.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8500-DEFINIR-NOME-RELATORIO - MONTA O NOME CARIMBADO COM A     *
      * DATA DE EMISSAO E A PROXIMA SEQUENCIA DO DIA NO CATALOGO       *
      *----------------------------------------------------------------*
       8500-DEFINIR-NOME-RELATORIO.
           MOVE ZEROS TO WS-SEQ-EMISSAO.
           MOVE "N" TO WS-SW-FIM-CATALOGO.
           OPEN INPUT CALCRCAT.
           IF WS-STATUS-CALCRCAT = "00"
               PERFORM 8510-CONTAR-EMISSAO THRU 8510-EXIT
                   UNTIL WS-FIM-CATALOGO
               CLOSE CALCRCAT
           END-IF.
           ADD 1 TO WS-SEQ-EMISSAO.
           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING "CALCTURN" WS-DATA-EMISSAO WS-SEQ-EMISSAO ".REL"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO.
       8500-EXIT.
           EXIT.

       8510-CONTAR-EMISSAO.
           READ CALCRCAT
               AT END
                   MOVE "S" TO WS-SW-FIM-CATALOGO
               NOT AT END
                   IF CALCRCAT-PROGRAMA = "CALCTURN"
                           AND CALCRCAT-DATA = WS-DATA-EMISSAO
                       ADD 1 TO WS-SEQ-EMISSAO
                   END-IF
           END-READ.
       8510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8600-CATALOGAR-RELATORIO - RELE O RELATORIO GRAVADO PARA       *
      * CONTAR AS LINHAS E ANOTA A EMISSAO NO CATALOGO CALCRCAT.DAT    *
      *----------------------------------------------------------------*
       8600-CATALOGAR-RELATORIO.
           MOVE ZEROS TO WS-LINHAS-RELATORIO.
           MOVE "N" TO WS-SW-FIM-CATALOGO.
           OPEN INPUT RELATORIO.
           PERFORM 8610-CONTAR-LINHA THRU 8610-EXIT
               UNTIL WS-FIM-CATALOGO.
           CLOSE RELATORIO.
           OPEN EXTEND CALCRCAT.
           IF WS-STATUS-CALCRCAT = "05" OR WS-STATUS-CALCRCAT = "35"
               OPEN OUTPUT CALCRCAT
               CLOSE CALCRCAT
               OPEN EXTEND CALCRCAT
           END-IF.
           MOVE "CALCTURN" TO CALCRCAT-PROGRAMA.
           MOVE WS-PARAMETROS-CAT TO CALCRCAT-PARAMETROS.
           MOVE WS-DATA-EMISSAO TO CALCRCAT-DATA.
           ACCEPT CALCRCAT-HORA FROM TIME.
           MOVE WS-OPERADOR TO CALCRCAT-OPERADOR.
           MOVE WS-NOME-RELATORIO TO CALCRCAT-NOME-ARQUIVO.
           MOVE WS-LINHAS-RELATORIO TO CALCRCAT-LINHAS.
           WRITE CALCRCAT-REGISTRO.
           CLOSE CALCRCAT.
       8600-EXIT.
           EXIT.

       8610-CONTAR-LINHA.
           READ RELATORIO
               AT END
                   MOVE "S" TO WS-SW-FIM-CATALOGO
               NOT AT END
                   ADD 1 TO WS-LINHAS-RELATORIO
           END-READ.
       8610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-FINALIZAR - FECHA E CATALOGA O RELATORIO, REGISTRA A      *
      * PASSAGEM NO CALCMSG.DAT E ENCERRA A SESSAO DE QUEM SAI         *
      *----------------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE RELATORIO.
           PERFORM 8600-CATALOGAR-RELATORIO THRU 8600-EXIT.
           MOVE SPACES TO WS-MSG-TEXTO.
           IF WS-ASSINADO
               MOVE 0282 TO WS-MSG-NUMERO
               MOVE "I" TO WS-MSG-SEVERIDADE
               STRING "TURNO ENTREGUE " WS-OPERADOR " RECEBIDO "
                   WS-RECEBEDOR
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
           ELSE
               MOVE 0283 TO WS-MSG-NUMERO
               MOVE "A" TO WS-MSG-SEVERIDADE
               STRING "TURNO ENTREGUE " WS-OPERADOR " SEM ASSINATURA"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-IF.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           MOVE WS-OPERADOR TO WS-SEC-OPERADOR.
           MOVE "SF" TO WS-SEC-EVENTO.
           MOVE "SESSAO ENCERRADA" TO WS-SEC-DETALHE.
           PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT.
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.
           IF WS-PARC-ESTOURO
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ASSINADO
                   MOVE ZEROS TO RETURN-CODE
               ELSE
                   DISPLAY "PASSAGEM DE TURNO NAO ASSINADA"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
