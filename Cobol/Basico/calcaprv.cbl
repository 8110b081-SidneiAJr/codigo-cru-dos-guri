      ******************************************************************
      * PROGRAM-ID: CALCAPRV
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Fila de aprovacao do supervisor. O calculo acima do
      *             limite de valor do operador (CALCOPER-LIMITE-VALOR)
      *             feito no CALCDOS ou no lote noturno do CALCBAT fica
      *             estacionado em CALCPEND.DAT; aqui um supervisor
      *             cadastrado em OPERMST.DAT lista os pendentes e
      *             decide um a um. Aprovado, o calculo e gravado no
      *             CALCLOG.DAT (com o lacre LOGCHAIN) e no
      *             CALCHIST.DAT em nome do operador original, com o
      *             supervisor em CALCLOG-SUPERVISOR e
      *             CALCHIST-SUPERVISOR, na data em que foi feito - ou
      *             na data de hoje, se aquele dia ja foi fechado pelo
      *             CALCDAY. Recusado, a imagem vai para o arquivo de
      *             rejeitos do lote de origem (REJ<LOTE>.DAT, ou
      *             REJCALCDOS.DAT para o calculo de balcao) com o
      *             motivo 06, para o setor corrigir e reciclar pelo
      *             CALCREJS. O pendente nunca e apagado: a decisao
      *             fica marcada nele, em CALCMSG.DAT e no diario de
      *             seguranca CALCSEC.DAT. O supervisor nao decide
      *             calculo estacionado em seu proprio codigo.
      *             Aprovada uma amortizacao (F), o demonstrativo das
      *             parcelas e emitido aqui em AMO<TRANSACAO>.REL pelo
      *             AMORTIZA, ja com a transacao gravada.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - APROVACAO PELO SUPERVISOR DOS *
      *                CALCULOS ACIMA DO LIMITE DO OPERADOR.           *
      * 15/10/26 RPS   DEMONSTRATIVO DA AMORTIZACAO (F) APROVADA       *
      * 15/10/26 RPS   MOEDA E COTACAO DO PENDENTE EXIBIDAS NA DECISAO *
      *                E POSTADAS NO LOG E NO HISTORICO JUNTO COM O    *
      *                CALCULO APROVADO.                               *
      * 15/10/26 RPS   TABELA E FAIXA DA RETENCAO NA FONTE (E TABELA   *
      *                DO RATEIO) MOSTRADAS NA ANALISE DO PENDENTE E   *
      *                LEVADAS AO LOG E AO HISTORICO NA APROVACAO.     *
      * 15/10/26 RPS   LANCAMENTO GRAVADO NO HISTORICO SOMADO NO MESMO *
      *                PASSO AO ARQUIVO DE ESTATISTICAS CALCESTA.DAT   *
      *                PELO ESTATIST (MENSAGEM 0240 NA FALHA).         *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAPRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCPEND ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCPEND-CHAVE
               FILE STATUS IS WS-STATUS-CALCPEND.
           SELECT CALCLOG ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCLOG.
           SELECT CALCHIST ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHIST-TRANSACAO
               ALTERNATE RECORD KEY IS CALCHIST-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CALCHIST.
           SELECT CALCSEQ ASSIGN TO "CALCSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCSEQ.
           SELECT CALCCHN ASSIGN TO "CALCCHN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCCHN.
           SELECT OPERMST ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCOPER-CODIGO
               FILE STATUS IS WS-STATUS-OPERMST.
           SELECT CALCFECH ASSIGN TO "CALCFECH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCFECH-DATA
               FILE STATUS IS WS-STATUS-CALCFECH.
           SELECT REJAPRV ASSIGN TO WS-NOME-REJEITOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJAPRV.
           SELECT CALCMSG ASSIGN TO "CALCMSG.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCMSG.
           SELECT CALCSEC ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCSEC.
           SELECT DEMONST ASSIGN TO WS-NOME-DEMONST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEMONST.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCPEND.
       COPY CALCPEND.
       FD  CALCLOG.
       COPY CALCLOG.
       FD  CALCHIST.
       COPY CALCHIST.
       FD  CALCSEQ.
       COPY CALCSEQ.
       FD  CALCCHN.
       COPY CALCCHN.
       FD  OPERMST.
       COPY CALCOPER.
       FD  CALCFECH.
       COPY CALCFECH.
       FD  REJAPRV.
       COPY CALCREJ.
       FD  CALCMSG.
       COPY CALCMSG.
       FD  CALCSEC.
       COPY CALCSEC.
       FD  DEMONST.
       01  DEM-REGISTRO             PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCPEND       PIC X(02) VALUE "00".
       77  WS-STATUS-CALCLOG        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCHIST       PIC X(02) VALUE "00".
       77  WS-FUNCAO-ESTATIST       PIC X(01) VALUE SPACES.
       77  WS-STATUS-CALCSEQ        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCCHN        PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCFECH       PIC X(02) VALUE "00".
       77  WS-STATUS-REJAPRV        PIC X(02) VALUE "00".
       77  WS-OPCAO                 PIC 9(01) VALUE ZEROS.
       77  WS-SW-CONTINUAR          PIC X(01) VALUE "S".
           88  WS-CONTINUAR-SIM         VALUE "S".
       77  WS-SW-CALCPEND-ABERTO    PIC X(01) VALUE "N".
           88  WS-CALCPEND-ABERTO       VALUE "S".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-FIM-DECISAO        PIC X(01) VALUE "N".
           88  WS-FIM-DECISAO           VALUE "S".
       77  WS-SW-DIA-FECHADO        PIC X(01) VALUE "N".
           88  WS-DIA-FECHADO           VALUE "S".
       77  WS-SW-GRAVADO            PIC X(01) VALUE "N".
           88  WS-GRAVADO               VALUE "S".
       77  WS-DECISAO               PIC X(01) VALUE SPACES.
           88  WS-DECISAO-APROVAR       VALUE "A" "a".
           88  WS-DECISAO-RECUSAR       VALUE "R" "r".
           88  WS-DECISAO-PULAR         VALUE "P" "p".
           88  WS-DECISAO-FIM           VALUE "F" "f".
       77  WS-CONT-LISTADOS         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-APROVADOS        PIC 9(05) VALUE ZEROS.
       77  WS-CONT-RECUSADOS        PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CAMPOS DA AUTORIZACAO DO SUPERVISOR                            *
      *----------------------------------------------------------------*
       77  WS-SUPERVISOR            PIC X(04) VALUE SPACES.
       77  WS-SUPERVISOR-NOME       PIC X(30) VALUE SPACES.
       77  WS-SW-SUPERVISOR-OK      PIC X(01) VALUE "N".
           88  WS-SUPERVISOR-OK         VALUE "S".

      *----------------------------------------------------------------*
      * CAMPOS DA POSTAGEM DO CALCULO APROVADO                         *
      *----------------------------------------------------------------*
       77  WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
       77  WS-HORA-ATUAL            PIC 9(08) VALUE ZEROS.
       77  WS-DATA-POSTAGEM         PIC 9(08) VALUE ZEROS.
       77  WS-HORA-POSTAGEM         PIC 9(08) VALUE ZEROS.
       77  WS-NOVA-TRANSACAO        PIC 9(08) VALUE ZEROS.
       77  WS-CHAIN-ANTERIOR        PIC 9(08) VALUE ZEROS.
       77  WS-CHAIN-NOVO            PIC 9(08) VALUE ZEROS.
       77  WS-NOME-REJEITOS         PIC X(15) VALUE SPACES.

      *----------------------------------------------------------------*
      * CAMPOS DO EVENTO A GRAVAR NO DIARIO DE SEGURANCA CALCSEC.DAT   *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCSEC        PIC X(02) VALUE "00".
       77  WS-SEC-EVENTO            PIC X(02) VALUE SPACES.
       77  WS-SEC-OPERADOR          PIC X(04) VALUE SPACES.
       77  WS-SEC-DETALHE           PIC X(40) VALUE SPACES.

       01  WS-LINHA-LISTAGEM.
           05  WS-LST-DATA          PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LST-OPERADOR      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LST-DEPTO         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LST-LOTE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LST-OPERACAO      PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LST-NUM-UM        PIC -(5)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LST-NUM-DOIS      PIC -(5)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LST-RESULTADO     PIC -(7)9.99.

      *----------------------------------------------------------------*
      * DEMONSTRATIVO DA AMORTIZACAO APROVADA (SUBPROGRAMA AMORTIZA) - *
      * CAPITAL E TAXA DO PENDENTE, PARCELAS EM CALCPEND-NUM-TRES E O  *
      * SISTEMA (P/S) EM CALCPEND-MODO                                 *
      *----------------------------------------------------------------*
       77  WS-STATUS-DEMONST        PIC X(02) VALUE "00".
       77  WS-NOME-DEMONST          PIC X(15) VALUE SPACES.
       77  WS-AMO-PARCELA           PIC 9(04) COMP VALUE ZEROS.
       77  WS-AMO-TOTAL-JUROS       PIC S9(09)V99 VALUE ZEROS.
       77  WS-AMO-TOTAL-PAGO        PIC S9(09)V99 VALUE ZEROS.
       COPY CALCWS.
       01  amort-parcelas           PIC 9(03) VALUE ZEROS.
       01  amort-sistema            PIC X(01) VALUE "P".
       COPY CALCADEM.

       01  WS-AMO-CABECALHO.
           05  FILLER               PIC X(31) VALUE
               "DEMONSTRATIVO DE AMORTIZACAO - ".
           05  FILLER               PIC X(10) VALUE "TRANSACAO ".
           05  WS-AMO-CAB-TRANSACAO PIC 9(08).
           05  FILLER               PIC X(31) VALUE SPACES.
       01  WS-AMO-DADOS.
           05  FILLER               PIC X(08) VALUE "CAPITAL ".
           05  WS-AMO-CAB-CAPITAL   PIC -(5)9.99.
           05  FILLER               PIC X(07) VALUE "  TAXA ".
           05  WS-AMO-CAB-TAXA      PIC -(5)9.99.
           05  FILLER               PIC X(11) VALUE "  PARCELAS ".
           05  WS-AMO-CAB-PARCELAS  PIC 9(03).
           05  FILLER               PIC X(10) VALUE "  SISTEMA ".
           05  WS-AMO-CAB-SISTEMA   PIC X(05).
           05  FILLER               PIC X(18) VALUE SPACES.
       01  WS-AMO-COLUNAS.
           05  FILLER               PIC X(04) VALUE "PARC".
           05  FILLER               PIC X(15) VALUE "  SALDO INICIAL".
           05  FILLER               PIC X(15) VALUE "          JUROS".
           05  FILLER               PIC X(15) VALUE "    AMORTIZACAO".
           05  FILLER               PIC X(15) VALUE "      PRESTACAO".
           05  FILLER               PIC X(15) VALUE "    SALDO FINAL".
           05  FILLER               PIC X(01) VALUE SPACES.
       01  WS-AMO-LINHA.
           05  WS-AMO-LIN-PARCELA   PIC ZZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-AMO-LIN-INICIAL   PIC -(7)9.99.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-AMO-LIN-JUROS     PIC -(7)9.99.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-AMO-LIN-AMORT     PIC -(7)9.99.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-AMO-LIN-PRESTACAO PIC -(7)9.99.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-AMO-LIN-FINAL     PIC -(7)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
       01  WS-AMO-RODAPE.
           05  FILLER               PIC X(16) VALUE
               "TOTAL DE JUROS  ".
           05  WS-AMO-ROD-JUROS     PIC -(9)9.99.
           05  FILLER               PIC X(17) VALUE
               "   TOTAL PAGO    ".
           05  WS-AMO-ROD-PAGO      PIC -(9)9.99.
           05  FILLER               PIC X(21) VALUE SPACES.

       77  WS-EDT-LIMITE            PIC Z(6)9.99.
       77  WS-EDT-NUM-TRES          PIC -(5)9.99.
       77  WS-EDT-COTACAO           PIC Z(4)9.9(6).

      *----------------------------------------------------------------*
      * CAMPOS DA MENSAGEM DE OPERACAO A GRAVAR EM CALCMSG.DAT         *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCMSG        PIC X(02) VALUE "00".
       77  WS-MSG-NUMERO            PIC 9(04) VALUE ZEROS.
       77  WS-MSG-SEVERIDADE        PIC X(01) VALUE SPACES.
       77  WS-MSG-TRANSACAO         PIC 9(08) VALUE ZEROS.
       77  WS-MSG-REGISTRO          PIC 9(08) VALUE ZEROS.
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
      * 1000-INICIALIZAR - AUTORIZA O SUPERVISOR E ABRE A FILA DE      *
      * PENDENTES, CRIANDO O ARQUIVO VAZIO NA PRIMEIRA EXECUCAO        *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "CALCAPRV - APROVACAO DE CALCULOS PENDENTES".
           PERFORM 1200-AUTORIZAR-SUPERVISOR THRU 1200-EXIT.
           IF NOT WS-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CALCPEND.
           IF WS-STATUS-CALCPEND = "35"
               OPEN OUTPUT CALCPEND
               CLOSE CALCPEND
               OPEN I-O CALCPEND
           END-IF.
           IF WS-STATUS-CALCPEND NOT = "00"
               DISPLAY "CALCPEND.DAT INACESSIVEL - STATUS "
                   WS-STATUS-CALCPEND
               MOVE "N" TO WS-SW-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-CALCPEND-ABERTO.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-AUTORIZAR-SUPERVISOR - SO OPERADOR ATIVO COM PERFIL DE    *
      * SUPERVISOR EM OPERMST.DAT DECIDE OS PENDENTES                  *
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
               MOVE "CALCAPRV" TO pnexe-programa
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
               MOVE "APROVACAO DE PENDENTES AUTORIZADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           ELSE
               IF pnexe-retorno = SPACES
                   DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR OU"
                       " INATIVO"
               END-IF
               MOVE "FR" TO WS-SEC-EVENTO
               MOVE "APROVACAO DE PENDENTES RECUSADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESSAR-MENU - FUNCOES DA FILA DE APROVACAO             *
      *----------------------------------------------------------------*
       2000-PROCESSAR-MENU.
           DISPLAY " ".
           DISPLAY "====== CALCAPRV - FILA DE APROVACAO ======".
           DISPLAY "1 - LISTAR CALCULOS PENDENTES".
           DISPLAY "2 - DECIDIR CALCULOS PENDENTES".
           DISPLAY "0 - SAIR".
           DISPLAY "INFORME A OPCAO DESEJADA :".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 3000-LISTAR-PENDENTES THRU 3000-EXIT
               WHEN 2
                   PERFORM 4000-DECIDIR-PENDENTES THRU 4000-EXIT
               WHEN 0
                   MOVE "N" TO WS-SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-LISTAR-PENDENTES - LISTA EM ORDEM DE CHEGADA SO OS        *
      * CALCULOS AINDA SEM DECISAO                                     *
      *----------------------------------------------------------------*
       3000-LISTAR-PENDENTES.
           MOVE ZEROS TO WS-CONT-LISTADOS.
           PERFORM 3900-POSICIONAR-INICIO THRU 3900-EXIT.
           DISPLAY "DATA     OPER DEPT LOTE     O    OPERANDO 1"
               "  OPERANDO 2     RESULTADO".
           PERFORM 3100-LISTAR-PROXIMO THRU 3100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           DISPLAY "CALCULOS PENDENTES: " WS-CONT-LISTADOS.
       3000-EXIT.
           EXIT.

       3100-LISTAR-PROXIMO.
           READ CALCPEND NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 3100-EXIT
           END-READ.
           IF NOT CALCPEND-PENDENTE
               GO TO 3100-EXIT
           END-IF.
           MOVE CALCPEND-DATA TO WS-LST-DATA.
           MOVE CALCPEND-OPERADOR TO WS-LST-OPERADOR.
           MOVE CALCPEND-DEPTO TO WS-LST-DEPTO.
           MOVE CALCPEND-LOTE-ID TO WS-LST-LOTE.
           MOVE CALCPEND-OPERACAO TO WS-LST-OPERACAO.
           MOVE CALCPEND-NUM-UM TO WS-LST-NUM-UM.
           MOVE CALCPEND-NUM-DOIS TO WS-LST-NUM-DOIS.
           MOVE CALCPEND-RESULTADO TO WS-LST-RESULTADO.
           DISPLAY WS-LINHA-LISTAGEM.
           ADD 1 TO WS-CONT-LISTADOS.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3900-POSICIONAR-INICIO - POSICIONA NO PRIMEIRO REGISTRO DA     *
      * FILA (ARQUIVO VAZIO JA SAI COMO FIM DE ARQUIVO)                *
      *----------------------------------------------------------------*
       3900-POSICIONAR-INICIO.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE LOW-VALUES TO CALCPEND-CHAVE.
           START CALCPEND KEY IS NOT LESS THAN CALCPEND-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-DECIDIR-PENDENTES - APRESENTA UM PENDENTE POR VEZ PARA    *
      * O SUPERVISOR APROVAR, RECUSAR OU PULAR                         *
      *----------------------------------------------------------------*
       4000-DECIDIR-PENDENTES.
           MOVE "N" TO WS-SW-FIM-DECISAO.
           PERFORM 3900-POSICIONAR-INICIO THRU 3900-EXIT.
           PERFORM 4100-DECIDIR-PROXIMO THRU 4100-EXIT
               UNTIL WS-FIM-ARQUIVO OR WS-FIM-DECISAO.
           DISPLAY "APROVADOS NA SESSAO : " WS-CONT-APROVADOS.
           DISPLAY "RECUSADOS NA SESSAO : " WS-CONT-RECUSADOS.
       4000-EXIT.
           EXIT.

       4100-DECIDIR-PROXIMO.
           READ CALCPEND NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   DISPLAY "NAO HA MAIS CALCULOS PENDENTES"
                   GO TO 4100-EXIT
           END-READ.
           IF NOT CALCPEND-PENDENTE
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4200-EXIBIR-PENDENTE THRU 4200-EXIT.
           IF CALCPEND-OPERADOR = WS-SUPERVISOR
               DISPLAY "CALCULO DO PROPRIO SUPERVISOR - DEVE SER"
                   " DECIDIDO POR OUTRO SUPERVISOR"
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO WS-DECISAO.
           DISPLAY "A - APROVAR  R - RECUSAR  P - PULAR  F - FIM :".
           ACCEPT WS-DECISAO.
           EVALUATE TRUE
               WHEN WS-DECISAO-APROVAR
                   PERFORM 5000-APROVAR-PENDENTE THRU 5000-EXIT
               WHEN WS-DECISAO-RECUSAR
                   PERFORM 6000-RECUSAR-PENDENTE THRU 6000-EXIT
               WHEN WS-DECISAO-FIM
                   MOVE "S" TO WS-SW-FIM-DECISAO
               WHEN OTHER
                   DISPLAY "PENDENTE MANTIDO NA FILA"
           END-EVALUATE.
       4100-EXIT.
           EXIT.

       4200-EXIBIR-PENDENTE.
           DISPLAY " ".
           DISPLAY "ESTACIONADO : " CALCPEND-DATA " " CALCPEND-HORA
               " PELO " CALCPEND-PROGRAMA.
           DISPLAY "OPERADOR    : " CALCPEND-OPERADOR
               "   DEPARTAMENTO: " CALCPEND-DEPTO.
           DISPLAY "LOTE        : " CALCPEND-LOTE-ID
               "   REGISTRO: " CALCPEND-NUM-REGISTRO.
           MOVE CALCPEND-NUM-UM TO WS-LST-NUM-UM.
           MOVE CALCPEND-NUM-DOIS TO WS-LST-NUM-DOIS.
           MOVE CALCPEND-RESULTADO TO WS-LST-RESULTADO.
           DISPLAY "OPERACAO    : " CALCPEND-OPERACAO
               "  " WS-LST-NUM-UM "  " WS-LST-NUM-DOIS.
           IF CALCPEND-MODO NOT = SPACES
               MOVE CALCPEND-NUM-TRES TO WS-EDT-NUM-TRES
               DISPLAY "MODO        : " CALCPEND-MODO
                   "  TERCEIRO FATOR " WS-EDT-NUM-TRES
           END-IF.
           DISPLAY "RESULTADO   : " WS-LST-RESULTADO.
           IF CALCPEND-OPERACAO = "C"
               MOVE CALCPEND-COTACAO TO WS-EDT-COTACAO
               DISPLAY "MOEDA       : " CALCPEND-MOEDA
                   "  COTACAO " WS-EDT-COTACAO "  RESULTADO EM BRL"
           ELSE
               DISPLAY "MOEDA       : " CALCPEND-MOEDA
           END-IF.
           IF CALCPEND-OPERACAO = "I"
               DISPLAY "TABELA      : " CALCPEND-TABELA
                   "  FAIXA " CALCPEND-FAIXA
           END-IF.
           IF CALCPEND-OPERACAO = "P"
               DISPLAY "TABELA      : " CALCPEND-TABELA
           END-IF.
           MOVE CALCPEND-LIMITE TO WS-EDT-LIMITE.
           DISPLAY "LIMITE OPER.: " WS-EDT-LIMITE.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-APROVAR-PENDENTE - GRAVA O CALCULO NO LOG E NO HISTORICO  *
      * EM NOME DO OPERADOR ORIGINAL E SO ENTAO MARCA O PENDENTE COMO  *
      * APROVADO. A POSTAGEM LEVA A DATA E HORA EM QUE O CALCULO FOI   *
      * FEITO; SE AQUELE DIA JA FOI FECHADO, VAI COM A DATA DE HOJE    *
      *----------------------------------------------------------------*
       5000-APROVAR-PENDENTE.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           MOVE CALCPEND-DATA TO WS-DATA-POSTAGEM.
           MOVE CALCPEND-HORA TO WS-HORA-POSTAGEM.
           PERFORM 5050-VERIFICAR-DIA-FECHADO THRU 5050-EXIT.
           IF WS-DIA-FECHADO
               DISPLAY "DIA " CALCPEND-DATA " JA FECHADO - CALCULO"
                   " POSTADO NA DATA DE HOJE"
               MOVE WS-DATA-ATUAL TO WS-DATA-POSTAGEM
               MOVE WS-HORA-ATUAL TO WS-HORA-POSTAGEM
           END-IF.
           OPEN EXTEND CALCLOG.
           IF WS-STATUS-CALCLOG = "05" OR WS-STATUS-CALCLOG = "35"
               OPEN OUTPUT CALCLOG
               CLOSE CALCLOG
               OPEN EXTEND CALCLOG
           END-IF.
           OPEN I-O CALCHIST.
           IF WS-STATUS-CALCHIST = "35"
               OPEN OUTPUT CALCHIST
               CLOSE CALCHIST
               OPEN I-O CALCHIST
           END-IF.
           PERFORM 7100-GRAVAR-LOG THRU 7100-EXIT.
           PERFORM 7200-GRAVAR-HISTORICO THRU 7200-EXIT.
           CLOSE CALCLOG.
           CLOSE CALCHIST.
           IF NOT WS-GRAVADO
               DISPLAY "PENDENTE MANTIDO NA FILA"
               GO TO 5000-EXIT
           END-IF.
           MOVE "A" TO CALCPEND-SW-SITUACAO.
           MOVE WS-SUPERVISOR TO CALCPEND-SUPERVISOR.
           MOVE WS-DATA-ATUAL TO CALCPEND-DATA-DECISAO.
           MOVE WS-HORA-ATUAL TO CALCPEND-HORA-DECISAO.
           MOVE WS-NOVA-TRANSACAO TO CALCPEND-TRANSACAO.
           REWRITE CALCPEND-REGISTRO
               INVALID KEY
                   DISPLAY "CALCPEND.DAT NAO REGRAVADO - STATUS "
                       WS-STATUS-CALCPEND
           END-REWRITE.
           ADD 1 TO WS-CONT-APROVADOS.
           DISPLAY "CALCULO APROVADO - TRANSACAO " WS-NOVA-TRANSACAO.
           MOVE 0141 TO WS-MSG-NUMERO.
           MOVE "I" TO WS-MSG-SEVERIDADE.
           MOVE WS-NOVA-TRANSACAO TO WS-MSG-TRANSACAO.
           MOVE CALCPEND-NUM-REGISTRO TO WS-MSG-REGISTRO.
           MOVE "PENDENTE APROVADO PELO SUPERVISOR"
               TO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           MOVE "FP" TO WS-SEC-EVENTO.
           MOVE SPACES TO WS-SEC-DETALHE.
           STRING "APROVADO PENDENTE DE " CALCPEND-OPERADOR
               " TRANS " WS-NOVA-TRANSACAO
               DELIMITED BY SIZE INTO WS-SEC-DETALHE.
           PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT.
           IF CALCPEND-OPERACAO = "F"
               PERFORM 5100-EMITIR-AMORTIZACAO THRU 5100-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5050-VERIFICAR-DIA-FECHADO - O DIA DO CALCULO JA FOI FECHADO   *
      * PELO CALCDAY? (SO ACONTECE COM PENDENTE ESTACIONADO DEPOIS DO  *
      * FECHAMENTO, QUE O CALCDAY NAO TINHA COMO VER)                  *
      *----------------------------------------------------------------*
       5050-VERIFICAR-DIA-FECHADO.
           MOVE "N" TO WS-SW-DIA-FECHADO.
           OPEN INPUT CALCFECH.
           IF WS-STATUS-CALCFECH NOT = "00"
               GO TO 5050-EXIT
           END-IF.
           MOVE CALCPEND-DATA TO CALCFECH-DATA.
           READ CALCFECH
               KEY IS CALCFECH-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CALCFECH-FECHADO
                       MOVE "S" TO WS-SW-DIA-FECHADO
                   END-IF
           END-READ.
           CLOSE CALCFECH.
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-EMITIR-AMORTIZACAO - REFAZ A TABELA PELO AMORTIZA COM OS  *
      * DADOS DO PENDENTE APROVADO E IMPRIME UMA LINHA POR PARCELA    *
      * EM AMO<TRANSACAO>.REL, COMO O CALCDOS E O CALCBAT FAZEM NO     *
      * CALCULO POSTADO DIRETO                                         *
      *----------------------------------------------------------------*
       5100-EMITIR-AMORTIZACAO.
           MOVE CALCPEND-NUM-UM TO numero-um.
           MOVE CALCPEND-NUM-DOIS TO numero-dois.
           MOVE CALCPEND-NUM-TRES TO amort-parcelas.
           MOVE CALCPEND-MODO TO amort-sistema.
           CALL "AMORTIZA" USING numero-um, numero-dois,
               resultado, amort-parcelas, amort-sistema,
               amodem-tabela.
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "DEMONSTRATIVO NAO EMITIDO - AMORTIZA"
                   " DEVOLVEU " RETURN-CODE
               MOVE ZEROS TO RETURN-CODE
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO WS-NOME-DEMONST.
           STRING "AMO" WS-NOVA-TRANSACAO ".REL"
               DELIMITED BY SIZE INTO WS-NOME-DEMONST.
           OPEN OUTPUT DEMONST.
           IF WS-STATUS-DEMONST NOT = "00"
               DISPLAY "DEMONSTRATIVO NAO EMITIDO - " WS-NOME-DEMONST
                   " STATUS " WS-STATUS-DEMONST
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-NOVA-TRANSACAO TO WS-AMO-CAB-TRANSACAO.
           WRITE DEM-REGISTRO FROM WS-AMO-CABECALHO.
           MOVE numero-um TO WS-AMO-CAB-CAPITAL.
           MOVE numero-dois TO WS-AMO-CAB-TAXA.
           MOVE amort-parcelas TO WS-AMO-CAB-PARCELAS.
           IF amort-sistema = "S"
               MOVE "SAC" TO WS-AMO-CAB-SISTEMA
           ELSE
               MOVE "PRICE" TO WS-AMO-CAB-SISTEMA
           END-IF.
           WRITE DEM-REGISTRO FROM WS-AMO-DADOS.
           WRITE DEM-REGISTRO FROM WS-AMO-COLUNAS.
           MOVE ZEROS TO WS-AMO-TOTAL-JUROS.
           MOVE ZEROS TO WS-AMO-TOTAL-PAGO.
           PERFORM 5110-IMPRIMIR-PARCELA THRU 5110-EXIT
               VARYING WS-AMO-PARCELA FROM 1 BY 1
               UNTIL WS-AMO-PARCELA > amort-parcelas.
           MOVE WS-AMO-TOTAL-JUROS TO WS-AMO-ROD-JUROS.
           MOVE WS-AMO-TOTAL-PAGO TO WS-AMO-ROD-PAGO.
           WRITE DEM-REGISTRO FROM WS-AMO-RODAPE.
           CLOSE DEMONST.
           DISPLAY "DEMONSTRATIVO GRAVADO EM " WS-NOME-DEMONST.
       5100-EXIT.
           EXIT.

       5110-IMPRIMIR-PARCELA.
           MOVE WS-AMO-PARCELA TO WS-AMO-LIN-PARCELA.
           MOVE amodem-saldo-inicial(WS-AMO-PARCELA)
               TO WS-AMO-LIN-INICIAL.
           MOVE amodem-juros(WS-AMO-PARCELA) TO WS-AMO-LIN-JUROS.
           MOVE amodem-amortizacao(WS-AMO-PARCELA)
               TO WS-AMO-LIN-AMORT.
           MOVE amodem-prestacao(WS-AMO-PARCELA)
               TO WS-AMO-LIN-PRESTACAO.
           MOVE amodem-saldo-final(WS-AMO-PARCELA)
               TO WS-AMO-LIN-FINAL.
           ADD amodem-juros(WS-AMO-PARCELA) TO WS-AMO-TOTAL-JUROS.
           ADD amodem-prestacao(WS-AMO-PARCELA) TO WS-AMO-TOTAL-PAGO.
           WRITE DEM-REGISTRO FROM WS-AMO-LINHA.
       5110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-RECUSAR-PENDENTE - GRAVA A IMAGEM NO ARQUIVO DE REJEITOS  *
      * DO LOTE DE ORIGEM (REJ<LOTE>.DAT, ACRESCENTANDO) COM O MOTIVO  *
      * 06 E MARCA O PENDENTE COMO RECUSADO                            *
      *----------------------------------------------------------------*
       6000-RECUSAR-PENDENTE.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           MOVE SPACES TO WS-NOME-REJEITOS.
           STRING "REJ" CALCPEND-LOTE-ID DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-REJEITOS.
           OPEN EXTEND REJAPRV.
           IF WS-STATUS-REJAPRV = "05" OR WS-STATUS-REJAPRV = "35"
               OPEN OUTPUT REJAPRV
               CLOSE REJAPRV
               OPEN EXTEND REJAPRV
           END-IF.
           IF WS-STATUS-REJAPRV NOT = "00"
               DISPLAY WS-NOME-REJEITOS " INACESSIVEL - STATUS "
                   WS-STATUS-REJAPRV " - PENDENTE MANTIDO NA FILA"
               GO TO 6000-EXIT
           END-IF.
           MOVE CALCPEND-NUM-REGISTRO TO CALCREJ-NUMERO-REGISTRO.
           MOVE 06 TO CALCREJ-MOTIVO.
           MOVE CALCPEND-IMAGEM TO CALCREJ-IMAGEM.
           WRITE CALCREJ-REGISTRO.
           CLOSE REJAPRV.
           MOVE "R" TO CALCPEND-SW-SITUACAO.
           MOVE WS-SUPERVISOR TO CALCPEND-SUPERVISOR.
           MOVE WS-DATA-ATUAL TO CALCPEND-DATA-DECISAO.
           MOVE WS-HORA-ATUAL TO CALCPEND-HORA-DECISAO.
           MOVE ZEROS TO CALCPEND-TRANSACAO.
           REWRITE CALCPEND-REGISTRO
               INVALID KEY
                   DISPLAY "CALCPEND.DAT NAO REGRAVADO - STATUS "
                       WS-STATUS-CALCPEND
           END-REWRITE.
           ADD 1 TO WS-CONT-RECUSADOS.
           DISPLAY "CALCULO RECUSADO - GRAVADO EM " WS-NOME-REJEITOS.
           MOVE 0142 TO WS-MSG-NUMERO.
           MOVE "A" TO WS-MSG-SEVERIDADE.
           MOVE ZEROS TO WS-MSG-TRANSACAO.
           MOVE CALCPEND-NUM-REGISTRO TO WS-MSG-REGISTRO.
           MOVE "PENDENTE RECUSADO PELO SUPERVISOR"
               TO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           MOVE "FP" TO WS-SEC-EVENTO.
           MOVE SPACES TO WS-SEC-DETALHE.
           STRING "RECUSADO PENDENTE DE " CALCPEND-OPERADOR
               " LOTE " CALCPEND-LOTE-ID
               DELIMITED BY SIZE INTO WS-SEC-DETALHE.
           PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7100-GRAVAR-LOG - O REGISTRO DE AUDITORIA DO CALCULO APROVADO, *
      * COM O OPERADOR ORIGINAL E O SUPERVISOR QUE APROVOU             *
      *----------------------------------------------------------------*
       7100-GRAVAR-LOG.
           MOVE CALCPEND-OPERACAO TO CALCLOG-OPERACAO.
           MOVE CALCPEND-NUM-UM TO CALCLOG-NUM-UM.
           MOVE CALCPEND-NUM-DOIS TO CALCLOG-NUM-DOIS.
           MOVE CALCPEND-RESULTADO TO CALCLOG-RESULTADO.
           MOVE CALCPEND-RETORNO TO CALCLOG-RETORNO.
           MOVE WS-DATA-POSTAGEM TO CALCLOG-DATA.
           MOVE WS-HORA-POSTAGEM TO CALCLOG-HORA.
           MOVE CALCPEND-OPERADOR TO CALCLOG-OPERADOR.
           MOVE CALCPEND-MODO TO CALCLOG-MODO.
           MOVE CALCPEND-NUM-TRES TO CALCLOG-NUM-TRES.
           MOVE "N" TO CALCLOG-SITUACAO.
           MOVE CALCPEND-TRANSACAO-REF TO CALCLOG-TRANSACAO-REF.
           MOVE CALCPEND-DEPTO TO CALCLOG-DEPTO.
           MOVE WS-SUPERVISOR TO CALCLOG-SUPERVISOR.
           MOVE CALCPEND-MOEDA TO CALCLOG-MOEDA.
           MOVE CALCPEND-COTACAO TO CALCLOG-COTACAO.
           MOVE CALCPEND-TABELA TO CALCLOG-TABELA.
           MOVE CALCPEND-FAIXA TO CALCLOG-FAIXA.
           PERFORM 7160-ENCADEAR-LOG THRU 7160-EXIT.
           WRITE CALCLOG-REGISTRO.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7150-ALOCAR-TRANSACAO - LE, INCREMENTA E REGRAVA CALCSEQ.DAT   *
      * NO ATO DA GRAVACAO, COMO NO CALCDOS, PARA AS SESSOES           *
      * SIMULTANEAS RECEBEREM NUMEROS UNICOS. ARQUIVO AUSENTE OU       *
      * VAZIO E CRIADO COM O PRIMEIRO NUMERO                           *
      *----------------------------------------------------------------*
       7150-ALOCAR-TRANSACAO.
           MOVE ZEROS TO WS-NOVA-TRANSACAO.
           OPEN I-O CALCSEQ.
           IF WS-STATUS-CALCSEQ = "35"
               OPEN OUTPUT CALCSEQ
               MOVE 1 TO CALCSEQ-ULTIMA-TRANSACAO
               MOVE 1 TO WS-NOVA-TRANSACAO
               WRITE CALCSEQ-REGISTRO
               CLOSE CALCSEQ
               GO TO 7150-EXIT
           END-IF.
           IF WS-STATUS-CALCSEQ NOT = "00"
               GO TO 7150-EXIT
           END-IF.
           READ CALCSEQ
               AT END
                   CLOSE CALCSEQ
                   OPEN OUTPUT CALCSEQ
                   MOVE 1 TO CALCSEQ-ULTIMA-TRANSACAO
                   MOVE 1 TO WS-NOVA-TRANSACAO
                   WRITE CALCSEQ-REGISTRO
                   CLOSE CALCSEQ
                   GO TO 7150-EXIT
           END-READ.
           ADD 1 TO CALCSEQ-ULTIMA-TRANSACAO.
           MOVE CALCSEQ-ULTIMA-TRANSACAO TO WS-NOVA-TRANSACAO.
           REWRITE CALCSEQ-REGISTRO.
           CLOSE CALCSEQ.
       7150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7160-ENCADEAR-LOG - ALOCA A SEQUENCIA DO LACRE E CALCULA A     *
      * CORRENTE DO REGISTRO PELO LOGCHAIN, REGRAVANDO O CONTROLE      *
      * CALCCHN.DAT NO ATO. ARQUIVO AUSENTE OU VAZIO E CRIADO ZERADO   *
      *----------------------------------------------------------------*
       7160-ENCADEAR-LOG.
           OPEN I-O CALCCHN.
           IF WS-STATUS-CALCCHN = "35"
               OPEN OUTPUT CALCCHN
               MOVE ZEROS TO CALCCHN-ULT-SEQUENCIA
               MOVE ZEROS TO CALCCHN-ULT-ENCADEAMENTO
               MOVE ZEROS TO CALCCHN-BASE-SEQUENCIA
               MOVE ZEROS TO CALCCHN-BASE-ENCADEAMENTO
               WRITE CALCCHN-REGISTRO
               CLOSE CALCCHN
               OPEN I-O CALCCHN
           END-IF.
           IF WS-STATUS-CALCCHN NOT = "00"
               DISPLAY "CALCCHN.DAT INDISPONIVEL - LOG GRAVADO SEM"
                   " LACRE"
               MOVE ZEROS TO CALCLOG-SEQUENCIA
               MOVE ZEROS TO CALCLOG-ENCADEAMENTO
               GO TO 7160-EXIT
           END-IF.
           READ CALCCHN
               AT END
                   CLOSE CALCCHN
                   OPEN OUTPUT CALCCHN
                   MOVE ZEROS TO CALCCHN-ULT-SEQUENCIA
                   MOVE ZEROS TO CALCCHN-ULT-ENCADEAMENTO
                   MOVE ZEROS TO CALCCHN-BASE-SEQUENCIA
                   MOVE ZEROS TO CALCCHN-BASE-ENCADEAMENTO
                   WRITE CALCCHN-REGISTRO
                   CLOSE CALCCHN
                   OPEN I-O CALCCHN
                   READ CALCCHN
                       AT END CONTINUE
                   END-READ
           END-READ.
           ADD 1 TO CALCCHN-ULT-SEQUENCIA.
           MOVE CALCCHN-ULT-ENCADEAMENTO TO WS-CHAIN-ANTERIOR.
           MOVE CALCCHN-ULT-SEQUENCIA TO CALCLOG-SEQUENCIA.
           CALL "LOGCHAIN" USING CALCLOG-REGISTRO,
               WS-CHAIN-ANTERIOR, WS-CHAIN-NOVO.
           MOVE WS-CHAIN-NOVO TO CALCLOG-ENCADEAMENTO.
           MOVE WS-CHAIN-NOVO TO CALCCHN-ULT-ENCADEAMENTO.
           REWRITE CALCCHN-REGISTRO.
           CLOSE CALCCHN.
       7160-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7200-GRAVAR-HISTORICO - O HISTORICO DO CALCULO APROVADO; SO    *
      * COM O HISTORICO GRAVADO O PENDENTE E DADO COMO APROVADO        *
      *----------------------------------------------------------------*
       7200-GRAVAR-HISTORICO.
           MOVE "N" TO WS-SW-GRAVADO.
           PERFORM 7150-ALOCAR-TRANSACAO THRU 7150-EXIT.
           IF WS-NOVA-TRANSACAO = ZEROS
               DISPLAY "CALCSEQ.DAT INDISPONIVEL - HISTORICO NAO"
                   " GRAVADO"
               MOVE 0021 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE ZEROS TO WS-MSG-TRANSACAO
               MOVE CALCPEND-NUM-REGISTRO TO WS-MSG-REGISTRO
               MOVE "SEQUENCIA INDISPONIVEL - REG. PERDIDO"
                   TO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               GO TO 7200-EXIT
           END-IF.
           MOVE WS-NOVA-TRANSACAO TO CALCHIST-TRANSACAO.
           MOVE CALCPEND-OPERACAO TO CALCHIST-OPERACAO.
           MOVE CALCPEND-NUM-UM TO CALCHIST-NUM-UM.
           MOVE CALCPEND-NUM-DOIS TO CALCHIST-NUM-DOIS.
           MOVE CALCPEND-RESULTADO TO CALCHIST-RESULTADO.
           MOVE CALCPEND-RETORNO TO CALCHIST-RETORNO.
           MOVE WS-DATA-POSTAGEM TO CALCHIST-DATA.
           MOVE WS-HORA-POSTAGEM TO CALCHIST-HORA.
           MOVE CALCPEND-OPERADOR TO CALCHIST-OPERADOR.
           MOVE CALCPEND-MODO TO CALCHIST-MODO.
           MOVE CALCPEND-NUM-TRES TO CALCHIST-NUM-TRES.
           MOVE "N" TO CALCHIST-SITUACAO.
           MOVE CALCPEND-TRANSACAO-REF TO CALCHIST-TRANSACAO-REF.
           MOVE CALCPEND-DEPTO TO CALCHIST-DEPTO.
           MOVE WS-SUPERVISOR TO CALCHIST-SUPERVISOR.
           MOVE CALCPEND-MOEDA TO CALCHIST-MOEDA.
           MOVE CALCPEND-COTACAO TO CALCHIST-COTACAO.
           MOVE CALCPEND-TABELA TO CALCHIST-TABELA.
           MOVE CALCPEND-FAIXA TO CALCHIST-FAIXA.
           WRITE CALCHIST-REGISTRO
               INVALID KEY
                   DISPLAY "TRANSACAO " CALCHIST-TRANSACAO
                       " JA EXISTE EM CALCHIST.DAT - REGISTRO PERDIDO"
                   MOVE 0020 TO WS-MSG-NUMERO
                   MOVE "E" TO WS-MSG-SEVERIDADE
                   MOVE WS-NOVA-TRANSACAO TO WS-MSG-TRANSACAO
                   MOVE CALCPEND-NUM-REGISTRO TO WS-MSG-REGISTRO
                   MOVE "TRANSACAO JA EXISTIA - REGISTRO PERDIDO"
                       TO WS-MSG-TEXTO
                   PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-GRAVADO
                   PERFORM 7250-ATUALIZAR-ESTATISTICA THRU 7250-EXIT
           END-WRITE.
       7200-EXIT.
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
               MOVE CALCPEND-NUM-REGISTRO TO WS-MSG-REGISTRO
               MOVE "ESTATISTICA NAO ATUALIZADA" TO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               MOVE ZEROS TO RETURN-CODE
           END-IF.
       7250-EXIT.
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
           MOVE "CALCAPRV" TO CALCMSG-PROGRAMA.
           ACCEPT CALCMSG-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCMSG-HORA FROM TIME.
           MOVE WS-MSG-TRANSACAO TO CALCMSG-TRANSACAO.
           MOVE WS-MSG-REGISTRO TO CALCMSG-NUM-REGISTRO.
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
           MOVE "CALCAPRV" TO CALCSEC-PROGRAMA.
           MOVE WS-SEC-EVENTO TO CALCSEC-EVENTO.
           MOVE WS-SEC-OPERADOR TO CALCSEC-OPERADOR.
           MOVE WS-SEC-DETALHE TO CALCSEC-DETALHE.
           WRITE CALCSEC-REGISTRO.
           CLOSE CALCSEC.
       7950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-FINALIZAR                                                 *
      *----------------------------------------------------------------*
       9000-FINALIZAR.
           IF WS-CALCPEND-ABERTO
               CLOSE CALCPEND
           END-IF.
           DISPLAY "CALCAPRV - FILA DE APROVACAO ENCERRADA".
       9000-EXIT.
           EXIT.
