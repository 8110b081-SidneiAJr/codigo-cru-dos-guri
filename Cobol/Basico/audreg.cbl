      ******************************************************************
      * PROGRAM-ID: AUDREG
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Registro da conferencia da amostra de auditoria.
      *             O auditor (operador ativo em OPERMST.DAT) se
      *             identifica, informa o mes da amostra gerada pelo
      *             AUDAMOS e registra cada transacao sorteada como
      *             conforme (C) ou nao conforme (N) com um comentario
      *             - obrigatorio na nao conformidade - gravado em
      *             CALCAUDA.DAT com o auditor e a data/hora. Lista os
      *             itens pendentes ou todos os itens do mes. O
      *             auditor nao confere calculo lancado por ele mesmo.
      *             Resultado ja registrado so e alterado com
      *             confirmacao. Sign-on e sessao vao para o diario de
      *             seguranca CALCSEC.DAT; o fechamento e do AUDFECH.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - REGISTRO DA CONFERENCIA DA    *
      *                AMOSTRA DE AUDITORIA.                           *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCAUDA ASSIGN TO "CALCAUDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCAUDA-TRANSACAO
               ALTERNATE RECORD KEY IS CALCAUDA-PERIODO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CALCAUDA.
           SELECT OPERMST ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCOPER-CODIGO
               FILE STATUS IS WS-STATUS-OPERMST.
           SELECT CALCSEC ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCSEC.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCAUDA.
       COPY CALCAUDA.
       FD  OPERMST.
       COPY CALCOPER.
       FD  CALCSEC.
       COPY CALCSEC.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCAUDA       PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-OPCAO                 PIC 9(01) VALUE ZEROS.
       77  WS-SW-CONTINUAR          PIC X(01) VALUE "S".
           88  WS-CONTINUAR-SIM         VALUE "S".
       77  WS-SW-CALCAUDA-ABERTO    PIC X(01) VALUE "N".
           88  WS-CALCAUDA-ABERTO       VALUE "S".
       77  WS-SW-CONFIRMA           PIC X(01) VALUE "N".
           88  WS-CONFIRMA-SIM          VALUE "S" "s".

      *----------------------------------------------------------------*
      * CAMPOS DO SIGN-ON DO AUDITOR                                   *
      *----------------------------------------------------------------*
       77  WS-OPERADOR              PIC X(04) VALUE SPACES.
       77  WS-OPERADOR-NOME         PIC X(30) VALUE SPACES.
       77  WS-SW-OPERADOR-VALIDO    PIC X(01) VALUE "N".
           88  WS-OPERADOR-VALIDO       VALUE "S".
       77  WS-SW-SIGNON-FIM         PIC X(01) VALUE "N".
           88  WS-SIGNON-FIM            VALUE "S".

      *----------------------------------------------------------------*
      * CAMPOS DO EVENTO A GRAVAR NO DIARIO DE SEGURANCA CALCSEC.DAT   *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCSEC        PIC X(02) VALUE "00".
       77  WS-SEC-EVENTO            PIC X(02) VALUE SPACES.
       77  WS-SEC-OPERADOR          PIC X(04) VALUE SPACES.
       77  WS-SEC-DETALHE           PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * CAMPOS DO MES E DO REGISTRO DA CONFERENCIA                     *
      *----------------------------------------------------------------*
       77  WS-PRM-MES               PIC X(06) VALUE SPACES.
       01  WS-MES                   PIC 9(06) VALUE ZEROS.
       01  WS-MES-R REDEFINES WS-MES.
           05  WS-MES-ANO           PIC 9(04).
           05  WS-MES-MES           PIC 9(02).
       77  WS-SW-MES-OK             PIC X(01) VALUE "N".
           88  WS-MES-OK                VALUE "S".
       77  WS-TRANSACAO             PIC 9(08) VALUE ZEROS.
       77  WS-RESULTADO-CONF        PIC X(01) VALUE SPACES.
           88  WS-RESULTADO-VALIDO      VALUE "C" "N".
       77  WS-COMENTARIO            PIC X(60) VALUE SPACES.
       77  WS-SITUACAO-DESCRICAO    PIC X(14) VALUE SPACES.
       77  WS-MOTIVO-DESCRICAO      PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------*
      * CAMPOS DA LISTAGEM DO MES                                      *
      *----------------------------------------------------------------*
       77  WS-SW-SO-PENDENTES       PIC X(01) VALUE "S".
           88  WS-SO-PENDENTES          VALUE "S".
       77  WS-SW-FIM-BROWSE         PIC X(01) VALUE "N".
           88  WS-FIM-BROWSE            VALUE "S".
       77  WS-SW-MAIS-PAGINA        PIC X(01) VALUE "S".
           88  WS-MAIS-PAGINA-SIM       VALUE "S" "s".
       77  WS-CONT-LISTADOS         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-PAGINA           PIC 9(02) VALUE ZEROS.

       01  WS-LINHA-BROWSE.
           05  WS-BRW-TRANSACAO     PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BRW-DATA          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BRW-DEPTO         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BRW-MOTIVO        PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BRW-OPERACAO      PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BRW-RESULTADO     PIC -(7)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-BRW-MOEDA         PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BRW-SITUACAO      PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BRW-AUDITOR       PIC X(04).

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
           IF WS-OPERADOR-VALIDO AND WS-MES-OK
               PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
                   UNTIL NOT WS-CONTINUAR-SIM
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - IDENTIFICA O AUDITOR, ABRE A AMOSTRA E PEDE *
      * O MES A CONFERIR                                               *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "AUDREG - CONFERENCIA DA AMOSTRA DE AUDITORIA".
           PERFORM 1050-IDENTIFICAR-OPERADOR THRU 1050-EXIT.
           IF NOT WS-OPERADOR-VALIDO
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CALCAUDA.
           IF WS-STATUS-CALCAUDA NOT = "00"
               DISPLAY "CALCAUDA.DAT NAO ENCONTRADO - NENHUMA AMOSTRA"
                   " GERADA PELO AUDAMOS"
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-CALCAUDA-ABERTO.
           PERFORM 1100-OBTER-MES THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1050-IDENTIFICAR-OPERADOR - PEDE O CODIGO DO AUDITOR E VALIDA  *
      * CONTRA O CADASTRO OPERMST.DAT ANTES DE LIBERAR O MENU          *
      *----------------------------------------------------------------*
       1050-IDENTIFICAR-OPERADOR.
           PERFORM 1060-OBTER-OPERADOR THRU 1060-EXIT
               UNTIL WS-OPERADOR-VALIDO OR WS-SIGNON-FIM.
       1050-EXIT.
           EXIT.

       1060-OBTER-OPERADOR.
           DISPLAY "INFORME O CODIGO DO AUDITOR (BRANCO P/ ENCERRAR):".
           MOVE SPACES TO WS-OPERADOR.
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR = SPACES
               MOVE "S" TO WS-SW-SIGNON-FIM
               GO TO 1060-EXIT
           END-IF.
           PERFORM 1070-VALIDAR-OPERADOR THRU 1070-EXIT.
           MOVE WS-OPERADOR TO WS-SEC-OPERADOR.
           IF WS-OPERADOR-VALIDO
               DISPLAY "AUDITOR " WS-OPERADOR " - " WS-OPERADOR-NOME
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

       1070-VALIDAR-OPERADOR.
           MOVE "N" TO WS-SW-OPERADOR-VALIDO.
           MOVE SPACES TO WS-OPERADOR-NOME.
           OPEN INPUT OPERMST.
           IF WS-STATUS-OPERMST NOT = "00"
               DISPLAY "OPERMST.DAT NAO ENCONTRADO - ENCERRANDO"
               MOVE "S" TO WS-SW-SIGNON-FIM
               GO TO 1070-EXIT
           END-IF.
           MOVE WS-OPERADOR TO CALCOPER-CODIGO.
           READ OPERMST
               KEY IS CALCOPER-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CALCOPER-ATIVO
                       MOVE "S" TO WS-SW-OPERADOR-VALIDO
                       MOVE CALCOPER-NOME TO WS-OPERADOR-NOME
                   END-IF
           END-READ.
           CLOSE OPERMST.
           IF WS-OPERADOR-VALIDO
               MOVE "V" TO pnexe-funcao
               MOVE WS-OPERADOR TO pnexe-codigo
               MOVE "AUDREG  " TO pnexe-programa
               CALL "OPERPIN" USING pnexe-parametros
               IF NOT pnexe-pin-ok
                   MOVE "N" TO WS-SW-OPERADOR-VALIDO
               END-IF
           ELSE
               MOVE SPACES TO pnexe-retorno
           END-IF.
       1070-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-OBTER-MES - O MES PRECISA TER AMOSTRA EM CALCAUDA.DAT     *
      * (CHAVE ALTERNADA DE PERIODO)                                   *
      *----------------------------------------------------------------*
       1100-OBTER-MES.
           MOVE "N" TO WS-SW-MES-OK.
           DISPLAY "INFORME O MES DA AMOSTRA (AAAAMM):".
           MOVE SPACES TO WS-PRM-MES.
           ACCEPT WS-PRM-MES.
           IF WS-PRM-MES IS NOT NUMERIC
               DISPLAY "MES INVALIDO - INFORME AAAAMM"
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-PRM-MES TO WS-MES.
           MOVE WS-MES TO CALCAUDA-PERIODO.
           START CALCAUDA KEY IS = CALCAUDA-PERIODO
               INVALID KEY
                   DISPLAY "MES " WS-MES " SEM AMOSTRA EM CALCAUDA.DAT"
                   GO TO 1100-EXIT
           END-START.
           MOVE "S" TO WS-SW-MES-OK.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESSAR-MENU - EXIBE AS FUNCOES E DESPACHA              *
      *----------------------------------------------------------------*
       2000-PROCESSAR-MENU.
           DISPLAY " ".
           DISPLAY "====== AUDREG - AMOSTRA DO MES " WS-MES " ======".
           DISPLAY "1 - LISTAR ITENS PENDENTES".
           DISPLAY "2 - REGISTRAR RESULTADO DE UMA TRANSACAO".
           DISPLAY "3 - LISTAR TODOS OS ITENS".
           DISPLAY "0 - SAIR".
           DISPLAY "INFORME A OPCAO DESEJADA :".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1
                   MOVE "S" TO WS-SW-SO-PENDENTES
                   PERFORM 3000-LISTAR-AMOSTRA THRU 3000-EXIT
               WHEN 2
                   PERFORM 4000-REGISTRAR-RESULTADO THRU 4000-EXIT
               WHEN 3
                   MOVE "N" TO WS-SW-SO-PENDENTES
                   PERFORM 3000-LISTAR-AMOSTRA THRU 3000-EXIT
               WHEN 0
                   MOVE "N" TO WS-SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-LISTAR-AMOSTRA - POSICIONA NA CHAVE ALTERNADA DE PERIODO  *
      * E LISTA OS ITENS DO MES (SO OS PENDENTES OU TODOS), PAGINANDO  *
      * DE 10 EM 10                                                    *
      *----------------------------------------------------------------*
       3000-LISTAR-AMOSTRA.
           MOVE "N" TO WS-SW-FIM-BROWSE.
           MOVE "S" TO WS-SW-MAIS-PAGINA.
           MOVE ZEROS TO WS-CONT-LISTADOS.
           MOVE ZEROS TO WS-CONT-PAGINA.
           MOVE WS-MES TO CALCAUDA-PERIODO.
           START CALCAUDA KEY IS = CALCAUDA-PERIODO
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-BROWSE
           END-START.
           DISPLAY "TRANSACAO DATA      DEPTO MT OP   RESULTADO"
               " MOE  S  AUDITOR".
           PERFORM 3100-LER-PROXIMO THRU 3100-EXIT
               UNTIL WS-FIM-BROWSE.
           IF WS-CONT-LISTADOS = ZEROS
               DISPLAY "NENHUM ITEM A LISTAR"
           ELSE
               DISPLAY "ITENS LISTADOS: " WS-CONT-LISTADOS
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LER-PROXIMO.
           READ CALCAUDA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-BROWSE
               NOT AT END
                   IF CALCAUDA-PERIODO NOT = WS-MES
                       MOVE "S" TO WS-SW-FIM-BROWSE
                   ELSE
                       PERFORM 3200-LISTAR-ITEM THRU 3200-EXIT
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

       3200-LISTAR-ITEM.
           IF WS-SO-PENDENTES AND NOT CALCAUDA-PENDENTE
               GO TO 3200-EXIT
           END-IF.
           MOVE CALCAUDA-TRANSACAO TO WS-BRW-TRANSACAO.
           MOVE CALCAUDA-DATA TO WS-BRW-DATA.
           MOVE CALCAUDA-DEPTO TO WS-BRW-DEPTO.
           MOVE CALCAUDA-MOTIVO TO WS-BRW-MOTIVO.
           MOVE CALCAUDA-OPERACAO TO WS-BRW-OPERACAO.
           MOVE CALCAUDA-RESULTADO TO WS-BRW-RESULTADO.
           MOVE CALCAUDA-MOEDA TO WS-BRW-MOEDA.
           MOVE CALCAUDA-SITUACAO TO WS-BRW-SITUACAO.
           MOVE CALCAUDA-AUDITOR TO WS-BRW-AUDITOR.
           DISPLAY WS-LINHA-BROWSE.
           ADD 1 TO WS-CONT-LISTADOS.
           ADD 1 TO WS-CONT-PAGINA.
           IF WS-CONT-PAGINA NOT < 10
               MOVE ZEROS TO WS-CONT-PAGINA
               DISPLAY "CONTINUAR A LISTAGEM (S/N)?"
               ACCEPT WS-SW-MAIS-PAGINA
               IF NOT WS-MAIS-PAGINA-SIM
                   MOVE "S" TO WS-SW-FIM-BROWSE
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-REGISTRAR-RESULTADO - LE O ITEM PELA TRANSACAO, EXIGE QUE *
      * SEJA DO MES DA SESSAO E DE OUTRO OPERADOR, E GRAVA C OU N COM  *
      * O COMENTARIO, O AUDITOR E A DATA/HORA. ITEM JA CONFERIDO SO E  *
      * ALTERADO COM CONFIRMACAO                                       *
      *----------------------------------------------------------------*
       4000-REGISTRAR-RESULTADO.
           DISPLAY "INFORME O NUMERO DA TRANSACAO (0 PARA VOLTAR):".
           MOVE ZEROS TO WS-TRANSACAO.
           ACCEPT WS-TRANSACAO.
           IF WS-TRANSACAO = ZEROS
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-TRANSACAO TO CALCAUDA-TRANSACAO.
           READ CALCAUDA
               KEY IS CALCAUDA-TRANSACAO
               INVALID KEY
                   DISPLAY "TRANSACAO NAO ESTA NA AMOSTRA"
                   GO TO 4000-EXIT
           END-READ.
           IF CALCAUDA-PERIODO NOT = WS-MES
               DISPLAY "TRANSACAO DA AMOSTRA DO MES " CALCAUDA-PERIODO
                   " - NAO E DO MES DA SESSAO"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-EXIBIR-ITEM THRU 4100-EXIT.
           IF CALCAUDA-OPERADOR = WS-OPERADOR
               DISPLAY "CALCULO LANCADO PELO PROPRIO AUDITOR - OUTRO"
                   " AUDITOR DEVE CONFERIR"
               GO TO 4000-EXIT
           END-IF.
           IF CALCAUDA-REVISADA
               DISPLAY "ITEM JA CONFERIDO - ALTERAR O RESULTADO (S/N)?"
               MOVE "N" TO WS-SW-CONFIRMA
               ACCEPT WS-SW-CONFIRMA
               IF NOT WS-CONFIRMA-SIM
                   DISPLAY "RESULTADO MANTIDO"
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           DISPLAY "RESULTADO (C = CONFORME, N = NAO CONFORME):".
           MOVE SPACES TO WS-RESULTADO-CONF.
           ACCEPT WS-RESULTADO-CONF.
           IF NOT WS-RESULTADO-VALIDO
               DISPLAY "RESULTADO INVALIDO - NADA FOI GRAVADO"
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "COMENTARIO (ATE 60 POSICOES, OBRIGATORIO PARA N):".
           MOVE SPACES TO WS-COMENTARIO.
           ACCEPT WS-COMENTARIO.
           IF WS-RESULTADO-CONF = "N" AND WS-COMENTARIO = SPACES
               DISPLAY "NAO CONFORMIDADE SEM COMENTARIO - NADA FOI"
                   " GRAVADO"
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-RESULTADO-CONF TO CALCAUDA-SITUACAO.
           MOVE WS-COMENTARIO TO CALCAUDA-COMENTARIO.
           MOVE WS-OPERADOR TO CALCAUDA-AUDITOR.
           ACCEPT CALCAUDA-DATA-REVISAO FROM DATE YYYYMMDD.
           ACCEPT CALCAUDA-HORA-REVISAO FROM TIME.
           REWRITE CALCAUDA-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR O RESULTADO - STATUS "
                       WS-STATUS-CALCAUDA
                   GO TO 4000-EXIT
           END-REWRITE.
           DISPLAY "RESULTADO REGISTRADO NA TRANSACAO " WS-TRANSACAO.
       4000-EXIT.
           EXIT.

       4100-EXIBIR-ITEM.
           EVALUATE TRUE
               WHEN CALCAUDA-MOT-SORTEADA
                   MOVE "SORTEADA" TO WS-MOTIVO-DESCRICAO
               WHEN CALCAUDA-MOT-ESTORNO
                   MOVE "ESTORNO" TO WS-MOTIVO-DESCRICAO
               WHEN CALCAUDA-MOT-VALOR
                   MOVE "ACIMA DO CORTE" TO WS-MOTIVO-DESCRICAO
               WHEN OTHER
                   MOVE "DESCONHECIDO" TO WS-MOTIVO-DESCRICAO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CALCAUDA-CONFORME
                   MOVE "CONFORME" TO WS-SITUACAO-DESCRICAO
               WHEN CALCAUDA-NAO-CONFORME
                   MOVE "NAO CONFORME" TO WS-SITUACAO-DESCRICAO
               WHEN OTHER
                   MOVE "PENDENTE" TO WS-SITUACAO-DESCRICAO
           END-EVALUATE.
           DISPLAY "TRANSACAO : " CALCAUDA-TRANSACAO.
           DISPLAY "DATA      : " CALCAUDA-DATA.
           DISPLAY "DEPTO     : " CALCAUDA-DEPTO
               "  FAIXA DE VALOR " CALCAUDA-FAIXA-VALOR.
           DISPLAY "MOTIVO    : " WS-MOTIVO-DESCRICAO.
           DISPLAY "OPERACAO  : " CALCAUDA-OPERACAO
               "  OPERADOR " CALCAUDA-OPERADOR.
           DISPLAY "RESULTADO : " CALCAUDA-RESULTADO " "
               CALCAUDA-MOEDA.
           DISPLAY "SITUACAO  : " WS-SITUACAO-DESCRICAO.
           IF CALCAUDA-REVISADA
               DISPLAY "AUDITOR   : " CALCAUDA-AUDITOR " EM "
                   CALCAUDA-DATA-REVISAO " / " CALCAUDA-HORA-REVISAO
               DISPLAY "COMENTARIO: " CALCAUDA-COMENTARIO
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-FINALIZAR - FECHA A AMOSTRA E ENCERRA A SESSAO            *
      *----------------------------------------------------------------*
       9000-FINALIZAR.
           IF WS-CALCAUDA-ABERTO
               CLOSE CALCAUDA
           END-IF.
           IF WS-OPERADOR-VALIDO
               MOVE "SF" TO WS-SEC-EVENTO
               MOVE WS-OPERADOR TO WS-SEC-OPERADOR
               MOVE "SESSAO ENCERRADA" TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           END-IF.
           DISPLAY "AUDREG - CONFERENCIA ENCERRADA".
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
           MOVE "AUDREG  " TO CALCSEC-PROGRAMA.
           MOVE WS-SEC-EVENTO TO CALCSEC-EVENTO.
           MOVE WS-SEC-OPERADOR TO CALCSEC-OPERADOR.
           MOVE WS-SEC-DETALHE TO CALCSEC-DETALHE.
           WRITE CALCSEC-REGISTRO.
           CLOSE CALCSEC.
       7950-EXIT.
           EXIT.
