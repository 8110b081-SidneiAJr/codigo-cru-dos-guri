      ******************************************************************
      * PROGRAM-ID: OPERCERT
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Recertificacao periodica dos acessos. Lista todo o
      *             cadastro OPERMST.DAT com perfil, situacao, limite
      *             de valor e operacoes permitidas, o ultimo sign-on
      *             aceito (evento SA do diario CALCSEC.DAT), o ultimo
      *             lancamento (CALCHIST.DAT e, para os meses ja
      *             arquivados, o arquivo de estatisticas CALCESTA.DAT,
      *             que nao sai no arquivamento) e quantas funcoes
      *             privilegiadas (evento FP) o codigo ja usou. Marca
      *             como DORMENTE o operador ativo sem sign-on nem
      *             lancamento desde a data de corte (hoje menos o
      *             numero de dias informado, padrao 90) e como SEM FP
      *             o supervisor ativo que nunca usou funcao
      *             privilegiada. Grava junto o arquivo de decisoes
      *             RECERT.DEC (uma linha por operador ativo, decisao
      *             em branco) que o revisor preenche com M ou R e o
      *             OPERBAIX aplica. Relatorio carimbado anotado no
      *             CALCRCAT.DAT; parametro de OPERCERT.PRM quando
      *             existe. RETURN-CODE 4 quando ha alerta, 12 para
      *             parametro invalido ou cadastro inacessivel, 16
      *             para estouro da tabela de operadores.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - RECERTIFICACAO DOS ACESSOS    *
      *                COM CONTAS DORMENTES E SUPERVISORES SEM USO DE  *
      *                FUNCAO PRIVILEGIADA.                            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMST ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCOPER-CODIGO
               FILE STATUS IS WS-STATUS-OPERMST.
           SELECT CALCSEC ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCSEC.
           SELECT CALCHIST ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHIST-TRANSACAO
               ALTERNATE RECORD KEY IS CALCHIST-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CALCHIST.
           SELECT CALCESTA ASSIGN TO "CALCESTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCESTA-CHAVE
               FILE STATUS IS WS-STATUS-CALCESTA.
           SELECT DECISOES ASSIGN TO "RECERT.DEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DECISOES.
           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
           SELECT CALCRCAT ASSIGN TO "CALCRCAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCRCAT.
           SELECT CALCMSG ASSIGN TO "CALCMSG.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCMSG.
           SELECT PARAMETRO ASSIGN TO "OPERCERT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMST.
       COPY CALCOPER.
       FD  CALCSEC.
       COPY CALCSEC.
       FD  CALCHIST.
       COPY CALCHIST.
       FD  CALCESTA.
       COPY CALCESTA.
       FD  DECISOES.
       COPY CALCRDEC.
       FD  RELATORIO.
       01  REL-REGISTRO             PIC X(132).
       FD  CALCRCAT.
       COPY CALCRCAT.
       FD  CALCMSG.
       COPY CALCMSG.
       FD  PARAMETRO.
       01  PRM-REGISTRO             PIC X(24).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCSEC        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCHIST       PIC X(02) VALUE "00".
       77  WS-STATUS-CALCESTA       PIC X(02) VALUE "00".
       77  WS-STATUS-DECISOES       PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO      PIC X(02) VALUE "00".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-PARAMETRO-OK       PIC X(01) VALUE "N".
           88  WS-PARAMETRO-OK          VALUE "S".
       77  WS-DATA-EMISSAO          PIC 9(08) VALUE ZEROS.
       77  WS-NUMERO-PAGINA         PIC 9(04) VALUE ZEROS.
       77  WS-LINHAS-PAGINA         PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------*
      * PARAMETRO - DO ARQUIVO OPERCERT.PRM QUANDO ELE EXISTE, SENAO   *
      * DO PROMPT: DIAS SEM USO PARA A CONTA SER DORMENTE (0001-9999,  *
      * BRANCO = 0090). O CORTE E HOJE MENOS ESSES DIAS, RECUADO UM    *
      * DIA POR VEZ PELO CALCDATA                                      *
      *----------------------------------------------------------------*
       77  WS-STATUS-PARAMETRO      PIC X(02) VALUE "00".
       77  WS-SW-PARM-ARQUIVO       PIC X(01) VALUE "N".
           88  WS-PARM-ARQUIVO          VALUE "S".
       77  WS-PRM-DIAS              PIC X(04) VALUE SPACES.
       77  WS-DIAS                  PIC 9(04) VALUE ZEROS.
       77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77  WS-DATA-CORTE            PIC 9(08) VALUE ZEROS.
       77  WS-DATA-BASE             PIC 9(08) VALUE ZEROS.
       77  WS-DATA-DE               PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ATE              PIC 9(08) VALUE ZEROS.
       77  WS-FUNCAO-DATA           PIC X(01) VALUE SPACES.

      *----------------------------------------------------------------*
      * TABELA DO CADASTRO, CARREGADA NA ORDEM DA CHAVE, COM O QUE O   *
      * DIARIO E O HISTORICO CONTAM DE CADA CODIGO                     *
      *----------------------------------------------------------------*
       77  WS-OPER-CARREGADOS       PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-OPER              PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-OPER-ACHADO       PIC 9(04) COMP VALUE ZEROS.
       77  WS-CODIGO-BUSCA          PIC X(04) VALUE SPACES.
       77  WS-SW-OPER-ESTOURO       PIC X(01) VALUE "N".
           88  WS-OPER-ESTOURO          VALUE "S".
       01  WS-TABELA-OPERADORES.
           05  WS-OPER-ENTRADA OCCURS 300 TIMES.
               10  WS-OPR-CODIGO        PIC X(04).
               10  WS-OPR-NOME          PIC X(30).
               10  WS-OPR-PERFIL        PIC X(01).
               10  WS-OPR-SW-ATIVO      PIC X(01).
               10  WS-OPR-LIMITE        PIC 9(07)V99.
               10  WS-OPR-OPERACOES     PIC X(06).
               10  WS-OPR-ULT-SIGNON    PIC 9(08).
               10  WS-OPR-ULT-LANCAMENTO PIC 9(08).
               10  WS-OPR-QTDE-FP       PIC 9(05).
               10  WS-OPR-ALERTA        PIC X(08).

      *----------------------------------------------------------------*
      * CONTADORES DO FECHAMENTO                                       *
      *----------------------------------------------------------------*
       77  WS-TOTAL-CADASTRO        PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-ATIVOS          PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-DORMENTES       PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-SUP-SEM-FP      PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-DECISOES        PIC 9(05) VALUE ZEROS.
       77  WS-ULTIMA-ATIVIDADE      PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CATALOGO DE RELATORIOS - NOME CARIMBADO POR DATA DE EMISSAO E  *
      * SEQUENCIA DO DIA, ANOTADO EM CALCRCAT.DAT                      *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCRCAT       PIC X(02) VALUE "00".
       77  WS-NOME-RELATORIO        PIC X(24) VALUE SPACES.
       77  WS-SEQ-EMISSAO           PIC 9(02) VALUE ZEROS.
       77  WS-OPERADOR-CAT          PIC X(04) VALUE SPACES.
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
      * LINHAS DO RELATORIO                                            *
      *----------------------------------------------------------------*
       01  WS-CAB-TITULO.
           05  FILLER               PIC X(45) VALUE
               "OPERCERT - RECERTIFICACAO DOS ACESSOS   CORTE".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CAB-CORTE         PIC 9(08).
           05  FILLER               PIC X(07) VALUE " DIAS: ".
           05  WS-CAB-DIAS          PIC ZZZ9.
           05  FILLER               PIC X(12) VALUE "   EMISSAO: ".
           05  WS-CAB-EMISSAO       PIC 9(08).
           05  FILLER               PIC X(09) VALUE "  PAGINA ".
           05  WS-CAB-PAGINA        PIC ZZZ9.
           05  FILLER               PIC X(34) VALUE SPACES.
       01  WS-CAB-COLUNAS.
           05  FILLER               PIC X(44) VALUE
               "COD.  NOME                            P  SIT".
           05  FILLER               PIC X(44) VALUE
               "        LIMITE  OPERAC  SIGN-ON   LANCAMENTO".
           05  FILLER               PIC X(44) VALUE
               "     FP  ALERTA".
       01  WS-LINHA-OPERADOR.
           05  WS-LOP-CODIGO        PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LOP-NOME          PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LOP-PERFIL        PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LOP-SITUACAO      PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LOP-LIMITE        PIC Z,ZZZ,ZZ9.99.
           05  WS-LOP-LIMITE-X REDEFINES WS-LOP-LIMITE
                                    PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LOP-OPERACOES     PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LOP-SIGNON        PIC 9(08).
           05  WS-LOP-SIGNON-X REDEFINES WS-LOP-SIGNON
                                    PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LOP-LANCAMENTO    PIC 9(08).
           05  WS-LOP-LANCAMENTO-X REDEFINES WS-LOP-LANCAMENTO
                                    PIC X(08).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-LOP-QTDE-FP       PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LOP-ALERTA        PIC X(08).
           05  FILLER               PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-PARAMETRO-OK
               PERFORM 2000-CARREGAR-CADASTRO THRU 2000-EXIT
           END-IF.
           IF WS-PARAMETRO-OK
               PERFORM 2100-LER-DIARIO THRU 2100-EXIT
               PERFORM 2200-LER-HISTORICO THRU 2200-EXIT
               PERFORM 2300-LER-ESTATISTICA THRU 2300-EXIT
               PERFORM 3000-EMITIR-RELATORIO THRU 3000-EXIT
               PERFORM 4000-GRAVAR-DECISOES THRU 4000-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           DISPLAY "OPERCERT - RECERTIFICACAO ENCERRADA".
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - LE E CRITICA OS DIAS E CALCULA O CORTE      *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "OPERCERT - RECERTIFICACAO DOS ACESSOS".
           PERFORM 1010-LER-PARAMETROS THRU 1010-EXIT.
           IF NOT WS-PARM-ARQUIVO
               DISPLAY "DIAS SEM USO PARA CONTA DORMENTE (4 DIGITOS,"
                   " BRANCO = 0090):"
               MOVE SPACES TO WS-PRM-DIAS
               ACCEPT WS-PRM-DIAS
           END-IF.
           PERFORM 1020-CRITICAR-DIAS THRU 1020-EXIT.
           IF NOT WS-PARAMETRO-OK
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-BASE.
           MOVE "D" TO WS-FUNCAO-DATA.
           PERFORM 1030-RECUAR-DIA THRU 1030-EXIT WS-DIAS TIMES.
           MOVE WS-DATA-BASE TO WS-DATA-CORTE.
           DISPLAY "PARAMETRO USADO: " WS-DIAS " DIAS - CORTE "
               WS-DATA-CORTE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1010-LER-PARAMETROS - SE OPERCERT.PRM EXISTE, A PRIMEIRA LINHA *
      * (DIAS) SUBSTITUI O PROMPT                                      *
      *----------------------------------------------------------------*
       1010-LER-PARAMETROS.
           OPEN INPUT PARAMETRO.
           IF WS-STATUS-PARAMETRO NOT = "00"
               GO TO 1010-EXIT
           END-IF.
           MOVE "S" TO WS-SW-PARM-ARQUIVO.
           READ PARAMETRO
               AT END MOVE SPACES TO PRM-REGISTRO
           END-READ.
           MOVE PRM-REGISTRO(1:4) TO WS-PRM-DIAS.
           CLOSE PARAMETRO.
           DISPLAY "PARAMETROS LIDOS DE OPERCERT.PRM".
       1010-EXIT.
           EXIT.

       1020-CRITICAR-DIAS.
           MOVE "N" TO WS-SW-PARAMETRO-OK.
           IF WS-PRM-DIAS = SPACES
               MOVE "0090" TO WS-PRM-DIAS
           END-IF.
           IF WS-PRM-DIAS IS NOT NUMERIC
               DISPLAY "DIAS INVALIDOS - INFORME 4 DIGITOS - NADA FOI"
                   " FEITO"
               GO TO 1020-EXIT
           END-IF.
           MOVE WS-PRM-DIAS TO WS-DIAS.
           IF WS-DIAS = ZEROS
               DISPLAY "DIAS DEVE SER MAIOR QUE ZERO - NADA FOI FEITO"
               GO TO 1020-EXIT
           END-IF.
           MOVE "S" TO WS-SW-PARAMETRO-OK.
       1020-EXIT.
           EXIT.

       1030-RECUAR-DIA.
           CALL "CALCDATA" USING WS-FUNCAO-DATA,
               WS-DATA-BASE, WS-DATA-DE, WS-DATA-ATE.
           MOVE WS-DATA-DE TO WS-DATA-BASE.
       1030-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-CARREGAR-CADASTRO - TODO O OPERMST.DAT NA TABELA, NA      *
      * ORDEM DA CHAVE; CADASTRO MAIOR QUE A TABELA NAO E LISTADO PELA *
      * METADE                                                         *
      *----------------------------------------------------------------*
       2000-CARREGAR-CADASTRO.
           MOVE ZEROS TO WS-OPER-CARREGADOS.
           OPEN INPUT OPERMST.
           IF WS-STATUS-OPERMST NOT = "00"
               DISPLAY "OPERMST.DAT INACESSIVEL - STATUS "
                   WS-STATUS-OPERMST " - NADA FOI FEITO"
               MOVE "N" TO WS-SW-PARAMETRO-OK
               MOVE 12 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE LOW-VALUES TO CALCOPER-CODIGO.
           START OPERMST KEY IS NOT LESS THAN CALCOPER-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           PERFORM 2010-LER-OPERADOR THRU 2010-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE OPERMST.
           IF WS-OPER-ESTOURO
               DISPLAY "TABELA DE OPERADORES CHEIA (300) - NADA FOI"
                   " FEITO"
               MOVE "N" TO WS-SW-PARAMETRO-OK
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF WS-OPER-CARREGADOS = ZEROS
               DISPLAY "OPERMST.DAT VAZIO - NADA FOI FEITO"
               MOVE "N" TO WS-SW-PARAMETRO-OK
               MOVE 12 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

       2010-LER-OPERADOR.
           READ OPERMST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 2010-EXIT
           END-READ.
           IF WS-OPER-CARREGADOS NOT < 300
               MOVE "S" TO WS-SW-OPER-ESTOURO
               MOVE "S" TO WS-SW-FIM-ARQUIVO
               GO TO 2010-EXIT
           END-IF.
           ADD 1 TO WS-OPER-CARREGADOS.
           MOVE WS-OPER-CARREGADOS TO WS-SUB-OPER.
           MOVE CALCOPER-CODIGO TO WS-OPR-CODIGO(WS-SUB-OPER).
           MOVE CALCOPER-NOME TO WS-OPR-NOME(WS-SUB-OPER).
           MOVE CALCOPER-PERFIL TO WS-OPR-PERFIL(WS-SUB-OPER).
           MOVE CALCOPER-SW-ATIVO TO WS-OPR-SW-ATIVO(WS-SUB-OPER).
           MOVE CALCOPER-LIMITE-VALOR TO WS-OPR-LIMITE(WS-SUB-OPER).
           MOVE CALCOPER-OPERACOES TO WS-OPR-OPERACOES(WS-SUB-OPER).
           MOVE ZEROS TO WS-OPR-ULT-SIGNON(WS-SUB-OPER).
           MOVE ZEROS TO WS-OPR-ULT-LANCAMENTO(WS-SUB-OPER).
           MOVE ZEROS TO WS-OPR-QTDE-FP(WS-SUB-OPER).
           MOVE SPACES TO WS-OPR-ALERTA(WS-SUB-OPER).
       2010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-LER-DIARIO - ULTIMO SIGN-ON ACEITO (SA) E QUANTIDADE DE   *
      * FUNCOES PRIVILEGIADAS (FP) DE CADA CODIGO NO CALCSEC.DAT. O    *
      * FP E GRAVADO COM O SUPERVISOR QUE AUTORIZOU                    *
      *----------------------------------------------------------------*
       2100-LER-DIARIO.
           OPEN INPUT CALCSEC.
           IF WS-STATUS-CALCSEC NOT = "00"
               DISPLAY "CALCSEC.DAT NAO ENCONTRADO - SEM SIGN-ON E"
                   " SEM FP"
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           PERFORM 2110-LER-EVENTO THRU 2110-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCSEC.
       2100-EXIT.
           EXIT.

       2110-LER-EVENTO.
           READ CALCSEC
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 2110-EXIT
           END-READ.
           IF NOT CALCSEC-EV-SIGNON-ACEITO
                   AND NOT CALCSEC-EV-FUNCAO-USADA
               GO TO 2110-EXIT
           END-IF.
           MOVE CALCSEC-OPERADOR TO WS-CODIGO-BUSCA.
           PERFORM 2900-LOCALIZAR-OPERADOR THRU 2900-EXIT.
           IF WS-SUB-OPER-ACHADO = ZEROS
               GO TO 2110-EXIT
           END-IF.
           IF CALCSEC-EV-FUNCAO-USADA
               ADD 1 TO WS-OPR-QTDE-FP(WS-SUB-OPER-ACHADO)
               GO TO 2110-EXIT
           END-IF.
           IF CALCSEC-DATA > WS-OPR-ULT-SIGNON(WS-SUB-OPER-ACHADO)
               MOVE CALCSEC-DATA
                   TO WS-OPR-ULT-SIGNON(WS-SUB-OPER-ACHADO)
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-LER-HISTORICO - DATA DO ULTIMO LANCAMENTO DE CADA CODIGO  *
      * NO HISTORICO VIVO                                              *
      *----------------------------------------------------------------*
       2200-LER-HISTORICO.
           OPEN INPUT CALCHIST.
           IF WS-STATUS-CALCHIST NOT = "00"
               DISPLAY "CALCHIST.DAT NAO ENCONTRADO - LANCAMENTOS SO"
                   " PELA ESTATISTICA"
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE ZEROS TO CALCHIST-TRANSACAO.
           START CALCHIST KEY IS NOT LESS THAN CALCHIST-TRANSACAO
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           PERFORM 2210-LER-LANCAMENTO THRU 2210-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCHIST.
       2200-EXIT.
           EXIT.

       2210-LER-LANCAMENTO.
           READ CALCHIST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 2210-EXIT
           END-READ.
           MOVE CALCHIST-OPERADOR TO WS-CODIGO-BUSCA.
           PERFORM 2900-LOCALIZAR-OPERADOR THRU 2900-EXIT.
           IF WS-SUB-OPER-ACHADO = ZEROS
               GO TO 2210-EXIT
           END-IF.
           IF CALCHIST-DATA > WS-OPR-ULT-LANCAMENTO(WS-SUB-OPER-ACHADO)
               MOVE CALCHIST-DATA
                   TO WS-OPR-ULT-LANCAMENTO(WS-SUB-OPER-ACHADO)
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-LER-ESTATISTICA - OS MESES JA ARQUIVADOS SAIRAM DO        *
      * CALCHIST.DAT MAS CONTINUAM NO CALCESTA.DAT (DATA + OPERADOR NA *
      * CHAVE) - O LANCAMENTO MAIS NOVO DOS DOIS E O QUE VALE          *
      *----------------------------------------------------------------*
       2300-LER-ESTATISTICA.
           OPEN INPUT CALCESTA.
           IF WS-STATUS-CALCESTA NOT = "00"
               GO TO 2300-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE LOW-VALUES TO CALCESTA-CHAVE.
           START CALCESTA KEY IS NOT LESS THAN CALCESTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           PERFORM 2310-LER-TOTAL THRU 2310-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCESTA.
       2300-EXIT.
           EXIT.

       2310-LER-TOTAL.
           READ CALCESTA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 2310-EXIT
           END-READ.
           IF CALCESTA-LANCAMENTOS = ZEROS
               GO TO 2310-EXIT
           END-IF.
           MOVE CALCESTA-OPERADOR TO WS-CODIGO-BUSCA.
           PERFORM 2900-LOCALIZAR-OPERADOR THRU 2900-EXIT.
           IF WS-SUB-OPER-ACHADO = ZEROS
               GO TO 2310-EXIT
           END-IF.
           IF CALCESTA-DATA > WS-OPR-ULT-LANCAMENTO(WS-SUB-OPER-ACHADO)
               MOVE CALCESTA-DATA
                   TO WS-OPR-ULT-LANCAMENTO(WS-SUB-OPER-ACHADO)
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-LOCALIZAR-OPERADOR - POSICAO DE WS-CODIGO-BUSCA NA        *
      * TABELA (ZERO = CODIGO FORA DO CADASTRO)                        *
      *----------------------------------------------------------------*
       2900-LOCALIZAR-OPERADOR.
           MOVE ZEROS TO WS-SUB-OPER-ACHADO.
           PERFORM 2910-COMPARAR-OPERADOR THRU 2910-EXIT
               VARYING WS-SUB-OPER FROM 1 BY 1
               UNTIL WS-SUB-OPER > WS-OPER-CARREGADOS
               OR WS-SUB-OPER-ACHADO NOT = ZEROS.
       2900-EXIT.
           EXIT.

       2910-COMPARAR-OPERADOR.
           IF WS-OPR-CODIGO(WS-SUB-OPER) = WS-CODIGO-BUSCA
               MOVE WS-SUB-OPER TO WS-SUB-OPER-ACHADO
           END-IF.
       2910-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-EMITIR-RELATORIO - UMA LINHA POR OPERADOR COM OS ALERTAS  *
      * E O RESUMO NO FIM                                              *
      *----------------------------------------------------------------*
       3000-EMITIR-RELATORIO.
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD.
           PERFORM 8500-DEFINIR-NOME-RELATORIO THRU 8500-EXIT.
           MOVE SPACES TO WS-PARAMETROS-CAT.
           STRING "DIAS " WS-DIAS " CORTE " WS-DATA-CORTE
               DELIMITED BY SIZE INTO WS-PARAMETROS-CAT.
           OPEN OUTPUT RELATORIO.
           PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT.
           MOVE SPACES TO REL-REGISTRO.
           STRING "DORMENTE = ATIVO SEM SIGN-ON NEM LANCAMENTO DESDE O"
               " CORTE; SEM FP = SUPERVISOR ATIVO QUE NUNCA USOU"
               " FUNCAO PRIVILEGIADA" DELIMITED BY SIZE
               INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           ADD 2 TO WS-LINHAS-PAGINA.
           PERFORM 3100-EMITIR-OPERADOR THRU 3100-EXIT
               VARYING WS-SUB-OPER FROM 1 BY 1
               UNTIL WS-SUB-OPER > WS-OPER-CARREGADOS.
           MOVE ALL "-" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE WS-OPER-CARREGADOS TO WS-TOTAL-CADASTRO.
           MOVE SPACES TO REL-REGISTRO.
           STRING "OPERADORES NO CADASTRO: " WS-TOTAL-CADASTRO
               "   ATIVOS: " WS-TOTAL-ATIVOS
               "   DORMENTES: " WS-TOTAL-DORMENTES
               "   SUPERVISORES SEM FP: " WS-TOTAL-SUP-SEM-FP
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           STRING "DECISOES EM RECERT.DEC - PREENCHER A COLUNA 6 COM M"
               " (MANTER) OU R (REVOGAR) E RODAR O OPERBAIX"
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
       3000-EXIT.
           EXIT.

       3100-EMITIR-OPERADOR.
           PERFORM 3200-AVALIAR-OPERADOR THRU 3200-EXIT.
           IF WS-LINHAS-PAGINA NOT < 56
               PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT
           END-IF.
           MOVE WS-OPR-CODIGO(WS-SUB-OPER) TO WS-LOP-CODIGO.
           MOVE WS-OPR-NOME(WS-SUB-OPER) TO WS-LOP-NOME.
           MOVE WS-OPR-PERFIL(WS-SUB-OPER) TO WS-LOP-PERFIL.
           IF WS-OPR-SW-ATIVO(WS-SUB-OPER) = "S"
               MOVE "ATV" TO WS-LOP-SITUACAO
           ELSE
               MOVE "INA" TO WS-LOP-SITUACAO
           END-IF.
           IF WS-OPR-LIMITE(WS-SUB-OPER) = ZEROS
               MOVE "  SEM LIMITE" TO WS-LOP-LIMITE-X
           ELSE
               MOVE WS-OPR-LIMITE(WS-SUB-OPER) TO WS-LOP-LIMITE
           END-IF.
           IF WS-OPR-OPERACOES(WS-SUB-OPER) = SPACES
               MOVE "TODAS" TO WS-LOP-OPERACOES
           ELSE
               MOVE WS-OPR-OPERACOES(WS-SUB-OPER) TO WS-LOP-OPERACOES
           END-IF.
           IF WS-OPR-ULT-SIGNON(WS-SUB-OPER) = ZEROS
               MOVE "NUNCA" TO WS-LOP-SIGNON-X
           ELSE
               MOVE WS-OPR-ULT-SIGNON(WS-SUB-OPER) TO WS-LOP-SIGNON
           END-IF.
           IF WS-OPR-ULT-LANCAMENTO(WS-SUB-OPER) = ZEROS
               MOVE "NUNCA" TO WS-LOP-LANCAMENTO-X
           ELSE
               MOVE WS-OPR-ULT-LANCAMENTO(WS-SUB-OPER)
                   TO WS-LOP-LANCAMENTO
           END-IF.
           MOVE WS-OPR-QTDE-FP(WS-SUB-OPER) TO WS-LOP-QTDE-FP.
           MOVE WS-OPR-ALERTA(WS-SUB-OPER) TO WS-LOP-ALERTA.
           WRITE REL-REGISTRO FROM WS-LINHA-OPERADOR.
           ADD 1 TO WS-LINHAS-PAGINA.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-AVALIAR-OPERADOR - SO O CODIGO ATIVO RECEBE ALERTA: A     *
      * ULTIMA ATIVIDADE E O MAIS NOVO ENTRE SIGN-ON E LANCAMENTO      *
      *----------------------------------------------------------------*
       3200-AVALIAR-OPERADOR.
           MOVE SPACES TO WS-OPR-ALERTA(WS-SUB-OPER).
           IF WS-OPR-SW-ATIVO(WS-SUB-OPER) NOT = "S"
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-ATIVOS.
           MOVE WS-OPR-ULT-SIGNON(WS-SUB-OPER) TO WS-ULTIMA-ATIVIDADE.
           IF WS-OPR-ULT-LANCAMENTO(WS-SUB-OPER) > WS-ULTIMA-ATIVIDADE
               MOVE WS-OPR-ULT-LANCAMENTO(WS-SUB-OPER)
                   TO WS-ULTIMA-ATIVIDADE
           END-IF.
           IF WS-ULTIMA-ATIVIDADE < WS-DATA-CORTE
               MOVE "DORMENTE" TO WS-OPR-ALERTA(WS-SUB-OPER)
               ADD 1 TO WS-TOTAL-DORMENTES
           END-IF.
           IF WS-OPR-PERFIL(WS-SUB-OPER) = "S"
                   AND WS-OPR-QTDE-FP(WS-SUB-OPER) = ZEROS
               ADD 1 TO WS-TOTAL-SUP-SEM-FP
               IF WS-OPR-ALERTA(WS-SUB-OPER) = SPACES
                   MOVE "SEM FP" TO WS-OPR-ALERTA(WS-SUB-OPER)
               ELSE
                   MOVE "DORM/SFP" TO WS-OPR-ALERTA(WS-SUB-OPER)
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-GRAVAR-DECISOES - RECERT.DEC COM UMA LINHA POR OPERADOR   *
      * ATIVO E A DECISAO EM BRANCO; SUBSTITUI O DA RODADA ANTERIOR    *
      *----------------------------------------------------------------*
       4000-GRAVAR-DECISOES.
           MOVE ZEROS TO WS-TOTAL-DECISOES.
           OPEN OUTPUT DECISOES.
           IF WS-STATUS-DECISOES NOT = "00"
               DISPLAY "FALHA AO GRAVAR RECERT.DEC - STATUS "
                   WS-STATUS-DECISOES
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-GRAVAR-DECISAO THRU 4100-EXIT
               VARYING WS-SUB-OPER FROM 1 BY 1
               UNTIL WS-SUB-OPER > WS-OPER-CARREGADOS.
           CLOSE DECISOES.
       4000-EXIT.
           EXIT.

       4100-GRAVAR-DECISAO.
           IF WS-OPR-SW-ATIVO(WS-SUB-OPER) NOT = "S"
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO CALCRDEC-REGISTRO.
           MOVE WS-OPR-CODIGO(WS-SUB-OPER) TO CALCRDEC-CODIGO.
           MOVE WS-OPR-NOME(WS-SUB-OPER) TO CALCRDEC-NOME.
           MOVE WS-OPR-PERFIL(WS-SUB-OPER) TO CALCRDEC-PERFIL.
           MOVE WS-OPR-ALERTA(WS-SUB-OPER) TO CALCRDEC-ALERTA.
           WRITE CALCRDEC-REGISTRO.
           ADD 1 TO WS-TOTAL-DECISOES.
       4100-EXIT.
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
           MOVE "OPERCERT" TO CALCMSG-PROGRAMA.
           ACCEPT CALCMSG-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCMSG-HORA FROM TIME.
           MOVE ZEROS TO CALCMSG-TRANSACAO.
           MOVE ZEROS TO CALCMSG-NUM-REGISTRO.
           ACCEPT WS-OPERADOR-CAT FROM ENVIRONMENT "CALCOPER".
           MOVE WS-OPERADOR-CAT TO CALCMSG-OPERADOR.
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
      * 8100-ESCREVER-CABECALHO - CABECALHO DE PAGINA COM O CORTE, OS  *
      * DIAS, A DATA DE EMISSAO E O NUMERO DA PAGINA                   *
      *----------------------------------------------------------------*
       8100-ESCREVER-CABECALHO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-DATA-CORTE TO WS-CAB-CORTE.
           MOVE WS-DIAS TO WS-CAB-DIAS.
           MOVE WS-DATA-EMISSAO TO WS-CAB-EMISSAO.
           MOVE WS-NUMERO-PAGINA TO WS-CAB-PAGINA.
           IF WS-NUMERO-PAGINA > 1
               MOVE SPACES TO REL-REGISTRO
               WRITE REL-REGISTRO
           END-IF.
           WRITE REL-REGISTRO FROM WS-CAB-TITULO.
           WRITE REL-REGISTRO FROM WS-CAB-COLUNAS.
           MOVE ALL "-" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE 3 TO WS-LINHAS-PAGINA.
       8100-EXIT.
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
           STRING "OPERCERT" WS-DATA-EMISSAO WS-SEQ-EMISSAO ".REL"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO.
       8500-EXIT.
           EXIT.

       8510-CONTAR-EMISSAO.
           READ CALCRCAT
               AT END
                   MOVE "S" TO WS-SW-FIM-CATALOGO
               NOT AT END
                   IF CALCRCAT-PROGRAMA = "OPERCERT"
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
           MOVE "OPERCERT" TO CALCRCAT-PROGRAMA.
           MOVE WS-PARAMETROS-CAT TO CALCRCAT-PARAMETROS.
           MOVE WS-DATA-EMISSAO TO CALCRCAT-DATA.
           ACCEPT CALCRCAT-HORA FROM TIME.
           ACCEPT WS-OPERADOR-CAT FROM ENVIRONMENT "CALCOPER".
           MOVE WS-OPERADOR-CAT TO CALCRCAT-OPERADOR.
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
      * 9000-FINALIZAR - FECHA E CATALOGA O RELATORIO E AVISA O TURNO  *
      * QUANDO HA CONTA DORMENTE OU SUPERVISOR SEM FP                  *
      *----------------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE RELATORIO.
           PERFORM 8600-CATALOGAR-RELATORIO THRU 8600-EXIT.
           MOVE 0260 TO WS-MSG-NUMERO.
           MOVE "I" TO WS-MSG-SEVERIDADE.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "RECERT " WS-TOTAL-ATIVOS " ATV "
               WS-TOTAL-DORMENTES " DORM " WS-TOTAL-SUP-SEM-FP
               " S/FP" DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           IF WS-TOTAL-DORMENTES > ZEROS OR WS-TOTAL-SUP-SEM-FP > ZEROS
               MOVE "A" TO WS-MSG-SEVERIDADE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "OPERADORES NO CADASTRO : " WS-TOTAL-CADASTRO.
           DISPLAY "ATIVOS                 : " WS-TOTAL-ATIVOS.
           DISPLAY "DORMENTES              : " WS-TOTAL-DORMENTES.
           DISPLAY "SUPERVISORES SEM FP    : " WS-TOTAL-SUP-SEM-FP.
           DISPLAY "LINHAS EM RECERT.DEC   : " WS-TOTAL-DECISOES.
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.
       9000-EXIT.
           EXIT.
