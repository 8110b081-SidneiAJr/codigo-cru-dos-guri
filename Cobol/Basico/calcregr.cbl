      ******************************************************************
      * PROGRAM-ID: CALCREGR
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Recalculo de regressao do historico postado. Le o
      *             CALCHIST.DAT vivo (por faixa de datas, pela chave
      *             alternada, ou por faixa de transacoes, pela chave
      *             primaria) ou um ARCHISTAAAAMM.DAT arquivado pelo
      *             CALCARCH, e chama os MESMOS subprogramas da
      *             postagem (SOMA, SUTRACAO, PROGMULT, DIVISAO, RESTO,
      *             JUROS, AMORTIZA, CAMBIO, RATEIO com a tabela de
      *             RATOMST.DAT gravada na parte, RETENCAO com a
      *             versao de FAIXMST.DAT em vigor na data da
      *             transacao) com os operandos, o modo, o terceiro
      *             operando, a cotacao e a tabela gravados. Compara o
      *             resultado e o codigo de retorno recalculados com
      *             CALCHIST-RESULTADO e CALCHIST-RETORNO e lista toda
      *             divergencia com os dois valores, mais a contagem
      *             por operacao. No juros confere tambem o JUROSDEM
      *             contra o JUROS (os dois COMPUTE tem de andar
      *             juntos), na retencao confere a faixa devolvida
      *             contra CALCHIST-FAIXA e na amortizacao confere que o
      *             demonstrativo fecha o saldo em zero. O lancamento
      *             de estorno (situacao R) e conferido com o sinal
      *             invertido e sem o retorno, que o estorno sempre
      *             grava zerado. NAO GRAVA NADA nos arquivos de
      *             movimento - e a evidencia que se guarda antes de
      *             colocar versao nova de subprograma em producao.
      *             Relatorio carimbado anotado no CALCRCAT.DAT;
      *             parametros de CALCREGR.PRM quando existe (arquivo -
      *             branco = CALCHIST ou AAAAMM do ARCHIST -, tipo de
      *             faixa D/T, inicio e fim); RETURN-CODE 4 quando ha
      *             divergencia, 12 para parametro invalido.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - RECALCULO DE REGRESSAO DO     *
      *                HISTORICO PELOS SUBPROGRAMAS CORRENTES.         *
      * 15/10/26 RPS   ONTEM PASSA A SER O DIA UTIL ANTERIOR PELO      *
      *                CALCDATA (FUNCAO U): NA SEGUNDA-FEIRA A FAIXA   *
      *                VAI DE SEXTA A DOMINGO.                         *
      * 15/10/26 RPS   PARTE DE RATEIO (OPERACAO P) RECALCULADA PELA   *
      *                CONTA DO RATEIO - VALOR VEZES PERCENTUAL        *
      *                ARREDONDADO MAIS O RESIDUO - E CONTADA NA       *
      *                DECIMA LINHA DA TABELA DE OPERACOES.            *
      * 15/10/26 RPS   RETENCAO NA FONTE (OPERACAO I) RECALCULADA PELA *
      *                CONTA DA RETENCAO - VALOR BRUTO VEZES A         *
      *                ALIQUOTA GRAVADA MENOS A DEDUCAO, SEM CREDITO;  *
      *                HISTORICO ARQUIVADO LIDO COM 100 POSICOES.      *
      * 15/10/26 RPS   PARTE DE RATEIO RECALCULADA PELO SUBPROGRAMA    *
      *                RATEIO COM A TABELA DE RATOMST.DAT GRAVADA E    *
      *                RETENCAO PELO RETENCAO COM A VERSAO DE          *
      *                FAIXMST.DAT EM VIGOR NA DATA DA TRANSACAO;      *
      *                FAIXA DEVOLVIDA DIFERENTE DA GRAVADA SAI COM    *
      *                OBSERVACAO PROPRIA.                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCREGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCHIST ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHIST-TRANSACAO
               ALTERNATE RECORD KEY IS CALCHIST-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CALCHIST.
           SELECT ARCHIST ASSIGN TO WS-NOME-ARCHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARCHIST.
           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
           SELECT CALCRCAT ASSIGN TO "CALCRCAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCRCAT.
           SELECT PARAMETRO ASSIGN TO "CALCREGR.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.
           SELECT RATOMST ASSIGN TO "RATOMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCRATO-CODIGO
               FILE STATUS IS WS-STATUS-RATOMST.
           SELECT FAIXMST ASSIGN TO "FAIXMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCFAIX-CHAVE
               FILE STATUS IS WS-STATUS-FAIXMST.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCHIST.
       COPY CALCHIST.
       FD  ARCHIST.
       01  ARCHIST-REGISTRO         PIC X(100).
       FD  RELATORIO.
       01  REL-REGISTRO             PIC X(132).
       FD  CALCRCAT.
       COPY CALCRCAT.
       FD  PARAMETRO.
       01  PRM-REGISTRO             PIC X(24).
       FD  RATOMST.
       COPY CALCRATO.
       FD  FAIXMST.
       COPY CALCFAIX.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCHIST       PIC X(02) VALUE "00".
       77  WS-STATUS-ARCHIST        PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO      PIC X(02) VALUE "00".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-PARAMETRO-OK       PIC X(01) VALUE "N".
           88  WS-PARAMETRO-OK          VALUE "S".
       77  WS-SW-DIVERGENTE         PIC X(01) VALUE "N".
           88  WS-DIVERGENTE            VALUE "S".
       77  WS-DATA-EMISSAO          PIC 9(08) VALUE ZEROS.
       77  WS-NUMERO-PAGINA         PIC 9(04) VALUE ZEROS.
       77  WS-LINHAS-PAGINA         PIC 9(02) VALUE ZEROS.
       77  WS-TOTAL-VERIFICADOS     PIC 9(08) VALUE ZEROS.
       77  WS-TOTAL-DIVERGENTES     PIC 9(08) VALUE ZEROS.
       77  WS-NOME-ARCHIST          PIC X(17) VALUE SPACES.

      *----------------------------------------------------------------*
      * PARAMETROS - DO ARQUIVO CALCREGR.PRM QUANDO ELE EXISTE, SENAO  *
      * DOS PROMPTS. ARQUIVO EM BRANCO = CALCHIST.DAT VIVO; AAAAMM =   *
      * ARCHISTAAAAMM.DAT. FAIXA D (DATAS, ACEITA ONTEM E MESANT) OU   *
      * T (NUMEROS DE TRANSACAO)                                       *
      *----------------------------------------------------------------*
       77  WS-STATUS-PARAMETRO      PIC X(02) VALUE "00".
       77  WS-SW-PARM-ARQUIVO       PIC X(01) VALUE "N".
           88  WS-PARM-ARQUIVO          VALUE "S".
       77  WS-PRM-ARQUIVO           PIC X(06) VALUE SPACES.
       77  WS-PRM-TIPO-FAIXA        PIC X(01) VALUE SPACES.
           88  WS-FAIXA-DATAS           VALUE "D".
           88  WS-FAIXA-TRANSACOES      VALUE "T".
       77  WS-PRM-INICIO            PIC X(08) VALUE SPACES.
       77  WS-PRM-FIM               PIC X(08) VALUE SPACES.
       77  WS-SW-ARQUIVADO          PIC X(01) VALUE "N".
           88  WS-LER-ARQUIVADO         VALUE "S".
       77  WS-FAIXA-DE              PIC 9(08) VALUE ZEROS.
       77  WS-FAIXA-ATE             PIC 9(08) VALUE ZEROS.
       77  WS-CHAVE-REGISTRO        PIC 9(08) VALUE ZEROS.
       77  WS-DATA-BASE             PIC 9(08) VALUE ZEROS.
       77  WS-FUNCAO-DATA           PIC X(01) VALUE SPACES.

      *----------------------------------------------------------------*
      * CONTAGEM POR OPERACAO (ORDEM A/S/M/D/R/J/F/C/P/I) - A DECIMA   *
      * PRIMEIRA LINHA E A DE CODIGO DESCONHECIDO                      *
      *----------------------------------------------------------------*
       01  WS-TABELA-CODIGOS.
           05  FILLER               PIC X(11) VALUE "ASMDRJFCPI?".
       01  WS-CODIGOS REDEFINES WS-TABELA-CODIGOS.
           05  WS-CODIGO-OP         PIC X(01) OCCURS 11 TIMES.
       01  WS-TABELA-NOMES-OP.
           05  FILLER               PIC X(13) VALUE "SOMA".
           05  FILLER               PIC X(13) VALUE "SUBTRACAO".
           05  FILLER               PIC X(13) VALUE "MULTIPLICACAO".
           05  FILLER               PIC X(13) VALUE "DIVISAO".
           05  FILLER               PIC X(13) VALUE "RESTO".
           05  FILLER               PIC X(13) VALUE "JUROS COMP".
           05  FILLER               PIC X(13) VALUE "AMORTIZACAO".
           05  FILLER               PIC X(13) VALUE "CONVERSAO".
           05  FILLER               PIC X(13) VALUE "RATEIO".
           05  FILLER               PIC X(13) VALUE "RETENCAO".
           05  FILLER               PIC X(13) VALUE "DESCONHECIDA".
       01  WS-NOMES-OP REDEFINES WS-TABELA-NOMES-OP.
           05  WS-NOME-OP           PIC X(13) OCCURS 11 TIMES.
       01  WS-TABELA-CONTAGEM.
           05  WS-CONT-ENTRADA OCCURS 11 TIMES INDEXED BY WS-IDX-OP.
               10  WS-CONT-VERIFICADOS  PIC 9(08).
               10  WS-CONT-DIVERGENTES  PIC 9(08).

      *----------------------------------------------------------------*
      * AREAS DE CHAMADA DOS SUBPROGRAMAS - AS MESMAS DA POSTAGEM      *
      *----------------------------------------------------------------*
       COPY CALCWS.
       01  mul-numero-tres          PIC S9(05)V99 VALUE ZEROS.
       01  mul-indicador-modo       PIC X(01) VALUE "N".
       01  juros-periodos           PIC 9(03) VALUE ZEROS.
       01  amort-parcelas           PIC 9(03) VALUE ZEROS.
       01  amort-sistema            PIC X(01) VALUE "P".
       01  cambio-cotacao           PIC 9(05)V9(06) VALUE ZEROS.
       COPY CALCJDEM.
       COPY CALCADEM.
       77  WS-RESULTADO-JUROS       PIC S9(07)V99 VALUE ZEROS.
       77  WS-RESULTADO-ESPERADO    PIC S9(07)V99 VALUE ZEROS.
       77  WS-RETORNO-RECALCULO     PIC 9(03) VALUE ZEROS.
       77  WS-OBSERVACAO            PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      * TABELAS DO RATEIO E DA RETENCAO - A PARTE DE RATEIO E ACHADA   *
      * PELO DEPARTAMENTO GRAVADO; A RETENCAO USA A VERSAO ATIVA DE    *
      * MAIOR VIGENCIA ATE A DATA DA TRANSACAO, COMO NA POSTAGEM       *
      *----------------------------------------------------------------*
       77  WS-STATUS-RATOMST        PIC X(02) VALUE "00".
       77  WS-STATUS-FAIXMST        PIC X(02) VALUE "00".
       77  WS-SW-TABELA-OK          PIC X(01) VALUE "N".
           88  WS-TABELA-OK             VALUE "S".
       77  WS-SW-FIM-FAIXAS         PIC X(01) VALUE "N".
           88  WS-FIM-FAIXAS            VALUE "S".
       77  WS-FAIXA-VIGENCIA        PIC 9(08) VALUE ZEROS.
       77  WS-RAT-PARTE             PIC 9(02) VALUE ZEROS.
       77  WS-RAT-ACHADA            PIC 9(02) VALUE ZEROS.
       COPY CALCRTEX.
       COPY CALCFXEX.

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
      * LINHAS DO RELATORIO                                            *
      *----------------------------------------------------------------*
       01  WS-CAB-TITULO.
           05  FILLER               PIC X(44) VALUE
               "CALCREGR - RECALCULO DE REGRESSAO           ".
           05  FILLER               PIC X(09) VALUE "ARQUIVO: ".
           05  WS-CAB-ARQUIVO       PIC X(17).
           05  FILLER               PIC X(12) VALUE "   EMISSAO: ".
           05  WS-CAB-EMISSAO       PIC 9(08).
           05  FILLER               PIC X(09) VALUE "  PAGINA ".
           05  WS-CAB-PAGINA        PIC ZZZ9.
           05  FILLER               PIC X(29) VALUE SPACES.
       01  WS-CAB-COLUNAS.
           05  FILLER               PIC X(20) VALUE
               "TRANSAC.  DATA      ".
           05  FILLER               PIC X(25) VALUE
               "OP OPERANDO1  OPERANDO2  ".
           05  FILLER               PIC X(15) VALUE
               "MD OPERANDO3   ".
           05  FILLER               PIC X(19) VALUE
               "RES.GRAVADO  RET   ".
           05  FILLER               PIC X(18) VALUE
               "RES.RECALC.  RET  ".
           05  FILLER               PIC X(35) VALUE "OBSERVACAO".
       01  WS-LINHA-DIVERGENCIA.
           05  WS-DIV-TRANSACAO     PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DIV-DATA          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DIV-OPERACAO      PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DIV-NUM-UM        PIC -(5)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DIV-NUM-DOIS      PIC -(5)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DIV-MODO          PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DIV-NUM-TRES      PIC -(5)9.99.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DIV-GRAV-RESULT   PIC -(7)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DIV-GRAV-RETORNO  PIC 9(03).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DIV-REC-RESULT    PIC -(7)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DIV-REC-RETORNO   PIC 9(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DIV-OBSERVACAO    PIC X(20).
           05  FILLER               PIC X(15) VALUE SPACES.
       01  WS-LINHA-OPERACAO.
           05  FILLER               PIC X(09) VALUE "OPERACAO ".
           05  WS-LOP-CODIGO        PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LOP-NOME          PIC X(13).
           05  FILLER               PIC X(14) VALUE "  VERIFICADOS ".
           05  WS-LOP-VERIFICADOS   PIC Z(7)9.
           05  FILLER               PIC X(14) VALUE "  DIVERGENTES ".
           05  WS-LOP-DIVERGENTES   PIC Z(7)9.
           05  FILLER               PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-PARAMETRO-OK
               IF WS-LER-ARQUIVADO
                   PERFORM 2500-LER-ARQUIVADO THRU 2500-EXIT
               ELSE
                   PERFORM 2000-LER-HISTORICO THRU 2000-EXIT
               END-IF
               PERFORM 8000-EMITIR-TOTAIS THRU 8000-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           DISPLAY "CALCREGR - RECALCULO ENCERRADO".
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - CRITICA OS PARAMETROS, ABRE O ARQUIVO DE    *
      * ENTRADA E O RELATORIO                                          *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "CALCREGR - RECALCULO DE REGRESSAO DO HISTORICO".
           PERFORM 1010-LER-PARAMETROS THRU 1010-EXIT.
           IF NOT WS-PARM-ARQUIVO
               DISPLAY "ARQUIVO (BRANCO = CALCHIST, AAAAMM ="
                   " ARCHISTAAAAMM):"
               MOVE SPACES TO WS-PRM-ARQUIVO
               ACCEPT WS-PRM-ARQUIVO
               DISPLAY "FAIXA POR DATA OU POR TRANSACAO (D/T):"
               MOVE SPACES TO WS-PRM-TIPO-FAIXA
               ACCEPT WS-PRM-TIPO-FAIXA
               DISPLAY "INICIO DA FAIXA (AAAAMMDD, ONTEM, MESANT OU"
                   " TRANSACAO):"
               MOVE SPACES TO WS-PRM-INICIO
               ACCEPT WS-PRM-INICIO
               DISPLAY "FIM DA FAIXA (BRANCO SE USOU PALAVRA-CHAVE):"
               MOVE SPACES TO WS-PRM-FIM
               ACCEPT WS-PRM-FIM
           END-IF.
           PERFORM 1020-RESOLVER-FAIXA THRU 1020-EXIT.
           IF WS-FAIXA-DE = ZEROS OR WS-FAIXA-ATE = ZEROS
                   OR WS-FAIXA-ATE < WS-FAIXA-DE
               DISPLAY "FAIXA INVALIDA - NADA FOI FEITO"
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF WS-PRM-ARQUIVO = SPACES
               MOVE "CALCHIST.DAT" TO WS-NOME-ARCHIST
               OPEN INPUT CALCHIST
               IF WS-STATUS-CALCHIST NOT = "00"
                   DISPLAY "CALCHIST.DAT NAO ENCONTRADO OU VAZIO"
                   GO TO 1000-EXIT
               END-IF
           ELSE
               IF WS-PRM-ARQUIVO IS NOT NUMERIC
                   DISPLAY "ARQUIVO INVALIDO - INFORME AAAAMM -"
                       " NADA FOI FEITO"
                   MOVE 12 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               MOVE "S" TO WS-SW-ARQUIVADO
               MOVE SPACES TO WS-NOME-ARCHIST
               STRING "ARCHIST" WS-PRM-ARQUIVO ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-ARCHIST
               OPEN INPUT ARCHIST
               IF WS-STATUS-ARCHIST NOT = "00"
                   DISPLAY WS-NOME-ARCHIST " NAO ENCONTRADO"
                   MOVE 12 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           MOVE "S" TO WS-SW-PARAMETRO-OK.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1 UNTIL WS-IDX-OP > 10
               MOVE ZEROS TO WS-CONT-VERIFICADOS(WS-IDX-OP)
               MOVE ZEROS TO WS-CONT-DIVERGENTES(WS-IDX-OP)
           END-PERFORM.
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD.
           PERFORM 8500-DEFINIR-NOME-RELATORIO THRU 8500-EXIT.
           MOVE SPACES TO WS-PARAMETROS-CAT.
           STRING WS-NOME-ARCHIST " " WS-PRM-TIPO-FAIXA " "
               WS-FAIXA-DE " A " WS-FAIXA-ATE
               DELIMITED BY SIZE INTO WS-PARAMETROS-CAT.
           OPEN OUTPUT RELATORIO.
           PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT.
           MOVE SPACES TO REL-REGISTRO.
           STRING "PARAMETROS USADOS: " WS-PARAMETROS-CAT
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           ADD 1 TO WS-LINHAS-PAGINA.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1010-LER-PARAMETROS - SE CALCREGR.PRM EXISTE, AS QUATRO LINHAS *
      * (ARQUIVO, TIPO DE FAIXA, INICIO E FIM) SUBSTITUEM OS PROMPTS   *
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
           MOVE PRM-REGISTRO(1:6) TO WS-PRM-ARQUIVO.
           READ PARAMETRO
               AT END MOVE SPACES TO PRM-REGISTRO
           END-READ.
           MOVE PRM-REGISTRO(1:1) TO WS-PRM-TIPO-FAIXA.
           READ PARAMETRO
               AT END MOVE SPACES TO PRM-REGISTRO
           END-READ.
           MOVE PRM-REGISTRO(1:8) TO WS-PRM-INICIO.
           READ PARAMETRO
               AT END MOVE SPACES TO PRM-REGISTRO
           END-READ.
           MOVE PRM-REGISTRO(1:8) TO WS-PRM-FIM.
           CLOSE PARAMETRO.
           DISPLAY "PARAMETROS LIDOS DE CALCREGR.PRM".
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1020-RESOLVER-FAIXA - NA FAIXA DE DATAS, ONTEM E MESANT VIRAM  *
      * A FAIXA RESOLVIDA PELO CALCDATA; NA DE TRANSACOES, SO NUMEROS  *
      *----------------------------------------------------------------*
       1020-RESOLVER-FAIXA.
           MOVE ZEROS TO WS-FAIXA-DE.
           MOVE ZEROS TO WS-FAIXA-ATE.
           IF WS-PRM-TIPO-FAIXA = SPACES
               MOVE "D" TO WS-PRM-TIPO-FAIXA
           END-IF.
           IF NOT WS-FAIXA-DATAS AND NOT WS-FAIXA-TRANSACOES
               GO TO 1020-EXIT
           END-IF.
           ACCEPT WS-DATA-BASE FROM DATE YYYYMMDD.
           IF WS-FAIXA-DATAS AND WS-PRM-INICIO = "ONTEM"
               MOVE "U" TO WS-FUNCAO-DATA
               CALL "CALCDATA" USING WS-FUNCAO-DATA,
                   WS-DATA-BASE, WS-FAIXA-DE, WS-FAIXA-ATE
               GO TO 1020-EXIT
           END-IF.
           IF WS-FAIXA-DATAS AND WS-PRM-INICIO = "MESANT"
               MOVE "M" TO WS-FUNCAO-DATA
               CALL "CALCDATA" USING WS-FUNCAO-DATA,
                   WS-DATA-BASE, WS-FAIXA-DE, WS-FAIXA-ATE
               GO TO 1020-EXIT
           END-IF.
           IF WS-PRM-INICIO IS NUMERIC
               MOVE WS-PRM-INICIO TO WS-FAIXA-DE
           END-IF.
           IF WS-PRM-FIM IS NUMERIC
               MOVE WS-PRM-FIM TO WS-FAIXA-ATE
           END-IF.
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-LER-HISTORICO - CALCHIST.DAT VIVO: POSICIONA PELA CHAVE   *
      * ALTERNADA DE DATA OU PELA CHAVE PRIMARIA DE TRANSACAO E LE ATE *
      * PASSAR DO FIM DA FAIXA                                         *
      *----------------------------------------------------------------*
       2000-LER-HISTORICO.
           IF WS-FAIXA-DATAS
               MOVE WS-FAIXA-DE TO CALCHIST-DATA
               START CALCHIST KEY IS NOT LESS THAN CALCHIST-DATA
                   INVALID KEY
                       MOVE "S" TO WS-SW-FIM-ARQUIVO
               END-START
           ELSE
               MOVE WS-FAIXA-DE TO CALCHIST-TRANSACAO
               START CALCHIST KEY IS NOT LESS THAN CALCHIST-TRANSACAO
                   INVALID KEY
                       MOVE "S" TO WS-SW-FIM-ARQUIVO
               END-START
           END-IF.
           PERFORM 2100-LER-REGISTRO THRU 2100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCHIST.
       2000-EXIT.
           EXIT.

       2100-LER-REGISTRO.
           READ CALCHIST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 2100-EXIT
           END-READ.
           IF WS-FAIXA-DATAS
               MOVE CALCHIST-DATA TO WS-CHAVE-REGISTRO
           ELSE
               MOVE CALCHIST-TRANSACAO TO WS-CHAVE-REGISTRO
           END-IF.
           IF WS-CHAVE-REGISTRO > WS-FAIXA-ATE
               MOVE "S" TO WS-SW-FIM-ARQUIVO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 3000-RECALCULAR THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-LER-ARQUIVADO - O ARCHIST E SEQUENCIAL: LE TUDO E FILTRA  *
      * PELA FAIXA                                                     *
      *----------------------------------------------------------------*
       2500-LER-ARQUIVADO.
           PERFORM 2510-LER-ARQUIVADO THRU 2510-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE ARCHIST.
       2500-EXIT.
           EXIT.

       2510-LER-ARQUIVADO.
           READ ARCHIST INTO CALCHIST-REGISTRO
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 2510-EXIT
           END-READ.
           IF WS-FAIXA-DATAS
               MOVE CALCHIST-DATA TO WS-CHAVE-REGISTRO
           ELSE
               MOVE CALCHIST-TRANSACAO TO WS-CHAVE-REGISTRO
           END-IF.
           IF WS-CHAVE-REGISTRO NOT < WS-FAIXA-DE
                   AND WS-CHAVE-REGISTRO NOT > WS-FAIXA-ATE
               PERFORM 3000-RECALCULAR THRU 3000-EXIT
           END-IF.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-RECALCULAR - CHAMA O SUBPROGRAMA DA OPERACAO COM OS       *
      * OPERANDOS GRAVADOS E COMPARA COM O RESULTADO E O RETORNO DO    *
      * HISTORICO                                                      *
      *----------------------------------------------------------------*
       3000-RECALCULAR.
           ADD 1 TO WS-TOTAL-VERIFICADOS.
           MOVE "N" TO WS-SW-DIVERGENTE.
           MOVE SPACES TO WS-OBSERVACAO.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > 10
                       OR WS-CODIGO-OP(WS-IDX-OP) = CALCHIST-OPERACAO
               CONTINUE
           END-PERFORM.
           ADD 1 TO WS-CONT-VERIFICADOS(WS-IDX-OP).
           MOVE CALCHIST-NUM-UM TO numero-um.
           MOVE CALCHIST-NUM-DOIS TO numero-dois.
           MOVE ZEROS TO resultado.
           MOVE ZEROS TO RETURN-CODE.
           EVALUATE CALCHIST-OPERACAO
               WHEN "A"
                   CALL "SOMA" USING numero-um, numero-dois, resultado
               WHEN "S"
                   CALL "SUTRACAO" USING numero-um, numero-dois,
                       resultado
               WHEN "M"
                   MOVE CALCHIST-NUM-TRES TO mul-numero-tres
                   MOVE CALCHIST-MODO TO mul-indicador-modo
                   IF mul-indicador-modo = SPACE
                       MOVE "N" TO mul-indicador-modo
                   END-IF
                   CALL "PROGMULT" USING numero-um, numero-dois,
                       resultado, mul-numero-tres, mul-indicador-modo
               WHEN "D"
                   CALL "DIVISAO" USING numero-um, numero-dois,
                       resultado
               WHEN "R"
                   CALL "RESTO" USING numero-um, numero-dois, resultado
               WHEN "J"
                   MOVE CALCHIST-NUM-TRES TO juros-periodos
                   CALL "JUROS" USING numero-um, numero-dois,
                       resultado, juros-periodos
               WHEN "F"
                   MOVE CALCHIST-NUM-TRES TO amort-parcelas
                   MOVE CALCHIST-MODO TO amort-sistema
                   CALL "AMORTIZA" USING numero-um, numero-dois,
                       resultado, amort-parcelas, amort-sistema,
                       amodem-tabela
               WHEN "C"
                   MOVE CALCHIST-COTACAO TO cambio-cotacao
                   CALL "CAMBIO" USING numero-um, numero-dois,
                       resultado, cambio-cotacao
               WHEN "P"
                   PERFORM 3010-RECALCULAR-RATEIO THRU 3010-EXIT
               WHEN "I"
                   PERFORM 3020-RECALCULAR-RETENCAO THRU 3020-EXIT
               WHEN OTHER
                   MOVE "S" TO WS-SW-DIVERGENTE
                   MOVE "OPERACAO DESCONHECIDA" TO WS-OBSERVACAO
           END-EVALUATE.
           MOVE RETURN-CODE TO WS-RETORNO-RECALCULO.
           MOVE ZEROS TO RETURN-CODE.
           IF WS-DIVERGENTE
               GO TO 3000-GRAVAR
           END-IF.
           PERFORM 3100-COMPARAR THRU 3100-EXIT.
       3000-GRAVAR.
           IF WS-DIVERGENTE
               ADD 1 TO WS-TOTAL-DIVERGENTES
               ADD 1 TO WS-CONT-DIVERGENTES(WS-IDX-OP)
               PERFORM 3200-EMITIR-DIVERGENCIA THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3010-RECALCULAR-RATEIO - REFAZ O RATEIO INTEIRO PELA TABELA DE *
      * RATOMST.DAT GRAVADA NA PARTE (VALOR RATEADO NO OPERANDO UM) E  *
      * FICA COM A PARTE DO DEPARTAMENTO DO REGISTRO                   *
      *----------------------------------------------------------------*
       3010-RECALCULAR-RATEIO.
           MOVE "N" TO WS-SW-TABELA-OK.
           OPEN INPUT RATOMST.
           IF WS-STATUS-RATOMST = "00"
               MOVE CALCHIST-TABELA TO CALCRATO-CODIGO
               READ RATOMST
                   KEY IS CALCRATO-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-SW-TABELA-OK
               END-READ
               CLOSE RATOMST
           END-IF.
           IF NOT WS-TABELA-OK
               MOVE "S" TO WS-SW-DIVERGENTE
               MOVE "TABELA INEXISTENTE" TO WS-OBSERVACAO
               GO TO 3010-EXIT
           END-IF.
           CALL "RATEIO" USING numero-um, numero-dois, resultado,
               CALCRATO-REGISTRO, rtexe-tabela.
           IF RETURN-CODE NOT = ZEROS
               GO TO 3010-EXIT
           END-IF.
           MOVE ZEROS TO WS-RAT-ACHADA.
           PERFORM 3011-LOCALIZAR-PARTE THRU 3011-EXIT
               VARYING WS-RAT-PARTE FROM 1 BY 1
               UNTIL WS-RAT-PARTE > rtexe-qtde-partes.
           IF WS-RAT-ACHADA = ZEROS
               MOVE ZEROS TO resultado
               MOVE "S" TO WS-SW-DIVERGENTE
               MOVE "DEPTO FORA DA TABELA" TO WS-OBSERVACAO
               GO TO 3010-EXIT
           END-IF.
           MOVE rtexe-valor(WS-RAT-ACHADA) TO resultado.
       3010-EXIT.
           EXIT.

       3011-LOCALIZAR-PARTE.
           IF rtexe-depto(WS-RAT-PARTE) = CALCHIST-DEPTO
               MOVE WS-RAT-PARTE TO WS-RAT-ACHADA
           END-IF.
       3011-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3020-RECALCULAR-RETENCAO - REFAZ A RETENCAO PELA VERSAO DA     *
      * TABELA EM VIGOR NA DATA DA TRANSACAO; A FAIXA DEVOLVIDA E      *
      * CONFERIDA NO 3100-COMPARAR                                     *
      *----------------------------------------------------------------*
       3020-RECALCULAR-RETENCAO.
           MOVE ZEROS TO fxexe-faixa.
           PERFORM 3030-LOCALIZAR-VERSAO THRU 3030-EXIT.
           IF NOT WS-TABELA-OK
               MOVE "S" TO WS-SW-DIVERGENTE
               MOVE "SEM VERSAO EM VIGOR" TO WS-OBSERVACAO
               GO TO 3020-EXIT
           END-IF.
           CALL "RETENCAO" USING numero-um, numero-dois, resultado,
               CALCFAIX-REGISTRO, fxexe-retorno.
       3020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3030-LOCALIZAR-VERSAO - VERSAO ATIVA DE MAIOR VIGENCIA ATE A   *
      * DATA DA TRANSACAO, DA TABELA GRAVADA NO HISTORICO              *
      *----------------------------------------------------------------*
       3030-LOCALIZAR-VERSAO.
           MOVE "N" TO WS-SW-TABELA-OK.
           MOVE ZEROS TO WS-FAIXA-VIGENCIA.
           OPEN INPUT FAIXMST.
           IF WS-STATUS-FAIXMST NOT = "00"
               GO TO 3030-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-FAIXAS.
           MOVE CALCHIST-TABELA TO CALCFAIX-CODIGO.
           MOVE ZEROS TO CALCFAIX-VIGENCIA.
           START FAIXMST KEY IS NOT LESS THAN CALCFAIX-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-FAIXAS
           END-START.
           PERFORM 3031-LER-VERSAO THRU 3031-EXIT
               UNTIL WS-FIM-FAIXAS.
           IF WS-FAIXA-VIGENCIA = ZEROS
               CLOSE FAIXMST
               GO TO 3030-EXIT
           END-IF.
           MOVE CALCHIST-TABELA TO CALCFAIX-CODIGO.
           MOVE WS-FAIXA-VIGENCIA TO CALCFAIX-VIGENCIA.
           READ FAIXMST
               KEY IS CALCFAIX-CHAVE
               INVALID KEY
                   CLOSE FAIXMST
                   GO TO 3030-EXIT
           END-READ.
           CLOSE FAIXMST.
           MOVE "S" TO WS-SW-TABELA-OK.
       3030-EXIT.
           EXIT.

       3031-LER-VERSAO.
           READ FAIXMST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-FAIXAS
                   GO TO 3031-EXIT
           END-READ.
           IF CALCFAIX-CODIGO NOT = CALCHIST-TABELA
                   OR CALCFAIX-VIGENCIA > CALCHIST-DATA
               MOVE "S" TO WS-SW-FIM-FAIXAS
               GO TO 3031-EXIT
           END-IF.
           IF CALCFAIX-ATIVA
               MOVE CALCFAIX-VIGENCIA TO WS-FAIXA-VIGENCIA
           END-IF.
       3031-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-COMPARAR - ESTORNO CONFERE O SINAL INVERTIDO E NAO O      *
      * RETORNO; RETENCAO CONFERE TAMBEM A FAIXA APLICADA, JUROS O     *
      * JUROSDEM E A AMORTIZACAO O SALDO FINAL DO DEMONSTRATIVO        *
      *----------------------------------------------------------------*
       3100-COMPARAR.
           IF CALCHIST-SIT-ESTORNO
               COMPUTE WS-RESULTADO-ESPERADO = ZERO - resultado
               IF WS-RESULTADO-ESPERADO NOT = CALCHIST-RESULTADO
                   MOVE "S" TO WS-SW-DIVERGENTE
                   MOVE "ESTORNO (SINAL INV.)" TO WS-OBSERVACAO
               END-IF
               GO TO 3100-EXIT
           END-IF.
           IF CALCHIST-OPERACAO = "I" AND WS-RETORNO-RECALCULO = ZEROS
                   AND fxexe-faixa NOT = CALCHIST-FAIXA
               MOVE "S" TO WS-SW-DIVERGENTE
               STRING "FAIXA " CALCHIST-FAIXA " RECALC " fxexe-faixa
                   DELIMITED BY SIZE INTO WS-OBSERVACAO
               GO TO 3100-EXIT
           END-IF.
           IF resultado NOT = CALCHIST-RESULTADO
                   OR WS-RETORNO-RECALCULO NOT = CALCHIST-RETORNO
               MOVE "S" TO WS-SW-DIVERGENTE
               GO TO 3100-EXIT
           END-IF.
           IF CALCHIST-OPERACAO = "J" AND WS-RETORNO-RECALCULO = ZEROS
               MOVE resultado TO WS-RESULTADO-JUROS
               CALL "JUROSDEM" USING numero-um, numero-dois,
                   resultado, juros-periodos, jurdem-tabela
               MOVE ZEROS TO RETURN-CODE
               IF resultado NOT = WS-RESULTADO-JUROS
                   MOVE "S" TO WS-SW-DIVERGENTE
                   MOVE "JUROSDEM DIFERE" TO WS-OBSERVACAO
               END-IF
               MOVE WS-RESULTADO-JUROS TO resultado
           END-IF.
           IF CALCHIST-OPERACAO = "F" AND WS-RETORNO-RECALCULO = ZEROS
                   AND amort-parcelas > ZEROS
               IF amodem-saldo-final(amort-parcelas) NOT = ZEROS
                   MOVE "S" TO WS-SW-DIVERGENTE
                   MOVE "SALDO FINAL NAO ZERA" TO WS-OBSERVACAO
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-EMITIR-DIVERGENCIA - UMA LINHA COM O GRAVADO E O          *
      * RECALCULADO, QUEBRANDO A PAGINA AOS 56 DETALHES                *
      *----------------------------------------------------------------*
       3200-EMITIR-DIVERGENCIA.
           IF WS-LINHAS-PAGINA NOT < 56
               PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT
           END-IF.
           MOVE CALCHIST-TRANSACAO TO WS-DIV-TRANSACAO.
           MOVE CALCHIST-DATA TO WS-DIV-DATA.
           MOVE CALCHIST-OPERACAO TO WS-DIV-OPERACAO.
           MOVE CALCHIST-NUM-UM TO WS-DIV-NUM-UM.
           MOVE CALCHIST-NUM-DOIS TO WS-DIV-NUM-DOIS.
           MOVE CALCHIST-MODO TO WS-DIV-MODO.
           MOVE CALCHIST-NUM-TRES TO WS-DIV-NUM-TRES.
           MOVE CALCHIST-RESULTADO TO WS-DIV-GRAV-RESULT.
           MOVE CALCHIST-RETORNO TO WS-DIV-GRAV-RETORNO.
           MOVE resultado TO WS-DIV-REC-RESULT.
           MOVE WS-RETORNO-RECALCULO TO WS-DIV-REC-RETORNO.
           MOVE WS-OBSERVACAO TO WS-DIV-OBSERVACAO.
           WRITE REL-REGISTRO FROM WS-LINHA-DIVERGENCIA.
           ADD 1 TO WS-LINHAS-PAGINA.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-EMITIR-TOTAIS - CONTAGEM POR OPERACAO E TOTAL GERAL       *
      *----------------------------------------------------------------*
       8000-EMITIR-TOTAIS.
           MOVE ALL "-" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           PERFORM 8010-EMITIR-OPERACAO THRU 8010-EXIT
               VARYING WS-IDX-OP FROM 1 BY 1 UNTIL WS-IDX-OP > 11.
           MOVE SPACES TO REL-REGISTRO.
           STRING "TOTAL VERIFICADOS: " WS-TOTAL-VERIFICADOS
               "  DIVERGENTES: " WS-TOTAL-DIVERGENTES
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           IF WS-TOTAL-DIVERGENTES = ZEROS
               MOVE "NENHUMA DIVERGENCIA - SUBPROGRAMAS REPRODUZEM O"
                   TO REL-REGISTRO
               WRITE REL-REGISTRO
               MOVE "HISTORICO VERIFICADO" TO REL-REGISTRO
               WRITE REL-REGISTRO
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8010-EMITIR-OPERACAO.
           IF WS-CONT-VERIFICADOS(WS-IDX-OP) = ZEROS
               GO TO 8010-EXIT
           END-IF.
           MOVE WS-CODIGO-OP(WS-IDX-OP) TO WS-LOP-CODIGO.
           MOVE WS-NOME-OP(WS-IDX-OP) TO WS-LOP-NOME.
           MOVE WS-CONT-VERIFICADOS(WS-IDX-OP) TO WS-LOP-VERIFICADOS.
           MOVE WS-CONT-DIVERGENTES(WS-IDX-OP) TO WS-LOP-DIVERGENTES.
           WRITE REL-REGISTRO FROM WS-LINHA-OPERACAO.
       8010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-ESCREVER-CABECALHO - CABECALHO DE PAGINA COM O ARQUIVO    *
      * LIDO, DATA DE EMISSAO E NUMERO DA PAGINA                       *
      *----------------------------------------------------------------*
       8100-ESCREVER-CABECALHO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-NOME-ARCHIST TO WS-CAB-ARQUIVO.
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

       9000-FINALIZAR.
           CLOSE RELATORIO.
           PERFORM 8600-CATALOGAR-RELATORIO THRU 8600-EXIT.
           DISPLAY "CALCULOS VERIFICADOS: " WS-TOTAL-VERIFICADOS.
           DISPLAY "DIVERGENCIAS        : " WS-TOTAL-DIVERGENTES.
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.
       9000-EXIT.
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
           STRING "CALCREGR" WS-DATA-EMISSAO WS-SEQ-EMISSAO ".REL"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO.
       8500-EXIT.
           EXIT.

       8510-CONTAR-EMISSAO.
           READ CALCRCAT
               AT END
                   MOVE "S" TO WS-SW-FIM-CATALOGO
               NOT AT END
                   IF CALCRCAT-PROGRAMA = "CALCREGR"
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
           MOVE "CALCREGR" TO CALCRCAT-PROGRAMA.
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
