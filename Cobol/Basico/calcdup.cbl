      ******************************************************************
      * PROGRAM-ID: CALCDUP
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Relatorio noturno de lancamentos suspeitos de
      *             duplicidade. Le CALCHIST.DAT pela chave alternada
      *             de data e, dia a dia, junta os calculos com o mesmo
      *             departamento, operacao, operandos, modo, terceiro
      *             operando e moeda. O grupo e suspeito quando dois
      *             calculos dele caem dentro da janela de tempo
      *             parametrizada (a mesma conta digitada duas vezes no
      *             CALCDOS) ou quando vieram de lotes diferentes no
      *             mesmo dia (o lote reenviado com outro LOTE-ID, que
      *             a protecao do CALCRUN nao pega). O lote de cada
      *             calculo sai do razao CALCRUN.DAT pela faixa de
      *             transacoes da execucao; calculo fora de lote
      *             (CALCDOS, CALCAPRV, CALC4) conta como "SEM LOTE".
      *             Estornado, lancamento de estorno e calculo com erro
      *             ficam de fora - o que ja foi revertido nao e mais
      *             suspeito. Emite o relatorio carimbado (anotado no
      *             CALCRCAT.DAT) com cada grupo e as transacoes
      *             envolvidas e grava uma advertencia 0160 em
      *             CALCMSG.DAT por grupo. Parametros de CALCDUP.PRM
      *             quando existe (data inicial ou ONTEM/MESANT, data
      *             final, janela em minutos - branco = 010);
      *             RETURN-CODE 4 quando ha suspeita, 12 para parametro
      *             invalido, 16 para estouro de tabela.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - SUSPEITAS DE DUPLICIDADE POR  *
      *                JANELA DE TEMPO E POR LOTES DIFERENTES.         *
      * 15/10/26 RPS   ONTEM PASSA A SER O DIA UTIL ANTERIOR PELO      *
      *                CALCDATA (FUNCAO U): NA SEGUNDA-FEIRA A FAIXA   *
      *                VAI DE SEXTA A DOMINGO.                         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDUP.
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
           SELECT CALCRUN ASSIGN TO "CALCRUN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCRUN.
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
           SELECT PARAMETRO ASSIGN TO "CALCDUP.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCHIST.
       COPY CALCHIST.
       FD  CALCRUN.
       COPY CALCRUN.
       FD  RELATORIO.
       01  REL-REGISTRO             PIC X(132).
       FD  CALCRCAT.
       COPY CALCRCAT.
       FD  CALCMSG.
       COPY CALCMSG.
       FD  PARAMETRO.
       01  PRM-REGISTRO             PIC X(24).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCHIST       PIC X(02) VALUE "00".
       77  WS-STATUS-CALCRUN        PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO      PIC X(02) VALUE "00".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-PARAMETRO-OK       PIC X(01) VALUE "N".
           88  WS-PARAMETRO-OK          VALUE "S".
       77  WS-DATA-DE               PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ATE              PIC 9(08) VALUE ZEROS.
       77  WS-DATA-EMISSAO          PIC 9(08) VALUE ZEROS.
       77  WS-DATA-CORRENTE         PIC 9(08) VALUE ZEROS.
       77  WS-NUMERO-PAGINA         PIC 9(04) VALUE ZEROS.
       77  WS-LINHAS-PAGINA         PIC 9(02) VALUE ZEROS.
       77  WS-CALCULOS-LIDOS        PIC 9(08) VALUE ZEROS.
       77  WS-CALCULOS-EXCLUIDOS    PIC 9(08) VALUE ZEROS.
       77  WS-GRUPOS-SUSPEITOS      PIC 9(04) VALUE ZEROS.
       77  WS-TRANS-SUSPEITAS       PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * PARAMETROS - DO ARQUIVO CALCDUP.PRM QUANDO ELE EXISTE (RODADA  *
      * ESCALONADA), SENAO DOS PROMPTS; ONTEM E MESANT RESOLVIDOS      *
      * PELO SUBPROGRAMA CALCDATA                                      *
      *----------------------------------------------------------------*
       77  WS-STATUS-PARAMETRO      PIC X(02) VALUE "00".
       77  WS-SW-PARM-ARQUIVO       PIC X(01) VALUE "N".
           88  WS-PARM-ARQUIVO          VALUE "S".
       77  WS-PRM-DATA-DE           PIC X(08) VALUE SPACES.
       77  WS-PRM-DATA-ATE          PIC X(08) VALUE SPACES.
       77  WS-PRM-JANELA            PIC X(03) VALUE SPACES.
       77  WS-DATA-BASE             PIC 9(08) VALUE ZEROS.
       77  WS-FUNCAO-DATA           PIC X(01) VALUE SPACES.
       77  WS-DATA-ANTERIOR         PIC 9(08) VALUE ZEROS.
       77  WS-DATA-LIXO             PIC 9(08) VALUE ZEROS.
       77  WS-JANELA-MINUTOS        PIC 9(03) VALUE ZEROS.
       77  WS-JANELA-SEGUNDOS       PIC 9(05) COMP VALUE ZEROS.

      *----------------------------------------------------------------*
      * LOTES DO RAZAO CALCRUN.DAT - FAIXA DE TRANSACOES DE CADA       *
      * EXECUCAO DE LOTE INICIADA NO PERIODO (OU NA VESPERA, PARA A    *
      * JANELA QUE ATRAVESSA A MEIA-NOITE)                             *
      *----------------------------------------------------------------*
       77  WS-LOTES-CARREGADOS      PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-LOTE              PIC 9(04) COMP VALUE ZEROS.
       77  WS-LOTE-ACHADO           PIC X(08) VALUE SPACES.
       01  WS-TABELA-LOTES.
           05  WS-LOTE-ENTRADA OCCURS 500 TIMES
                   INDEXED BY WS-IDX-LOTE.
               10  WS-LOTE-ID           PIC X(08).
               10  WS-LOTE-PRIMEIRA     PIC 9(08).
               10  WS-LOTE-ULTIMA       PIC 9(08).

      *----------------------------------------------------------------*
      * CALCULOS DO DIA EM ANALISE - A CHAVE DE COMPARACAO E O GRUPO   *
      * INTEIRO WS-DIA-CHAVE (DEPARTAMENTO A MOEDA)                    *
      *----------------------------------------------------------------*
       77  WS-DIA-CARREGADOS        PIC 9(04) COMP VALUE ZEROS.
       77  WS-SW-DIA-ESTOURO        PIC X(01) VALUE "N".
           88  WS-DIA-ESTOURO           VALUE "S".
       01  WS-TABELA-DIA.
           05  WS-DIA-ENTRADA OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-DIA WS-IDX-OUTRO
                       WS-IDX-PAR-A WS-IDX-PAR-B.
               10  WS-DIA-CHAVE.
                   15  WS-DIA-DEPTO     PIC X(04).
                   15  WS-DIA-OPERACAO  PIC X(01).
                   15  WS-DIA-NUM-UM    PIC S9(05)V99.
                   15  WS-DIA-NUM-DOIS  PIC S9(05)V99.
                   15  WS-DIA-MODO      PIC X(01).
                   15  WS-DIA-NUM-TRES  PIC S9(05)V99.
                   15  WS-DIA-MOEDA     PIC X(03).
               10  WS-DIA-TRANSACAO     PIC 9(08).
               10  WS-DIA-HORA          PIC 9(08).
               10  WS-DIA-SEGUNDOS      PIC 9(05) COMP.
               10  WS-DIA-OPERADOR      PIC X(04).
               10  WS-DIA-RESULTADO     PIC S9(07)V99.
               10  WS-DIA-LOTE          PIC X(08).
               10  WS-DIA-SW-AGRUPADO   PIC X(01).
                   88  WS-DIA-AGRUPADO      VALUE "S".
       01  WS-HORA-TRABALHO         PIC 9(08) VALUE ZEROS.
       01  WS-HORA-TRABALHO-X REDEFINES WS-HORA-TRABALHO.
           05  WS-HORA-HH           PIC 9(02).
           05  WS-HORA-MM           PIC 9(02).
           05  WS-HORA-SS           PIC 9(02).
           05  WS-HORA-CC           PIC 9(02).

      *----------------------------------------------------------------*
      * GRUPO EM ANALISE - POSICOES DOS MEMBROS NA TABELA DO DIA E O   *
      * MOTIVO DA SUSPEITA                                             *
      *----------------------------------------------------------------*
       77  WS-QTDE-MEMBROS          PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-A                 PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-B                 PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-MEMBRO            PIC 9(04) COMP VALUE ZEROS.
       77  WS-DIFERENCA-SEG         PIC S9(05) COMP VALUE ZEROS.
       01  WS-TABELA-MEMBROS.
           05  WS-MEMBRO-POSICAO    PIC 9(04) COMP OCCURS 2000 TIMES.
       77  WS-SW-POR-JANELA         PIC X(01) VALUE "N".
           88  WS-POR-JANELA            VALUE "S".
       77  WS-SW-POR-LOTE           PIC X(01) VALUE "N".
           88  WS-POR-LOTE              VALUE "S".

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
       77  WS-MSG-TRANSACAO         PIC 9(08) VALUE ZEROS.
       77  WS-MSG-TEXTO             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO                                            *
      *----------------------------------------------------------------*
       01  WS-CAB-TITULO.
           05  FILLER               PIC X(44) VALUE
               "CALCDUP - SUSPEITAS DE DUPLICIDADE          ".
           05  FILLER               PIC X(09) VALUE "PERIODO: ".
           05  WS-CAB-DATA-DE       PIC 9(08).
           05  FILLER               PIC X(03) VALUE " A ".
           05  WS-CAB-DATA-ATE      PIC 9(08).
           05  FILLER               PIC X(12) VALUE "   EMISSAO: ".
           05  WS-CAB-EMISSAO       PIC 9(08).
           05  FILLER               PIC X(09) VALUE "  PAGINA ".
           05  WS-CAB-PAGINA        PIC ZZZ9.
           05  FILLER               PIC X(27) VALUE SPACES.
       01  WS-LINHA-GRUPO.
           05  FILLER               PIC X(06) VALUE "GRUPO ".
           05  WS-GRP-NUMERO        PIC ZZZ9.
           05  FILLER               PIC X(07) VALUE "  DATA ".
           05  WS-GRP-DATA          PIC 9(08).
           05  FILLER               PIC X(08) VALUE "  DEPTO ".
           05  WS-GRP-DEPTO         PIC X(04).
           05  FILLER               PIC X(05) VALUE "  OP ".
           05  WS-GRP-OPERACAO      PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-GRP-NUM-UM        PIC -(5)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-GRP-NUM-DOIS      PIC -(5)9.99.
           05  FILLER               PIC X(07) VALUE "  MODO ".
           05  WS-GRP-MODO          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-GRP-NUM-TRES      PIC -(5)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-GRP-MOEDA         PIC X(03).
           05  FILLER               PIC X(10) VALUE "  MOTIVO: ".
           05  WS-GRP-MOTIVO        PIC X(25).
           05  FILLER               PIC X(11) VALUE SPACES.
       01  WS-LINHA-MEMBRO.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "TRANSACAO ".
           05  WS-MEM-TRANSACAO     PIC 9(08).
           05  FILLER               PIC X(07) VALUE "  HORA ".
           05  WS-MEM-HH            PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  WS-MEM-MM            PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  WS-MEM-SS            PIC 9(02).
           05  FILLER               PIC X(07) VALUE "  LOTE ".
           05  WS-MEM-LOTE          PIC X(08).
           05  FILLER               PIC X(11) VALUE "  OPERADOR ".
           05  WS-MEM-OPERADOR      PIC X(04).
           05  FILLER               PIC X(12) VALUE "  RESULTADO ".
           05  WS-MEM-RESULTADO     PIC -(7)9.99.
           05  FILLER               PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-PARAMETRO-OK
               PERFORM 1100-CARREGAR-LOTES THRU 1100-EXIT
               PERFORM 2000-PROCESSAR-PERIODO THRU 2000-EXIT
               PERFORM 8000-EMITIR-TOTAIS THRU 8000-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           DISPLAY "CALCDUP - RELATORIO ENCERRADO".
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - CRITICA A FAIXA DE DATAS E A JANELA, ABRE O *
      * HISTORICO E O RELATORIO                                        *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "CALCDUP - SUSPEITAS DE LANCAMENTO EM DUPLICIDADE".
           PERFORM 1010-LER-PARAMETROS THRU 1010-EXIT.
           IF NOT WS-PARM-ARQUIVO
               DISPLAY "INFORME A DATA INICIAL (AAAAMMDD, ONTEM OU"
                   " MESANT):"
               ACCEPT WS-PRM-DATA-DE
               DISPLAY "INFORME A DATA FINAL (AAAAMMDD, BRANCO SE"
                   " USOU PALAVRA-CHAVE):"
               MOVE SPACES TO WS-PRM-DATA-ATE
               ACCEPT WS-PRM-DATA-ATE
               DISPLAY "JANELA DE TEMPO EM MINUTOS (999, BRANCO ="
                   " 010):"
               MOVE SPACES TO WS-PRM-JANELA
               ACCEPT WS-PRM-JANELA
           END-IF.
           PERFORM 1020-RESOLVER-DATAS THRU 1020-EXIT.
           IF WS-DATA-DE = ZEROS OR WS-DATA-ATE = ZEROS
                   OR WS-DATA-ATE < WS-DATA-DE
               DISPLAY "FAIXA DE DATAS INVALIDA - NADA FOI FEITO"
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF WS-PRM-JANELA = SPACES
               MOVE 10 TO WS-JANELA-MINUTOS
           ELSE
               IF WS-PRM-JANELA IS NOT NUMERIC
                   DISPLAY "JANELA DE TEMPO INVALIDA - NADA FOI FEITO"
                   MOVE 12 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               MOVE WS-PRM-JANELA TO WS-JANELA-MINUTOS
           END-IF.
           COMPUTE WS-JANELA-SEGUNDOS = WS-JANELA-MINUTOS * 60.
           OPEN INPUT CALCHIST.
           IF WS-STATUS-CALCHIST NOT = "00"
               DISPLAY "CALCHIST.DAT NAO ENCONTRADO OU VAZIO"
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-PARAMETRO-OK.
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD.
           PERFORM 8500-DEFINIR-NOME-RELATORIO THRU 8500-EXIT.
           MOVE SPACES TO WS-PARAMETROS-CAT.
           STRING "DE " WS-DATA-DE " ATE " WS-DATA-ATE
               " JANELA " WS-JANELA-MINUTOS " MIN"
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
      * 1010-LER-PARAMETROS - SE CALCDUP.PRM EXISTE, AS TRES LINHAS    *
      * (DATA INICIAL OU PALAVRA-CHAVE, DATA FINAL, JANELA EM MINUTOS) *
      * SUBSTITUEM OS PROMPTS                                          *
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
           MOVE PRM-REGISTRO(1:8) TO WS-PRM-DATA-DE.
           READ PARAMETRO
               AT END MOVE SPACES TO PRM-REGISTRO
           END-READ.
           MOVE PRM-REGISTRO(1:8) TO WS-PRM-DATA-ATE.
           READ PARAMETRO
               AT END MOVE SPACES TO PRM-REGISTRO
           END-READ.
           MOVE PRM-REGISTRO(1:3) TO WS-PRM-JANELA.
           CLOSE PARAMETRO.
           DISPLAY "PARAMETROS LIDOS DE CALCDUP.PRM".
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1020-RESOLVER-DATAS - ONTEM E MESANT VIRAM A FAIXA RESOLVIDA   *
      * PELO CALCDATA SOBRE A DATA DE HOJE; O RESTO E CRITICADO COMO   *
      * DATA MESMO                                                     *
      *----------------------------------------------------------------*
       1020-RESOLVER-DATAS.
           MOVE ZEROS TO WS-DATA-DE.
           MOVE ZEROS TO WS-DATA-ATE.
           ACCEPT WS-DATA-BASE FROM DATE YYYYMMDD.
           EVALUATE WS-PRM-DATA-DE
               WHEN "ONTEM"
                   MOVE "U" TO WS-FUNCAO-DATA
                   CALL "CALCDATA" USING WS-FUNCAO-DATA,
                       WS-DATA-BASE, WS-DATA-DE, WS-DATA-ATE
               WHEN "MESANT"
                   MOVE "M" TO WS-FUNCAO-DATA
                   CALL "CALCDATA" USING WS-FUNCAO-DATA,
                       WS-DATA-BASE, WS-DATA-DE, WS-DATA-ATE
               WHEN OTHER
                   IF WS-PRM-DATA-DE IS NUMERIC
                       MOVE WS-PRM-DATA-DE TO WS-DATA-DE
                   END-IF
                   IF WS-PRM-DATA-ATE IS NUMERIC
                       MOVE WS-PRM-DATA-ATE TO WS-DATA-ATE
                   END-IF
           END-EVALUATE.
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-CARREGAR-LOTES - EXECUCOES DE LOTE DO CALCBAT INICIADAS   *
      * DA VESPERA DA DATA INICIAL ATE A DATA FINAL, COM A FAIXA DE    *
      * TRANSACOES ATRIBUIDAS (PARCIAL E RETOMADA LEVAM O MESMO LOTE)  *
      *----------------------------------------------------------------*
       1100-CARREGAR-LOTES.
           MOVE "D" TO WS-FUNCAO-DATA.
           CALL "CALCDATA" USING WS-FUNCAO-DATA,
               WS-DATA-DE, WS-DATA-ANTERIOR, WS-DATA-LIXO.
           OPEN INPUT CALCRUN.
           IF WS-STATUS-CALCRUN NOT = "00"
               DISPLAY "CALCRUN.DAT NAO ENCONTRADO - TODOS OS CALCULOS"
                   " SAEM SEM LOTE"
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           PERFORM 1110-LER-EXECUCAO THRU 1110-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCRUN.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
       1100-EXIT.
           EXIT.

       1110-LER-EXECUCAO.
           READ CALCRUN
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 1110-EXIT
           END-READ.
           IF CALCRUN-DATA-INICIO < WS-DATA-ANTERIOR
                   OR CALCRUN-DATA-INICIO > WS-DATA-ATE
                   OR CALCRUN-LOTE-ID = SPACES
                   OR CALCRUN-PRIMEIRA-TRANS = ZEROS
               GO TO 1110-EXIT
           END-IF.
           IF WS-LOTES-CARREGADOS NOT < 500
               DISPLAY "MAIS DE 500 EXECUCOES DE LOTE NO PERIODO -"
                   " LOTE " CALCRUN-LOTE-ID " IGNORADO"
               MOVE 16 TO RETURN-CODE
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-LOTES-CARREGADOS.
           SET WS-IDX-LOTE TO WS-LOTES-CARREGADOS.
           MOVE CALCRUN-LOTE-ID TO WS-LOTE-ID(WS-IDX-LOTE).
           MOVE CALCRUN-PRIMEIRA-TRANS TO WS-LOTE-PRIMEIRA(WS-IDX-LOTE).
           MOVE CALCRUN-ULTIMA-TRANS TO WS-LOTE-ULTIMA(WS-IDX-LOTE).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESSAR-PERIODO - POSICIONA NA DATA INICIAL E PERCORRE  *
      * O HISTORICO ATE PASSAR DA DATA FINAL; A CADA QUEBRA DE DIA OS  *
      * CALCULOS CARREGADOS SAO ANALISADOS                             *
      *----------------------------------------------------------------*
       2000-PROCESSAR-PERIODO.
           MOVE WS-DATA-DE TO CALCHIST-DATA.
           START CALCHIST KEY IS NOT LESS THAN CALCHIST-DATA
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           PERFORM 2100-LER-HISTORICO THRU 2100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           IF WS-DIA-CARREGADOS NOT = ZEROS
               PERFORM 3000-ANALISAR-DIA THRU 3000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-HISTORICO.
           READ CALCHIST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   IF CALCHIST-DATA > WS-DATA-ATE
                       MOVE "S" TO WS-SW-FIM-ARQUIVO
                   ELSE
                       PERFORM 2200-CARREGAR-REGISTRO THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-CARREGAR-REGISTRO - QUEBRA DE DIA E CARGA DO CALCULO NA   *
      * TABELA DO DIA, COM A HORA EM SEGUNDOS E O LOTE DE ORIGEM       *
      *----------------------------------------------------------------*
       2200-CARREGAR-REGISTRO.
           IF CALCHIST-DATA NOT = WS-DATA-CORRENTE
               IF WS-DIA-CARREGADOS NOT = ZEROS
                   PERFORM 3000-ANALISAR-DIA THRU 3000-EXIT
               END-IF
               MOVE CALCHIST-DATA TO WS-DATA-CORRENTE
               MOVE ZEROS TO WS-DIA-CARREGADOS
               MOVE "N" TO WS-SW-DIA-ESTOURO
           END-IF.
           ADD 1 TO WS-CALCULOS-LIDOS.
           IF CALCHIST-SIT-ESTORNADO OR CALCHIST-SIT-ESTORNO
                   OR CALCHIST-RETORNO NOT = ZEROS
               ADD 1 TO WS-CALCULOS-EXCLUIDOS
               GO TO 2200-EXIT
           END-IF.
           IF WS-DIA-CARREGADOS NOT < 2000
               IF NOT WS-DIA-ESTOURO
                   DISPLAY "MAIS DE 2000 CALCULOS EM " WS-DATA-CORRENTE
                       " - EXCEDENTE FORA DA ANALISE"
                   MOVE "S" TO WS-SW-DIA-ESTOURO
                   MOVE 16 TO RETURN-CODE
               END-IF
               ADD 1 TO WS-CALCULOS-EXCLUIDOS
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-DIA-CARREGADOS.
           SET WS-IDX-DIA TO WS-DIA-CARREGADOS.
           MOVE CALCHIST-DEPTO TO WS-DIA-DEPTO(WS-IDX-DIA).
           MOVE CALCHIST-OPERACAO TO WS-DIA-OPERACAO(WS-IDX-DIA).
           MOVE CALCHIST-NUM-UM TO WS-DIA-NUM-UM(WS-IDX-DIA).
           MOVE CALCHIST-NUM-DOIS TO WS-DIA-NUM-DOIS(WS-IDX-DIA).
           MOVE CALCHIST-MODO TO WS-DIA-MODO(WS-IDX-DIA).
           MOVE CALCHIST-NUM-TRES TO WS-DIA-NUM-TRES(WS-IDX-DIA).
           IF CALCHIST-MOEDA = SPACES
               MOVE "BRL" TO WS-DIA-MOEDA(WS-IDX-DIA)
           ELSE
               MOVE CALCHIST-MOEDA TO WS-DIA-MOEDA(WS-IDX-DIA)
           END-IF.
           MOVE CALCHIST-TRANSACAO TO WS-DIA-TRANSACAO(WS-IDX-DIA).
           MOVE CALCHIST-HORA TO WS-DIA-HORA(WS-IDX-DIA).
           MOVE CALCHIST-HORA TO WS-HORA-TRABALHO.
           COMPUTE WS-DIA-SEGUNDOS(WS-IDX-DIA) =
               WS-HORA-HH * 3600 + WS-HORA-MM * 60 + WS-HORA-SS.
           MOVE CALCHIST-OPERADOR TO WS-DIA-OPERADOR(WS-IDX-DIA).
           MOVE CALCHIST-RESULTADO TO WS-DIA-RESULTADO(WS-IDX-DIA).
           MOVE "N" TO WS-DIA-SW-AGRUPADO(WS-IDX-DIA).
           PERFORM 2300-LOCALIZAR-LOTE THRU 2300-EXIT.
           MOVE WS-LOTE-ACHADO TO WS-DIA-LOTE(WS-IDX-DIA).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-LOCALIZAR-LOTE - O LOTE CUJA FAIXA DE TRANSACOES CONTEM A *
      * TRANSACAO DO CALCULO; FORA DE QUALQUER FAIXA, "SEM LOTE"       *
      *----------------------------------------------------------------*
       2300-LOCALIZAR-LOTE.
           MOVE "SEM LOTE" TO WS-LOTE-ACHADO.
           MOVE ZEROS TO WS-SUB-LOTE.
           PERFORM 2310-PROCURAR-LOTE THRU 2310-EXIT
               UNTIL WS-LOTE-ACHADO NOT = "SEM LOTE"
                   OR WS-SUB-LOTE NOT < WS-LOTES-CARREGADOS.
       2300-EXIT.
           EXIT.

       2310-PROCURAR-LOTE.
           ADD 1 TO WS-SUB-LOTE.
           SET WS-IDX-LOTE TO WS-SUB-LOTE.
           IF CALCHIST-TRANSACAO NOT < WS-LOTE-PRIMEIRA(WS-IDX-LOTE)
                   AND CALCHIST-TRANSACAO
                       NOT > WS-LOTE-ULTIMA(WS-IDX-LOTE)
               MOVE WS-LOTE-ID(WS-IDX-LOTE) TO WS-LOTE-ACHADO
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-ANALISAR-DIA - CADA CALCULO AINDA SEM GRUPO ABRE UM GRUPO *
      * COM OS IGUAIS A ELE NO RESTO DO DIA                            *
      *----------------------------------------------------------------*
       3000-ANALISAR-DIA.
           PERFORM 3100-MONTAR-GRUPO THRU 3100-EXIT
               VARYING WS-IDX-DIA FROM 1 BY 1
               UNTIL WS-IDX-DIA > WS-DIA-CARREGADOS.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-MONTAR-GRUPO - JUNTA OS CALCULOS DE MESMA CHAVE; GRUPO DE *
      * DOIS OU MAIS E CONFERIDO PAR A PAR                             *
      *----------------------------------------------------------------*
       3100-MONTAR-GRUPO.
           IF WS-DIA-AGRUPADO(WS-IDX-DIA)
               GO TO 3100-EXIT
           END-IF.
           MOVE "S" TO WS-DIA-SW-AGRUPADO(WS-IDX-DIA).
           MOVE 1 TO WS-QTDE-MEMBROS.
           SET WS-MEMBRO-POSICAO(1) TO WS-IDX-DIA.
           PERFORM 3110-COMPARAR-CHAVE THRU 3110-EXIT
               VARYING WS-IDX-OUTRO FROM WS-IDX-DIA BY 1
               UNTIL WS-IDX-OUTRO > WS-DIA-CARREGADOS.
           IF WS-QTDE-MEMBROS < 2
               GO TO 3100-EXIT
           END-IF.
           MOVE "N" TO WS-SW-POR-JANELA.
           MOVE "N" TO WS-SW-POR-LOTE.
           PERFORM 3200-CONFERIR-PAR THRU 3200-EXIT
               VARYING WS-SUB-A FROM 1 BY 1
                   UNTIL WS-SUB-A > WS-QTDE-MEMBROS
               AFTER WS-SUB-B FROM 1 BY 1
                   UNTIL WS-SUB-B > WS-QTDE-MEMBROS.
           IF WS-POR-JANELA OR WS-POR-LOTE
               PERFORM 3300-EMITIR-GRUPO THRU 3300-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3110-COMPARAR-CHAVE.
           IF WS-DIA-AGRUPADO(WS-IDX-OUTRO)
               GO TO 3110-EXIT
           END-IF.
           IF WS-DIA-CHAVE(WS-IDX-OUTRO) = WS-DIA-CHAVE(WS-IDX-DIA)
               MOVE "S" TO WS-DIA-SW-AGRUPADO(WS-IDX-OUTRO)
               ADD 1 TO WS-QTDE-MEMBROS
               SET WS-MEMBRO-POSICAO(WS-QTDE-MEMBROS) TO WS-IDX-OUTRO
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-CONFERIR-PAR - DOIS MEMBROS DENTRO DA JANELA DE TEMPO OU  *
      * DE LOTES DIFERENTES TORNAM O GRUPO SUSPEITO                    *
      *----------------------------------------------------------------*
       3200-CONFERIR-PAR.
           IF WS-SUB-B NOT > WS-SUB-A
               GO TO 3200-EXIT
           END-IF.
           SET WS-IDX-PAR-A TO WS-MEMBRO-POSICAO(WS-SUB-A).
           SET WS-IDX-PAR-B TO WS-MEMBRO-POSICAO(WS-SUB-B).
           COMPUTE WS-DIFERENCA-SEG = WS-DIA-SEGUNDOS(WS-IDX-PAR-A)
               - WS-DIA-SEGUNDOS(WS-IDX-PAR-B).
           IF WS-DIFERENCA-SEG < ZEROS
               COMPUTE WS-DIFERENCA-SEG = ZEROS - WS-DIFERENCA-SEG
           END-IF.
           IF WS-DIFERENCA-SEG NOT > WS-JANELA-SEGUNDOS
               MOVE "S" TO WS-SW-POR-JANELA
           END-IF.
           IF WS-DIA-LOTE(WS-IDX-PAR-A)
                   NOT = WS-DIA-LOTE(WS-IDX-PAR-B)
               MOVE "S" TO WS-SW-POR-LOTE
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-EMITIR-GRUPO - LINHA DO GRUPO COM A CHAVE E O MOTIVO, UMA *
      * LINHA POR TRANSACAO ENVOLVIDA E A ADVERTENCIA 0160             *
      *----------------------------------------------------------------*
       3300-EMITIR-GRUPO.
           ADD 1 TO WS-GRUPOS-SUSPEITOS.
           IF WS-LINHAS-PAGINA + WS-QTDE-MEMBROS > 55
               PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT
           END-IF.
           MOVE WS-GRUPOS-SUSPEITOS TO WS-GRP-NUMERO.
           MOVE WS-DATA-CORRENTE TO WS-GRP-DATA.
           MOVE WS-DIA-DEPTO(WS-IDX-DIA) TO WS-GRP-DEPTO.
           MOVE WS-DIA-OPERACAO(WS-IDX-DIA) TO WS-GRP-OPERACAO.
           MOVE WS-DIA-NUM-UM(WS-IDX-DIA) TO WS-GRP-NUM-UM.
           MOVE WS-DIA-NUM-DOIS(WS-IDX-DIA) TO WS-GRP-NUM-DOIS.
           MOVE WS-DIA-MODO(WS-IDX-DIA) TO WS-GRP-MODO.
           MOVE WS-DIA-NUM-TRES(WS-IDX-DIA) TO WS-GRP-NUM-TRES.
           MOVE WS-DIA-MOEDA(WS-IDX-DIA) TO WS-GRP-MOEDA.
           EVALUATE TRUE
               WHEN WS-POR-JANELA AND WS-POR-LOTE
                   MOVE "JANELA E LOTES DIFERENTES" TO WS-GRP-MOTIVO
               WHEN WS-POR-JANELA
                   MOVE "JANELA DE TEMPO" TO WS-GRP-MOTIVO
               WHEN OTHER
                   MOVE "LOTES DIFERENTES" TO WS-GRP-MOTIVO
           END-EVALUATE.
           MOVE SPACES TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           WRITE REL-REGISTRO FROM WS-LINHA-GRUPO.
           ADD 2 TO WS-LINHAS-PAGINA.
           PERFORM 3310-EMITIR-MEMBRO THRU 3310-EXIT
               VARYING WS-SUB-MEMBRO FROM 1 BY 1
               UNTIL WS-SUB-MEMBRO > WS-QTDE-MEMBROS.
           MOVE 0160 TO WS-MSG-NUMERO.
           MOVE "A" TO WS-MSG-SEVERIDADE.
           MOVE WS-DIA-TRANSACAO(WS-IDX-DIA) TO WS-MSG-TRANSACAO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "SUSPEITA DE DUPLICIDADE DEPTO "
               WS-DIA-DEPTO(WS-IDX-DIA) " OP "
               WS-DIA-OPERACAO(WS-IDX-DIA)
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       3300-EXIT.
           EXIT.

       3310-EMITIR-MEMBRO.
           SET WS-IDX-OUTRO TO WS-MEMBRO-POSICAO(WS-SUB-MEMBRO).
           ADD 1 TO WS-TRANS-SUSPEITAS.
           MOVE WS-DIA-TRANSACAO(WS-IDX-OUTRO) TO WS-MEM-TRANSACAO.
           MOVE WS-DIA-HORA(WS-IDX-OUTRO) TO WS-HORA-TRABALHO.
           MOVE WS-HORA-HH TO WS-MEM-HH.
           MOVE WS-HORA-MM TO WS-MEM-MM.
           MOVE WS-HORA-SS TO WS-MEM-SS.
           MOVE WS-DIA-LOTE(WS-IDX-OUTRO) TO WS-MEM-LOTE.
           MOVE WS-DIA-OPERADOR(WS-IDX-OUTRO) TO WS-MEM-OPERADOR.
           MOVE WS-DIA-RESULTADO(WS-IDX-OUTRO) TO WS-MEM-RESULTADO.
           WRITE REL-REGISTRO FROM WS-LINHA-MEMBRO.
           ADD 1 TO WS-LINHAS-PAGINA.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-EMITIR-TOTAIS - RESUMO DA RODADA NO FIM DO RELATORIO      *
      *----------------------------------------------------------------*
       8000-EMITIR-TOTAIS.
           MOVE ALL "-" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           IF WS-GRUPOS-SUSPEITOS = ZEROS
               MOVE "NENHUM GRUPO SUSPEITO NO PERIODO" TO REL-REGISTRO
               WRITE REL-REGISTRO
           ELSE
               IF RETURN-CODE = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE SPACES TO REL-REGISTRO.
           STRING "CALCULOS LIDOS: " WS-CALCULOS-LIDOS
               "  FORA DA ANALISE: " WS-CALCULOS-EXCLUIDOS
               "  GRUPOS SUSPEITOS: " WS-GRUPOS-SUSPEITOS
               "  TRANSACOES ENVOLVIDAS: " WS-TRANS-SUSPEITAS
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-ESCREVER-CABECALHO - CABECALHO DE PAGINA COM DATA DE      *
      * EMISSAO E NUMERO DA PAGINA                                     *
      *----------------------------------------------------------------*
       8100-ESCREVER-CABECALHO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-DATA-DE TO WS-CAB-DATA-DE.
           MOVE WS-DATA-ATE TO WS-CAB-DATA-ATE.
           MOVE WS-DATA-EMISSAO TO WS-CAB-EMISSAO.
           MOVE WS-NUMERO-PAGINA TO WS-CAB-PAGINA.
           IF WS-NUMERO-PAGINA > 1
               MOVE SPACES TO REL-REGISTRO
               WRITE REL-REGISTRO
           END-IF.
           WRITE REL-REGISTRO FROM WS-CAB-TITULO.
           MOVE ALL "=" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE 2 TO WS-LINHAS-PAGINA.
       8100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CALCHIST.
           CLOSE RELATORIO.
           PERFORM 8600-CATALOGAR-RELATORIO THRU 8600-EXIT.
           DISPLAY "CALCULOS LIDOS    : " WS-CALCULOS-LIDOS.
           DISPLAY "GRUPOS SUSPEITOS  : " WS-GRUPOS-SUSPEITOS.
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
           STRING "CALCDUP" WS-DATA-EMISSAO WS-SEQ-EMISSAO ".REL"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO.
       8500-EXIT.
           EXIT.

       8510-CONTAR-EMISSAO.
           READ CALCRCAT
               AT END
                   MOVE "S" TO WS-SW-FIM-CATALOGO
               NOT AT END
                   IF CALCRCAT-PROGRAMA = "CALCDUP "
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
           MOVE "CALCDUP " TO CALCRCAT-PROGRAMA.
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
           MOVE "CALCDUP " TO CALCMSG-PROGRAMA.
           ACCEPT CALCMSG-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCMSG-HORA FROM TIME.
           MOVE WS-MSG-TRANSACAO TO CALCMSG-TRANSACAO.
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
