      ******************************************************************
      * PROGRAM-ID: CALCTEND
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Comparativo mensal de tendencia para a gerencia.
      *             Recebe uma faixa de meses (AAAAMM a AAAAMM, ate 24
      *             meses, no maximo o mes corrente) e, para cada mes,
      *             imprime a quantidade e o valor por operacao e por
      *             departamento ao lado do mesmo mes do ano anterior,
      *             com a variacao absoluta e percentual. Variacao
      *             acima do limite do parametro (percentual, em
      *             modulo) sai marcada com ***. Le o CALCHIST.DAT vivo
      *             e os ARCHISTAAAAMM.DAT do CALCARCH - o arquivo
      *             leva o AAAAMM do corte, entao um mes esta no
      *             arquivo do corte seguinte ou no historico vivo, e
      *             cada registro so existe em um lugar. Mes passado
      *             sem nenhum calculo e sem o arquivo do seu corte
      *             sai como LACUNA marcada, nunca como zero, com
      *             mensagem em CALCMSG.DAT. Valores somam so os
      *             resultados em reais (a conversao C resulta sempre
      *             em reais), como na grade do CALCPER; a quantidade
      *             conta todos os calculos. Relatorio carimbado
      *             anotado no CALCRCAT.DAT; parametros de CALCTEND.PRM
      *             quando existe (mes inicial ou MESANT, mes final e
      *             limite percentual); RETURN-CODE 4 quando ha lacuna,
      *             12 para parametro invalido, 16 para estouro da
      *             tabela de departamentos.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - COMPARATIVO MES A MES E ANO   *
      *                A ANO SOBRE O HISTORICO VIVO E ARQUIVADO.       *
      * 15/10/26 RPS   RATEIO (P) NA TABELA DE OPERACOES.              *
      * 15/10/26 RPS   RETENCAO (I) NA TABELA DE OPERACOES; HISTORICO  *
      *                ARQUIVADO LIDO COM 100 POSICOES.                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTEND.
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
           SELECT CALCMSG ASSIGN TO "CALCMSG.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCMSG.
           SELECT PARAMETRO ASSIGN TO "CALCTEND.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

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
       FD  CALCMSG.
       COPY CALCMSG.
       FD  PARAMETRO.
       01  PRM-REGISTRO             PIC X(24).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCHIST       PIC X(02) VALUE "00".
       77  WS-STATUS-ARCHIST        PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO      PIC X(02) VALUE "00".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-PARAMETRO-OK       PIC X(01) VALUE "N".
           88  WS-PARAMETRO-OK          VALUE "S".
       77  WS-SW-HIST-ABERTO        PIC X(01) VALUE "N".
           88  WS-HIST-ABERTO           VALUE "S".
       77  WS-SW-DEPTO-ESTOURO      PIC X(01) VALUE "N".
           88  WS-DEPTO-ESTOURO         VALUE "S".
       77  WS-DATA-EMISSAO          PIC 9(08) VALUE ZEROS.
       77  WS-NUMERO-PAGINA         PIC 9(04) VALUE ZEROS.
       77  WS-LINHAS-PAGINA         PIC 9(02) VALUE ZEROS.
       77  WS-NOME-ARCHIST          PIC X(17) VALUE SPACES.
       77  WS-ARQUIVOS-LIDOS        PIC 9(04) VALUE ZEROS.
       77  WS-REGISTROS-LIDOS       PIC 9(08) VALUE ZEROS.
       77  WS-TOTAL-LACUNAS         PIC 9(04) VALUE ZEROS.
       77  WS-TOTAL-MARCADAS        PIC 9(06) VALUE ZEROS.

      *----------------------------------------------------------------*
      * PARAMETROS - DO ARQUIVO CALCTEND.PRM QUANDO ELE EXISTE, SENAO  *
      * DOS PROMPTS: MES INICIAL (AAAAMM OU MESANT), MES FINAL (BRANCO *
      * = O INICIAL) E LIMITE PERCENTUAL DA MARCA (BRANCO = 10)        *
      *----------------------------------------------------------------*
       77  WS-STATUS-PARAMETRO      PIC X(02) VALUE "00".
       77  WS-SW-PARM-ARQUIVO       PIC X(01) VALUE "N".
           88  WS-PARM-ARQUIVO          VALUE "S".
       77  WS-PRM-MES-DE            PIC X(06) VALUE SPACES.
       77  WS-PRM-MES-ATE           PIC X(06) VALUE SPACES.
       77  WS-PRM-LIMITE            PIC X(03) VALUE SPACES.
       77  WS-LIMITE                PIC 9(03) VALUE ZEROS.
       77  WS-DATA-BASE             PIC 9(08) VALUE ZEROS.
       77  WS-DATA-DE               PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ATE              PIC 9(08) VALUE ZEROS.
       77  WS-FUNCAO-DATA           PIC X(01) VALUE SPACES.
       77  WS-MESES-FAIXA           PIC S9(04) VALUE ZEROS.
       77  WS-MESES-TABELA          PIC S9(04) VALUE ZEROS.

       01  WS-MES-DE                PIC 9(06) VALUE ZEROS.
       01  WS-MES-DE-R REDEFINES WS-MES-DE.
           05  WS-MES-DE-ANO        PIC 9(04).
           05  WS-MES-DE-MES        PIC 9(02).
       01  WS-MES-ATE               PIC 9(06) VALUE ZEROS.
       01  WS-MES-ATE-R REDEFINES WS-MES-ATE.
           05  WS-MES-ATE-ANO       PIC 9(04).
           05  WS-MES-ATE-MES       PIC 9(02).
       01  WS-MES-CORRENTE          PIC 9(06) VALUE ZEROS.
       01  WS-MES-CORRENTE-R REDEFINES WS-MES-CORRENTE.
           05  WS-CORR-ANO          PIC 9(04).
           05  WS-CORR-MES          PIC 9(02).

      *----------------------------------------------------------------*
      * PERIODOS DE TRABALHO - O DO ARQUIVO ARCHIST A ABRIR, O DO MES  *
      * DA TABELA E O DO REGISTRO LIDO                                 *
      *----------------------------------------------------------------*
       01  WS-PERIODO               PIC 9(06) VALUE ZEROS.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PERIODO-ANO       PIC 9(04).
           05  WS-PERIODO-MES       PIC 9(02).
       01  WS-DATA-REGISTRO         PIC 9(08) VALUE ZEROS.
       01  WS-DATA-REGISTRO-R REDEFINES WS-DATA-REGISTRO.
           05  WS-REG-ANO           PIC 9(04).
           05  WS-REG-MES           PIC 9(02).
           05  WS-REG-DIA           PIC 9(02).
       77  WS-DESLOCAMENTO          PIC S9(04) VALUE ZEROS.

      *----------------------------------------------------------------*
      * OPERACOES (ORDEM A/S/M/D/R/J/F/C/P/I) - A DECIMA PRIMEIRA      *
      * LINHA E A DE CODIGO DESCONHECIDO                               *
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

      *----------------------------------------------------------------*
      * DEPARTAMENTOS ENCONTRADOS NA FAIXA, NA ORDEM EM QUE APARECEM   *
      *----------------------------------------------------------------*
       77  WS-DEPTOS-CARREGADOS     PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-DEPTO             PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-DEPTO-ACHADO      PIC 9(04) COMP VALUE ZEROS.
       01  WS-TABELA-DEPTOS.
           05  WS-DEPTO-CODIGO      PIC X(04) OCCURS 50 TIMES.

      *----------------------------------------------------------------*
      * TOTAIS POR MES - OS 12 MESES DO ANO ANTERIOR AO INICIO DA      *
      * FAIXA SEGUIDOS DOS MESES DA FAIXA (ATE 24); O MES N DA FAIXA   *
      * FICA NA POSICAO N + 12 E O SEU ANO ANTERIOR NA POSICAO N       *
      *----------------------------------------------------------------*
       77  WS-SUB-MES               PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-ATUAL             PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-ANTERIOR          PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-OP                PIC 9(04) COMP VALUE ZEROS.
       01  WS-TABELA-MESES.
           05  WS-MES-ENTRADA OCCURS 36 TIMES.
               10  WS-MES-PERIODO       PIC 9(06).
               10  WS-MES-SW-DADOS      PIC X(01).
                   88  WS-MES-COM-DADOS     VALUE "S".
               10  WS-MES-SW-ARQUIVO    PIC X(01).
                   88  WS-MES-COM-ARQUIVO   VALUE "S".
               10  WS-MES-SW-LACUNA     PIC X(01).
                   88  WS-MES-LACUNA        VALUE "S".
               10  WS-MES-OP OCCURS 11 TIMES.
                   15  WS-MES-OP-QTDE       PIC S9(08).
                   15  WS-MES-OP-VALOR      PIC S9(13)V99.
               10  WS-MES-DEP OCCURS 50 TIMES.
                   15  WS-MES-DEP-QTDE      PIC S9(08).
                   15  WS-MES-DEP-VALOR     PIC S9(13)V99.

      *----------------------------------------------------------------*
      * CAMPOS DA COMPARACAO DE UMA LINHA                              *
      *----------------------------------------------------------------*
       77  WS-CMP-QTDE-ATU          PIC S9(08) VALUE ZEROS.
       77  WS-CMP-QTDE-ANT          PIC S9(08) VALUE ZEROS.
       77  WS-CMP-VALOR-ATU         PIC S9(13)V99 VALUE ZEROS.
       77  WS-CMP-VALOR-ANT         PIC S9(13)V99 VALUE ZEROS.
       77  WS-CMP-ITEM              PIC X(20) VALUE SPACES.
       77  WS-DIF-QTDE              PIC S9(08) VALUE ZEROS.
       77  WS-DIF-VALOR             PIC S9(13)V99 VALUE ZEROS.
       77  WS-PERCENTUAL            PIC S9(05)V9 VALUE ZEROS.
       77  WS-PERCENTUAL-ABS        PIC 9(05)V9 VALUE ZEROS.
       77  WS-SW-MARCAR             PIC X(01) VALUE "N".
           88  WS-MARCAR                VALUE "S".
       77  WS-SW-SEM-ANTERIOR       PIC X(01) VALUE "N".
           88  WS-SEM-ANTERIOR          VALUE "S".

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
           05  FILLER               PIC X(44) VALUE
               "CALCTEND - COMPARATIVO MENSAL DE TENDENCIA  ".
           05  FILLER               PIC X(07) VALUE "MESES: ".
           05  WS-CAB-MES-DE        PIC 9(06).
           05  FILLER               PIC X(03) VALUE " A ".
           05  WS-CAB-MES-ATE       PIC 9(06).
           05  FILLER               PIC X(12) VALUE "   EMISSAO: ".
           05  WS-CAB-EMISSAO       PIC 9(08).
           05  FILLER               PIC X(09) VALUE "  PAGINA ".
           05  WS-CAB-PAGINA        PIC ZZZ9.
           05  FILLER               PIC X(33) VALUE SPACES.
       01  WS-CAB-COLUNAS.
           05  FILLER               PIC X(20) VALUE "ITEM".
           05  FILLER               PIC X(20) VALUE
               "    QTDE  QTDE ANT ".
           05  FILLER               PIC X(20) VALUE
               " VAR QTDE     VAR% ".
           05  FILLER               PIC X(32) VALUE
               "    VALOR (BRL)   VALOR ANO ANT ".
           05  FILLER               PIC X(26) VALUE
               "      VAR VALOR     VAR%  ".
           05  FILLER               PIC X(14) VALUE "MARCA".
       01  WS-LINHA-MES.
           05  FILLER               PIC X(04) VALUE "MES ".
           05  WS-LME-ATUAL         PIC 9(06).
           05  FILLER               PIC X(26) VALUE
               " COMPARADO COM O MES      ".
           05  WS-LME-ANTERIOR      PIC 9(06).
           05  FILLER               PIC X(90) VALUE SPACES.
       01  WS-LINHA-DETALHE.
           05  WS-LDT-ITEM          PIC X(20).
           05  WS-LDT-QTDE          PIC Z(7)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LDT-QTDE-ANT      PIC Z(7)9.
           05  WS-LDT-QTDE-ANT-X REDEFINES WS-LDT-QTDE-ANT
                                    PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LDT-VAR-QTDE      PIC -(8)9.
           05  WS-LDT-VAR-QTDE-X REDEFINES WS-LDT-VAR-QTDE
                                    PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LDT-PCT-QTDE      PIC -(5)9.9.
           05  WS-LDT-PCT-QTDE-X REDEFINES WS-LDT-PCT-QTDE
                                    PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LDT-VALOR         PIC -(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LDT-VALOR-ANT     PIC -(11)9.99.
           05  WS-LDT-VALOR-ANT-X REDEFINES WS-LDT-VALOR-ANT
                                    PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LDT-VAR-VALOR     PIC -(11)9.99.
           05  WS-LDT-VAR-VALOR-X REDEFINES WS-LDT-VAR-VALOR
                                    PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LDT-PCT-VALOR     PIC -(5)9.9.
           05  WS-LDT-PCT-VALOR-X REDEFINES WS-LDT-PCT-VALOR
                                    PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LDT-MARCA         PIC X(04).
           05  FILLER               PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-PARAMETRO-OK
               PERFORM 2000-LER-ARQUIVADOS THRU 2000-EXIT
               PERFORM 2500-LER-HISTORICO THRU 2500-EXIT
               PERFORM 3000-APONTAR-LACUNAS THRU 3000-EXIT
               PERFORM 4000-EMITIR-MESES THRU 4000-EXIT
               PERFORM 8000-EMITIR-RESUMO THRU 8000-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           DISPLAY "CALCTEND - COMPARATIVO ENCERRADO".
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - CRITICA OS PARAMETROS, MONTA A TABELA DE    *
      * MESES E ABRE O RELATORIO                                       *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "CALCTEND - COMPARATIVO MENSAL DE TENDENCIA".
           PERFORM 1010-LER-PARAMETROS THRU 1010-EXIT.
           IF NOT WS-PARM-ARQUIVO
               DISPLAY "MES INICIAL (AAAAMM OU MESANT):"
               MOVE SPACES TO WS-PRM-MES-DE
               ACCEPT WS-PRM-MES-DE
               DISPLAY "MES FINAL (AAAAMM, BRANCO = O INICIAL):"
               MOVE SPACES TO WS-PRM-MES-ATE
               ACCEPT WS-PRM-MES-ATE
               DISPLAY "LIMITE DA VARIACAO EM % (BRANCO = 10):"
               MOVE SPACES TO WS-PRM-LIMITE
               ACCEPT WS-PRM-LIMITE
           END-IF.
           PERFORM 1020-RESOLVER-MESES THRU 1020-EXIT.
           IF NOT WS-PARAMETRO-OK
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-MONTAR-MESES THRU 1100-EXIT.
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD.
           PERFORM 8500-DEFINIR-NOME-RELATORIO THRU 8500-EXIT.
           MOVE SPACES TO WS-PARAMETROS-CAT.
           STRING WS-MES-DE " A " WS-MES-ATE " LIMITE " WS-LIMITE "%"
               DELIMITED BY SIZE INTO WS-PARAMETROS-CAT.
           OPEN OUTPUT RELATORIO.
           PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT.
           MOVE SPACES TO REL-REGISTRO.
           STRING "PARAMETROS USADOS: " WS-PARAMETROS-CAT
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           STRING "VALORES EM REAIS (BRL) - CALCULOS EM OUTRA MOEDA SO"
               " ENTRAM NA QUANTIDADE; *** = VARIACAO ACIMA DO LIMITE"
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           ADD 2 TO WS-LINHAS-PAGINA.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1010-LER-PARAMETROS - SE CALCTEND.PRM EXISTE, AS TRES LINHAS   *
      * (MES INICIAL, MES FINAL E LIMITE) SUBSTITUEM OS PROMPTS        *
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
           MOVE PRM-REGISTRO(1:6) TO WS-PRM-MES-DE.
           READ PARAMETRO
               AT END MOVE SPACES TO PRM-REGISTRO
           END-READ.
           MOVE PRM-REGISTRO(1:6) TO WS-PRM-MES-ATE.
           READ PARAMETRO
               AT END MOVE SPACES TO PRM-REGISTRO
           END-READ.
           MOVE PRM-REGISTRO(1:3) TO WS-PRM-LIMITE.
           CLOSE PARAMETRO.
           DISPLAY "PARAMETROS LIDOS DE CALCTEND.PRM".
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1020-RESOLVER-MESES - MESANT PELO CALCDATA; MESES NUMERICOS,   *
      * MES 01 A 12, INICIAL ATE O FINAL, FINAL ATE O MES CORRENTE E   *
      * NO MAXIMO 24 MESES NA FAIXA                                    *
      *----------------------------------------------------------------*
       1020-RESOLVER-MESES.
           MOVE "N" TO WS-SW-PARAMETRO-OK.
           ACCEPT WS-DATA-BASE FROM DATE YYYYMMDD.
           MOVE WS-DATA-BASE(1:6) TO WS-MES-CORRENTE.
           IF WS-PRM-MES-DE = "MESANT"
               MOVE "M" TO WS-FUNCAO-DATA
               CALL "CALCDATA" USING WS-FUNCAO-DATA,
                   WS-DATA-BASE, WS-DATA-DE, WS-DATA-ATE
               MOVE WS-DATA-DE(1:6) TO WS-PRM-MES-DE
           END-IF.
           IF WS-PRM-MES-ATE = SPACES
               MOVE WS-PRM-MES-DE TO WS-PRM-MES-ATE
           END-IF.
           IF WS-PRM-MES-DE IS NOT NUMERIC
                   OR WS-PRM-MES-ATE IS NOT NUMERIC
               DISPLAY "MES INVALIDO - INFORME AAAAMM - NADA FOI FEITO"
               GO TO 1020-EXIT
           END-IF.
           MOVE WS-PRM-MES-DE TO WS-MES-DE.
           MOVE WS-PRM-MES-ATE TO WS-MES-ATE.
           IF WS-MES-DE-MES < 1 OR WS-MES-DE-MES > 12
                   OR WS-MES-ATE-MES < 1 OR WS-MES-ATE-MES > 12
                   OR WS-MES-ATE < WS-MES-DE
               DISPLAY "FAIXA DE MESES INVALIDA - NADA FOI FEITO"
               GO TO 1020-EXIT
           END-IF.
           IF WS-MES-ATE > WS-MES-CORRENTE
               DISPLAY "MES FINAL DEPOIS DO MES CORRENTE - NADA FOI"
                   " FEITO"
               GO TO 1020-EXIT
           END-IF.
           COMPUTE WS-MESES-FAIXA =
               (WS-MES-ATE-ANO - WS-MES-DE-ANO) * 12
               + WS-MES-ATE-MES - WS-MES-DE-MES + 1.
           IF WS-MESES-FAIXA > 24
               DISPLAY "FAIXA COM MAIS DE 24 MESES - NADA FOI FEITO"
               GO TO 1020-EXIT
           END-IF.
           IF WS-PRM-LIMITE = SPACES
               MOVE 10 TO WS-LIMITE
           ELSE
               IF WS-PRM-LIMITE IS NUMERIC
                   MOVE WS-PRM-LIMITE TO WS-LIMITE
               ELSE
                   DISPLAY "LIMITE INVALIDO - INFORME ATE 3 DIGITOS"
                       " - NADA FOI FEITO"
                   GO TO 1020-EXIT
               END-IF
           END-IF.
           DISPLAY "PARAMETRO USADO: MESES " WS-MES-DE " A "
               WS-MES-ATE " LIMITE " WS-LIMITE "%".
           MOVE "S" TO WS-SW-PARAMETRO-OK.
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-MONTAR-MESES - ZERA A TABELA E CARIMBA CADA POSICAO COM O *
      * SEU AAAAMM, A PARTIR DE 12 MESES ANTES DO MES INICIAL          *
      *----------------------------------------------------------------*
       1100-MONTAR-MESES.
           COMPUTE WS-MESES-TABELA = WS-MESES-FAIXA + 12.
           MOVE WS-MES-DE TO WS-PERIODO.
           SUBTRACT 1 FROM WS-PERIODO-ANO.
           PERFORM 1110-MONTAR-MES THRU 1110-EXIT
               VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES > WS-MESES-TABELA.
           MOVE ZEROS TO WS-DEPTOS-CARREGADOS.
       1100-EXIT.
           EXIT.

       1110-MONTAR-MES.
           MOVE WS-PERIODO TO WS-MES-PERIODO(WS-SUB-MES).
           MOVE "N" TO WS-MES-SW-DADOS(WS-SUB-MES).
           MOVE "N" TO WS-MES-SW-ARQUIVO(WS-SUB-MES).
           MOVE "N" TO WS-MES-SW-LACUNA(WS-SUB-MES).
           PERFORM VARYING WS-SUB-OP FROM 1 BY 1 UNTIL WS-SUB-OP > 11
               MOVE ZEROS TO WS-MES-OP-QTDE(WS-SUB-MES, WS-SUB-OP)
               MOVE ZEROS TO WS-MES-OP-VALOR(WS-SUB-MES, WS-SUB-OP)
           END-PERFORM.
           PERFORM VARYING WS-SUB-DEPTO FROM 1 BY 1
                   UNTIL WS-SUB-DEPTO > 50
               MOVE ZEROS TO WS-MES-DEP-QTDE(WS-SUB-MES, WS-SUB-DEPTO)
               MOVE ZEROS TO WS-MES-DEP-VALOR(WS-SUB-MES, WS-SUB-DEPTO)
           END-PERFORM.
           PERFORM 1120-AVANCAR-PERIODO THRU 1120-EXIT.
       1110-EXIT.
           EXIT.

       1120-AVANCAR-PERIODO.
           IF WS-PERIODO-MES = 12
               ADD 1 TO WS-PERIODO-ANO
               MOVE 01 TO WS-PERIODO-MES
           ELSE
               ADD 1 TO WS-PERIODO-MES
           END-IF.
       1120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-LER-ARQUIVADOS - O CALCARCH NOMEIA O ARQUIVO PELO MES DO  *
      * CORTE: LE DO PRIMEIRO MES DA TABELA ATE O MES CORRENTE. O      *
      * ARQUIVO DO CORTE AAAAMM PRESENTE COBRE O MES ANTERIOR A ELE -  *
      * MES SEM CALCULO MAS COM O ARQUIVO DO SEU CORTE NAO E LACUNA    *
      *----------------------------------------------------------------*
       2000-LER-ARQUIVADOS.
           MOVE WS-MES-PERIODO(1) TO WS-PERIODO.
           PERFORM 2100-LER-PERIODO THRU 2100-EXIT
               UNTIL WS-PERIODO > WS-MES-CORRENTE.
           DISPLAY "PERIODOS ARQUIVADOS LIDOS: " WS-ARQUIVOS-LIDOS.
       2000-EXIT.
           EXIT.

       2100-LER-PERIODO.
           MOVE SPACES TO WS-NOME-ARCHIST.
           STRING "ARCHIST" WS-PERIODO ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARCHIST.
           OPEN INPUT ARCHIST.
           IF WS-STATUS-ARCHIST = "00"
               ADD 1 TO WS-ARQUIVOS-LIDOS
               PERFORM 2110-MARCAR-ARQUIVO THRU 2110-EXIT
               MOVE "N" TO WS-SW-FIM-ARQUIVO
               PERFORM 2120-LER-ARQUIVADO THRU 2120-EXIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE ARCHIST
           END-IF.
           PERFORM 1120-AVANCAR-PERIODO THRU 1120-EXIT.
       2100-EXIT.
           EXIT.

       2110-MARCAR-ARQUIVO.
           COMPUTE WS-DESLOCAMENTO =
               (WS-PERIODO-ANO - WS-MES-DE-ANO + 1) * 12
               + WS-PERIODO-MES - WS-MES-DE-MES.
           IF WS-DESLOCAMENTO < 1
                   OR WS-DESLOCAMENTO > WS-MESES-TABELA
               GO TO 2110-EXIT
           END-IF.
           MOVE WS-DESLOCAMENTO TO WS-SUB-MES.
           MOVE "S" TO WS-MES-SW-ARQUIVO(WS-SUB-MES).
       2110-EXIT.
           EXIT.

       2120-LER-ARQUIVADO.
           READ ARCHIST INTO CALCHIST-REGISTRO
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 2120-EXIT
           END-READ.
           PERFORM 2200-ACUMULAR-CALCULO THRU 2200-EXIT.
       2120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-ACUMULAR-CALCULO - SOMA O CALCULO NO MES DA TABELA PELA   *
      * DATA DE POSTAGEM; FORA DA TABELA E IGNORADO                    *
      *----------------------------------------------------------------*
       2200-ACUMULAR-CALCULO.
           MOVE CALCHIST-DATA TO WS-DATA-REGISTRO.
           COMPUTE WS-DESLOCAMENTO =
               (WS-REG-ANO - WS-MES-DE-ANO + 1) * 12
               + WS-REG-MES - WS-MES-DE-MES + 1.
           IF WS-DESLOCAMENTO < 1
                   OR WS-DESLOCAMENTO > WS-MESES-TABELA
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-DESLOCAMENTO TO WS-SUB-MES.
           ADD 1 TO WS-REGISTROS-LIDOS.
           MOVE "S" TO WS-MES-SW-DADOS(WS-SUB-MES).
           PERFORM VARYING WS-SUB-OP FROM 1 BY 1
                   UNTIL WS-SUB-OP > 10
                   OR WS-CODIGO-OP(WS-SUB-OP) = CALCHIST-OPERACAO
               CONTINUE
           END-PERFORM.
           ADD 1 TO WS-MES-OP-QTDE(WS-SUB-MES, WS-SUB-OP).
           IF CALCHIST-OPERACAO = "C" OR CALCHIST-MOEDA = SPACES
                   OR CALCHIST-MOEDA = "BRL"
               ADD CALCHIST-RESULTADO
                   TO WS-MES-OP-VALOR(WS-SUB-MES, WS-SUB-OP)
           END-IF.
           PERFORM 2300-LOCALIZAR-DEPTO THRU 2300-EXIT.
           IF WS-SUB-DEPTO-ACHADO = ZEROS
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-MES-DEP-QTDE(WS-SUB-MES, WS-SUB-DEPTO-ACHADO).
           IF CALCHIST-OPERACAO = "C" OR CALCHIST-MOEDA = SPACES
                   OR CALCHIST-MOEDA = "BRL"
               ADD CALCHIST-RESULTADO
                   TO WS-MES-DEP-VALOR(WS-SUB-MES, WS-SUB-DEPTO-ACHADO)
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-LOCALIZAR-DEPTO - PROCURA O DEPARTAMENTO NA TABELA E O    *
      * INCLUI NA PRIMEIRA VEZ; TABELA CHEIA DEIXA O CALCULO SO NAS    *
      * OPERACOES E AVISA                                              *
      *----------------------------------------------------------------*
       2300-LOCALIZAR-DEPTO.
           MOVE ZEROS TO WS-SUB-DEPTO-ACHADO.
           PERFORM VARYING WS-SUB-DEPTO FROM 1 BY 1
                   UNTIL WS-SUB-DEPTO > WS-DEPTOS-CARREGADOS
                   OR WS-SUB-DEPTO-ACHADO NOT = ZEROS
               IF WS-DEPTO-CODIGO(WS-SUB-DEPTO) = CALCHIST-DEPTO
                   MOVE WS-SUB-DEPTO TO WS-SUB-DEPTO-ACHADO
               END-IF
           END-PERFORM.
           IF WS-SUB-DEPTO-ACHADO NOT = ZEROS
               GO TO 2300-EXIT
           END-IF.
           IF WS-DEPTOS-CARREGADOS NOT < 50
               IF NOT WS-DEPTO-ESTOURO
                   DISPLAY "TABELA DE DEPARTAMENTOS CHEIA (50) - "
                       CALCHIST-DEPTO " E SEGUINTES SO NAS OPERACOES"
                   MOVE "S" TO WS-SW-DEPTO-ESTOURO
                   MOVE 16 TO RETURN-CODE
               END-IF
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-DEPTOS-CARREGADOS.
           MOVE CALCHIST-DEPTO TO WS-DEPTO-CODIGO(WS-DEPTOS-CARREGADOS).
           MOVE WS-DEPTOS-CARREGADOS TO WS-SUB-DEPTO-ACHADO.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-LER-HISTORICO - CALCHIST.DAT VIVO PELA CHAVE ALTERNADA DE *
      * DATA, DO PRIMEIRO DIA DA TABELA ATE O FIM DO MES FINAL         *
      *----------------------------------------------------------------*
       2500-LER-HISTORICO.
           OPEN INPUT CALCHIST.
           IF WS-STATUS-CALCHIST NOT = "00"
               DISPLAY "CALCHIST.DAT NAO ENCONTRADO OU VAZIO"
               GO TO 2500-EXIT
           END-IF.
           MOVE "S" TO WS-SW-HIST-ABERTO.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           COMPUTE CALCHIST-DATA = WS-MES-PERIODO(1) * 100 + 1.
           COMPUTE WS-DATA-ATE = WS-MES-ATE * 100 + 31.
           START CALCHIST KEY IS NOT LESS THAN CALCHIST-DATA
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           PERFORM 2510-LER-REGISTRO THRU 2510-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCHIST.
       2500-EXIT.
           EXIT.

       2510-LER-REGISTRO.
           READ CALCHIST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 2510-EXIT
           END-READ.
           IF CALCHIST-DATA > WS-DATA-ATE
               MOVE "S" TO WS-SW-FIM-ARQUIVO
               GO TO 2510-EXIT
           END-IF.
           PERFORM 2200-ACUMULAR-CALCULO THRU 2200-EXIT.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-APONTAR-LACUNAS - MES SEM NENHUM CALCULO E SEM O ARQUIVO  *
      * DO SEU CORTE (OU, NO MES CORRENTE, SEM O HISTORICO VIVO) E     *
      * LACUNA: VAI MARCADO NO RELATORIO E ANOTADO EM CALCMSG.DAT      *
      *----------------------------------------------------------------*
       3000-APONTAR-LACUNAS.
           PERFORM 3100-VERIFICAR-MES THRU 3100-EXIT
               VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES > WS-MESES-TABELA.
           IF WS-TOTAL-LACUNAS > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-VERIFICAR-MES.
           IF WS-MES-COM-DADOS(WS-SUB-MES)
               GO TO 3100-EXIT
           END-IF.
           IF WS-MES-PERIODO(WS-SUB-MES) = WS-MES-CORRENTE
               IF WS-HIST-ABERTO
                   GO TO 3100-EXIT
               END-IF
           ELSE
               IF WS-MES-COM-ARQUIVO(WS-SUB-MES)
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           MOVE "S" TO WS-MES-SW-LACUNA(WS-SUB-MES).
           ADD 1 TO WS-TOTAL-LACUNAS.
           DISPLAY "LACUNA - MES " WS-MES-PERIODO(WS-SUB-MES)
               " SEM CALCULOS E SEM ARQUIVO DO PERIODO".
           MOVE 0190 TO WS-MSG-NUMERO.
           MOVE "A" TO WS-MSG-SEVERIDADE.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "MES " WS-MES-PERIODO(WS-SUB-MES)
               " SEM ARQUIVO - LACUNA NA TENDENCIA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-EMITIR-MESES - UM BLOCO POR MES DA FAIXA: OPERACOES,      *
      * DEPARTAMENTOS E TOTAL, CADA LINHA AO LADO DO ANO ANTERIOR      *
      *----------------------------------------------------------------*
       4000-EMITIR-MESES.
           PERFORM 4100-EMITIR-MES THRU 4100-EXIT
               VARYING WS-SUB-ANTERIOR FROM 1 BY 1
               UNTIL WS-SUB-ANTERIOR > WS-MESES-FAIXA.
       4000-EXIT.
           EXIT.

       4100-EMITIR-MES.
           COMPUTE WS-SUB-ATUAL = WS-SUB-ANTERIOR + 12.
           IF WS-LINHAS-PAGINA > 30
               PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT
           END-IF.
           MOVE SPACES TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE WS-MES-PERIODO(WS-SUB-ATUAL) TO WS-LME-ATUAL.
           MOVE WS-MES-PERIODO(WS-SUB-ANTERIOR) TO WS-LME-ANTERIOR.
           WRITE REL-REGISTRO FROM WS-LINHA-MES.
           ADD 2 TO WS-LINHAS-PAGINA.
           IF WS-MES-LACUNA(WS-SUB-ATUAL)
               MOVE SPACES TO REL-REGISTRO
               STRING "*** LACUNA *** MES " WS-LME-ATUAL
                   " SEM CALCULOS E SEM O ARQUIVO DO PERIODO - NAO E"
                   " ZERO, COMPARACAO NAO FEITA"
                   DELIMITED BY SIZE INTO REL-REGISTRO
               WRITE REL-REGISTRO
               ADD 1 TO WS-LINHAS-PAGINA
               GO TO 4100-EXIT
           END-IF.
           MOVE "N" TO WS-SW-SEM-ANTERIOR.
           IF WS-MES-LACUNA(WS-SUB-ANTERIOR)
               MOVE "S" TO WS-SW-SEM-ANTERIOR
               MOVE SPACES TO REL-REGISTRO
               STRING "*** LACUNA *** MES " WS-LME-ANTERIOR
                   " DO ANO ANTERIOR SEM O ARQUIVO DO PERIODO - SO O"
                   " MES ATUAL"
                   DELIMITED BY SIZE INTO REL-REGISTRO
               WRITE REL-REGISTRO
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF.
           PERFORM 4200-EMITIR-OPERACAO THRU 4200-EXIT
               VARYING WS-SUB-OP FROM 1 BY 1 UNTIL WS-SUB-OP > 11.
           PERFORM 4300-EMITIR-DEPTO THRU 4300-EXIT
               VARYING WS-SUB-DEPTO FROM 1 BY 1
               UNTIL WS-SUB-DEPTO > WS-DEPTOS-CARREGADOS.
           PERFORM 4400-EMITIR-TOTAL THRU 4400-EXIT.
       4100-EXIT.
           EXIT.

       4200-EMITIR-OPERACAO.
           MOVE WS-MES-OP-QTDE(WS-SUB-ATUAL, WS-SUB-OP)
               TO WS-CMP-QTDE-ATU.
           MOVE WS-MES-OP-QTDE(WS-SUB-ANTERIOR, WS-SUB-OP)
               TO WS-CMP-QTDE-ANT.
           MOVE WS-MES-OP-VALOR(WS-SUB-ATUAL, WS-SUB-OP)
               TO WS-CMP-VALOR-ATU.
           MOVE WS-MES-OP-VALOR(WS-SUB-ANTERIOR, WS-SUB-OP)
               TO WS-CMP-VALOR-ANT.
           MOVE SPACES TO WS-CMP-ITEM.
           STRING "OP " WS-CODIGO-OP(WS-SUB-OP) " "
               WS-NOME-OP(WS-SUB-OP)
               DELIMITED BY SIZE INTO WS-CMP-ITEM.
           PERFORM 7000-COMPARAR-LINHA THRU 7000-EXIT.
       4200-EXIT.
           EXIT.

       4300-EMITIR-DEPTO.
           MOVE WS-MES-DEP-QTDE(WS-SUB-ATUAL, WS-SUB-DEPTO)
               TO WS-CMP-QTDE-ATU.
           MOVE WS-MES-DEP-QTDE(WS-SUB-ANTERIOR, WS-SUB-DEPTO)
               TO WS-CMP-QTDE-ANT.
           MOVE WS-MES-DEP-VALOR(WS-SUB-ATUAL, WS-SUB-DEPTO)
               TO WS-CMP-VALOR-ATU.
           MOVE WS-MES-DEP-VALOR(WS-SUB-ANTERIOR, WS-SUB-DEPTO)
               TO WS-CMP-VALOR-ANT.
           MOVE SPACES TO WS-CMP-ITEM.
           IF WS-DEPTO-CODIGO(WS-SUB-DEPTO) = SPACES
               MOVE "DEPTO (SEM)" TO WS-CMP-ITEM
           ELSE
               STRING "DEPTO " WS-DEPTO-CODIGO(WS-SUB-DEPTO)
                   DELIMITED BY SIZE INTO WS-CMP-ITEM
           END-IF.
           PERFORM 7000-COMPARAR-LINHA THRU 7000-EXIT.
       4300-EXIT.
           EXIT.

       4400-EMITIR-TOTAL.
           MOVE ZEROS TO WS-CMP-QTDE-ATU.
           MOVE ZEROS TO WS-CMP-QTDE-ANT.
           MOVE ZEROS TO WS-CMP-VALOR-ATU.
           MOVE ZEROS TO WS-CMP-VALOR-ANT.
           PERFORM VARYING WS-SUB-OP FROM 1 BY 1 UNTIL WS-SUB-OP > 11
               ADD WS-MES-OP-QTDE(WS-SUB-ATUAL, WS-SUB-OP)
                   TO WS-CMP-QTDE-ATU
               ADD WS-MES-OP-QTDE(WS-SUB-ANTERIOR, WS-SUB-OP)
                   TO WS-CMP-QTDE-ANT
               ADD WS-MES-OP-VALOR(WS-SUB-ATUAL, WS-SUB-OP)
                   TO WS-CMP-VALOR-ATU
               ADD WS-MES-OP-VALOR(WS-SUB-ANTERIOR, WS-SUB-OP)
                   TO WS-CMP-VALOR-ANT
           END-PERFORM.
           MOVE "TOTAL DO MES" TO WS-CMP-ITEM.
           PERFORM 7000-COMPARAR-LINHA THRU 7000-EXIT.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-COMPARAR-LINHA - MONTA E GRAVA A LINHA DE UM ITEM: ATUAL, *
      * ANO ANTERIOR, VARIACAO ABSOLUTA E PERCENTUAL. ITEM SEM         *
      * MOVIMENTO NOS DOIS MESES NAO SAI; SEM BASE NO ANO ANTERIOR A   *
      * VARIACAO SAI COMO NOVO E E MARCADA                             *
      *----------------------------------------------------------------*
       7000-COMPARAR-LINHA.
           IF WS-CMP-QTDE-ATU = ZEROS AND WS-CMP-QTDE-ANT = ZEROS
                   AND WS-CMP-ITEM NOT = "TOTAL DO MES"
               GO TO 7000-EXIT
           END-IF.
           MOVE "N" TO WS-SW-MARCAR.
           MOVE SPACES TO WS-LDT-MARCA.
           MOVE WS-CMP-ITEM TO WS-LDT-ITEM.
           MOVE WS-CMP-QTDE-ATU TO WS-LDT-QTDE.
           MOVE WS-CMP-VALOR-ATU TO WS-LDT-VALOR.
           IF WS-SEM-ANTERIOR
               MOVE SPACES TO WS-LDT-QTDE-ANT-X
               MOVE SPACES TO WS-LDT-VAR-QTDE-X
               MOVE SPACES TO WS-LDT-PCT-QTDE-X
               MOVE SPACES TO WS-LDT-VALOR-ANT-X
               MOVE SPACES TO WS-LDT-VAR-VALOR-X
               MOVE SPACES TO WS-LDT-PCT-VALOR-X
               GO TO 7000-GRAVAR
           END-IF.
           MOVE WS-CMP-QTDE-ANT TO WS-LDT-QTDE-ANT.
           MOVE WS-CMP-VALOR-ANT TO WS-LDT-VALOR-ANT.
           COMPUTE WS-DIF-QTDE = WS-CMP-QTDE-ATU - WS-CMP-QTDE-ANT.
           COMPUTE WS-DIF-VALOR = WS-CMP-VALOR-ATU - WS-CMP-VALOR-ANT.
           MOVE WS-DIF-QTDE TO WS-LDT-VAR-QTDE.
           MOVE WS-DIF-VALOR TO WS-LDT-VAR-VALOR.
           IF WS-CMP-QTDE-ANT = ZEROS
               PERFORM 7100-SEM-BASE-QTDE THRU 7100-EXIT
           ELSE
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-DIF-QTDE * 100 / WS-CMP-QTDE-ANT
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PERCENTUAL
               END-COMPUTE
               MOVE WS-PERCENTUAL TO WS-LDT-PCT-QTDE
               PERFORM 7200-VERIFICAR-LIMITE THRU 7200-EXIT
           END-IF.
           IF WS-CMP-VALOR-ANT = ZEROS
               IF WS-CMP-VALOR-ATU = ZEROS
                   MOVE ZEROS TO WS-LDT-PCT-VALOR
               ELSE
                   MOVE "    NOVO" TO WS-LDT-PCT-VALOR-X
                   MOVE "S" TO WS-SW-MARCAR
               END-IF
           ELSE
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-DIF-VALOR * 100 / WS-CMP-VALOR-ANT
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PERCENTUAL
               END-COMPUTE
               MOVE WS-PERCENTUAL TO WS-LDT-PCT-VALOR
               PERFORM 7200-VERIFICAR-LIMITE THRU 7200-EXIT
           END-IF.
           IF WS-MARCAR
               MOVE "***" TO WS-LDT-MARCA
               ADD 1 TO WS-TOTAL-MARCADAS
           END-IF.
       7000-GRAVAR.
           IF WS-LINHAS-PAGINA NOT < 56
               PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT
           END-IF.
           WRITE REL-REGISTRO FROM WS-LINHA-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.
       7000-EXIT.
           EXIT.

       7100-SEM-BASE-QTDE.
           IF WS-CMP-QTDE-ATU = ZEROS
               MOVE ZEROS TO WS-LDT-PCT-QTDE
           ELSE
               MOVE "    NOVO" TO WS-LDT-PCT-QTDE-X
               MOVE "S" TO WS-SW-MARCAR
           END-IF.
       7100-EXIT.
           EXIT.

       7200-VERIFICAR-LIMITE.
           IF WS-PERCENTUAL < ZEROS
               COMPUTE WS-PERCENTUAL-ABS = ZEROS - WS-PERCENTUAL
           ELSE
               MOVE WS-PERCENTUAL TO WS-PERCENTUAL-ABS
           END-IF.
           IF WS-PERCENTUAL-ABS > WS-LIMITE
               MOVE "S" TO WS-SW-MARCAR
           END-IF.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-EMITIR-RESUMO - MESES COMPARADOS, LACUNAS E LINHAS        *
      * MARCADAS                                                       *
      *----------------------------------------------------------------*
       8000-EMITIR-RESUMO.
           MOVE SPACES TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE ALL "-" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           STRING "MESES NA FAIXA: " WS-MESES-FAIXA
               "  ARQUIVOS LIDOS: " WS-ARQUIVOS-LIDOS
               "  CALCULOS CONSIDERADOS: " WS-REGISTROS-LIDOS
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           STRING "LACUNAS: " WS-TOTAL-LACUNAS
               "  LINHAS MARCADAS (VARIACAO ACIMA DE " WS-LIMITE
               "%): " WS-TOTAL-MARCADAS
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           IF WS-DEPTO-ESTOURO
               MOVE SPACES TO REL-REGISTRO
               STRING "TABELA DE DEPARTAMENTOS ESTOURADA (50) - QUEBRA"
                   " POR DEPARTAMENTO INCOMPLETA"
                   DELIMITED BY SIZE INTO REL-REGISTRO
               WRITE REL-REGISTRO
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-ESCREVER-CABECALHO - CABECALHO DE PAGINA COM A FAIXA,     *
      * DATA DE EMISSAO E NUMERO DA PAGINA                             *
      *----------------------------------------------------------------*
       8100-ESCREVER-CABECALHO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-MES-DE TO WS-CAB-MES-DE.
           MOVE WS-MES-ATE TO WS-CAB-MES-ATE.
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
           DISPLAY "MESES COMPARADOS : " WS-MESES-FAIXA.
           DISPLAY "LACUNAS          : " WS-TOTAL-LACUNAS.
           DISPLAY "LINHAS MARCADAS  : " WS-TOTAL-MARCADAS.
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
           STRING "CALCTEND" WS-DATA-EMISSAO WS-SEQ-EMISSAO ".REL"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO.
       8500-EXIT.
           EXIT.

       8510-CONTAR-EMISSAO.
           READ CALCRCAT
               AT END
                   MOVE "S" TO WS-SW-FIM-CATALOGO
               NOT AT END
                   IF CALCRCAT-PROGRAMA = "CALCTEND"
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
           MOVE "CALCTEND" TO CALCRCAT-PROGRAMA.
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
           MOVE "CALCTEND" TO CALCMSG-PROGRAMA.
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
