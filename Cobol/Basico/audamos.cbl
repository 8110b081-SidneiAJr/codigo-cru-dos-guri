      ******************************************************************
      * PROGRAM-ID: AUDAMOS
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Amostragem estatistica mensal para a auditoria
      *             interna. Recebe o mes (AAAAMM ou MESANT), o
      *             tamanho da amostra, o valor de corte e a semente
      *             do sorteio. Le os calculos do mes no CALCHIST.DAT
      *             vivo e nos ARCHISTAAAAMM.DAT dos cortes seguintes
      *             (o arquivo leva o AAAAMM do corte, como no
      *             CALCTEND). Todo estorno (situacao R) e todo
      *             resultado com modulo igual ou acima do corte entram
      *             obrigatoriamente; os demais sao divididos em
      *             estratos de departamento por faixa de valor e o
      *             tamanho pedido e repartido entre os estratos na
      *             proporcao da populacao de cada um. Dentro do
      *             estrato o sorteio e sistematico, com o ponto de
      *             partida tirado da semente - mesma semente sobre os
      *             mesmos dados da sempre a mesma amostra. Duas
      *             passadas: a primeira conta os estratos, a segunda
      *             sorteia. Grava os itens em CALCAUDA.DAT (COPY
      *             CALCAUDA, situacao pendente) para o AUDREG e
      *             imprime a planilha de conferencia carimbada,
      *             anotada no CALCRCAT.DAT, com o quadro dos estratos
      *             no fim. Parametros de AUDAMOS.PRM quando existe.
      *             Mes ja amostrado e recusado - a amostra nao e
      *             refeita por cima de conferencias ja registradas.
      *             RETURN-CODE 4 para mes sem calculos, 12 para
      *             parametro invalido ou mes ja amostrado, 16 para
      *             estouro da tabela de departamentos ou falha no
      *             arquivo da amostra.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - AMOSTRA ESTRATIFICADA E       *
      *                REPRODUTIVEL PARA A AUDITORIA INTERNA.          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDAMOS.
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
           SELECT CALCAUDA ASSIGN TO "CALCAUDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCAUDA-TRANSACAO
               ALTERNATE RECORD KEY IS CALCAUDA-PERIODO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CALCAUDA.
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
           SELECT PARAMETRO ASSIGN TO "AUDAMOS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCHIST.
       COPY CALCHIST.
       FD  ARCHIST.
       01  ARCHIST-REGISTRO         PIC X(100).
       FD  CALCAUDA.
       COPY CALCAUDA.
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
       77  WS-STATUS-CALCAUDA       PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO      PIC X(02) VALUE "00".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-PARAMETRO-OK       PIC X(01) VALUE "N".
           88  WS-PARAMETRO-OK          VALUE "S".
       77  WS-SW-DEPTO-ESTOURO      PIC X(01) VALUE "N".
           88  WS-DEPTO-ESTOURO         VALUE "S".
       77  WS-SW-AMOSTRA-EXISTE     PIC X(01) VALUE "N".
           88  WS-AMOSTRA-EXISTE        VALUE "S".
       77  WS-SW-CALCAUDA-ABERTO    PIC X(01) VALUE "N".
           88  WS-CALCAUDA-ABERTO       VALUE "S".
       77  WS-SW-GERAR-AMOSTRA      PIC X(01) VALUE "N".
           88  WS-GERAR-AMOSTRA         VALUE "S".
       77  WS-SW-PASSADA            PIC X(01) VALUE "C".
           88  WS-PASSADA-CONTAGEM      VALUE "C".
           88  WS-PASSADA-SORTEIO       VALUE "S".
       77  WS-DATA-EMISSAO          PIC 9(08) VALUE ZEROS.
       77  WS-NUMERO-PAGINA         PIC 9(04) VALUE ZEROS.
       77  WS-LINHAS-PAGINA         PIC 9(02) VALUE ZEROS.
       77  WS-NOME-ARCHIST          PIC X(17) VALUE SPACES.
       77  WS-ARQUIVOS-LIDOS        PIC 9(04) VALUE ZEROS.
       77  WS-DATA-DE               PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ATE              PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * PARAMETROS - DO ARQUIVO AUDAMOS.PRM QUANDO ELE EXISTE, SENAO   *
      * DOS PROMPTS: MES (AAAAMM OU MESANT), TAMANHO DA AMOSTRA,       *
      * VALOR DE CORTE EM REAIS INTEIROS (BRANCO OU ZERO = SEM CORTE)  *
      * E SEMENTE DO SORTEIO (BRANCO = O PROPRIO AAAAMM)               *
      *----------------------------------------------------------------*
       77  WS-STATUS-PARAMETRO      PIC X(02) VALUE "00".
       77  WS-SW-PARM-ARQUIVO       PIC X(01) VALUE "N".
           88  WS-PARM-ARQUIVO          VALUE "S".
       77  WS-PRM-MES               PIC X(06) VALUE SPACES.
       77  WS-PRM-TAMANHO           PIC X(04) VALUE SPACES.
       77  WS-PRM-CORTE             PIC X(07) VALUE SPACES.
       77  WS-PRM-SEMENTE           PIC X(08) VALUE SPACES.
       77  WS-TAMANHO               PIC 9(04) VALUE ZEROS.
       77  WS-TAMANHO-EFETIVO       PIC 9(07) VALUE ZEROS.
       77  WS-CORTE                 PIC 9(07) VALUE ZEROS.
       77  WS-SEMENTE               PIC 9(08) VALUE ZEROS.
       77  WS-DATA-BASE             PIC 9(08) VALUE ZEROS.
       77  WS-FUNCAO-DATA           PIC X(01) VALUE SPACES.

       01  WS-MES                   PIC 9(06) VALUE ZEROS.
       01  WS-MES-R REDEFINES WS-MES.
           05  WS-MES-ANO           PIC 9(04).
           05  WS-MES-MES           PIC 9(02).
       01  WS-MES-CORRENTE          PIC 9(06) VALUE ZEROS.

      *----------------------------------------------------------------*
      * PERIODO DO ARQUIVO ARCHIST A ABRIR                             *
      *----------------------------------------------------------------*
       01  WS-PERIODO               PIC 9(06) VALUE ZEROS.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PERIODO-ANO       PIC 9(04).
           05  WS-PERIODO-MES       PIC 9(02).

      *----------------------------------------------------------------*
      * CLASSIFICACAO DO CALCULO LIDO                                  *
      *----------------------------------------------------------------*
       77  WS-VALOR-ABS             PIC 9(07)V99 VALUE ZEROS.
       77  WS-FAIXA                 PIC 9(01) VALUE ZEROS.
       77  WS-MOTIVO                PIC X(01) VALUE SPACES.
           88  WS-MOTIVO-OBRIGATORIO    VALUE "E" "V".

      *----------------------------------------------------------------*
      * DEPARTAMENTOS ENCONTRADOS NO MES, NA ORDEM EM QUE APARECEM, E  *
      * OS QUATRO ESTRATOS DE FAIXA DE VALOR DE CADA UM. O ACUMULADOR  *
      * DO SORTEIO RECEBE A COTA A CADA CALCULO DO ESTRATO; QUANDO     *
      * PASSA DA POPULACAO O CALCULO E SORTEADO E A POPULACAO E        *
      * DESCONTADA - SAEM EXATAMENTE COTA ITENS, ESPALHADOS NO MES     *
      *----------------------------------------------------------------*
       77  WS-DEPTOS-CARREGADOS     PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-DEPTO             PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-DEPTO-ACHADO      PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-FAIXA             PIC 9(04) COMP VALUE ZEROS.
       77  WS-NUM-ESTRATO           PIC 9(04) COMP VALUE ZEROS.
       01  WS-TABELA-DEPTOS.
           05  WS-DEPTO-ENTRADA OCCURS 50 TIMES.
               10  WS-DEPTO-CODIGO      PIC X(04).
               10  WS-ESTRATO OCCURS 4 TIMES.
                   15  WS-EST-POPULACAO     PIC 9(07).
                   15  WS-EST-COTA          PIC 9(07).
                   15  WS-EST-ACUMULADOR    PIC 9(07).
                   15  WS-EST-SORTEADOS     PIC 9(07).
       77  WS-PRODUTO               PIC 9(12) VALUE ZEROS.
       77  WS-QUOCIENTE             PIC 9(12) VALUE ZEROS.

      *----------------------------------------------------------------*
      * TOTAIS DA AMOSTRA                                              *
      *----------------------------------------------------------------*
       77  WS-TOTAL-CALCULOS        PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-POPULACAO       PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-ESTORNOS        PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-ACIMA-CORTE     PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-COTAS           PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-SORTEADOS       PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-GRAVADOS        PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-FALHAS          PIC 9(07) VALUE ZEROS.

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
      * LINHAS DA PLANILHA                                             *
      *----------------------------------------------------------------*
       01  WS-CAB-TITULO.
           05  FILLER               PIC X(44) VALUE
               "AUDAMOS - PLANILHA DE CONFERENCIA DA AMOSTRA".
           05  FILLER               PIC X(06) VALUE " MES: ".
           05  WS-CAB-MES           PIC 9(06).
           05  FILLER               PIC X(12) VALUE "   EMISSAO: ".
           05  WS-CAB-EMISSAO       PIC 9(08).
           05  FILLER               PIC X(09) VALUE "  PAGINA ".
           05  WS-CAB-PAGINA        PIC ZZZ9.
           05  FILLER               PIC X(43) VALUE SPACES.
       01  WS-CAB-COLUNAS.
           05  FILLER               PIC X(35) VALUE
               "TRANSACAO DATA      DEPTO FX MT OP ".
           05  FILLER               PIC X(23) VALUE
               "OPER   RESULTADO MOEDA ".
           05  FILLER               PIC X(74) VALUE
               "CONFERENCIA / OBSERVACAO".
       01  WS-LINHA-ITEM.
           05  WS-LIT-TRANSACAO     PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LIT-DATA          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LIT-DEPTO         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LIT-FAIXA         PIC 9(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LIT-MOTIVO        PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LIT-OPERACAO      PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LIT-OPERADOR      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LIT-RESULTADO     PIC -(7)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LIT-MOEDA         PIC X(03).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(48) VALUE
               "[ ] CONFORME  [ ] NAO CONFORME  OBS: ___________".
           05  FILLER               PIC X(24) VALUE
               "________________________".
       01  WS-LINHA-ESTRATO.
           05  FILLER               PIC X(06) VALUE "DEPTO ".
           05  WS-LES-DEPTO         PIC X(04).
           05  FILLER               PIC X(08) VALUE "  FAIXA ".
           05  WS-LES-FAIXA         PIC 9(01).
           05  FILLER               PIC X(13) VALUE "  POPULACAO: ".
           05  WS-LES-POPULACAO     PIC Z(6)9.
           05  FILLER               PIC X(08) VALUE "  COTA: ".
           05  WS-LES-COTA          PIC Z(6)9.
           05  FILLER               PIC X(13) VALUE "  SORTEADOS: ".
           05  WS-LES-SORTEADOS     PIC Z(6)9.
           05  FILLER               PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-PARAMETRO-OK
               MOVE "C" TO WS-SW-PASSADA
               PERFORM 2000-LER-MES THRU 2000-EXIT
               PERFORM 3000-CALCULAR-COTAS THRU 3000-EXIT
           END-IF.
           IF WS-GERAR-AMOSTRA
               PERFORM 4000-GERAR-AMOSTRA THRU 4000-EXIT
           END-IF.
           DISPLAY "AUDAMOS - AMOSTRAGEM ENCERRADA".
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - LE E CRITICA OS PARAMETROS E RECUSA O MES   *
      * QUE JA TEM AMOSTRA EM CALCAUDA.DAT                             *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "AUDAMOS - AMOSTRAGEM PARA A AUDITORIA INTERNA".
           PERFORM 1010-LER-PARAMETROS THRU 1010-EXIT.
           IF NOT WS-PARM-ARQUIVO
               DISPLAY "MES DA AMOSTRA (AAAAMM OU MESANT):"
               MOVE SPACES TO WS-PRM-MES
               ACCEPT WS-PRM-MES
               DISPLAY "TAMANHO DA AMOSTRA (4 DIGITOS, EX: 0050):"
               MOVE SPACES TO WS-PRM-TAMANHO
               ACCEPT WS-PRM-TAMANHO
               DISPLAY "VALOR DE CORTE EM REAIS (7 DIGITOS, BRANCO ="
                   " SEM CORTE):"
               MOVE SPACES TO WS-PRM-CORTE
               ACCEPT WS-PRM-CORTE
               DISPLAY "SEMENTE DO SORTEIO (8 DIGITOS, BRANCO = O MES):"
               MOVE SPACES TO WS-PRM-SEMENTE
               ACCEPT WS-PRM-SEMENTE
           END-IF.
           PERFORM 1020-CRITICAR-PARAMETROS THRU 1020-EXIT.
           IF NOT WS-PARAMETRO-OK
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-VERIFICAR-AMOSTRA THRU 1100-EXIT.
           IF WS-AMOSTRA-EXISTE
               DISPLAY "MES " WS-MES " JA TEM AMOSTRA EM CALCAUDA.DAT"
                   " - NADA FOI FEITO"
               MOVE 0251 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "AMOSTRA RECUSADA - MES " WS-MES
                   " JA AMOSTRADO"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               MOVE "N" TO WS-SW-PARAMETRO-OK
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE ZEROS TO WS-DEPTOS-CARREGADOS.
           COMPUTE WS-DATA-DE = WS-MES * 100 + 1.
           COMPUTE WS-DATA-ATE = WS-MES * 100 + 31.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1010-LER-PARAMETROS - SE AUDAMOS.PRM EXISTE, AS QUATRO LINHAS  *
      * (MES, TAMANHO, CORTE E SEMENTE) SUBSTITUEM OS PROMPTS          *
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
           MOVE PRM-REGISTRO(1:6) TO WS-PRM-MES.
           READ PARAMETRO
               AT END MOVE SPACES TO PRM-REGISTRO
           END-READ.
           MOVE PRM-REGISTRO(1:4) TO WS-PRM-TAMANHO.
           READ PARAMETRO
               AT END MOVE SPACES TO PRM-REGISTRO
           END-READ.
           MOVE PRM-REGISTRO(1:7) TO WS-PRM-CORTE.
           READ PARAMETRO
               AT END MOVE SPACES TO PRM-REGISTRO
           END-READ.
           MOVE PRM-REGISTRO(1:8) TO WS-PRM-SEMENTE.
           CLOSE PARAMETRO.
           DISPLAY "PARAMETROS LIDOS DE AUDAMOS.PRM".
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1020-CRITICAR-PARAMETROS - MESANT PELO CALCDATA; MES NUMERICO, *
      * MES 01 A 12 E ATE O MES CORRENTE; TAMANHO DE 1 A 9999; CORTE   *
      * E SEMENTE NUMERICOS QUANDO INFORMADOS                          *
      *----------------------------------------------------------------*
       1020-CRITICAR-PARAMETROS.
           MOVE "N" TO WS-SW-PARAMETRO-OK.
           ACCEPT WS-DATA-BASE FROM DATE YYYYMMDD.
           MOVE WS-DATA-BASE(1:6) TO WS-MES-CORRENTE.
           IF WS-PRM-MES = "MESANT"
               MOVE "M" TO WS-FUNCAO-DATA
               CALL "CALCDATA" USING WS-FUNCAO-DATA,
                   WS-DATA-BASE, WS-DATA-DE, WS-DATA-ATE
               MOVE WS-DATA-DE(1:6) TO WS-PRM-MES
           END-IF.
           IF WS-PRM-MES IS NOT NUMERIC
               DISPLAY "MES INVALIDO - INFORME AAAAMM - NADA FOI FEITO"
               GO TO 1020-EXIT
           END-IF.
           MOVE WS-PRM-MES TO WS-MES.
           IF WS-MES-MES < 1 OR WS-MES-MES > 12
                   OR WS-MES > WS-MES-CORRENTE
               DISPLAY "MES INVALIDO OU DEPOIS DO MES CORRENTE - NADA"
                   " FOI FEITO"
               GO TO 1020-EXIT
           END-IF.
           PERFORM 1030-CONVERTER-NUMEROS THRU 1030-EXIT.
           IF WS-TAMANHO = ZEROS
               DISPLAY "TAMANHO, CORTE OU SEMENTE INVALIDO - SO"
                   " DIGITOS, TAMANHO DE 0001 A 9999 - NADA FOI FEITO"
               GO TO 1020-EXIT
           END-IF.
           IF WS-SEMENTE = ZEROS
               MOVE WS-MES TO WS-SEMENTE
           END-IF.
           DISPLAY "PARAMETRO USADO: MES " WS-MES " TAMANHO "
               WS-TAMANHO " CORTE " WS-CORTE " SEMENTE " WS-SEMENTE.
           MOVE "S" TO WS-SW-PARAMETRO-OK.
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1030-CONVERTER-NUMEROS - TAMANHO, CORTE E SEMENTE COM TODOS OS *
      * DIGITOS DO CAMPO; CORTE E SEMENTE EM BRANCO VALEM ZERO. CAMPO  *
      * NAO NUMERICO ZERA O TAMANHO, QUE E RECUSADO NA CRITICA         *
      *----------------------------------------------------------------*
       1030-CONVERTER-NUMEROS.
           MOVE ZEROS TO WS-TAMANHO.
           MOVE ZEROS TO WS-CORTE.
           MOVE ZEROS TO WS-SEMENTE.
           IF WS-PRM-CORTE = SPACES
               MOVE "0000000" TO WS-PRM-CORTE
           END-IF.
           IF WS-PRM-SEMENTE = SPACES
               MOVE "00000000" TO WS-PRM-SEMENTE
           END-IF.
           IF WS-PRM-TAMANHO IS NOT NUMERIC
                   OR WS-PRM-CORTE IS NOT NUMERIC
                   OR WS-PRM-SEMENTE IS NOT NUMERIC
               GO TO 1030-EXIT
           END-IF.
           MOVE WS-PRM-TAMANHO TO WS-TAMANHO.
           MOVE WS-PRM-CORTE TO WS-CORTE.
           MOVE WS-PRM-SEMENTE TO WS-SEMENTE.
       1030-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-VERIFICAR-AMOSTRA - HA AMOSTRA DO MES QUANDO A CHAVE      *
      * ALTERNADA DE PERIODO JA EXISTE EM CALCAUDA.DAT                 *
      *----------------------------------------------------------------*
       1100-VERIFICAR-AMOSTRA.
           MOVE "N" TO WS-SW-AMOSTRA-EXISTE.
           OPEN INPUT CALCAUDA.
           IF WS-STATUS-CALCAUDA NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-MES TO CALCAUDA-PERIODO.
           START CALCAUDA KEY IS = CALCAUDA-PERIODO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-AMOSTRA-EXISTE
           END-START.
           CLOSE CALCAUDA.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-LER-MES - UMA PASSADA PELOS CALCULOS DO MES: PRIMEIRO OS  *
      * ARQUIVOS DOS CORTES SEGUINTES AO MES ATE O MES CORRENTE (O     *
      * CORTE AAAAMM GUARDA O QUE ERA ANTERIOR A ELE), DEPOIS O        *
      * HISTORICO VIVO. A ORDEM DE LEITURA E SEMPRE A MESMA, O QUE     *
      * TORNA O SORTEIO REPRODUTIVEL                                   *
      *----------------------------------------------------------------*
       2000-LER-MES.
           MOVE ZEROS TO WS-ARQUIVOS-LIDOS.
           MOVE WS-MES TO WS-PERIODO.
           PERFORM 2110-AVANCAR-PERIODO THRU 2110-EXIT.
           PERFORM 2100-LER-PERIODO THRU 2100-EXIT
               UNTIL WS-PERIODO > WS-MES-CORRENTE.
           PERFORM 2500-LER-HISTORICO THRU 2500-EXIT.
           IF WS-PASSADA-CONTAGEM
               DISPLAY "PERIODOS ARQUIVADOS LIDOS: " WS-ARQUIVOS-LIDOS
               DISPLAY "CALCULOS DO MES          : " WS-TOTAL-CALCULOS
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-PERIODO.
           MOVE SPACES TO WS-NOME-ARCHIST.
           STRING "ARCHIST" WS-PERIODO ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARCHIST.
           OPEN INPUT ARCHIST.
           IF WS-STATUS-ARCHIST = "00"
               ADD 1 TO WS-ARQUIVOS-LIDOS
               MOVE "N" TO WS-SW-FIM-ARQUIVO
               PERFORM 2120-LER-ARQUIVADO THRU 2120-EXIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE ARCHIST
           END-IF.
           PERFORM 2110-AVANCAR-PERIODO THRU 2110-EXIT.
       2100-EXIT.
           EXIT.

       2110-AVANCAR-PERIODO.
           IF WS-PERIODO-MES = 12
               ADD 1 TO WS-PERIODO-ANO
               MOVE 01 TO WS-PERIODO-MES
           ELSE
               ADD 1 TO WS-PERIODO-MES
           END-IF.
       2110-EXIT.
           EXIT.

       2120-LER-ARQUIVADO.
           READ ARCHIST INTO CALCHIST-REGISTRO
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 2120-EXIT
           END-READ.
           PERFORM 2200-TRATAR-CALCULO THRU 2200-EXIT.
       2120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-TRATAR-CALCULO - SO CALCULOS DO MES; CLASSIFICA A FAIXA   *
      * DE VALOR PELO RESULTADO EM MODULO E O MOTIVO (E ESTORNO, V     *
      * ACIMA DO CORTE, S CANDIDATO AO SORTEIO) E CONTA OU SORTEIA     *
      * CONFORME A PASSADA                                             *
      *----------------------------------------------------------------*
       2200-TRATAR-CALCULO.
           IF CALCHIST-DATA < WS-DATA-DE OR CALCHIST-DATA > WS-DATA-ATE
               GO TO 2200-EXIT
           END-IF.
           IF CALCHIST-RESULTADO < ZEROS
               COMPUTE WS-VALOR-ABS = ZEROS - CALCHIST-RESULTADO
           ELSE
               MOVE CALCHIST-RESULTADO TO WS-VALOR-ABS
           END-IF.
           EVALUATE TRUE
               WHEN WS-VALOR-ABS < 1000
                   MOVE 1 TO WS-FAIXA
               WHEN WS-VALOR-ABS < 10000
                   MOVE 2 TO WS-FAIXA
               WHEN WS-VALOR-ABS < 100000
                   MOVE 3 TO WS-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-FAIXA
           END-EVALUATE.
           MOVE "S" TO WS-MOTIVO.
           IF WS-CORTE > ZEROS AND WS-VALOR-ABS NOT < WS-CORTE
               MOVE "V" TO WS-MOTIVO
           END-IF.
           IF CALCHIST-SIT-ESTORNO
               MOVE "E" TO WS-MOTIVO
           END-IF.
           IF WS-PASSADA-CONTAGEM
               PERFORM 2300-CONTAR-CALCULO THRU 2300-EXIT
           ELSE
               PERFORM 2400-SORTEAR-CALCULO THRU 2400-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2250-LOCALIZAR-DEPTO - PROCURA O DEPARTAMENTO NA TABELA E O    *
      * INCLUI NA PRIMEIRA VEZ; TABELA CHEIA IMPEDE A AMOSTRA, QUE     *
      * SAIRIA COM ESTRATOS FALTANDO                                   *
      *----------------------------------------------------------------*
       2250-LOCALIZAR-DEPTO.
           MOVE ZEROS TO WS-SUB-DEPTO-ACHADO.
           PERFORM 2260-COMPARAR-DEPTO THRU 2260-EXIT
               VARYING WS-SUB-DEPTO FROM 1 BY 1
               UNTIL WS-SUB-DEPTO > WS-DEPTOS-CARREGADOS
               OR WS-SUB-DEPTO-ACHADO NOT = ZEROS.
           IF WS-SUB-DEPTO-ACHADO NOT = ZEROS
               GO TO 2250-EXIT
           END-IF.
           IF WS-DEPTOS-CARREGADOS NOT < 50
               IF NOT WS-DEPTO-ESTOURO
                   DISPLAY "TABELA DE DEPARTAMENTOS CHEIA (50) - "
                       CALCHIST-DEPTO " E SEGUINTES SEM ESTRATO"
                   MOVE "S" TO WS-SW-DEPTO-ESTOURO
                   MOVE 16 TO RETURN-CODE
               END-IF
               GO TO 2250-EXIT
           END-IF.
           ADD 1 TO WS-DEPTOS-CARREGADOS.
           MOVE WS-DEPTOS-CARREGADOS TO WS-SUB-DEPTO-ACHADO.
           MOVE CALCHIST-DEPTO TO WS-DEPTO-CODIGO(WS-SUB-DEPTO-ACHADO).
           PERFORM 2270-ZERAR-ESTRATO THRU 2270-EXIT
               VARYING WS-SUB-FAIXA FROM 1 BY 1 UNTIL WS-SUB-FAIXA > 4.
       2250-EXIT.
           EXIT.

       2260-COMPARAR-DEPTO.
           IF WS-DEPTO-CODIGO(WS-SUB-DEPTO) = CALCHIST-DEPTO
               MOVE WS-SUB-DEPTO TO WS-SUB-DEPTO-ACHADO
           END-IF.
       2260-EXIT.
           EXIT.

       2270-ZERAR-ESTRATO.
           MOVE ZEROS TO
               WS-EST-POPULACAO(WS-SUB-DEPTO-ACHADO, WS-SUB-FAIXA).
           MOVE ZEROS TO WS-EST-COTA(WS-SUB-DEPTO-ACHADO, WS-SUB-FAIXA).
           MOVE ZEROS TO
               WS-EST-ACUMULADOR(WS-SUB-DEPTO-ACHADO, WS-SUB-FAIXA).
           MOVE ZEROS TO
               WS-EST-SORTEADOS(WS-SUB-DEPTO-ACHADO, WS-SUB-FAIXA).
       2270-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-CONTAR-CALCULO - PRIMEIRA PASSADA: OBRIGATORIOS A PARTE,  *
      * OS DEMAIS NA POPULACAO DO SEU ESTRATO                          *
      *----------------------------------------------------------------*
       2300-CONTAR-CALCULO.
           ADD 1 TO WS-TOTAL-CALCULOS.
           IF WS-MOTIVO = "E"
               ADD 1 TO WS-TOTAL-ESTORNOS
           END-IF.
           IF WS-MOTIVO = "V"
               ADD 1 TO WS-TOTAL-ACIMA-CORTE
           END-IF.
           IF WS-MOTIVO-OBRIGATORIO
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2250-LOCALIZAR-DEPTO THRU 2250-EXIT.
           IF WS-SUB-DEPTO-ACHADO = ZEROS
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-EST-POPULACAO(WS-SUB-DEPTO-ACHADO, WS-FAIXA).
           ADD 1 TO WS-TOTAL-POPULACAO.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-SORTEAR-CALCULO - SEGUNDA PASSADA: OBRIGATORIO ENTRA      *
      * SEMPRE; O CANDIDATO SOMA A COTA NO ACUMULADOR DO ESTRATO E E   *
      * SORTEADO QUANDO O ACUMULADOR ALCANCA A POPULACAO               *
      *----------------------------------------------------------------*
       2400-SORTEAR-CALCULO.
           IF WS-MOTIVO-OBRIGATORIO
               PERFORM 4100-GRAVAR-ITEM THRU 4100-EXIT
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2250-LOCALIZAR-DEPTO THRU 2250-EXIT.
           IF WS-SUB-DEPTO-ACHADO = ZEROS
               GO TO 2400-EXIT
           END-IF.
           IF WS-EST-COTA(WS-SUB-DEPTO-ACHADO, WS-FAIXA) = ZEROS
               GO TO 2400-EXIT
           END-IF.
           ADD WS-EST-COTA(WS-SUB-DEPTO-ACHADO, WS-FAIXA)
               TO WS-EST-ACUMULADOR(WS-SUB-DEPTO-ACHADO, WS-FAIXA).
           IF WS-EST-ACUMULADOR(WS-SUB-DEPTO-ACHADO, WS-FAIXA)
                   < WS-EST-POPULACAO(WS-SUB-DEPTO-ACHADO, WS-FAIXA)
               GO TO 2400-EXIT
           END-IF.
           SUBTRACT WS-EST-POPULACAO(WS-SUB-DEPTO-ACHADO, WS-FAIXA)
               FROM WS-EST-ACUMULADOR(WS-SUB-DEPTO-ACHADO, WS-FAIXA).
           ADD 1 TO WS-EST-SORTEADOS(WS-SUB-DEPTO-ACHADO, WS-FAIXA).
           ADD 1 TO WS-TOTAL-SORTEADOS.
           PERFORM 4100-GRAVAR-ITEM THRU 4100-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-LER-HISTORICO - CALCHIST.DAT VIVO PELA CHAVE ALTERNADA DE *
      * DATA, DO PRIMEIRO AO ULTIMO DIA DO MES                         *
      *----------------------------------------------------------------*
       2500-LER-HISTORICO.
           OPEN INPUT CALCHIST.
           IF WS-STATUS-CALCHIST NOT = "00"
               IF WS-PASSADA-CONTAGEM
                   DISPLAY "CALCHIST.DAT NAO ENCONTRADO OU VAZIO"
               END-IF
               GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE WS-DATA-DE TO CALCHIST-DATA.
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
           PERFORM 2200-TRATAR-CALCULO THRU 2200-EXIT.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-CALCULAR-COTAS - REPARTE O TAMANHO PEDIDO (LIMITADO A     *
      * POPULACAO) ENTRE OS ESTRATOS NA PROPORCAO DA POPULACAO, COM    *
      * ARREDONDAMENTO - A SOMA DAS COTAS PODE DIFERIR DO PEDIDO EM    *
      * POUCOS ITENS E SAI NO QUADRO DOS ESTRATOS                      *
      *----------------------------------------------------------------*
       3000-CALCULAR-COTAS.
           IF WS-DEPTO-ESTOURO
               DISPLAY "AMOSTRA NAO GERADA - ESTRATOS INCOMPLETOS"
               GO TO 3000-EXIT
           END-IF.
           IF WS-TOTAL-CALCULOS = ZEROS
               DISPLAY "MES " WS-MES " SEM CALCULOS - NADA A AMOSTRAR"
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-TAMANHO > WS-TOTAL-POPULACAO
               MOVE WS-TOTAL-POPULACAO TO WS-TAMANHO-EFETIVO
           ELSE
               MOVE WS-TAMANHO TO WS-TAMANHO-EFETIVO
           END-IF.
           MOVE ZEROS TO WS-TOTAL-COTAS.
           PERFORM 3100-COTAS-DEPTO THRU 3100-EXIT
               VARYING WS-SUB-DEPTO FROM 1 BY 1
               UNTIL WS-SUB-DEPTO > WS-DEPTOS-CARREGADOS.
           MOVE "S" TO WS-SW-GERAR-AMOSTRA.
       3000-EXIT.
           EXIT.

       3100-COTAS-DEPTO.
           PERFORM 3110-COTA-ESTRATO THRU 3110-EXIT
               VARYING WS-SUB-FAIXA FROM 1 BY 1 UNTIL WS-SUB-FAIXA > 4.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3110-COTA-ESTRATO - COTA PROPORCIONAL E PONTO DE PARTIDA DO    *
      * ACUMULADOR: RESTO DA SEMENTE COMBINADA COM O NUMERO DO ESTRATO *
      * PELA POPULACAO, PARA CADA ESTRATO COMECAR EM LUGAR DIFERENTE   *
      *----------------------------------------------------------------*
       3110-COTA-ESTRATO.
           IF WS-EST-POPULACAO(WS-SUB-DEPTO, WS-SUB-FAIXA) = ZEROS
               GO TO 3110-EXIT
           END-IF.
           COMPUTE WS-EST-COTA(WS-SUB-DEPTO, WS-SUB-FAIXA) ROUNDED =
               WS-TAMANHO-EFETIVO
               * WS-EST-POPULACAO(WS-SUB-DEPTO, WS-SUB-FAIXA)
               / WS-TOTAL-POPULACAO.
           IF WS-EST-COTA(WS-SUB-DEPTO, WS-SUB-FAIXA)
                   > WS-EST-POPULACAO(WS-SUB-DEPTO, WS-SUB-FAIXA)
               MOVE WS-EST-POPULACAO(WS-SUB-DEPTO, WS-SUB-FAIXA)
                   TO WS-EST-COTA(WS-SUB-DEPTO, WS-SUB-FAIXA)
           END-IF.
           ADD WS-EST-COTA(WS-SUB-DEPTO, WS-SUB-FAIXA)
               TO WS-TOTAL-COTAS.
           COMPUTE WS-NUM-ESTRATO = (WS-SUB-DEPTO - 1) * 4
               + WS-SUB-FAIXA.
           COMPUTE WS-PRODUTO = WS-SEMENTE * 31
               + WS-NUM-ESTRATO * 7919.
           DIVIDE WS-PRODUTO BY
               WS-EST-POPULACAO(WS-SUB-DEPTO, WS-SUB-FAIXA)
               GIVING WS-QUOCIENTE
               REMAINDER WS-EST-ACUMULADOR(WS-SUB-DEPTO, WS-SUB-FAIXA).
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-GERAR-AMOSTRA - ABRE O ARQUIVO DA AMOSTRA E A PLANILHA E  *
      * FAZ A SEGUNDA PASSADA, QUE GRAVA E IMPRIME CADA ITEM           *
      *----------------------------------------------------------------*
       4000-GERAR-AMOSTRA.
           OPEN I-O CALCAUDA.
           IF WS-STATUS-CALCAUDA = "35"
               OPEN OUTPUT CALCAUDA
               CLOSE CALCAUDA
               OPEN I-O CALCAUDA
           END-IF.
           IF WS-STATUS-CALCAUDA NOT = "00"
               DISPLAY "CALCAUDA.DAT INACESSIVEL - STATUS "
                   WS-STATUS-CALCAUDA " - NADA FOI FEITO"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-CALCAUDA-ABERTO.
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD.
           PERFORM 8500-DEFINIR-NOME-RELATORIO THRU 8500-EXIT.
           MOVE SPACES TO WS-PARAMETROS-CAT.
           STRING WS-MES " N " WS-TAMANHO " CORTE " WS-CORTE
               " SEM " WS-SEMENTE
               DELIMITED BY SIZE INTO WS-PARAMETROS-CAT.
           OPEN OUTPUT RELATORIO.
           PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT.
           MOVE SPACES TO REL-REGISTRO.
           STRING "PARAMETROS USADOS: MES " WS-MES " TAMANHO "
               WS-TAMANHO " CORTE " WS-CORTE " SEMENTE " WS-SEMENTE
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           STRING "FX = FAIXA DE VALOR (1 ATE 999,99  2 ATE 9.999,99"
               "  3 ATE 99.999,99  4 ACIMA)  MT = MOTIVO (S SORTEADA"
               "  E ESTORNO  V ACIMA DO CORTE)"
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           ADD 3 TO WS-LINHAS-PAGINA.
           MOVE "S" TO WS-SW-PASSADA.
           PERFORM 2000-LER-MES THRU 2000-EXIT.
           CLOSE CALCAUDA.
           MOVE "N" TO WS-SW-CALCAUDA-ABERTO.
           PERFORM 5000-EMITIR-QUADRO THRU 5000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-GRAVAR-ITEM - GRAVA O ITEM PENDENTE EM CALCAUDA.DAT E A   *
      * SUA LINHA NA PLANILHA; TRANSACAO JA PRESENTE NO ARQUIVO E      *
      * CONTADA COMO FALHA E FICA FORA DA PLANILHA                     *
      *----------------------------------------------------------------*
       4100-GRAVAR-ITEM.
           MOVE CALCHIST-TRANSACAO TO CALCAUDA-TRANSACAO.
           MOVE WS-MES TO CALCAUDA-PERIODO.
           MOVE CALCHIST-DEPTO TO CALCAUDA-DEPTO.
           MOVE WS-FAIXA TO CALCAUDA-FAIXA-VALOR.
           MOVE WS-MOTIVO TO CALCAUDA-MOTIVO.
           MOVE CALCHIST-OPERACAO TO CALCAUDA-OPERACAO.
           MOVE CALCHIST-RESULTADO TO CALCAUDA-RESULTADO.
           IF CALCHIST-OPERACAO = "C" OR CALCHIST-MOEDA = SPACES
               MOVE "BRL" TO CALCAUDA-MOEDA
           ELSE
               MOVE CALCHIST-MOEDA TO CALCAUDA-MOEDA
           END-IF.
           MOVE CALCHIST-DATA TO CALCAUDA-DATA.
           MOVE CALCHIST-OPERADOR TO CALCAUDA-OPERADOR.
           MOVE SPACE TO CALCAUDA-SITUACAO.
           MOVE SPACES TO CALCAUDA-AUDITOR.
           MOVE ZEROS TO CALCAUDA-DATA-REVISAO.
           MOVE ZEROS TO CALCAUDA-HORA-REVISAO.
           MOVE SPACES TO CALCAUDA-COMENTARIO.
           WRITE CALCAUDA-REGISTRO
               INVALID KEY
                   DISPLAY "TRANSACAO " CALCHIST-TRANSACAO
                       " JA ESTA EM CALCAUDA.DAT - ITEM IGNORADO"
                   ADD 1 TO WS-TOTAL-FALHAS
                   GO TO 4100-EXIT
           END-WRITE.
           ADD 1 TO WS-TOTAL-GRAVADOS.
           IF WS-LINHAS-PAGINA NOT < 56
               PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT
           END-IF.
           MOVE CALCAUDA-TRANSACAO TO WS-LIT-TRANSACAO.
           MOVE CALCAUDA-DATA TO WS-LIT-DATA.
           MOVE CALCAUDA-DEPTO TO WS-LIT-DEPTO.
           MOVE CALCAUDA-FAIXA-VALOR TO WS-LIT-FAIXA.
           MOVE CALCAUDA-MOTIVO TO WS-LIT-MOTIVO.
           MOVE CALCAUDA-OPERACAO TO WS-LIT-OPERACAO.
           MOVE CALCAUDA-OPERADOR TO WS-LIT-OPERADOR.
           MOVE CALCAUDA-RESULTADO TO WS-LIT-RESULTADO.
           MOVE CALCAUDA-MOEDA TO WS-LIT-MOEDA.
           WRITE REL-REGISTRO FROM WS-LINHA-ITEM.
           ADD 1 TO WS-LINHAS-PAGINA.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-EMITIR-QUADRO - POPULACAO, COTA E SORTEADOS DE CADA       *
      * ESTRATO COM MOVIMENTO E OS TOTAIS DA AMOSTRA                   *
      *----------------------------------------------------------------*
       5000-EMITIR-QUADRO.
           PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT.
           MOVE SPACES TO REL-REGISTRO.
           STRING "QUADRO DOS ESTRATOS - POPULACAO SEM OS ITENS"
               " OBRIGATORIOS"
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           ADD 1 TO WS-LINHAS-PAGINA.
           PERFORM 5100-EMITIR-DEPTO THRU 5100-EXIT
               VARYING WS-SUB-DEPTO FROM 1 BY 1
               UNTIL WS-SUB-DEPTO > WS-DEPTOS-CARREGADOS.
           MOVE SPACES TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE ALL "-" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           STRING "CALCULOS DO MES: " WS-TOTAL-CALCULOS
               "  ESTORNOS: " WS-TOTAL-ESTORNOS
               "  ACIMA DO CORTE: " WS-TOTAL-ACIMA-CORTE
               "  POPULACAO DOS ESTRATOS: " WS-TOTAL-POPULACAO
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           STRING "TAMANHO PEDIDO: " WS-TAMANHO
               "  EFETIVO: " WS-TAMANHO-EFETIVO
               "  SOMA DAS COTAS: " WS-TOTAL-COTAS
               "  SORTEADOS: " WS-TOTAL-SORTEADOS
               "  ITENS GRAVADOS: " WS-TOTAL-GRAVADOS
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           IF WS-TOTAL-FALHAS > ZEROS
               MOVE SPACES TO REL-REGISTRO
               STRING "ITENS NAO GRAVADOS (TRANSACAO JA EM OUTRA"
                   " AMOSTRA): " WS-TOTAL-FALHAS
                   DELIMITED BY SIZE INTO REL-REGISTRO
               WRITE REL-REGISTRO
           END-IF.
       5000-EXIT.
           EXIT.

       5100-EMITIR-DEPTO.
           PERFORM 5110-EMITIR-ESTRATO THRU 5110-EXIT
               VARYING WS-SUB-FAIXA FROM 1 BY 1 UNTIL WS-SUB-FAIXA > 4.
       5100-EXIT.
           EXIT.

       5110-EMITIR-ESTRATO.
           IF WS-EST-POPULACAO(WS-SUB-DEPTO, WS-SUB-FAIXA) = ZEROS
               GO TO 5110-EXIT
           END-IF.
           IF WS-LINHAS-PAGINA NOT < 56
               PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT
           END-IF.
           MOVE WS-DEPTO-CODIGO(WS-SUB-DEPTO) TO WS-LES-DEPTO.
           MOVE WS-SUB-FAIXA TO WS-LES-FAIXA.
           MOVE WS-EST-POPULACAO(WS-SUB-DEPTO, WS-SUB-FAIXA)
               TO WS-LES-POPULACAO.
           MOVE WS-EST-COTA(WS-SUB-DEPTO, WS-SUB-FAIXA) TO WS-LES-COTA.
           MOVE WS-EST-SORTEADOS(WS-SUB-DEPTO, WS-SUB-FAIXA)
               TO WS-LES-SORTEADOS.
           WRITE REL-REGISTRO FROM WS-LINHA-ESTRATO.
           ADD 1 TO WS-LINHAS-PAGINA.
       5110-EXIT.
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
           MOVE "AUDAMOS " TO CALCMSG-PROGRAMA.
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
      * 8100-ESCREVER-CABECALHO - CABECALHO DE PAGINA COM O MES, DATA  *
      * DE EMISSAO E NUMERO DA PAGINA                                  *
      *----------------------------------------------------------------*
       8100-ESCREVER-CABECALHO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-MES TO WS-CAB-MES.
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
           STRING "AUDAMOS" WS-DATA-EMISSAO WS-SEQ-EMISSAO ".REL"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO.
       8500-EXIT.
           EXIT.

       8510-CONTAR-EMISSAO.
           READ CALCRCAT
               AT END
                   MOVE "S" TO WS-SW-FIM-CATALOGO
               NOT AT END
                   IF CALCRCAT-PROGRAMA = "AUDAMOS"
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
           MOVE "AUDAMOS" TO CALCRCAT-PROGRAMA.
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
      * 9000-FINALIZAR - FECHA E CATALOGA A PLANILHA E ANOTA A AMOSTRA *
      * GERADA EM CALCMSG.DAT                                          *
      *----------------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE RELATORIO.
           PERFORM 8600-CATALOGAR-RELATORIO THRU 8600-EXIT.
           MOVE 0250 TO WS-MSG-NUMERO.
           MOVE "I" TO WS-MSG-SEVERIDADE.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "AMOSTRA " WS-MES " GERADA - " WS-TOTAL-GRAVADOS
               " ITENS"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           IF WS-TOTAL-FALHAS > ZEROS
               MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY "ESTORNOS (OBRIGATORIOS)  : " WS-TOTAL-ESTORNOS.
           DISPLAY "ACIMA DO CORTE           : " WS-TOTAL-ACIMA-CORTE.
           DISPLAY "SORTEADOS NOS ESTRATOS   : " WS-TOTAL-SORTEADOS.
           DISPLAY "ITENS GRAVADOS           : " WS-TOTAL-GRAVADOS.
           DISPLAY "ITENS NAO GRAVADOS       : " WS-TOTAL-FALHAS.
           DISPLAY "PLANILHA GRAVADA EM " WS-NOME-RELATORIO.
       9000-EXIT.
           EXIT.
