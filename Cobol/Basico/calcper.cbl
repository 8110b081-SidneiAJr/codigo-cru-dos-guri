      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * PURPOSE:    Relatorio de periodo do historico de calculos.
      *             Recebe uma faixa de datas, le os totais ja
      *             somados do arquivo de estatisticas de lancamento
      *             CALCESTA.DAT (chave iniciada pela data, sem varrer
      *             o CALCHIST.DAT) e imprime em CALCPER.REL
      *             (132 colunas) uma linha por dia do calendario com
      *             a quantidade e o valor acumulado por operacao,
      *             com cabecalho de pagina (data de emissao e numero
      *                CHAVE ONTEM E MESANT RESOLVIDAS PELO CALCDATA,  *
      *                ECO DOS PARAMETROS USADOS NA SAIDA E            *
      *                RETURN-CODE 12 PARA PARAMETRO INVALIDO.         *
      * 15/10/26 RPS   AMORTIZACAO (F) ACUMULADA; LINHA PROPRIA APOS O *
      *                TOTAL                                           *
      * 15/10/26 RPS   CONVERSAO (C) ACUMULADA EM LINHA PROPRIA APOS O *
      *                TOTAL; GRADE SO COM VALORES EM REAIS, TOTAIS    *
      *                POR MOEDA DO RESULTADO E QUEBRA DE DEPARTAMENTO *
      *                POR MOEDA.                                      *
      * 15/10/26 RPS   ONTEM PASSA A SER O DIA UTIL ANTERIOR PELO      *
      *                CALCDATA (FUNCAO U): NA SEGUNDA-FEIRA A FAIXA   *
      *                VAI DE SEXTA A DOMINGO.                         *
      * 15/10/26 RPS   RATEIO (P) TOTALIZADO EM LINHA PROPRIA APOS O   *
      *                TOTAL.                                          *
      * 15/10/26 RPS   RETENCAO NA FONTE (I) TOTALIZADA EM LINHA       *
      *                PROPRIA APOS O RATEIO.                          *
      * 15/10/26 RPS   TOTAIS DO PERIODO LIDOS DO ARQUIVO DE           *
      *                ESTATISTICAS CALCESTA.DAT, SEM VARRER O         *
      *                CALCHIST.DAT.                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCESTA ASSIGN TO "CALCESTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCESTA-CHAVE
               FILE STATUS IS WS-STATUS-CALCESTA.
           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCESTA.
       COPY CALCESTA.
       FD  RELATORIO.
       01  REL-REGISTRO             PIC X(132).
       FD  CALCRCAT.
       01  PRM-REGISTRO             PIC X(24).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCESTA       PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO      PIC X(02) VALUE "00".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-LINHAS-PAGINA         PIC 9(02) VALUE ZEROS.
       77  WS-TOTAL-CALCULOS        PIC 9(08) VALUE ZEROS.
       77  WS-FILTRO-DEPTO          PIC X(04) VALUE SPACES.
       77  WS-MOEDA-RESULTADO       PIC X(03) VALUE SPACES.

      *----------------------------------------------------------------*
      * PARAMETROS - DO ARQUIVO CALCPER.PRM QUANDO ELE EXISTE (RODADA  *
       77  WS-FUNCAO-DATA           PIC X(01) VALUE SPACES.

      *----------------------------------------------------------------*
      * QUEBRA POR DEPARTAMENTO - TOTAIS DO PERIODO POR SETOR E MOEDA  *
      * DO RESULTADO (REAIS E DOLARES NAO SE SOMAM NA MESMA LINHA)     *
      *----------------------------------------------------------------*
       77  WS-DEPTOS-CARREGADOS     PIC 9(02) COMP VALUE ZEROS.
       77  WS-SUB-DEPTO             PIC 9(02) COMP VALUE ZEROS.
       77  WS-SUB-DEPTO-ACHADO      PIC 9(02) COMP VALUE ZEROS.
       01  WS-TABELA-DEPTOS.
           05  WS-DEPTO-ENTRADA OCCURS 40 TIMES
                   INDEXED BY WS-IDX-DEPTO.
               10  WS-DEPTO-CODIGO      PIC X(04).
               10  WS-DEPTO-MOEDA       PIC X(03).
               10  WS-DEPTO-QTDE        PIC S9(08).
               10  WS-DEPTO-VALOR       PIC S9(11)V99.

      *----------------------------------------------------------------*
      * TOTAIS DO PERIODO POR MOEDA DO RESULTADO - A CONVERSAO (C)     *
      * RESULTA SEMPRE EM REAIS; AS DEMAIS, NA MOEDA DO CALCULO        *
      *----------------------------------------------------------------*
       77  WS-MOEDAS-CARREGADAS     PIC 9(02) COMP VALUE ZEROS.
       77  WS-SUB-MOEDA             PIC 9(02) COMP VALUE ZEROS.
       77  WS-SUB-MOEDA-ACHADA      PIC 9(02) COMP VALUE ZEROS.
       01  WS-TABELA-MOEDAS.
           05  WS-MOEDA-ENTRADA OCCURS 10 TIMES
                   INDEXED BY WS-IDX-MOEDA.
               10  WS-MOE-CODIGO        PIC X(03).
               10  WS-MOE-QTDE          PIC S9(08).
               10  WS-MOE-VALOR         PIC S9(11)V99.

      *----------------------------------------------------------------*
      * CATALOGO DE RELATORIOS - NOME CARIMBADO POR DATA DE EMISSAO E  *
      * SEQUENCIA DO DIA, ANOTADO EM CALCRCAT.DAT                      *
      *----------------------------------------------------------------*
      * ACUMULADORES DO DIA EM QUEBRA E DO PERIODO, POR OPERACAO       *
      * (1=SOMA 2=SUBTRACAO 3=MULTIPLICACAO 4=DIVISAO 5=RESTO          *
      *  6=JUROS COMPOSTOS 7=AMORTIZACAO 8=CONVERSAO 9=RATEIO          *
      *  10=RETENCAO). AMORTIZACAO, CONVERSAO, RATEIO E RETENCAO NAO   *
      * TEM COLUNA NA GRADE DE 132 POSICOES - SAEM EM LINHAS PROPRIAS  *
      * APOS O TOTAL. OS VALORES SO ACUMULAM RESULTADO EM REAIS; AS    *
      * OUTRAS MOEDAS SAEM NOS TOTAIS POR MOEDA                        *
      *----------------------------------------------------------------*
       01  WS-ACUM-DIA.
           05  WS-DIA-ENTRADA OCCURS 10 TIMES
                   INDEXED BY WS-IDX-DIA.
               10  WS-DIA-QTDE          PIC S9(08).
               10  WS-DIA-VALOR         PIC S9(09)V99.
       01  WS-ACUM-PERIODO.
           05  WS-PER-ENTRADA OCCURS 10 TIMES
                   INDEXED BY WS-IDX-PER.
               10  WS-PER-QTDE          PIC S9(08).
               10  WS-PER-VALOR         PIC S9(09)V99.
       01  WS-TABELA-CODIGOS.
           05  FILLER               PIC X(10) VALUE "ASMDRJFCPI".
       01  WS-CODIGOS REDEFINES WS-TABELA-CODIGOS.
           05  WS-CODIGO-OP         PIC X(01) OCCURS 10 TIMES.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO                                            *
               10  FILLER           PIC X(01).
               10  WS-TOT-VALOR     PIC -(9)9.99.
           05  FILLER               PIC X(04).
       01  WS-LINHA-AMORTIZACAO.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE
               "AMORTIZACAO (F) NO PERIODO:  ".
           05  FILLER               PIC X(06) VALUE "QTDE ".
           05  WS-AMO-QTDE          PIC -(4)9.
           05  FILLER               PIC X(09) VALUE "   VALOR ".
           05  WS-AMO-VALOR         PIC -(9)9.99.
           05  FILLER               PIC X(61) VALUE SPACES.
       01  WS-LINHA-CONVERSAO.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE
               "CONVERSAO (C) NO PERIODO:    ".
           05  FILLER               PIC X(06) VALUE "QTDE ".
           05  WS-CNV-QTDE          PIC -(4)9.
           05  FILLER               PIC X(09) VALUE "   VALOR ".
           05  WS-CNV-VALOR         PIC -(9)9.99.
           05  FILLER               PIC X(05) VALUE " BRL ".
           05  FILLER               PIC X(56) VALUE SPACES.
       01  WS-LINHA-RATEIO.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE
               "RATEIO (P) NO PERIODO:       ".
           05  FILLER               PIC X(06) VALUE "PARTES".
           05  WS-RAT-QTDE          PIC -(4)9.
           05  FILLER               PIC X(09) VALUE "   VALOR ".
           05  WS-RAT-VALOR         PIC -(9)9.99.
           05  FILLER               PIC X(61) VALUE SPACES.
       01  WS-LINHA-RETENCAO.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE
               "RETENCAO NA FONTE (I):       ".
           05  FILLER               PIC X(06) VALUE "QTDE  ".
           05  WS-RET-QTDE          PIC -(4)9.
           05  FILLER               PIC X(09) VALUE "   VALOR ".
           05  WS-RET-VALOR         PIC -(9)9.99.
           05  FILLER               PIC X(61) VALUE SPACES.
       01  WS-LINHA-MOEDA.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "MOEDA ".
           05  WS-LMO-MOEDA         PIC X(03).
           05  FILLER               PIC X(08) VALUE "   QTDE ".
           05  WS-LMO-QTDE          PIC -(7)9.
           05  FILLER               PIC X(09) VALUE "   VALOR ".
           05  WS-LMO-VALOR         PIC -(11)9.99.
           05  FILLER               PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CALCESTA.
           IF WS-STATUS-CALCESTA NOT = "00"
               DISPLAY "CALCESTA.DAT NAO ENCONTRADO - RODAR O CALCRBLD"
                   " NO MODO E"
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-PARAMETRO-OK.
               " DEPTO " WS-FILTRO-DEPTO
               DELIMITED BY SIZE INTO WS-PARAMETROS-CAT.
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 10
               MOVE ZEROS TO WS-DIA-QTDE(WS-IDX-DIA)
               MOVE ZEROS TO WS-DIA-VALOR(WS-IDX-DIA)
           END-PERFORM.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 10
               MOVE ZEROS TO WS-PER-QTDE(WS-IDX-PER)
               MOVE ZEROS TO WS-PER-VALOR(WS-IDX-PER)
           END-PERFORM.
           STRING "PARAMETROS USADOS: " WS-PARAMETROS-CAT
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           STRING "VALORES DA GRADE EM REAIS (BRL) - OUTRAS MOEDAS NOS"
               " TOTAIS POR MOEDA" DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           ADD 2 TO WS-LINHAS-PAGINA.
       1000-EXIT.
           EXIT.

           ACCEPT WS-DATA-BASE FROM DATE YYYYMMDD.
           EVALUATE WS-PRM-DATA-DE
               WHEN "ONTEM"
                   MOVE "U" TO WS-FUNCAO-DATA
                   CALL "CALCDATA" USING WS-FUNCAO-DATA,
                       WS-DATA-BASE, WS-DATA-DE, WS-DATA-ATE
               WHEN "MESANT"

      *----------------------------------------------------------------*
      * 2000-PROCESSAR-PERIODO - POSICIONA NA DATA INICIAL E PERCORRE  *
      * AS ESTATISTICAS ATE PASSAR DA DATA FINAL, QUEBRANDO POR DIA    *
      *----------------------------------------------------------------*
       2000-PROCESSAR-PERIODO.
           MOVE LOW-VALUES TO CALCESTA-CHAVE.
           MOVE WS-DATA-DE TO CALCESTA-DATA.
           START CALCESTA KEY IS NOT LESS THAN CALCESTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           PERFORM 2100-LER-ESTATISTICA THRU 2100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           IF WS-DATA-CORRENTE NOT = ZEROS
               PERFORM 8200-ESCREVER-LINHA-DIA THRU 8200-EXIT
       2000-EXIT.
           EXIT.

       2100-LER-ESTATISTICA.
           READ CALCESTA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   IF CALCESTA-DATA > WS-DATA-ATE
                       MOVE "S" TO WS-SW-FIM-ARQUIVO
                   ELSE
                       PERFORM 2200-ACUMULAR-REGISTRO THRU 2200-EXIT
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-ACUMULAR-REGISTRO - SOMA A CHAVE DE ESTATISTICA NO DIA,   *
      * NO DEPARTAMENTO E NA MOEDA; A MOEDA DA CHAVE JA E A DO         *
      * RESULTADO E A QUANTIDADE JA VEM LIQUIDA DOS ESTORNOS           *
      *----------------------------------------------------------------*
       2200-ACUMULAR-REGISTRO.
           IF WS-FILTRO-DEPTO NOT = SPACES
                   AND CALCESTA-DEPTO NOT = WS-FILTRO-DEPTO
               GO TO 2200-EXIT
           END-IF.
           MOVE CALCESTA-MOEDA TO WS-MOEDA-RESULTADO.
           PERFORM 2300-ACUMULAR-DEPTO THRU 2300-EXIT.
           PERFORM 2400-ACUMULAR-MOEDA THRU 2400-EXIT.
           IF CALCESTA-DATA NOT = WS-DATA-CORRENTE
               IF WS-DATA-CORRENTE NOT = ZEROS
                   PERFORM 8200-ESCREVER-LINHA-DIA THRU 8200-EXIT
               END-IF
               MOVE CALCESTA-DATA TO WS-DATA-CORRENTE
           END-IF.
           ADD CALCESTA-LANCAMENTOS TO WS-TOTAL-CALCULOS.
           PERFORM 2250-ACUMULAR-OPERACAO THRU 2250-EXIT
               VARYING WS-IDX-DIA FROM 1 BY 1 UNTIL WS-IDX-DIA > 10.
       2200-EXIT.
           EXIT.

       2250-ACUMULAR-OPERACAO.
           IF CALCESTA-OPERACAO = WS-CODIGO-OP(WS-IDX-DIA)
               SET WS-IDX-PER TO WS-IDX-DIA
               ADD CALCESTA-QTDE TO WS-DIA-QTDE(WS-IDX-DIA)
               ADD CALCESTA-QTDE TO WS-PER-QTDE(WS-IDX-PER)
               IF WS-MOEDA-RESULTADO = "BRL"
                   PERFORM 2210-ACUMULAR-VALOR THRU 2210-EXIT
               END-IF
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2210-ACUMULAR-VALOR - VALOR EM REAIS NA COLUNA DA OPERACAO DO  *
      * DIA E DO PERIODO                                               *
      *----------------------------------------------------------------*
       2210-ACUMULAR-VALOR.
           ADD CALCESTA-VALOR TO WS-DIA-VALOR(WS-IDX-DIA)
               ON SIZE ERROR
                   DISPLAY "VALOR DO DIA EXCEDE A CAPACIDADE"
                       " DO ACUMULADOR - TOTAL INVALIDO"
                   MOVE 16 TO RETURN-CODE
           END-ADD.
           ADD CALCESTA-VALOR TO WS-PER-VALOR(WS-IDX-PER)
               ON SIZE ERROR
                   DISPLAY "VALOR DO PERIODO EXCEDE A"
                       " CAPACIDADE DO ACUMULADOR - TOTAL"
                       " INVALIDO"
                   MOVE 16 TO RETURN-CODE
           END-ADD.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-ACUMULAR-DEPTO - QUEBRA POR DEPARTAMENTO: LOCALIZA (OU    *
      * INCLUI) O SETOR NA MOEDA DO RESULTADO E ACUMULA QUANTIDADE E   *
      * VALOR DO PERIODO                                               *
      *----------------------------------------------------------------*
       2300-ACUMULAR-DEPTO.
           MOVE ZEROS TO WS-SUB-DEPTO-ACHADO.
               UNTIL WS-SUB-DEPTO-ACHADO NOT = ZEROS
                   OR WS-SUB-DEPTO NOT < WS-DEPTOS-CARREGADOS.
           IF WS-SUB-DEPTO-ACHADO = ZEROS
               IF WS-DEPTOS-CARREGADOS NOT < 40
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-DEPTOS-CARREGADOS
               MOVE WS-DEPTOS-CARREGADOS TO WS-SUB-DEPTO-ACHADO
               SET WS-IDX-DEPTO TO WS-SUB-DEPTO-ACHADO
               MOVE CALCESTA-DEPTO TO WS-DEPTO-CODIGO(WS-IDX-DEPTO)
               MOVE WS-MOEDA-RESULTADO TO WS-DEPTO-MOEDA(WS-IDX-DEPTO)
               MOVE ZEROS TO WS-DEPTO-QTDE(WS-IDX-DEPTO)
               MOVE ZEROS TO WS-DEPTO-VALOR(WS-IDX-DEPTO)
           END-IF.
           SET WS-IDX-DEPTO TO WS-SUB-DEPTO-ACHADO.
           ADD CALCESTA-QTDE TO WS-DEPTO-QTDE(WS-IDX-DEPTO).
           ADD CALCESTA-VALOR TO WS-DEPTO-VALOR(WS-IDX-DEPTO)
               ON SIZE ERROR
                   DISPLAY "VALOR DO DEPARTAMENTO EXCEDE A"
                       " CAPACIDADE DO ACUMULADOR - TOTAL INVALIDO"
       2310-PROCURAR-DEPTO.
           ADD 1 TO WS-SUB-DEPTO.
           SET WS-IDX-DEPTO TO WS-SUB-DEPTO.
           IF WS-DEPTO-CODIGO(WS-IDX-DEPTO) = CALCESTA-DEPTO
                   AND WS-DEPTO-MOEDA(WS-IDX-DEPTO) = WS-MOEDA-RESULTADO
               MOVE WS-SUB-DEPTO TO WS-SUB-DEPTO-ACHADO
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-ACUMULAR-MOEDA - LOCALIZA (OU INCLUI) A MOEDA DO          *
      * RESULTADO NA TABELA E ACUMULA QUANTIDADE E VALOR DO PERIODO    *
      *----------------------------------------------------------------*
       2400-ACUMULAR-MOEDA.
           MOVE ZEROS TO WS-SUB-MOEDA-ACHADA.
           MOVE ZEROS TO WS-SUB-MOEDA.
           PERFORM 2410-PROCURAR-MOEDA THRU 2410-EXIT
               UNTIL WS-SUB-MOEDA-ACHADA NOT = ZEROS
                   OR WS-SUB-MOEDA NOT < WS-MOEDAS-CARREGADAS.
           IF WS-SUB-MOEDA-ACHADA = ZEROS
               IF WS-MOEDAS-CARREGADAS NOT < 10
                   DISPLAY "MAIS DE 10 MOEDAS NO PERIODO - MOEDA "
                       WS-MOEDA-RESULTADO " FORA DOS TOTAIS"
                   GO TO 2400-EXIT
               END-IF
               ADD 1 TO WS-MOEDAS-CARREGADAS
               MOVE WS-MOEDAS-CARREGADAS TO WS-SUB-MOEDA-ACHADA
               SET WS-IDX-MOEDA TO WS-SUB-MOEDA-ACHADA
               MOVE WS-MOEDA-RESULTADO TO WS-MOE-CODIGO(WS-IDX-MOEDA)
               MOVE ZEROS TO WS-MOE-QTDE(WS-IDX-MOEDA)
               MOVE ZEROS TO WS-MOE-VALOR(WS-IDX-MOEDA)
           END-IF.
           SET WS-IDX-MOEDA TO WS-SUB-MOEDA-ACHADA.
           ADD CALCESTA-QTDE TO WS-MOE-QTDE(WS-IDX-MOEDA).
           ADD CALCESTA-VALOR TO WS-MOE-VALOR(WS-IDX-MOEDA)
               ON SIZE ERROR
                   DISPLAY "VALOR DA MOEDA EXCEDE A"
                       " CAPACIDADE DO ACUMULADOR - TOTAL INVALIDO"
                   MOVE 16 TO RETURN-CODE
           END-ADD.
       2400-EXIT.
           EXIT.

       2410-PROCURAR-MOEDA.
           ADD 1 TO WS-SUB-MOEDA.
           SET WS-IDX-MOEDA TO WS-SUB-MOEDA.
           IF WS-MOE-CODIGO(WS-IDX-MOEDA) = WS-MOEDA-RESULTADO
               MOVE WS-SUB-MOEDA TO WS-SUB-MOEDA-ACHADA
           END-IF.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-EMITIR-TOTAIS - TOTAIS GERAIS DO PERIODO                  *
      *----------------------------------------------------------------*
                   TO WS-TOT-VALOR(WS-IDX-PER)
           END-PERFORM.
           WRITE REL-REGISTRO FROM WS-LINHA-TOTAL.
           MOVE WS-PER-QTDE(7) TO WS-AMO-QTDE.
           MOVE WS-PER-VALOR(7) TO WS-AMO-VALOR.
           WRITE REL-REGISTRO FROM WS-LINHA-AMORTIZACAO.
           MOVE WS-PER-QTDE(8) TO WS-CNV-QTDE.
           MOVE WS-PER-VALOR(8) TO WS-CNV-VALOR.
           WRITE REL-REGISTRO FROM WS-LINHA-CONVERSAO.
           MOVE WS-PER-QTDE(9) TO WS-RAT-QTDE.
           MOVE WS-PER-VALOR(9) TO WS-RAT-VALOR.
           WRITE REL-REGISTRO FROM WS-LINHA-RATEIO.
           MOVE WS-PER-QTDE(10) TO WS-RET-QTDE.
           MOVE WS-PER-VALOR(10) TO WS-RET-VALOR.
           WRITE REL-REGISTRO FROM WS-LINHA-RETENCAO.
           PERFORM 8400-EMITIR-MOEDAS THRU 8400-EXIT.
           PERFORM 8300-EMITIR-DEPARTAMENTOS THRU 8300-EXIT.
       8000-EXIT.
           EXIT.
           SET WS-IDX-DEPTO TO WS-SUB-DEPTO.
           MOVE SPACES TO REL-REGISTRO.
           STRING "DEPTO " WS-DEPTO-CODIGO(WS-IDX-DEPTO)
               "  MOEDA " WS-DEPTO-MOEDA(WS-IDX-DEPTO)
               "  QTDE " WS-DEPTO-QTDE(WS-IDX-DEPTO)
               "  VALOR " WS-DEPTO-VALOR(WS-IDX-DEPTO)
               DELIMITED BY SIZE INTO REL-REGISTRO.
       8310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8400-EMITIR-MOEDAS - TOTAIS DO PERIODO POR MOEDA DO RESULTADO, *
      * UMA LINHA POR MOEDA - O VALOR DE CADA MOEDA NA PROPRIA MOEDA   *
      *----------------------------------------------------------------*
       8400-EMITIR-MOEDAS.
           IF WS-MOEDAS-CARREGADAS = ZEROS
               GO TO 8400-EXIT
           END-IF.
           MOVE SPACES TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE "TOTAIS POR MOEDA" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE ZEROS TO WS-SUB-MOEDA.
           PERFORM 8410-EMITIR-UMA-MOEDA THRU 8410-EXIT
               UNTIL WS-SUB-MOEDA NOT < WS-MOEDAS-CARREGADAS.
       8400-EXIT.
           EXIT.

       8410-EMITIR-UMA-MOEDA.
           ADD 1 TO WS-SUB-MOEDA.
           SET WS-IDX-MOEDA TO WS-SUB-MOEDA.
           MOVE WS-MOE-CODIGO(WS-IDX-MOEDA) TO WS-LMO-MOEDA.
           MOVE WS-MOE-QTDE(WS-IDX-MOEDA) TO WS-LMO-QTDE.
           MOVE WS-MOE-VALOR(WS-IDX-MOEDA) TO WS-LMO-VALOR.
           WRITE REL-REGISTRO FROM WS-LINHA-MOEDA.
           ADD 1 TO WS-LINHAS-PAGINA.
       8410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-ESCREVER-CABECALHO - CABECALHO DE PAGINA COM DATA DE      *
      * EMISSAO E NUMERO DA PAGINA                                     *
               MOVE ZEROS TO WS-DIA-QTDE(WS-IDX-DIA)
               MOVE ZEROS TO WS-DIA-VALOR(WS-IDX-DIA)
           END-PERFORM.
           MOVE ZEROS TO WS-DIA-QTDE(7).
           MOVE ZEROS TO WS-DIA-VALOR(7).
           MOVE ZEROS TO WS-DIA-QTDE(8).
           MOVE ZEROS TO WS-DIA-VALOR(8).
           MOVE ZEROS TO WS-DIA-QTDE(9).
           MOVE ZEROS TO WS-DIA-VALOR(9).
           MOVE ZEROS TO WS-DIA-QTDE(10).
           MOVE ZEROS TO WS-DIA-VALOR(10).
           WRITE REL-REGISTRO FROM WS-LINHA-DIA.
           ADD 1 TO WS-LINHAS-PAGINA.
       8200-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CALCESTA.
           CLOSE RELATORIO.
           PERFORM 8600-CATALOGAR-RELATORIO THRU 8600-EXIT.
           DISPLAY "CALCULOS NO PERIODO: " WS-TOTAL-CALCULOS.
