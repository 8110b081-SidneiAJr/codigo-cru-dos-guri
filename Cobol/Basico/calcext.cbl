      *             com os campos separados por ponto-e-virgula:
      *             transacao, operacao, operandos (com sinal e ponto
      *             decimal explicito), resultado, codigo de retorno,
      *             data, hora, moeda do calculo, cotacao da conversao
      *             e moeda do resultado. Parametros de selecao: faixa
      *             de datas, codigo de operacao (branco = todas),
      *             chave de somente-erros e chave de incluir nota -
      *             ligada, cada linha leva ainda o tipo e o texto da
      *             ultima nota da transacao em CALCNOTA.DAT (em
      *             branco se nao houver). Acaba a redigitacao de
      *             resultados da tela para a planilha.
      * TECTONICS:  cobc
      ******************************************************************
      *                CHAVE ONTEM E MESANT RESOLVIDAS PELO CALCDATA,  *
      *                ECO DOS PARAMETROS USADOS NA SAIDA E            *
      *                RETURN-CODE 12 PARA PARAMETRO INVALIDO.         *
      * 15/10/26 RPS   OPERACAO F (AMORTIZACAO) LISTADA NO FILTRO POR  *
      *                OPERACAO.                                       *
      * 15/10/26 RPS   COLUNAS DE MOEDA, COTACAO E MOEDA DO RESULTADO  *
      *                NO FIM DA LINHA (AS ANTIGAS NAO MUDAM DE        *
      *                POSICAO); TOTAIS EXPORTADOS POR MOEDA NO        *
      *                CONSOLE; OPERACAO C NO FILTRO.                  *
      * 15/10/26 RPS   ONTEM PASSA A SER O DIA UTIL ANTERIOR PELO      *
      *                CALCDATA (FUNCAO U): NA SEGUNDA-FEIRA A FAIXA   *
      *                VAI DE SEXTA A DOMINGO.                         *
      * 15/10/26 RPS   CHAVE DE INCLUIR NOTA (PROMPT OU QUINTA LINHA   *
      *                DO CALCEXT.PRM): COLUNAS COM O TIPO E O TEXTO   *
      *                DA ULTIMA NOTA DA TRANSACAO EM CALCNOTA.DAT NO  *
      *                FIM DA LINHA.                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCEXT.
               ALTERNATE RECORD KEY IS CALCHIST-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CALCHIST.
           SELECT CALCNOTA ASSIGN TO "CALCNOTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCNOTA-CHAVE
               FILE STATUS IS WS-STATUS-CALCNOTA.
           SELECT EXTRACAO ASSIGN TO "CALCEXT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRACAO.
       FILE SECTION.
       FD  CALCHIST.
       COPY CALCHIST.
       FD  CALCNOTA.
       COPY CALCNOTA.
       FD  EXTRACAO.
       01  EXT-REGISTRO             PIC X(200).
       FD  PARAMETRO.
       01  PRM-REGISTRO             PIC X(24).

       77  WS-FILTRO-OPERACAO       PIC X(01) VALUE SPACES.
       77  WS-SW-SO-ERROS           PIC X(01) VALUE "N".
           88  WS-SO-ERROS              VALUE "S" "s".
       77  WS-SW-INCLUIR-NOTA       PIC X(01) VALUE "N".
           88  WS-INCLUIR-NOTA          VALUE "S" "s".

      *----------------------------------------------------------------*
      * ULTIMA NOTA DA TRANSACAO (CALCNOTA.DAT) - O PONTO-E-VIRGULA DO *
      * TEXTO VIRA VIRGULA PARA NAO QUEBRAR AS COLUNAS                 *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCNOTA       PIC X(02) VALUE "00".
       77  WS-SW-CALCNOTA-ABERTO    PIC X(01) VALUE "N".
           88  WS-CALCNOTA-ABERTO       VALUE "S".
       77  WS-SW-FIM-NOTAS          PIC X(01) VALUE "N".
           88  WS-FIM-NOTAS             VALUE "S".
       77  WS-EXT-NOTA-TIPO         PIC X(01) VALUE SPACES.
       77  WS-EXT-NOTA-TEXTO        PIC X(60) VALUE SPACES.
       77  WS-CONT-EXPORTADOS       PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
       77  WS-EXT-NUM-DOIS          PIC -(5)9.99 VALUE ZEROS.
       77  WS-EXT-NUM-TRES          PIC -(5)9.99 VALUE ZEROS.
       77  WS-EXT-RESULTADO         PIC -(7)9.99 VALUE ZEROS.
       77  WS-EXT-COTACAO           PIC 9(05).9(06) VALUE ZEROS.
       77  WS-EXT-MOEDA             PIC X(03) VALUE SPACES.
       77  WS-MOEDA-RESULTADO       PIC X(03) VALUE SPACES.

      *----------------------------------------------------------------*
      * TOTAIS EXPORTADOS POR MOEDA DO RESULTADO - SO NO CONSOLE, O    *
      * CALCEXT.TXT NAO LEVA LINHA DE TOTAL (O FINANCEIRO SOMA NA      *
      * PLANILHA) - REAIS E DOLARES NAO SE SOMAM                       *
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
       77  WS-EDT-MOE-QTDE          PIC -(7)9 VALUE ZEROS.
       77  WS-EDT-MOE-VALOR         PIC -(11)9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
                   " USOU PALAVRA-CHAVE):"
               MOVE SPACES TO WS-PRM-DATA-ATE
               ACCEPT WS-PRM-DATA-ATE
               DISPLAY "FILTRAR POR OPERACAO (A/S/M/D/R/J/F/C, BRANCO"
                   " = TODAS):"
               ACCEPT WS-FILTRO-OPERACAO
               DISPLAY "EXPORTAR SOMENTE CALCULOS COM ERRO (S/N)?"
               ACCEPT WS-SW-SO-ERROS
               DISPLAY "INCLUIR A ULTIMA NOTA DA TRANSACAO (S/N)?"
               ACCEPT WS-SW-INCLUIR-NOTA
           END-IF.
           PERFORM 1020-RESOLVER-DATAS THRU 1020-EXIT.
           IF WS-DATA-DE = ZEROS OR WS-DATA-ATE = ZEROS
      *    IMPORTA E NAO PODE GANHAR LINHA ESTRANHA
           DISPLAY "PARAMETROS USADOS: DE " WS-DATA-DE " ATE "
               WS-DATA-ATE " OPERACAO " WS-FILTRO-OPERACAO
               " SO-ERROS " WS-SW-SO-ERROS
               " NOTA " WS-SW-INCLUIR-NOTA.
           OPEN INPUT CALCHIST.
           IF WS-STATUS-CALCHIST NOT = "00"
               DISPLAY "CALCHIST.DAT NAO ENCONTRADO OU VAZIO"
               GO TO 1000-EXIT
           END-IF.
           IF WS-INCLUIR-NOTA
               OPEN INPUT CALCNOTA
               IF WS-STATUS-CALCNOTA = "00"
                   MOVE "S" TO WS-SW-CALCNOTA-ABERTO
               ELSE
                   DISPLAY "CALCNOTA.DAT NAO ENCONTRADO - COLUNAS DE"
                       " NOTA SAEM EM BRANCO"
               END-IF
           END-IF.
           OPEN OUTPUT EXTRACAO.
           MOVE "S" TO WS-SW-PARAMETRO-OK.
           IF WS-INCLUIR-NOTA
               MOVE "TRANSACAO;OPERACAO;OPERANDO1;OPERANDO2;OPERANDO3;"
                   & "RESULTADO;RETORNO;DATA;HORA;MOEDA;COTACAO;"
                   & "MOEDARESULTADO;TIPONOTA;NOTA" TO EXT-REGISTRO
           ELSE
               MOVE "TRANSACAO;OPERACAO;OPERANDO1;OPERANDO2;OPERANDO3;"
                   & "RESULTADO;RETORNO;DATA;HORA;MOEDA;COTACAO;"
                   & "MOEDARESULTADO" TO EXT-REGISTRO
           END-IF.
           WRITE EXT-REGISTRO.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1010-LER-PARAMETROS - SE CALCEXT.PRM EXISTE, AS LINHAS (DATA   *
      * INICIAL OU PALAVRA-CHAVE, DATA FINAL, OPERACAO, CHAVE DE       *
      * SO-ERROS E CHAVE DE NOTA) SUBSTITUEM OS PROMPTS; PRM ANTIGO,   *
      * SEM A QUINTA LINHA, EXPORTA SEM NOTA                           *
      *----------------------------------------------------------------*
       1010-LER-PARAMETROS.
           OPEN INPUT PARAMETRO.
               AT END MOVE SPACES TO PRM-REGISTRO
           END-READ.
           MOVE PRM-REGISTRO(1:1) TO WS-SW-SO-ERROS.
           READ PARAMETRO
               AT END MOVE SPACES TO PRM-REGISTRO
           END-READ.
           MOVE PRM-REGISTRO(1:1) TO WS-SW-INCLUIR-NOTA.
           CLOSE PARAMETRO.
           DISPLAY "PARAMETROS LIDOS DE CALCEXT.PRM".
       1010-EXIT.
           ACCEPT WS-DATA-BASE FROM DATE YYYYMMDD.
           EVALUATE WS-PRM-DATA-DE
               WHEN "ONTEM"
                   MOVE "U" TO WS-FUNCAO-DATA
                   CALL "CALCDATA" USING WS-FUNCAO-DATA,
                       WS-DATA-BASE, WS-DATA-DE, WS-DATA-ATE
               WHEN "MESANT"
           MOVE CALCHIST-NUM-DOIS TO WS-EXT-NUM-DOIS.
           MOVE CALCHIST-NUM-TRES TO WS-EXT-NUM-TRES.
           MOVE CALCHIST-RESULTADO TO WS-EXT-RESULTADO.
           MOVE CALCHIST-COTACAO TO WS-EXT-COTACAO.
           IF CALCHIST-MOEDA = SPACES
               MOVE "BRL" TO WS-EXT-MOEDA
           ELSE
               MOVE CALCHIST-MOEDA TO WS-EXT-MOEDA
           END-IF.
           IF CALCHIST-OPERACAO = "C"
               MOVE "BRL" TO WS-MOEDA-RESULTADO
           ELSE
               MOVE WS-EXT-MOEDA TO WS-MOEDA-RESULTADO
           END-IF.
           MOVE SPACES TO EXT-REGISTRO.
           STRING CALCHIST-TRANSACAO ";"
               CALCHIST-OPERACAO ";"
               WS-EXT-RESULTADO ";"
               CALCHIST-RETORNO ";"
               CALCHIST-DATA ";"
               CALCHIST-HORA ";"
               WS-EXT-MOEDA ";"
               WS-EXT-COTACAO ";"
               WS-MOEDA-RESULTADO
               DELIMITED BY SIZE INTO EXT-REGISTRO.
           IF WS-INCLUIR-NOTA
               PERFORM 2250-BUSCAR-ULTIMA-NOTA THRU 2250-EXIT
      *        A LINHA DE CAMPOS FIXOS ACABA NA POSICAO 95
               MOVE ";" TO EXT-REGISTRO(96:1)
               MOVE WS-EXT-NOTA-TIPO TO EXT-REGISTRO(97:1)
               MOVE ";" TO EXT-REGISTRO(98:1)
               MOVE WS-EXT-NOTA-TEXTO TO EXT-REGISTRO(99:60)
           END-IF.
           WRITE EXT-REGISTRO.
           ADD 1 TO WS-CONT-EXPORTADOS.
           PERFORM 2300-ACUMULAR-MOEDA THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2250-BUSCAR-ULTIMA-NOTA - A NOTA DE MAIOR SEQUENCIA DA         *
      * TRANSACAO (A MAIS NOVA); SEM NOTA AS COLUNAS SAEM EM BRANCO    *
      *----------------------------------------------------------------*
       2250-BUSCAR-ULTIMA-NOTA.
           MOVE SPACES TO WS-EXT-NOTA-TIPO.
           MOVE SPACES TO WS-EXT-NOTA-TEXTO.
           IF NOT WS-CALCNOTA-ABERTO
               GO TO 2250-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-NOTAS.
           MOVE CALCHIST-TRANSACAO TO CALCNOTA-TRANSACAO.
           MOVE ZEROS TO CALCNOTA-SEQUENCIA.
           START CALCNOTA KEY IS NOT LESS THAN CALCNOTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-NOTAS
           END-START.
           PERFORM 2260-LER-NOTA THRU 2260-EXIT
               UNTIL WS-FIM-NOTAS.
           INSPECT WS-EXT-NOTA-TEXTO REPLACING ALL ";" BY ",".
       2250-EXIT.
           EXIT.

       2260-LER-NOTA.
           READ CALCNOTA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-NOTAS
                   GO TO 2260-EXIT
           END-READ.
           IF CALCNOTA-TRANSACAO NOT = CALCHIST-TRANSACAO
               MOVE "S" TO WS-SW-FIM-NOTAS
           ELSE
               MOVE CALCNOTA-TIPO TO WS-EXT-NOTA-TIPO
               MOVE CALCNOTA-TEXTO TO WS-EXT-NOTA-TEXTO
           END-IF.
       2260-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-ACUMULAR-MOEDA - LOCALIZA (OU INCLUI) A MOEDA DO          *
      * RESULTADO NA TABELA E ACUMULA QUANTIDADE E VALOR EXPORTADOS    *
      *----------------------------------------------------------------*
       2300-ACUMULAR-MOEDA.
           MOVE ZEROS TO WS-SUB-MOEDA-ACHADA.
           MOVE ZEROS TO WS-SUB-MOEDA.
           PERFORM 2310-PROCURAR-MOEDA THRU 2310-EXIT
               UNTIL WS-SUB-MOEDA-ACHADA NOT = ZEROS
                   OR WS-SUB-MOEDA NOT < WS-MOEDAS-CARREGADAS.
           IF WS-SUB-MOEDA-ACHADA = ZEROS
               IF WS-MOEDAS-CARREGADAS NOT < 10
                   DISPLAY "MAIS DE 10 MOEDAS NA EXTRACAO - MOEDA "
                       WS-MOEDA-RESULTADO " FORA DOS TOTAIS"
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-MOEDAS-CARREGADAS
               MOVE WS-MOEDAS-CARREGADAS TO WS-SUB-MOEDA-ACHADA
               SET WS-IDX-MOEDA TO WS-SUB-MOEDA-ACHADA
               MOVE WS-MOEDA-RESULTADO TO WS-MOE-CODIGO(WS-IDX-MOEDA)
               MOVE ZEROS TO WS-MOE-QTDE(WS-IDX-MOEDA)
               MOVE ZEROS TO WS-MOE-VALOR(WS-IDX-MOEDA)
           END-IF.
           SET WS-IDX-MOEDA TO WS-SUB-MOEDA-ACHADA.
           ADD 1 TO WS-MOE-QTDE(WS-IDX-MOEDA).
           ADD CALCHIST-RESULTADO TO WS-MOE-VALOR(WS-IDX-MOEDA)
               ON SIZE ERROR
                   DISPLAY "VALOR DA MOEDA EXCEDE A"
                       " CAPACIDADE DO ACUMULADOR - TOTAL INVALIDO"
                   MOVE 16 TO RETURN-CODE
           END-ADD.
       2300-EXIT.
           EXIT.

       2310-PROCURAR-MOEDA.
           ADD 1 TO WS-SUB-MOEDA.
           SET WS-IDX-MOEDA TO WS-SUB-MOEDA.
           IF WS-MOE-CODIGO(WS-IDX-MOEDA) = WS-MOEDA-RESULTADO
               MOVE WS-SUB-MOEDA TO WS-SUB-MOEDA-ACHADA
           END-IF.
       2310-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CALCHIST.
           IF WS-CALCNOTA-ABERTO
               CLOSE CALCNOTA
           END-IF.
           CLOSE EXTRACAO.
           DISPLAY "REGISTROS EXPORTADOS: " WS-CONT-EXPORTADOS.
           MOVE ZEROS TO WS-SUB-MOEDA.
           PERFORM 9100-EXIBIR-MOEDA THRU 9100-EXIT
               UNTIL WS-SUB-MOEDA NOT < WS-MOEDAS-CARREGADAS.
           DISPLAY "EXTRACAO GRAVADA EM CALCEXT.TXT".
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9100-EXIBIR-MOEDA - UMA LINHA DE TOTAL POR MOEDA DO RESULTADO  *
      *----------------------------------------------------------------*
       9100-EXIBIR-MOEDA.
           ADD 1 TO WS-SUB-MOEDA.
           SET WS-IDX-MOEDA TO WS-SUB-MOEDA.
           MOVE WS-MOE-QTDE(WS-IDX-MOEDA) TO WS-EDT-MOE-QTDE.
           MOVE WS-MOE-VALOR(WS-IDX-MOEDA) TO WS-EDT-MOE-VALOR.
           DISPLAY "  MOEDA " WS-MOE-CODIGO(WS-IDX-MOEDA)
               "  QTDE " WS-EDT-MOE-QTDE
               "  VALOR " WS-EDT-MOE-VALOR.
       9100-EXIT.
           EXIT.
