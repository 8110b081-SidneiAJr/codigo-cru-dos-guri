      * 03/09/26 RPS   DEPARTAMENTO DO LOTE RECICLADO PEDIDO NA        *
      *                ABERTURA, VALIDADO EM DEPTMST.DAT E GRAVADO NO  *
      *                CABECALHO.                                      *
      * 15/10/26 RPS   REGISTRO DE OPERACAO F (AMORTIZACAO)            *
      *                RECICLAVEL, COM A MESMA CRITICA DO CALCEDIT -   *
      *                CAPITAL, TAXA, SISTEMA P OU S E PARCELAS DE 1 A *
      *                999.                                            *
      * 15/10/26 RPS   IMAGEM ALARGADA PARA X(39) COM AS MOEDAS DO     *
      *                CALCIN; REGISTRO DE OPERACAO C (CONVERSAO)      *
      *                RECICLAVEL E CRITICA DO CODIGO DE MOEDA E DA    *
      *                SOMA OU SUBTRACAO EM MOEDAS DIFERENTES, A MESMA *
      *                DO CALCEDIT.                                    *
      * 15/10/26 RPS   REGISTRO DE OPERACAO P (RATEIO) RECICLAVEL - SO *
      *                O VALOR NO HASH, CODIGO DA TABELA CONFERIDO     *
      *                PELO CALCBAT NA POSTAGEM.                       *
      * 15/10/26 RPS   REGISTRO DE OPERACAO I (RETENCAO NA FONTE)      *
      *                RECICLAVEL - SO O VALOR NO HASH, SO BRL, TABELA *
      *                PROGRESSIVA CONFERIDA PELO CALCBAT NA POSTAGEM. *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCREJS.
       01  conv-valor               PIC S9(05)V99 VALUE ZEROS.
       77  WS-VALOR-UM              PIC S9(05)V99 VALUE ZEROS.
       77  WS-VALOR-DOIS            PIC S9(05)V99 VALUE ZEROS.
       77  WS-MOEDA-UM              PIC X(03) VALUE "BRL".
       77  WS-MOEDA-DOIS            PIC X(03) VALUE "BRL".

      *----------------------------------------------------------------*
      * CATALOGO DE RELATORIOS - NOME CARIMBADO POR DATA DE EMISSAO E  *
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-DESCRICAO     PIC X(35).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-IMAGEM        PIC X(39).
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TEXTO         PIC X(25).
               WHEN CALCIN-OP-DIVISAO
               WHEN CALCIN-OP-RESTO
               WHEN CALCIN-OP-JUROS
               WHEN CALCIN-OP-AMORTIZACAO
               WHEN CALCIN-OP-CONVERSAO
               WHEN CALCIN-OP-RATEIO
               WHEN CALCIN-OP-RETENCAO
                   CONTINUE
               WHEN OTHER
                   MOVE "CODIGO DE OPERACAO INVALIDO"
           END-IF.
           MOVE conv-valor TO WS-VALOR-UM.
           IF CALCIN-NUM-DOIS(1:1) = "C"
                   AND (CALCIN-OP-JUROS OR CALCIN-OP-AMORTIZACAO
                   OR (CALCIN-OP-MULTIPLICACAO
                       AND CALCIN-MODO-PERCENTUAL))
               PERFORM 2200-RESOLVER-TAXA THRU 2200-EXIT
                   GO TO 2100-EXIT
               END-IF
           ELSE
      *        NO RATEIO E NA RETENCAO O OPERANDO DOIS E O CODIGO DA
      *        TABELA, QUE SO O CALCBAT CONFERE NA POSTAGEM
               IF (CALCIN-OP-CONVERSAO AND CALCIN-NUM-DOIS = SPACES)
                       OR CALCIN-OP-RATEIO
                       OR CALCIN-OP-RETENCAO
                   MOVE ZEROS TO conv-valor
               ELSE
                   CALL "CONVNUM" USING CALCIN-NUM-DOIS, conv-valor
                   IF RETURN-CODE NOT = ZEROS
                       MOVE "OPERANDO DOIS NAO NUMERICO"
                           TO WS-DESCRICAO-ERRO
                       GO TO 2100-EXIT
                   END-IF
               END-IF
               MOVE conv-valor TO WS-VALOR-DOIS
           END-IF.
           MOVE "N" TO WS-SW-REGISTRO-VALIDO.
           MOVE CALCIN-MOEDA TO WS-MOEDA-UM.
           IF WS-MOEDA-UM = SPACES
               MOVE "BRL" TO WS-MOEDA-UM
           END-IF.
           MOVE CALCIN-MOEDA-DOIS TO WS-MOEDA-DOIS.
           IF WS-MOEDA-DOIS = SPACES
               MOVE "BRL" TO WS-MOEDA-DOIS
           END-IF.
           IF WS-MOEDA-UM IS NOT ALPHABETIC-UPPER
                   OR WS-MOEDA-UM(1:1) = SPACE
                   OR WS-MOEDA-UM(2:1) = SPACE
                   OR WS-MOEDA-UM(3:1) = SPACE
                   OR WS-MOEDA-DOIS IS NOT ALPHABETIC-UPPER
                   OR WS-MOEDA-DOIS(1:1) = SPACE
                   OR WS-MOEDA-DOIS(2:1) = SPACE
                   OR WS-MOEDA-DOIS(3:1) = SPACE
               MOVE "CODIGO DE MOEDA INVALIDO" TO WS-DESCRICAO-ERRO
               GO TO 2100-EXIT
           END-IF.
           IF (CALCIN-OP-SOMA OR CALCIN-OP-SUBTRACAO)
                   AND WS-MOEDA-UM NOT = WS-MOEDA-DOIS
               MOVE "SOMA/SUBTRACAO EM MOEDAS DIFERENTES"
                   TO WS-DESCRICAO-ERRO
               GO TO 2100-EXIT
           END-IF.
           IF CALCIN-OP-CONVERSAO
                   AND (WS-MOEDA-UM = "BRL"
                       OR WS-VALOR-DOIS NOT = ZEROS)
               MOVE "CONVERSAO SEM MOEDA OU COM OPERANDO"
                   TO WS-DESCRICAO-ERRO
               GO TO 2100-EXIT
           END-IF.
           IF CALCIN-OP-RATEIO AND CALCIN-NUM-DOIS(1:4) = SPACES
               MOVE "RATEIO SEM CODIGO DE TABELA" TO WS-DESCRICAO-ERRO
               GO TO 2100-EXIT
           END-IF.
           IF CALCIN-OP-RETENCAO
                   AND (CALCIN-NUM-DOIS(1:4) = SPACES
                       OR WS-MOEDA-UM NOT = "BRL")
               MOVE "RETENCAO SEM TABELA OU FORA DE BRL"
                   TO WS-DESCRICAO-ERRO
               GO TO 2100-EXIT
           END-IF.
           IF CALCIN-OP-MULTIPLICACAO
               EVALUATE TRUE
                   WHEN CALCIN-MODO-TRIPLO
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF CALCIN-OP-AMORTIZACAO
               IF WS-VALOR-UM NOT > ZEROS OR WS-VALOR-DOIS < ZEROS
                   MOVE "CAPITAL/TAXA DE AMORTIZ. INVALIDO"
                       TO WS-DESCRICAO-ERRO
                   GO TO 2100-EXIT
               END-IF
               IF NOT CALCIN-MODO-PRICE AND NOT CALCIN-MODO-SAC
                   MOVE "SISTEMA DE AMORTIZACAO INVALIDO"
                       TO WS-DESCRICAO-ERRO
                   GO TO 2100-EXIT
               END-IF
               CALL "CONVNUM" USING CALCIN-NUM-TRES, conv-valor
               IF RETURN-CODE NOT = ZEROS
                       OR conv-valor NOT > ZEROS
                       OR conv-valor NOT < 1000
                   MOVE "QUANTIDADE DE PARCELAS INVALIDA"
                       TO WS-DESCRICAO-ERRO
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           MOVE "S" TO WS-SW-REGISTRO-VALIDO.
       2100-EXIT.
           EXIT.
