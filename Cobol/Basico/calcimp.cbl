      *             para o formato fixo do CALCIN.DAT. Le CALCIMP.TXT
      *             (campos separados por ponto-e-virgula, na mesma
      *             convencao do CALCEXT: operacao; operando um;
      *             operando dois; modo; operando tres; moeda; moeda
      *             do operando dois - branco vale BRL), critica cada
      *             campo pelo CONVNUM e gera um CALCIN.DAT completo:
      *             cabecalho tipo H com o id do lote e a data de
      *             criacao, detalhes tipo D e trailer tipo T com a
      * 03/09/26 RPS   RELATORIO DE RECUSAS CARIMBADO POR EMISSAO E    *
      *                CATALOGADO EM CALCRCAT.DAT - O CALCIMP.REL      *
      *                FIXO DESTRUIA A LISTAGEM DA RODADA ANTERIOR.    *
      * 15/10/26 RPS   OPERACAO F (AMORTIZACAO) ACEITA NA PLANILHA -   *
      *                CAPITAL POSITIVO, TAXA NAO NEGATIVA (VALOR OU   *
      *                C+CODIGO), SISTEMA P OU S NO CAMPO DO MODO E    *
      *                PARCELAS DE 1 A 999.                            *
      * 15/10/26 RPS   MOEDA DO OPERANDO UM E DO OPERANDO DOIS NOS     *
      *                CAMPOS 6 E 7 DA PLANILHA (BRANCO VALE BRL),     *
      *                CRITICADAS E GRAVADAS NO DETALHE; OPERACAO C    *
      *                (CONVERSAO) ACEITA COM MOEDA ESTRANGEIRA E      *
      *                OPERANDO DOIS EM BRANCO; SOMA OU SUBTRACAO EM   *
      *                MOEDAS DIFERENTES RECUSADA.                     *
      * 15/10/26 RPS   OPERACAO I (RETENCAO NA FONTE) ACEITA NA        *
      *                PLANILHA - VALOR BRUTO NAO NEGATIVO EM BRL E    *
      *                CODIGO DA TABELA PROGRESSIVA NO OPERANDO DOIS,  *
      *                FORA DO HASH.                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCIMP.
       77  WS-CAMPO-NUM-DOIS        PIC X(10) VALUE SPACES.
       77  WS-CAMPO-MODO            PIC X(02) VALUE SPACES.
       77  WS-CAMPO-NUM-TRES        PIC X(10) VALUE SPACES.
       77  WS-CAMPO-MOEDA           PIC X(04) VALUE SPACES.
       77  WS-CAMPO-MOEDA-DOIS      PIC X(04) VALUE SPACES.
       77  WS-MOEDA-UM              PIC X(03) VALUE "BRL".
       77  WS-MOEDA-DOIS            PIC X(03) VALUE "BRL".

       01  conv-valor               PIC S9(05)V99 VALUE ZEROS.
       77  WS-VALOR-UM              PIC S9(05)V99 VALUE ZEROS.
       2100-CRITICAR-LINHA.
           MOVE "S" TO WS-SW-LINHA-VALIDA.
           MOVE SPACES TO WS-CAMPO-OPERACAO WS-CAMPO-NUM-UM
               WS-CAMPO-NUM-DOIS WS-CAMPO-MODO WS-CAMPO-NUM-TRES
               WS-CAMPO-MOEDA WS-CAMPO-MOEDA-DOIS.
           UNSTRING ENT-REGISTRO DELIMITED BY ";"
               INTO WS-CAMPO-OPERACAO
                    WS-CAMPO-NUM-UM
                    WS-CAMPO-NUM-DOIS
                    WS-CAMPO-MODO
                    WS-CAMPO-NUM-TRES
                    WS-CAMPO-MOEDA
                    WS-CAMPO-MOEDA-DOIS.
           IF WS-CAMPO-OPERACAO(2:1) NOT = SPACE
               MOVE "N" TO WS-SW-LINHA-VALIDA
               MOVE "CODIGO DE OPERACAO INVALIDO" TO WS-DESCRICAO-ERRO
               WHEN "D"
               WHEN "R"
               WHEN "J"
               WHEN "F"
               WHEN "C"
               WHEN "I"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-SW-LINHA-VALIDA
           MOVE conv-valor TO WS-VALOR-UM.
           IF WS-CAMPO-NUM-DOIS(1:1) = "C"
                   AND (WS-CAMPO-OPERACAO(1:1) = "J"
                   OR WS-CAMPO-OPERACAO(1:1) = "F"
                   OR (WS-CAMPO-OPERACAO(1:1) = "M"
                       AND WS-CAMPO-MODO(1:1) = "P"))
               PERFORM 2400-RESOLVER-TAXA THRU 2400-EXIT
                   GO TO 2100-EXIT
               END-IF
           ELSE
      *        NA RETENCAO O OPERANDO DOIS E O CODIGO DA TABELA
      *        PROGRESSIVA - SO O VALOR ENTRA NO HASH
               IF (WS-CAMPO-OPERACAO(1:1) = "C"
                       AND WS-CAMPO-NUM-DOIS = SPACES)
                       OR WS-CAMPO-OPERACAO(1:1) = "I"
                   MOVE ZEROS TO conv-valor
               ELSE
                   CALL "CONVNUM" USING WS-CAMPO-NUM-DOIS, conv-valor
                   IF RETURN-CODE NOT = ZEROS
                       MOVE "N" TO WS-SW-LINHA-VALIDA
                       MOVE "OPERANDO DOIS NAO NUMERICO"
                           TO WS-DESCRICAO-ERRO
                       GO TO 2100-EXIT
                   END-IF
               END-IF
               MOVE conv-valor TO WS-VALOR-DOIS
           END-IF.
           IF WS-CAMPO-OPERACAO(1:1) = "J" AND WS-LINHA-VALIDA
               PERFORM 2300-CRITICAR-PERIODOS THRU 2300-EXIT
           END-IF.
           IF WS-CAMPO-OPERACAO(1:1) = "F" AND WS-LINHA-VALIDA
               PERFORM 2350-CRITICAR-AMORTIZACAO THRU 2350-EXIT
           END-IF.
           IF WS-LINHA-VALIDA
               PERFORM 2370-CRITICAR-MOEDAS THRU 2370-EXIT
           END-IF.
           IF WS-CAMPO-OPERACAO(1:1) = "I" AND WS-LINHA-VALIDA
               PERFORM 2380-CRITICAR-RETENCAO THRU 2380-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2350-CRITICAR-AMORTIZACAO - CAPITAL POSITIVO, TAXA NAO         *
      * NEGATIVA, SISTEMA P (PRICE) OU S (SAC) NO CAMPO DO MODO E      *
      * PARCELAS DE 1 A 999 NO TERCEIRO OPERANDO                       *
      *----------------------------------------------------------------*
       2350-CRITICAR-AMORTIZACAO.
           IF WS-VALOR-UM NOT > ZEROS OR WS-VALOR-DOIS < ZEROS
               MOVE "N" TO WS-SW-LINHA-VALIDA
               MOVE "CAPITAL/TAXA DE AMORTIZ. INVALIDO"
                   TO WS-DESCRICAO-ERRO
               GO TO 2350-EXIT
           END-IF.
           IF WS-CAMPO-MODO(1:1) NOT = "P"
                   AND WS-CAMPO-MODO(1:1) NOT = "S"
               MOVE "N" TO WS-SW-LINHA-VALIDA
               MOVE "SISTEMA DE AMORTIZACAO INVALIDO"
                   TO WS-DESCRICAO-ERRO
               GO TO 2350-EXIT
           END-IF.
           CALL "CONVNUM" USING WS-CAMPO-NUM-TRES, conv-valor.
           IF RETURN-CODE NOT = ZEROS
                   OR conv-valor NOT > ZEROS
                   OR conv-valor NOT < 1000
               MOVE "N" TO WS-SW-LINHA-VALIDA
               MOVE "QUANTIDADE DE PARCELAS INVALIDA"
                   TO WS-DESCRICAO-ERRO
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-RESOLVER-TAXA - OPERANDO DOIS COM C+CODIGO DA TABELA      *
      * (JUROS, AMORTIZACAO OU MULTIPLICACAO PERCENTUAL): A MESMA      *
      * RESOLUCAO DO CALCBAT - SO TAXA ATIVA E VIGENTE, E O VALOR      *
      * RESOLVIDO ENTRA NO HASH DO TRAILER NO LUGAR DO TEXTO DO CODIGO *
      *----------------------------------------------------------------*
       2400-RESOLVER-TAXA.
           OPEN INPUT RATEMST.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2370-CRITICAR-MOEDAS - MOEDA DO OPERANDO UM E DO OPERANDO DOIS *
      * (CAMPOS 6 E 7, BRANCO VALE BRL): CODIGO DE TRES LETRAS, A      *
      * MESMA MOEDA NA SOMA E NA SUBTRACAO, E NA CONVERSAO (C) MOEDA   *
      * ESTRANGEIRA COM O OPERANDO DOIS EM BRANCO                      *
      *----------------------------------------------------------------*
       2370-CRITICAR-MOEDAS.
           IF WS-CAMPO-MOEDA(4:1) NOT = SPACE
                   OR WS-CAMPO-MOEDA-DOIS(4:1) NOT = SPACE
               MOVE "N" TO WS-SW-LINHA-VALIDA
               MOVE "CODIGO DE MOEDA INVALIDO" TO WS-DESCRICAO-ERRO
               GO TO 2370-EXIT
           END-IF.
           MOVE WS-CAMPO-MOEDA(1:3) TO WS-MOEDA-UM.
           IF WS-MOEDA-UM = SPACES
               MOVE "BRL" TO WS-MOEDA-UM
           END-IF.
           MOVE WS-CAMPO-MOEDA-DOIS(1:3) TO WS-MOEDA-DOIS.
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
               MOVE "N" TO WS-SW-LINHA-VALIDA
               MOVE "CODIGO DE MOEDA INVALIDO" TO WS-DESCRICAO-ERRO
               GO TO 2370-EXIT
           END-IF.
           IF (WS-CAMPO-OPERACAO(1:1) = "A"
                   OR WS-CAMPO-OPERACAO(1:1) = "S")
                   AND WS-MOEDA-UM NOT = WS-MOEDA-DOIS
               MOVE "N" TO WS-SW-LINHA-VALIDA
               MOVE "SOMA/SUBTRACAO EM MOEDAS DIFERENTES"
                   TO WS-DESCRICAO-ERRO
               GO TO 2370-EXIT
           END-IF.
           IF WS-CAMPO-OPERACAO(1:1) = "C"
                   AND (WS-MOEDA-UM = "BRL"
                       OR WS-VALOR-DOIS NOT = ZEROS)
               MOVE "N" TO WS-SW-LINHA-VALIDA
               MOVE "CONVERSAO SEM MOEDA OU COM OPERANDO"
                   TO WS-DESCRICAO-ERRO
           END-IF.
       2370-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2380-CRITICAR-RETENCAO - VALOR BRUTO NAO NEGATIVO EM BRL E     *
      * CODIGO DA TABELA PROGRESSIVA (ATE QUATRO POSICOES) NO OPERANDO *
      * DOIS. A VERSAO EM VIGOR E A FAIXA SAO ESCOLHIDAS NA POSTAGEM   *
      *----------------------------------------------------------------*
       2380-CRITICAR-RETENCAO.
           IF WS-VALOR-UM < ZEROS
               MOVE "N" TO WS-SW-LINHA-VALIDA
               MOVE "VALOR BRUTO DA RETENCAO NEGATIVO"
                   TO WS-DESCRICAO-ERRO
               GO TO 2380-EXIT
           END-IF.
           IF WS-CAMPO-NUM-DOIS(1:4) = SPACES
                   OR WS-CAMPO-NUM-DOIS(5:) NOT = SPACES
               MOVE "N" TO WS-SW-LINHA-VALIDA
               MOVE "CODIGO DA TABELA DE FAIXAS INVALIDO"
                   TO WS-DESCRICAO-ERRO
               GO TO 2380-EXIT
           END-IF.
           IF WS-MOEDA-UM NOT = "BRL"
               MOVE "N" TO WS-SW-LINHA-VALIDA
               MOVE "RETENCAO SO EM BRL" TO WS-DESCRICAO-ERRO
           END-IF.
       2380-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-GRAVAR-DETALHE - MONTA O REGISTRO TIPO D E ACUMULA A      *
      * QUANTIDADE E O HASH DOS OPERANDOS (SOMA DOS VALORES ABSOLUTOS  *
           MOVE WS-CAMPO-NUM-DOIS TO CALCIN-NUM-DOIS.
           MOVE WS-CAMPO-MODO(1:1) TO CALCIN-MODO.
           MOVE WS-CAMPO-NUM-TRES TO CALCIN-NUM-TRES.
           MOVE WS-CAMPO-MOEDA(1:3) TO CALCIN-MOEDA.
           MOVE WS-CAMPO-MOEDA-DOIS(1:3) TO CALCIN-MOEDA-DOIS.
           WRITE CALCIN-REGISTRO.
           ADD 1 TO WS-CONT-GERADOS.
           IF WS-VALOR-UM < ZEROS
