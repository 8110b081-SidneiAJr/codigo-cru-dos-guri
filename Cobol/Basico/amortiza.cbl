      ******************************************************************
      * Author: Ricardo P. Santos
      * Date: 15/10
      * Purpose: Amortizacao de financiamento - capital financiado em
      *          numero-um, taxa percentual por parcela em numero-dois,
      *          quantidade de parcelas em amort-parcelas e o sistema
      *          em amort-sistema (P = tabela Price, prestacao fixa;
      *          S = SAC, amortizacao constante). Preenche a tabela do
      *          CALCADEM com uma linha por parcela e devolve em
      *          resultado a prestacao da primeira parcela - a
      *          prestacao fixa na Price, a maior delas no SAC. O juro
      *          de cada parcela e arredondado em centavos sobre o
      *          saldo devedor; a ultima parcela amortiza exatamente o
      *          saldo que restou, de modo que o saldo final fecha em
      *          zero e o residuo dos arredondamentos fica nela. Mesmo
      *          desenho dos demais subprogramas (COPY CALCWS na
      *          LINKAGE, RETURN-CODE 16 e resultado zerado no estouro
      *          de capacidade). Capital zero ou negativo, taxa
      *          negativa e sistema desconhecido tambem devolvem 16.
      * Tectonics: cobc
      * Mod-log:
      *  15/10 RPS  Criado para a operacao de amortizacao (F) pedida
      *             pelo setor de contratos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTIZA.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       77 amort-contador       PIC 9(04) VALUE ZEROS.
       77 amort-taxa           PIC 9(03)V9(04) VALUE ZEROS.
       77 amort-base           PIC 9(04)V9(04) VALUE ZEROS.
       77 amort-fator          PIC 9(09)V9(09) VALUE ZEROS.
       77 amort-divisor        PIC 9(09)V9(09) VALUE ZEROS.
       77 amort-saldo          PIC S9(07)V99 VALUE ZEROS.
       77 amort-prestacao-fixa PIC S9(07)V99 VALUE ZEROS.
       77 amort-amort-fixa     PIC S9(07)V99 VALUE ZEROS.
       LINKAGE SECTION.
       COPY CALCWS.
       01 amort-parcelas       PIC 9(03).
       01 amort-sistema        PIC X(01).
       COPY CALCADEM.
       PROCEDURE DIVISION USING numero-um, numero-dois, resultado,
           amort-parcelas, amort-sistema, amodem-tabela.
       MOVE ZEROS TO RETURN-CODE.
       MOVE ZEROS TO resultado.
       IF numero-um NOT > ZEROS OR numero-dois < ZEROS
               OR amort-parcelas = ZEROS
               OR (amort-sistema NOT = "P" AND amort-sistema NOT = "S")
           MOVE 16 TO RETURN-CODE
           DISPLAY "ERRO CAPITAL, TAXA, PARCELAS OU SISTEMA INVALIDO"
           GOBACK
       END-IF.
       COMPUTE amort-taxa = numero-dois / 100.
       COMPUTE amort-base = 1 + amort-taxa.
       MOVE numero-um TO amort-saldo.
      *    PRICE: PRESTACAO = CAPITAL * I * (1+I)**N / ((1+I)**N - 1),
      *    COM O FATOR (1+I)**N ACUMULADO PARCELA A PARCELA; TAXA ZERO
      *    DIVIDE O CAPITAL IGUALMENTE. SAC: AMORTIZACAO = CAPITAL / N
       IF amort-sistema = "P"
           IF amort-taxa = ZEROS
               COMPUTE amort-prestacao-fixa ROUNDED =
                   numero-um / amort-parcelas
           ELSE
               MOVE 1 TO amort-fator
               PERFORM VARYING amort-contador FROM 1 BY 1
                       UNTIL amort-contador > amort-parcelas
                           OR RETURN-CODE NOT = ZEROS
                   COMPUTE amort-fator ROUNDED =
                       amort-fator * amort-base
                   ON SIZE ERROR
                       MOVE 16 TO RETURN-CODE
                   END-COMPUTE
               END-PERFORM
               IF RETURN-CODE = ZEROS
                   SUBTRACT 1 FROM amort-fator GIVING amort-divisor
                   COMPUTE amort-prestacao-fixa ROUNDED =
                       numero-um * amort-taxa * amort-fator
                           / amort-divisor
                   ON SIZE ERROR
                       MOVE 16 TO RETURN-CODE
                   END-COMPUTE
               END-IF
           END-IF
       ELSE
           COMPUTE amort-amort-fixa ROUNDED =
               numero-um / amort-parcelas
       END-IF.
       PERFORM VARYING amort-contador FROM 1 BY 1
               UNTIL amort-contador > amort-parcelas
                   OR RETURN-CODE NOT = ZEROS
           MOVE amort-saldo TO amodem-saldo-inicial(amort-contador)
           COMPUTE amodem-juros(amort-contador) ROUNDED =
               amort-saldo * amort-taxa
           ON SIZE ERROR
               MOVE 16 TO RETURN-CODE
           END-COMPUTE
           IF amort-contador = amort-parcelas
               MOVE amort-saldo
                   TO amodem-amortizacao(amort-contador)
           ELSE
               IF amort-sistema = "P"
                   COMPUTE amodem-amortizacao(amort-contador) =
                       amort-prestacao-fixa
                           - amodem-juros(amort-contador)
               ELSE
                   MOVE amort-amort-fixa
                       TO amodem-amortizacao(amort-contador)
               END-IF
           END-IF
           COMPUTE amodem-prestacao(amort-contador) =
               amodem-amortizacao(amort-contador)
                   + amodem-juros(amort-contador)
           ON SIZE ERROR
               MOVE 16 TO RETURN-CODE
           END-COMPUTE
           SUBTRACT amodem-amortizacao(amort-contador)
               FROM amort-saldo
           MOVE amort-saldo TO amodem-saldo-final(amort-contador)
       END-PERFORM.
       IF RETURN-CODE = ZEROS
           MOVE amodem-prestacao(1) TO resultado
       ELSE
           MOVE ZEROS TO resultado
           DISPLAY "ERRO RESULTADO MAIOR QUE A CAPACIDADE"
       END-IF.
       GOBACK.
       END PROGRAM AMORTIZA.
