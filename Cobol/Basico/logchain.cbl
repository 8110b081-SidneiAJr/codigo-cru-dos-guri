      *             CALCRBLD reconstruiria o historico com o dado
      *             adulterado. Correntes gravadas antes desta versao
      *             nao conferem mais.
      *  15/10 RPS  Operacao F (amortizacao) com numero proprio (08)
      *             na dobra. As correntes ja gravadas nao mudam - ate
      *             aqui nenhum registro do log tinha operacao F.
      *  15/10 RPS  Moeda e cotacao do calculo na dobra; operacao C
      *             (conversao) com numero proprio (09). A moeda so
      *             entra quando preenchida e a cotacao e zero fora da
      *             conversao - as correntes ja gravadas conferem.
      *  15/10 RPS  Operacao P (rateio) com numero proprio (10) na
      *             dobra. As correntes ja gravadas nao mudam - ate
      *             aqui nenhum registro do log tinha operacao P.
      *  15/10 RPS  Operacao I (retencao na fonte) com numero proprio
      *             (11); tabela (progressiva ou de rateio) e faixa
      *             aplicada na dobra. A tabela so entra quando
      *             preenchida e a faixa e zero fora da retencao - as
      *             correntes ja gravadas conferem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGCHAIN.
       77 chain-oper-valor     PIC 9(08) VALUE ZEROS.
       77 chain-modo-valor     PIC 9(08) VALUE ZEROS.
       77 chain-depto-valor    PIC 9(08) VALUE ZEROS.
       77 chain-moeda-valor    PIC 9(08) VALUE ZEROS.
       77 chain-tabela-valor   PIC 9(08) VALUE ZEROS.
       77 chain-sub-char       PIC 9(02) VALUE ZEROS.
       77 chain-sub-tab        PIC 9(02) VALUE ZEROS.
       77 chain-pos            PIC 9(02) VALUE ZEROS.
       MOVE CALCLOG-DEPTO TO chain-campo.
       PERFORM 1000-DOBRAR-CAMPO THRU 1000-EXIT.
       MOVE chain-campo-valor TO chain-depto-valor.
       MOVE ZEROS TO chain-moeda-valor.
       IF CALCLOG-MOEDA NOT = SPACES
           MOVE SPACES TO chain-campo
           MOVE CALCLOG-MOEDA TO chain-campo(1:3)
           PERFORM 1000-DOBRAR-CAMPO THRU 1000-EXIT
           MOVE chain-campo-valor TO chain-moeda-valor
       END-IF.
       MOVE ZEROS TO chain-tabela-valor.
       IF CALCLOG-TABELA NOT = SPACES
           MOVE CALCLOG-TABELA TO chain-campo
           PERFORM 1000-DOBRAR-CAMPO THRU 1000-EXIT
           MOVE chain-campo-valor TO chain-tabela-valor
       END-IF.
       EVALUATE CALCLOG-OPERACAO
           WHEN "A" MOVE 01 TO chain-op-num
           WHEN "S" MOVE 02 TO chain-op-num
           WHEN "D" MOVE 04 TO chain-op-num
           WHEN "R" MOVE 05 TO chain-op-num
           WHEN "J" MOVE 06 TO chain-op-num
           WHEN "F" MOVE 08 TO chain-op-num
           WHEN "C" MOVE 09 TO chain-op-num
           WHEN "P" MOVE 10 TO chain-op-num
           WHEN "I" MOVE 11 TO chain-op-num
           WHEN OTHER MOVE 07 TO chain-op-num
       END-EVALUATE.
       IF CALCLOG-SIT-ESTORNO
           MOVE CALCLOG-RESULTADO TO chain-abs
       END-IF.
       COMPUTE chain-valores = chain-valores + chain-abs * 100.
       COMPUTE chain-valores =
           chain-valores + CALCLOG-COTACAO * 1000000.
       COMPUTE chain-trabalho =
           chain-anterior * 7
           + CALCLOG-SEQUENCIA * 3
           + chain-oper-valor * 11
           + chain-modo-valor * 13
           + chain-depto-valor * 17
           + chain-moeda-valor * 19
           + chain-tabela-valor * 23
           + CALCLOG-FAIXA * 29
           + chain-valores.
       DIVIDE chain-trabalho BY 99999999
           GIVING chain-quociente REMAINDER chain-novo.
