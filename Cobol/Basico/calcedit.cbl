      *                PARAMETRO NO RELATORIO E RETURN-CODE 12 PARA    *
      *                ARQUIVO DE ENTRADA INEXISTENTE - O ESCALONADOR  *
      *                DISTINGUE PARAMETRO ERRADO DE LOTE REPROVADO.   *
      * 15/10/26 RPS   CRITICA DA OPERACAO F (AMORTIZACAO) - SISTEMA P *
      *                OU S NO MODO, PARCELAS DE 1 A 999, CAPITAL      *
      *                POSITIVO E TAXA NAO NEGATIVA; TAXA POR C+CODIGO *
      *                ACEITA COMO NO JUROS.                           *
      * 15/10/26 RPS   IMAGEM DO REGISTRO NO RELATORIO ALARGADA PARA   *
      *                X(39), ACOMPANHANDO AS MOEDAS DO CALCIN.        *
      *                CRITICA DO CODIGO DE MOEDA, DA OPERACAO C       *
      *                (CONVERSAO - MOEDA ESTRANGEIRA E OPERANDO DOIS  *
      *                EM BRANCO) E DA SOMA OU SUBTRACAO COM MOEDAS    *
      *                DIFERENTES (MOTIVO 08).                         *
      * 15/10/26 RPS   CRITICA DO DETALHE TIPO F (FORMULA CADASTRADA): *
      *                ENTRADAS PELO CONVNUM E NO HASH, FORMULA ATIVA  *
      *                EM FORMMST.DAT (MOTIVO 09).                     *
      * 15/10/26 RPS   CRITICA DO DETALHE DE OPERACAO P (RATEIO): SO O *
      *                VALOR NO HASH E TABELA ATIVA EM RATOMST.DAT     *
      *                (MOTIVO 10).                                    *
      * 15/10/26 RPS   CRITICA DO DETALHE DE OPERACAO I (RETENCAO NA   *
      *                FONTE): SO O VALOR NO HASH, SO BRL E TABELA     *
      *                PROGRESSIVA COM VERSAO ATIVA EM VIGOR EM        *
      *                FAIXMST.DAT (MOTIVO 11).                        *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCEDIT.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCDEPT-CODIGO
               FILE STATUS IS WS-STATUS-DEPTMST.
           SELECT FORMMST ASSIGN TO "FORMMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCFORM-CODIGO
               FILE STATUS IS WS-STATUS-FORMMST.
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
       COPY CALCRATE.
       FD  DEPTMST.
       COPY CALCDEPT.
       FD  FORMMST.
       COPY CALCFORM.
       FD  RATOMST.
       COPY CALCRATO.
       FD  FAIXMST.
       COPY CALCFAIX.
       FD  PARAMETRO.
       01  PRM-REGISTRO             PIC X(24).


       01  conv-valor               PIC S9(05)V99 VALUE ZEROS.
       77  WS-VALOR-UM              PIC S9(05)V99 VALUE ZEROS.
       77  WS-MOEDA-UM              PIC X(03) VALUE "BRL".
       77  WS-MOEDA-DOIS            PIC X(03) VALUE "BRL".

      *----------------------------------------------------------------*
      * DETALHE DE FORMULA (TIPO F) - ENTRADAS CONVERTIDAS E FORMULA   *
      * CONFERIDA CONTRA FORMMST.DAT                                   *
      *----------------------------------------------------------------*
       77  WS-STATUS-FORMMST        PIC X(02) VALUE "00".
       77  WS-FRM-ENTRADA           PIC 9(02) VALUE ZEROS.
       01  WS-FRM-VALORES.
           05  WS-FRM-VALOR         PIC S9(05)V99 OCCURS 3 TIMES.

      *----------------------------------------------------------------*
      * DETALHE DE RATEIO (OPERACAO P) - TABELA CONFERIDA CONTRA       *
      * RATOMST.DAT                                                    *
      *----------------------------------------------------------------*
       77  WS-STATUS-RATOMST        PIC X(02) VALUE "00".

      *----------------------------------------------------------------*
      * DETALHE DE RETENCAO (OPERACAO I) - TABELA PROGRESSIVA COM      *
      * VERSAO ATIVA EM VIGOR NA DATA CONFERIDA CONTRA FAIXMST.DAT     *
      *----------------------------------------------------------------*
       77  WS-STATUS-FAIXMST        PIC X(02) VALUE "00".
       77  WS-SW-FIM-FAIXAS         PIC X(01) VALUE "N".
           88  WS-FIM-FAIXAS                  VALUE "S".
       77  WS-SW-VERSAO-VIGENTE     PIC X(01) VALUE "N".
           88  WS-VERSAO-VIGENTE              VALUE "S".

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DE CRITICA                                  *
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-DESCRICAO     PIC X(35).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DET-IMAGEM        PIC X(39).
           05  FILLER               PIC X(26) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TEXTO         PIC X(25).
                       WHEN CALCIN-TIPO-DETALHE
                               AND NOT WS-TRAILER-LIDO
                           PERFORM 2100-CRITICAR-DETALHE THRU 2100-EXIT
                       WHEN CALCIN-TIPO-FORMULA
                               AND NOT WS-TRAILER-LIDO
                           PERFORM 2400-CRITICAR-FORMULA THRU 2400-EXIT
                       WHEN CALCIN-TIPO-TRAILER
                               AND NOT WS-TRAILER-LIDO
                           PERFORM 2300-GUARDAR-TRAILER THRU 2300-EXIT
      *----------------------------------------------------------------*
      * 2100-CRITICAR-DETALHE - A MESMA CRITICA QUE O CALCBAT APLICA:  *
      * OPERANDOS PELO CONVNUM, OPERACAO CONHECIDA, MODO DA            *
      * MULTIPLICACAO, PERIODOS DO JUROS E SISTEMA E PARCELAS DA       *
      * AMORTIZACAO                                                    *
      *----------------------------------------------------------------*
       2100-CRITICAR-DETALHE.
           ADD 1 TO WS-CONTADOR-DETALHES.
               MOVE conv-valor TO WS-VALOR-UM
           END-IF.
           IF CALCIN-NUM-DOIS(1:1) = "C"
                   AND (CALCIN-OP-JUROS OR CALCIN-OP-AMORTIZACAO
                   OR (CALCIN-OP-MULTIPLICACAO
                       AND CALCIN-MODO-PERCENTUAL))
               PERFORM 2150-CRITICAR-TAXA THRU 2150-EXIT
           ELSE
      *        NO RATEIO E NA RETENCAO O OPERANDO DOIS E O CODIGO DA
      *        TABELA - SO O VALOR ENTRA NO HASH
               IF (CALCIN-OP-CONVERSAO AND CALCIN-NUM-DOIS = SPACES)
                       OR CALCIN-OP-RATEIO
                       OR CALCIN-OP-RETENCAO
                   MOVE ZEROS TO conv-valor
               ELSE
                   CALL "CONVNUM" USING CALCIN-NUM-DOIS, conv-valor
                   IF RETURN-CODE NOT = ZEROS
                       MOVE "N" TO WS-SW-REGISTRO-VALIDO
                       ADD 1 TO WS-CONTADOR-ERROS
                       MOVE 01 TO WS-MOTIVO-ERRO
                       MOVE "OPERANDO DOIS NAO NUMERICO"
                           TO WS-DESCRICAO-ERRO
                       PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
                   END-IF
               END-IF
           END-IF.
      *    O HASH SO ACUMULA PARA REGISTRO COM OS DOIS OPERANDOS
               END-IF
           END-IF.
           PERFORM 2200-CRITICAR-OPERACAO THRU 2200-EXIT.
           PERFORM 2250-CRITICAR-MOEDAS THRU 2250-EXIT.
       2100-EXIT.
           EXIT.

                   PERFORM 2210-CRITICAR-MODO THRU 2210-EXIT
               WHEN CALCIN-OP-JUROS
                   PERFORM 2220-CRITICAR-PERIODOS THRU 2220-EXIT
               WHEN CALCIN-OP-AMORTIZACAO
                   PERFORM 2230-CRITICAR-AMORTIZACAO THRU 2230-EXIT
               WHEN CALCIN-OP-CONVERSAO
                   PERFORM 2240-CRITICAR-CONVERSAO THRU 2240-EXIT
               WHEN CALCIN-OP-RATEIO
                   PERFORM 2260-CRITICAR-RATEIO THRU 2260-EXIT
               WHEN CALCIN-OP-RETENCAO
                   PERFORM 2270-CRITICAR-RETENCAO THRU 2270-EXIT
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-ERROS
                   MOVE 02 TO WS-MOTIVO-ERRO
       2220-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2230-CRITICAR-AMORTIZACAO - SISTEMA NO MODO (P PRICE, S SAC),  *
      * PARCELAS DE 1 A 999 NO TERCEIRO OPERANDO E, COM OS OPERANDOS   *
      * VALIDOS, CAPITAL POSITIVO E TAXA NAO NEGATIVA - O QUE O        *
      * AMORTIZA DEVOLVERIA COMO CALCULO COM ERRO NO CALCBAT           *
      *----------------------------------------------------------------*
       2230-CRITICAR-AMORTIZACAO.
           IF WS-REGISTRO-VALIDO
                   AND (WS-VALOR-UM NOT > ZEROS OR conv-valor < ZEROS)
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 01 TO WS-MOTIVO-ERRO
               MOVE "CAPITAL/TAXA DE AMORTIZ. INVALIDO"
                   TO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
           END-IF.
           IF NOT CALCIN-MODO-PRICE AND NOT CALCIN-MODO-SAC
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 02 TO WS-MOTIVO-ERRO
               MOVE "SISTEMA DE AMORTIZACAO INVALIDO"
                   TO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
           END-IF.
           CALL "CONVNUM" USING CALCIN-NUM-TRES, conv-valor.
           IF RETURN-CODE NOT = ZEROS
                   OR conv-valor NOT > ZEROS
                   OR conv-valor NOT < 1000
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 01 TO WS-MOTIVO-ERRO
               MOVE "QUANTIDADE DE PARCELAS INVALIDA"
                   TO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
           END-IF.
       2230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2240-CRITICAR-CONVERSAO - VALOR EM MOEDA ESTRANGEIRA (MOEDA    *
      * PREENCHIDA E DIFERENTE DE BRL) E OPERANDO DOIS EM BRANCO - A   *
      * COTACAO SO E PROCURADA NA DATA DE POSTAGEM, PELO CALCBAT       *
      *----------------------------------------------------------------*
       2240-CRITICAR-CONVERSAO.
           IF CALCIN-MOEDA = SPACES OR CALCIN-MOEDA = "BRL"
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 02 TO WS-MOTIVO-ERRO
               MOVE "CONVERSAO SEM MOEDA ESTRANGEIRA"
                   TO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
           END-IF.
           IF WS-REGISTRO-VALIDO AND conv-valor NOT = ZEROS
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 02 TO WS-MOTIVO-ERRO
               MOVE "CONVERSAO COM OPERANDO DOIS"
                   TO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
           END-IF.
       2240-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2250-CRITICAR-MOEDAS - MOEDA DOS OPERANDOS: BRANCO VALE BRL,   *
      * SENAO CODIGO DE TRES LETRAS; NA SOMA E NA SUBTRACAO AS DUAS    *
      * TEM DE SER A MESMA (MOTIVO 08), COMO O CALCBAT EXIGE           *
      *----------------------------------------------------------------*
       2250-CRITICAR-MOEDAS.
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
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 02 TO WS-MOTIVO-ERRO
               MOVE "CODIGO DE MOEDA INVALIDO" TO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
               GO TO 2250-EXIT
           END-IF.
           IF (CALCIN-OP-SOMA OR CALCIN-OP-SUBTRACAO)
                   AND WS-MOEDA-UM NOT = WS-MOEDA-DOIS
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 08 TO WS-MOTIVO-ERRO
               MOVE "SOMA/SUBTRACAO EM MOEDAS DIFERENTES"
                   TO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2260-CRITICAR-RATEIO - CODIGO DA TABELA NAS QUATRO PRIMEIRAS   *
      * POSICOES DO OPERANDO DOIS, CADASTRADA E ATIVA EM RATOMST.DAT   *
      * (MOTIVO 10). OS DEPARTAMENTOS DA TABELA SO SAO CONFERIDOS NA   *
      * POSTAGEM, PELO CALCBAT                                         *
      *----------------------------------------------------------------*
       2260-CRITICAR-RATEIO.
           OPEN INPUT RATOMST.
           IF WS-STATUS-RATOMST NOT = "00"
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 10 TO WS-MOTIVO-ERRO
               MOVE "CADASTRO DE RATEIOS INDISPONIVEL"
                   TO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
               GO TO 2260-EXIT
           END-IF.
           MOVE CALCIN-NUM-DOIS(1:4) TO CALCRATO-CODIGO.
           READ RATOMST
               KEY IS CALCRATO-CODIGO
               INVALID KEY
                   CLOSE RATOMST
                   ADD 1 TO WS-CONTADOR-ERROS
                   MOVE 10 TO WS-MOTIVO-ERRO
                   MOVE "TABELA DE RATEIO NAO CADASTRADA"
                       TO WS-DESCRICAO-ERRO
                   PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
                   GO TO 2260-EXIT
           END-READ.
           CLOSE RATOMST.
           IF NOT CALCRATO-ATIVA
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 10 TO WS-MOTIVO-ERRO
               MOVE "TABELA DE RATEIO DESATIVADA" TO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
           END-IF.
       2260-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2270-CRITICAR-RETENCAO - RETENCAO SO EM BRL (MOTIVO 02) E      *
      * CODIGO DA TABELA NAS QUATRO PRIMEIRAS POSICOES DO OPERANDO     *
      * DOIS COM VERSAO ATIVA EM VIGOR HOJE EM FAIXMST.DAT (MOTIVO 11).*
      * A VERSAO APLICADA E A FAIXA SO SAO ESCOLHIDAS NA POSTAGEM,     *
      * PELO CALCBAT, COM A DATA DO DIA                                *
      *----------------------------------------------------------------*
       2270-CRITICAR-RETENCAO.
           IF CALCIN-MOEDA NOT = SPACES AND CALCIN-MOEDA NOT = "BRL"
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 02 TO WS-MOTIVO-ERRO
               MOVE "RETENCAO SO EM BRL" TO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
           END-IF.
           OPEN INPUT FAIXMST.
           IF WS-STATUS-FAIXMST NOT = "00"
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 11 TO WS-MOTIVO-ERRO
               MOVE "CADASTRO DE FAIXAS INDISPONIVEL"
                   TO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
               GO TO 2270-EXIT
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-SW-VERSAO-VIGENTE.
           MOVE "N" TO WS-SW-FIM-FAIXAS.
           MOVE CALCIN-NUM-DOIS(1:4) TO CALCFAIX-CODIGO.
           MOVE ZEROS TO CALCFAIX-VIGENCIA.
           START FAIXMST KEY IS NOT LESS THAN CALCFAIX-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-FAIXAS
           END-START.
           PERFORM 2271-LER-VERSAO THRU 2271-EXIT
               UNTIL WS-FIM-FAIXAS.
           CLOSE FAIXMST.
           IF NOT WS-VERSAO-VIGENTE
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 11 TO WS-MOTIVO-ERRO
               MOVE "TABELA SEM VERSAO ATIVA EM VIGOR"
                   TO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
           END-IF.
       2270-EXIT.
           EXIT.

       2271-LER-VERSAO.
           READ FAIXMST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-FAIXAS
                   GO TO 2271-EXIT
           END-READ.
           IF CALCFAIX-CODIGO NOT = CALCIN-NUM-DOIS(1:4)
                   OR CALCFAIX-VIGENCIA > WS-DATA-HOJE
               MOVE "S" TO WS-SW-FIM-FAIXAS
               GO TO 2271-EXIT
           END-IF.
           IF CALCFAIX-ATIVA
               MOVE "S" TO WS-SW-VERSAO-VIGENTE
           END-IF.
       2271-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-CRITICAR-FORMULA - DETALHE TIPO F: ENTRADAS PELO CONVNUM  *
      * (BRANCO VALE ZERO), FORMULA CADASTRADA E ATIVA EM FORMMST.DAT  *
      * (MOTIVO 09) E TODAS AS ENTRADAS QUE ELA PEDE PREENCHIDAS       *
      *----------------------------------------------------------------*
       2400-CRITICAR-FORMULA.
           ADD 1 TO WS-CONTADOR-DETALHES.
           MOVE "S" TO WS-SW-REGISTRO-VALIDO.
           PERFORM 2410-CRITICAR-ENTRADA THRU 2410-EXIT
               VARYING WS-FRM-ENTRADA FROM 1 BY 1
               UNTIL WS-FRM-ENTRADA > 3.
      *    O HASH SO ACUMULA COM TODAS AS ENTRADAS VALIDAS, A MESMA
      *    REGRA DO CALCBAT
           IF WS-REGISTRO-VALIDO
               PERFORM 2420-SOMAR-HASH THRU 2420-EXIT
                   VARYING WS-FRM-ENTRADA FROM 1 BY 1
                   UNTIL WS-FRM-ENTRADA > 3
           END-IF.
           OPEN INPUT FORMMST.
           IF WS-STATUS-FORMMST NOT = "00"
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 09 TO WS-MOTIVO-ERRO
               MOVE "CADASTRO DE FORMULAS INDISPONIVEL"
                   TO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE CALCIN-FRM-CODIGO TO CALCFORM-CODIGO.
           READ FORMMST
               KEY IS CALCFORM-CODIGO
               INVALID KEY
                   CLOSE FORMMST
                   ADD 1 TO WS-CONTADOR-ERROS
                   MOVE 09 TO WS-MOTIVO-ERRO
                   MOVE "FORMULA NAO CADASTRADA" TO WS-DESCRICAO-ERRO
                   PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
                   GO TO 2400-EXIT
           END-READ.
           CLOSE FORMMST.
           IF NOT CALCFORM-ATIVA
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 09 TO WS-MOTIVO-ERRO
               MOVE "FORMULA DESATIVADA" TO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2430-CONFERIR-ENTRADA THRU 2430-EXIT
               VARYING WS-FRM-ENTRADA FROM 1 BY 1
               UNTIL WS-FRM-ENTRADA > CALCFORM-QTDE-ENTRADAS.
       2400-EXIT.
           EXIT.

       2410-CRITICAR-ENTRADA.
           MOVE ZEROS TO WS-FRM-VALOR(WS-FRM-ENTRADA).
           IF CALCIN-FRM-ENTRADA(WS-FRM-ENTRADA) = SPACES
               GO TO 2410-EXIT
           END-IF.
           CALL "CONVNUM" USING CALCIN-FRM-ENTRADA(WS-FRM-ENTRADA),
               conv-valor.
           IF RETURN-CODE = ZEROS
               MOVE conv-valor TO WS-FRM-VALOR(WS-FRM-ENTRADA)
           ELSE
               MOVE "N" TO WS-SW-REGISTRO-VALIDO
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 01 TO WS-MOTIVO-ERRO
               MOVE SPACES TO WS-DESCRICAO-ERRO
               STRING "ENTRADA " WS-FRM-ENTRADA
                   " DA FORMULA NAO NUMERICA"
                   DELIMITED BY SIZE INTO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
           END-IF.
       2410-EXIT.
           EXIT.

       2420-SOMAR-HASH.
           IF WS-FRM-VALOR(WS-FRM-ENTRADA) < ZEROS
               SUBTRACT WS-FRM-VALOR(WS-FRM-ENTRADA)
                   FROM WS-HASH-OPERANDOS
           ELSE
               ADD WS-FRM-VALOR(WS-FRM-ENTRADA) TO WS-HASH-OPERANDOS
           END-IF.
       2420-EXIT.
           EXIT.

       2430-CONFERIR-ENTRADA.
           IF CALCIN-FRM-ENTRADA(WS-FRM-ENTRADA) = SPACES
               ADD 1 TO WS-CONTADOR-ERROS
               MOVE 01 TO WS-MOTIVO-ERRO
               MOVE SPACES TO WS-DESCRICAO-ERRO
               STRING "FALTA " CALCFORM-ENT-ROTULO(WS-FRM-ENTRADA)
                   DELIMITED BY SIZE INTO WS-DESCRICAO-ERRO
               PERFORM 7000-GRAVAR-ERRO THRU 7000-EXIT
           END-IF.
       2430-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-GUARDAR-TRAILER - GUARDA A QUANTIDADE E O HASH DO TRAILER *
      * PARA A CONFERENCIA NO FIM DA CRITICA                           *
