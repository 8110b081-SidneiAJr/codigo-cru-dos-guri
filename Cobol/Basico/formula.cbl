      ******************************************************************
      * Author: Ricardo P. Santos
      * Date: 15/10
      * Purpose: Executa uma formula cadastrada em FORMMST.DAT
      *          (CALCFORM) como calculos encadeados: para cada passo,
      *          na ordem, resolve os dois operandos - entrada
      *          digitada (fmexe-entrada), resultado de passo anterior
      *          ou taxa da tabela RATEMST.DAT (ativa e com vigencia
      *          alcancada, como no CALCDOS) - e chama o mesmo
      *          subprograma do calculo avulso (SOMA, SUTRACAO,
      *          PROGMULT, DIVISAO ou RESTO). O passo le "um (operacao)
      *          dois"; na subtracao os operandos vao trocados para o
      *          SUTRACAO, que devolve dois menos um, como no
      *          acumulador do CALCDOS. Devolve na tabela do CALCFEXE
      *          uma linha por passo com os operandos exatamente como
      *          passados ao subprograma, para o chamador gravar cada
      *          passo no log e no historico. Nada e gravado aqui: a
      *          cadeia para no primeiro passo que falhar (retorno do
      *          calculo, origem ou referencia invalida, taxa
      *          inexistente, resultado de passo que nao cabe no
      *          operando) e o subprograma devolve RETURN-CODE 16 com
      *          o passo e o motivo em fmexe-passo-falho e
      *          fmexe-motivo - o chamador entao nao grava nenhum
      *          passo da execucao.
      * Tectonics: cobc
      * Mod-log:
      *  15/10 RPS  Criado junto com o cadastro de formulas (FORMMNT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMULA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEMST ASSIGN TO "RATEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCRATE-CODIGO
               FILE STATUS IS fm-status-ratemst.
       DATA DIVISION.
       FILE SECTION.
       FD  RATEMST.
       COPY CALCRATE.
       WORKING-STORAGE SECTION.
       COPY CALCWS.
       01 mul-numero-tres      PIC S9(05)V99 VALUE ZEROS.
       01 mul-indicador-modo   PIC X(01) VALUE "N".
       77 fm-status-ratemst    PIC X(02) VALUE "00".
       77 fm-sw-taxas          PIC X(01) VALUE "N".
           88 fm-taxas-abertas         VALUE "S".
       77 fm-sw-falhou         PIC X(01) VALUE "N".
           88 fm-falhou                VALUE "S".
       77 fm-sw-operando       PIC X(01) VALUE "N".
           88 fm-operando-ok           VALUE "S".
       77 fm-passo             PIC 9(02) VALUE ZEROS.
       77 fm-num-ref           PIC 9(01) VALUE ZEROS.
       77 fm-origem            PIC X(01) VALUE SPACES.
       77 fm-ref               PIC X(04) VALUE SPACES.
       77 fm-valor             PIC S9(05)V99 VALUE ZEROS.
       77 fm-valor-um          PIC S9(05)V99 VALUE ZEROS.
       77 fm-valor-dois        PIC S9(05)V99 VALUE ZEROS.
       77 fm-data-atual        PIC 9(08) VALUE ZEROS.
       LINKAGE SECTION.
       COPY CALCFORM.
       COPY CALCFEXE.
       PROCEDURE DIVISION USING CALCFORM-REGISTRO, fmexe-entradas,
           fmexe-tabela.
       MOVE ZEROS TO RETURN-CODE.
       MOVE "N" TO fm-sw-falhou.
       MOVE CALCFORM-QTDE-PASSOS TO fmexe-qtde-passos.
       MOVE ZEROS TO fmexe-passo-falho.
       MOVE SPACES TO fmexe-motivo.
       PERFORM 0500-LIMPAR-PASSO THRU 0500-EXIT
           VARYING fm-passo FROM 1 BY 1 UNTIL fm-passo > 8.
       IF CALCFORM-QTDE-PASSOS < 1 OR CALCFORM-QTDE-PASSOS > 8
               OR CALCFORM-QTDE-ENTRADAS > 3
           MOVE "FORMULA SEM PASSOS OU COM ENTRADAS DEMAIS"
               TO fmexe-motivo
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF.
       ACCEPT fm-data-atual FROM DATE YYYYMMDD.
       MOVE "N" TO fm-sw-taxas.
       OPEN INPUT RATEMST.
       IF fm-status-ratemst = "00"
           MOVE "S" TO fm-sw-taxas
       END-IF.
       PERFORM 1000-EXECUTAR-PASSO THRU 1000-EXIT
           VARYING fm-passo FROM 1 BY 1
           UNTIL fm-passo > CALCFORM-QTDE-PASSOS OR fm-falhou.
       IF fm-taxas-abertas
           CLOSE RATEMST
       END-IF.
       IF fm-falhou
           MOVE 16 TO RETURN-CODE
       ELSE
           MOVE ZEROS TO RETURN-CODE
       END-IF.
       GOBACK.

      *----------------------------------------------------------------*
      * 0500-LIMPAR-PASSO - ZERA A LINHA DA TABELA DE PASSOS           *
      *----------------------------------------------------------------*
       0500-LIMPAR-PASSO.
           MOVE SPACES TO fmexe-operacao(fm-passo).
           MOVE SPACES TO fmexe-modo(fm-passo).
           MOVE ZEROS TO fmexe-num-um(fm-passo).
           MOVE ZEROS TO fmexe-num-dois(fm-passo).
           MOVE ZEROS TO fmexe-resultado(fm-passo).
           MOVE ZEROS TO fmexe-retorno(fm-passo).
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1000-EXECUTAR-PASSO - RESOLVE OS OPERANDOS DO PASSO, CHAMA O   *
      * SUBPROGRAMA DA OPERACAO E GUARDA A LINHA NA TABELA. QUALQUER   *
      * FALHA PARA A CADEIA                                            *
      *----------------------------------------------------------------*
       1000-EXECUTAR-PASSO.
           IF NOT CALCFORM-PAS-OP-VALIDA(fm-passo)
               MOVE "OPERACAO INVALIDA NO PASSO" TO fmexe-motivo
               PERFORM 1900-MARCAR-FALHA THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE CALCFORM-PAS-ORIGEM-UM(fm-passo) TO fm-origem.
           MOVE CALCFORM-PAS-REF-UM(fm-passo) TO fm-ref.
           PERFORM 2000-OBTER-OPERANDO THRU 2000-EXIT.
           IF NOT fm-operando-ok
               GO TO 1000-EXIT
           END-IF.
           MOVE fm-valor TO fm-valor-um.
           MOVE CALCFORM-PAS-ORIGEM-DOIS(fm-passo) TO fm-origem.
           MOVE CALCFORM-PAS-REF-DOIS(fm-passo) TO fm-ref.
           PERFORM 2000-OBTER-OPERANDO THRU 2000-EXIT.
           IF NOT fm-operando-ok
               GO TO 1000-EXIT
           END-IF.
           MOVE fm-valor TO fm-valor-dois.
           MOVE CALCFORM-PAS-OPERACAO(fm-passo)
               TO fmexe-operacao(fm-passo).
           MOVE "N" TO fmexe-modo(fm-passo).
           MOVE fm-valor-um TO numero-um.
           MOVE fm-valor-dois TO numero-dois.
           MOVE ZEROS TO resultado.
           MOVE ZEROS TO mul-numero-tres.
           MOVE "N" TO mul-indicador-modo.
           EVALUATE CALCFORM-PAS-OPERACAO(fm-passo)
               WHEN "A"
                   CALL "SOMA" USING numero-um, numero-dois, resultado
               WHEN "S"
      *            O SUTRACAO DEVOLVE DOIS MENOS UM
                   MOVE fm-valor-dois TO numero-um
                   MOVE fm-valor-um TO numero-dois
                   CALL "SUTRACAO" USING numero-um, numero-dois,
                       resultado
               WHEN "M"
                   IF CALCFORM-PAS-MODO(fm-passo) = "P"
                       MOVE "P" TO mul-indicador-modo
                       MOVE "P" TO fmexe-modo(fm-passo)
                   END-IF
                   CALL "PROGMULT" USING numero-um, numero-dois,
                       resultado, mul-numero-tres, mul-indicador-modo
               WHEN "D"
                   CALL "DIVISAO" USING numero-um, numero-dois,
                       resultado
               WHEN "R"
                   CALL "RESTO" USING numero-um, numero-dois, resultado
           END-EVALUATE.
           MOVE RETURN-CODE TO fmexe-retorno(fm-passo).
           MOVE numero-um TO fmexe-num-um(fm-passo).
           MOVE numero-dois TO fmexe-num-dois(fm-passo).
           MOVE resultado TO fmexe-resultado(fm-passo).
           IF fmexe-retorno(fm-passo) NOT = ZEROS
               MOVE "CALCULO DO PASSO RETORNOU ERRO" TO fmexe-motivo
               PERFORM 1900-MARCAR-FALHA THRU 1900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1900-MARCAR-FALHA.
           MOVE "S" TO fm-sw-falhou.
           MOVE fm-passo TO fmexe-passo-falho.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-OBTER-OPERANDO - VALOR DO OPERANDO PELA ORIGEM EM         *
      * FM-ORIGEM E A REFERENCIA EM FM-REF: E = ENTRADA 1 A 3, P =     *
      * PASSO ANTERIOR, T = CODIGO DE TAXA DO RATEMST                  *
      *----------------------------------------------------------------*
       2000-OBTER-OPERANDO.
           MOVE "N" TO fm-sw-operando.
           MOVE ZEROS TO fm-valor.
           EVALUATE fm-origem
               WHEN "E"
                   IF fm-ref(1:1) NOT NUMERIC
                           OR fm-ref(2:3) NOT = SPACES
                       MOVE "REFERENCIA DE ENTRADA INVALIDA"
                           TO fmexe-motivo
                       PERFORM 1900-MARCAR-FALHA THRU 1900-EXIT
                       GO TO 2000-EXIT
                   END-IF
                   MOVE fm-ref(1:1) TO fm-num-ref
                   IF fm-num-ref < 1
                           OR fm-num-ref > CALCFORM-QTDE-ENTRADAS
                       MOVE "ENTRADA NAO PREVISTA NA FORMULA"
                           TO fmexe-motivo
                       PERFORM 1900-MARCAR-FALHA THRU 1900-EXIT
                       GO TO 2000-EXIT
                   END-IF
                   MOVE fmexe-entrada(fm-num-ref) TO fm-valor
               WHEN "P"
                   IF fm-ref(1:1) NOT NUMERIC
                           OR fm-ref(2:3) NOT = SPACES
                       MOVE "REFERENCIA DE PASSO INVALIDA"
                           TO fmexe-motivo
                       PERFORM 1900-MARCAR-FALHA THRU 1900-EXIT
                       GO TO 2000-EXIT
                   END-IF
                   MOVE fm-ref(1:1) TO fm-num-ref
                   IF fm-num-ref < 1 OR fm-num-ref NOT < fm-passo
                       MOVE "PASSO REFERIDO NAO E ANTERIOR"
                           TO fmexe-motivo
                       PERFORM 1900-MARCAR-FALHA THRU 1900-EXIT
                       GO TO 2000-EXIT
                   END-IF
                   IF fmexe-resultado(fm-num-ref) > 99999.99
                           OR fmexe-resultado(fm-num-ref) < -99999.99
                       MOVE "RESULTADO ANTERIOR NAO CABE NO OPERANDO"
                           TO fmexe-motivo
                       PERFORM 1900-MARCAR-FALHA THRU 1900-EXIT
                       GO TO 2000-EXIT
                   END-IF
                   MOVE fmexe-resultado(fm-num-ref) TO fm-valor
               WHEN "T"
                   PERFORM 2100-LER-TAXA THRU 2100-EXIT
                   IF fm-falhou
                       GO TO 2000-EXIT
                   END-IF
                   MOVE CALCRATE-TAXA TO fm-valor
               WHEN OTHER
                   MOVE "ORIGEM DE OPERANDO INVALIDA" TO fmexe-motivo
                   PERFORM 1900-MARCAR-FALHA THRU 1900-EXIT
                   GO TO 2000-EXIT
           END-EVALUATE.
           MOVE "S" TO fm-sw-operando.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-LER-TAXA - TAXA DO CODIGO EM FM-REF, SO ATIVA E COM A     *
      * VIGENCIA INICIAL JA ALCANCADA                                  *
      *----------------------------------------------------------------*
       2100-LER-TAXA.
           IF NOT fm-taxas-abertas
               MOVE "RATEMST.DAT NAO ENCONTRADO" TO fmexe-motivo
               PERFORM 1900-MARCAR-FALHA THRU 1900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE fm-ref TO CALCRATE-CODIGO.
           READ RATEMST
               KEY IS CALCRATE-CODIGO
               INVALID KEY
                   STRING "TAXA " fm-ref " NAO CADASTRADA"
                       DELIMITED BY SIZE INTO fmexe-motivo
                   PERFORM 1900-MARCAR-FALHA THRU 1900-EXIT
                   GO TO 2100-EXIT
           END-READ.
           IF NOT CALCRATE-ATIVA
               STRING "TAXA " fm-ref " DESATIVADA"
                   DELIMITED BY SIZE INTO fmexe-motivo
               PERFORM 1900-MARCAR-FALHA THRU 1900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF CALCRATE-VIGENCIA-DE > fm-data-atual
               STRING "TAXA " fm-ref " AINDA FORA DE VIGENCIA"
                   DELIMITED BY SIZE INTO fmexe-motivo
               PERFORM 1900-MARCAR-FALHA THRU 1900-EXIT
               GO TO 2100-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
       END PROGRAM FORMULA.
