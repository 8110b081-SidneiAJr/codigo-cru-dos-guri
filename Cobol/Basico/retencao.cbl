      ******************************************************************
      * Author: Ricardo P. Santos
      * Date: 15/10
      * Purpose: Retencao na fonte (imposto de renda e assemelhados)
      *          por uma versao da tabela progressiva de FAIXMST.DAT
      *          (CALCFAIX), lida e conferida (ativa e em vigor na
      *          data de postagem) pelo chamador. O valor bruto vem em
      *          numero-um; numero-dois nao e usado. A faixa e a
      *          primeira cujo limite superior alcanca o valor bruto;
      *          o imposto e o valor bruto vezes a aliquota da faixa
      *          dividido por cem, menos a parcela a deduzir,
      *          arredondado em centavos e nunca negativo - devolvido
      *          em resultado. A faixa, a aliquota e a deducao
      *          aplicadas voltam no CALCFXEX. Mesmo desenho dos
      *          demais subprogramas (COPY CALCWS na LINKAGE,
      *          RETURN-CODE 16 com resultado zerado); na falha -
      *          valor negativo, tabela sem faixas ou com faixas
      *          demais, limites fora de ordem ou valor acima da
      *          ultima faixa - o motivo vai em fxexe-motivo e o
      *          chamador nao grava nada.
      * Tectonics: cobc
      * Mod-log:
      *  15/10 RPS  Criado junto com o cadastro de tabelas
      *             progressivas (FAIXMNT) para a operacao I.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENCAO.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       77 fx-faixa             PIC 9(02) VALUE ZEROS.
       77 fx-limite-anterior   PIC 9(05)V99 VALUE ZEROS.
       77 fx-imposto           PIC S9(07)V99 VALUE ZEROS.
       77 fx-sw-falhou         PIC X(01) VALUE "N".
           88 fx-falhou                VALUE "S".
       LINKAGE SECTION.
       COPY CALCWS.
       COPY CALCFAIX.
       COPY CALCFXEX.
       PROCEDURE DIVISION USING numero-um, numero-dois, resultado,
           CALCFAIX-REGISTRO, fxexe-retorno.
       MOVE ZEROS TO RETURN-CODE.
       MOVE ZEROS TO resultado.
       MOVE "N" TO fx-sw-falhou.
       MOVE ZEROS TO fxexe-faixa.
       MOVE ZEROS TO fxexe-aliquota.
       MOVE ZEROS TO fxexe-deducao.
       MOVE SPACES TO fxexe-motivo.
       IF numero-um < ZEROS
           MOVE "VALOR BRUTO NEGATIVO" TO fxexe-motivo
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF.
       IF CALCFAIX-QTDE-FAIXAS < 1 OR CALCFAIX-QTDE-FAIXAS > 10
           MOVE "TABELA SEM FAIXAS OU COM FAIXAS DEMAIS"
               TO fxexe-motivo
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE ZEROS TO fx-limite-anterior.
       PERFORM 1000-LOCALIZAR-FAIXA THRU 1000-EXIT
           VARYING fx-faixa FROM 1 BY 1
           UNTIL fx-faixa > CALCFAIX-QTDE-FAIXAS
               OR fx-falhou OR fxexe-faixa NOT = ZEROS.
       IF NOT fx-falhou AND fxexe-faixa = ZEROS
           MOVE "VALOR BRUTO ACIMA DA ULTIMA FAIXA" TO fxexe-motivo
           MOVE "S" TO fx-sw-falhou
       END-IF.
       IF fx-falhou
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE CALCFAIX-ALIQUOTA(fxexe-faixa) TO fxexe-aliquota.
       MOVE CALCFAIX-DEDUCAO(fxexe-faixa) TO fxexe-deducao.
       COMPUTE fx-imposto ROUNDED =
           numero-um * fxexe-aliquota / 100 - fxexe-deducao.
      *    DEDUCAO MAIOR QUE O IMPOSTO DA FAIXA NAO GERA CREDITO
       IF fx-imposto < ZEROS
           MOVE ZEROS TO fx-imposto
       END-IF.
       MOVE fx-imposto TO resultado.
       GOBACK.

      *----------------------------------------------------------------*
      * 1000-LOCALIZAR-FAIXA - CONFERE A ORDEM CRESCENTE DOS LIMITES E *
      * PARA NA PRIMEIRA FAIXA CUJO LIMITE SUPERIOR ALCANCA O VALOR    *
      *----------------------------------------------------------------*
       1000-LOCALIZAR-FAIXA.
           IF fx-faixa > 1 AND CALCFAIX-LIMITE(fx-faixa)
                   NOT > fx-limite-anterior
               MOVE "LIMITES DAS FAIXAS FORA DE ORDEM" TO fxexe-motivo
               MOVE "S" TO fx-sw-falhou
               GO TO 1000-EXIT
           END-IF.
           MOVE CALCFAIX-LIMITE(fx-faixa) TO fx-limite-anterior.
           IF numero-um NOT > CALCFAIX-LIMITE(fx-faixa)
               MOVE fx-faixa TO fxexe-faixa
           END-IF.
       1000-EXIT.
           EXIT.
       END PROGRAM RETENCAO.
