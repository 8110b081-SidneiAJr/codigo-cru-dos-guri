      ******************************************************************
      * Author: Ricardo P. Santos
      * Date: 15/10
      * Purpose: Rateio de um valor entre departamentos pela tabela
      *          de participacao de RATOMST.DAT (CALCRATO), lida e
      *          conferida (ativa) pelo chamador. O valor vem em
      *          numero-um; numero-dois nao e usado. Cada parte e o
      *          valor vezes o percentual do departamento dividido por
      *          cem, arredondada em centavos; o residuo (valor menos
      *          a soma das partes arredondadas) vai para a parte de
      *          maior percentual - a primeira do cadastro, no empate
      *          - e a soma das partes fecha sempre com o valor
      *          original, devolvido em resultado. Devolve na tabela
      *          do CALCRTEX uma linha por departamento. Mesmo desenho
      *          dos demais subprogramas (COPY CALCWS na LINKAGE,
      *          RETURN-CODE 16 com resultado zerado); na falha -
      *          tabela sem partes, com partes demais, departamento em
      *          branco ou percentuais que nao somam 100,00 - o motivo
      *          vai em rtexe-motivo e o chamador nao grava nada.
      * Tectonics: cobc
      * Mod-log:
      *  15/10 RPS  Criado junto com o cadastro de tabelas de rateio
      *             (RATOMNT) para a operacao P.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEIO.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       77 rt-parte             PIC 9(02) VALUE ZEROS.
       77 rt-soma-percentual   PIC 9(05)V99 VALUE ZEROS.
       77 rt-soma-partes       PIC S9(07)V99 VALUE ZEROS.
       77 rt-maior-percentual  PIC 9(03)V99 VALUE ZEROS.
       77 rt-sw-falhou         PIC X(01) VALUE "N".
           88 rt-falhou                VALUE "S".
       LINKAGE SECTION.
       COPY CALCWS.
       COPY CALCRATO.
       COPY CALCRTEX.
       PROCEDURE DIVISION USING numero-um, numero-dois, resultado,
           CALCRATO-REGISTRO, rtexe-tabela.
       MOVE ZEROS TO RETURN-CODE.
       MOVE ZEROS TO resultado.
       MOVE "N" TO rt-sw-falhou.
       MOVE ZEROS TO rtexe-qtde-partes.
       MOVE ZEROS TO rtexe-parte-maior.
       MOVE ZEROS TO rtexe-residuo.
       MOVE SPACES TO rtexe-motivo.
       PERFORM 0500-LIMPAR-PARTE THRU 0500-EXIT
           VARYING rt-parte FROM 1 BY 1 UNTIL rt-parte > 20.
       IF CALCRATO-QTDE-PARTES < 1 OR CALCRATO-QTDE-PARTES > 20
           MOVE "TABELA SEM PARTES OU COM PARTES DEMAIS"
               TO rtexe-motivo
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE CALCRATO-QTDE-PARTES TO rtexe-qtde-partes.
       MOVE ZEROS TO rt-soma-percentual.
       MOVE ZEROS TO rt-soma-partes.
       MOVE ZEROS TO rt-maior-percentual.
       PERFORM 1000-CALCULAR-PARTE THRU 1000-EXIT
           VARYING rt-parte FROM 1 BY 1
           UNTIL rt-parte > CALCRATO-QTDE-PARTES OR rt-falhou.
       IF NOT rt-falhou AND rt-soma-percentual NOT = 100
           MOVE "PERCENTUAIS DA TABELA NAO SOMAM 100,00"
               TO rtexe-motivo
           MOVE "S" TO rt-sw-falhou
       END-IF.
       IF rt-falhou
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF.
      *    O RESIDUO DO ARREDONDAMENTO FICA COM A MAIOR PARTE
       COMPUTE rtexe-residuo = numero-um - rt-soma-partes.
       ADD rtexe-residuo TO rtexe-valor(rtexe-parte-maior)
           ON SIZE ERROR
               MOVE "PARTE MAIOR QUE A CAPACIDADE" TO rtexe-motivo
               MOVE 16 TO RETURN-CODE
               GOBACK
       END-ADD.
       MOVE numero-um TO resultado.
       GOBACK.

      *----------------------------------------------------------------*
      * 0500-LIMPAR-PARTE - ZERA A LINHA DA TABELA DE PARTES           *
      *----------------------------------------------------------------*
       0500-LIMPAR-PARTE.
           MOVE SPACES TO rtexe-depto(rt-parte).
           MOVE ZEROS TO rtexe-percentual(rt-parte).
           MOVE ZEROS TO rtexe-valor(rt-parte).
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1000-CALCULAR-PARTE - PARTE ARREDONDADA DE UM DEPARTAMENTO,    *
      * ACUMULANDO OS PERCENTUAIS E AS PARTES E GUARDANDO A POSICAO DO *
      * MAIOR PERCENTUAL (SO TROCA SE FOR MAIOR - O EMPATE FICA COM A  *
      * PRIMEIRA)                                                      *
      *----------------------------------------------------------------*
       1000-CALCULAR-PARTE.
           IF CALCRATO-DEPTO(rt-parte) = SPACES
               MOVE "DEPARTAMENTO EM BRANCO NA TABELA" TO rtexe-motivo
               MOVE "S" TO rt-sw-falhou
               GO TO 1000-EXIT
           END-IF.
           MOVE CALCRATO-DEPTO(rt-parte) TO rtexe-depto(rt-parte).
           MOVE CALCRATO-PERCENTUAL(rt-parte)
               TO rtexe-percentual(rt-parte).
           COMPUTE rtexe-valor(rt-parte) ROUNDED =
               numero-um * CALCRATO-PERCENTUAL(rt-parte) / 100.
           ADD CALCRATO-PERCENTUAL(rt-parte) TO rt-soma-percentual.
           ADD rtexe-valor(rt-parte) TO rt-soma-partes.
           IF CALCRATO-PERCENTUAL(rt-parte) > rt-maior-percentual
               MOVE CALCRATO-PERCENTUAL(rt-parte)
                   TO rt-maior-percentual
               MOVE rt-parte TO rtexe-parte-maior
           END-IF.
       1000-EXIT.
           EXIT.
       END PROGRAM RATEIO.
