      ******************************************************************
      * Author: Ricardo P. Santos
      * Date: 15/10
      * Purpose: Atualiza o arquivo de estatisticas de lancamento
      *          CALCESTA.DAT (COPY CALCESTA) a partir de um registro
      *          do historico recem-gravado, no mesmo passo da
      *          gravacao - os relatorios de resumo leem os totais de
      *          la em vez de varrer o historico. Recebe a funcao e o
      *          registro do CALCHIST:
      *            "G" - soma o lancamento na chave do registro (data,
      *                  departamento, operador, operacao e moeda do
      *                  resultado); registro ja marcado E (so na
      *                  reconstrucao) conta tambem como estornado;
      *            "E" - o registro e o original que acabou de ser
      *                  marcado E pelo estorno: soma um estornado na
      *                  chave dele;
      *            "A" - abre o arquivo e o mantem aberto entre as
      *                  chamadas (lote: CALCBAT);
      *            "Z" - recria o arquivo vazio e o mantem aberto
      *                  (reconstrucao: CALCRBLD, CALCRST);
      *            "F" - fecha o arquivo mantido aberto.
      *          Fora do modo mantido, G e E abrem e fecham o arquivo
      *          a cada chamada, como o CALCSEQ e o CALCCHN nos
      *          programas de calculo; arquivo ausente e criado vazio.
      *          Funcao desconhecida ou falha de arquivo devolve
      *          RETURN-CODE 16 - o chamador avisa e segue, a
      *          estatistica se corrige pela reconstrucao.
      * Tectonics: cobc
      * Mod-log:
      *  15/10 RPS  Criado junto com o arquivo CALCESTA.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCESTA ASSIGN TO "CALCESTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCESTA-CHAVE
               FILE STATUS IS es-status-calcesta.
       DATA DIVISION.
       FILE SECTION.
       FD  CALCESTA.
       COPY CALCESTA.
       WORKING-STORAGE SECTION.
       77 es-status-calcesta   PIC X(02) VALUE "00".
       77 es-sw-aberto         PIC X(01) VALUE "N".
           88 es-aberto                VALUE "S".
       77 es-sw-mantido        PIC X(01) VALUE "N".
           88 es-mantido               VALUE "S".
       77 es-sw-novo           PIC X(01) VALUE "N".
           88 es-registro-novo         VALUE "S".
       77 es-data-atual        PIC 9(08) VALUE ZEROS.
       77 es-hora-atual        PIC 9(08) VALUE ZEROS.
       LINKAGE SECTION.
       01 estat-funcao         PIC X(01).
       COPY CALCHIST.
       PROCEDURE DIVISION USING estat-funcao, CALCHIST-REGISTRO.
       MOVE ZEROS TO RETURN-CODE.
       EVALUATE estat-funcao
           WHEN "G"
           WHEN "E"
               PERFORM 1000-ABRIR THRU 1000-EXIT
               IF es-aberto
                   PERFORM 2000-ATUALIZAR THRU 2000-EXIT
               END-IF
               IF NOT es-mantido
                   PERFORM 9000-FECHAR THRU 9000-EXIT
               END-IF
           WHEN "A"
               PERFORM 1000-ABRIR THRU 1000-EXIT
               IF es-aberto
                   MOVE "S" TO es-sw-mantido
               END-IF
           WHEN "Z"
               PERFORM 9000-FECHAR THRU 9000-EXIT
               OPEN OUTPUT CALCESTA
               CLOSE CALCESTA
               PERFORM 1000-ABRIR THRU 1000-EXIT
               IF es-aberto
                   MOVE "S" TO es-sw-mantido
               END-IF
           WHEN "F"
               PERFORM 9000-FECHAR THRU 9000-EXIT
           WHEN OTHER
               MOVE 16 TO RETURN-CODE
       END-EVALUATE.
       GOBACK.

      *----------------------------------------------------------------*
      * 1000-ABRIR - ABRE EM I-O SE AINDA NAO ESTIVER ABERTO; ARQUIVO  *
      * AUSENTE E CRIADO VAZIO                                         *
      *----------------------------------------------------------------*
       1000-ABRIR.
           IF es-aberto
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CALCESTA.
           IF es-status-calcesta = "35"
               OPEN OUTPUT CALCESTA
               CLOSE CALCESTA
               OPEN I-O CALCESTA
           END-IF.
           IF es-status-calcesta = "00"
               MOVE "S" TO es-sw-aberto
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-ATUALIZAR - LE A CHAVE DO REGISTRO, SOMA O LANCAMENTO (OU *
      * O ESTORNADO) E REGRAVA; CHAVE NOVA ENTRA ZERADA                *
      *----------------------------------------------------------------*
       2000-ATUALIZAR.
           ACCEPT es-data-atual FROM DATE YYYYMMDD.
           ACCEPT es-hora-atual FROM TIME.
           MOVE CALCHIST-DATA TO CALCESTA-DATA.
           MOVE CALCHIST-DEPTO TO CALCESTA-DEPTO.
           MOVE CALCHIST-OPERADOR TO CALCESTA-OPERADOR.
           MOVE CALCHIST-OPERACAO TO CALCESTA-OPERACAO.
           IF CALCHIST-OPERACAO = "C" OR CALCHIST-MOEDA = SPACES
               MOVE "BRL" TO CALCESTA-MOEDA
           ELSE
               MOVE CALCHIST-MOEDA TO CALCESTA-MOEDA
           END-IF.
           MOVE "N" TO es-sw-novo.
           READ CALCESTA
               INVALID KEY
                   MOVE "S" TO es-sw-novo
                   MOVE ZEROS TO CALCESTA-LANCAMENTOS
                   MOVE ZEROS TO CALCESTA-QTDE
                   MOVE ZEROS TO CALCESTA-VALOR
                   MOVE ZEROS TO CALCESTA-ERROS
                   MOVE ZEROS TO CALCESTA-ESTORNOS
                   MOVE ZEROS TO CALCESTA-ESTORNADOS
           END-READ.
           IF estat-funcao = "E"
               ADD 1 TO CALCESTA-ESTORNADOS
           ELSE
               ADD 1 TO CALCESTA-LANCAMENTOS
               ADD CALCHIST-RESULTADO TO CALCESTA-VALOR
               IF CALCHIST-SIT-ESTORNO
                   SUBTRACT 1 FROM CALCESTA-QTDE
                   ADD 1 TO CALCESTA-ESTORNOS
               ELSE
                   ADD 1 TO CALCESTA-QTDE
               END-IF
               IF CALCHIST-SIT-ESTORNADO
                   ADD 1 TO CALCESTA-ESTORNADOS
               END-IF
               IF CALCHIST-RETORNO NOT = ZEROS
                   ADD 1 TO CALCESTA-ERROS
               END-IF
           END-IF.
           MOVE es-data-atual TO CALCESTA-DATA-ATUALIZ.
           MOVE es-hora-atual TO CALCESTA-HORA-ATUALIZ.
           IF es-registro-novo
               WRITE CALCESTA-REGISTRO
                   INVALID KEY
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           ELSE
               REWRITE CALCESTA-REGISTRO
                   INVALID KEY
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-FECHAR - FECHA O ARQUIVO SE ESTIVER ABERTO E SAI DO MODO  *
      * MANTIDO                                                        *
      *----------------------------------------------------------------*
       9000-FECHAR.
           IF es-aberto
               CLOSE CALCESTA
           END-IF.
           MOVE "N" TO es-sw-aberto.
           MOVE "N" TO es-sw-mantido.
       9000-EXIT.
           EXIT.
       END PROGRAM ESTATIST.
