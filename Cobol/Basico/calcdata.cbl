      *                  mes anterior ao da base;
      *            "C" - primeiro dia do mes corrente da base (a data
      *                  de corte que arquiva os meses anteriores no
      *                  CALCARCH), de = ate;
      *            "U" - ONTEM UTIL: de = dia util anterior a base e
      *                  ate = dia anterior a base (na segunda-feira,
      *                  de sexta a domingo - o fim de semana entra
      *                  junto com o ultimo dia util);
      *            "P" - proximo dia util a partir da base, inclusive:
      *                  de = ate = a propria base quando ela e util.
      *                  Quem quer saber se um dia e util compara o
      *                  devolvido com a base.
      *          Dia util: segunda a sexta que nao esteja no
      *          calendario CALNDMST.DAT como feriado (F) ou nao util
      *          (N), ou qualquer dia marcado la como util (U). Sem o
      *          calendario, so sabado e domingo sao nao uteis.
      *          Ano bissexto tratado (divisivel por 4, menos o seculo
      *          que nao e divisivel por 400). Funcao desconhecida
      *          devolve zeros e RETURN-CODE 16, como o CONVNUM.
      * Mod-log:
      *  03/09 RPS  Criado junto com os parametros em arquivo dos
      *             jobs de relatorio e fechamento.
      *  15/10 RPS  Funcoes U (ONTEM util) e P (proximo dia util) com
      *             o calendario de feriados CALNDMST.DAT; o recuo de
      *             um dia passou para o paragrafo 1100.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDATA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALNDMST ASSIGN TO "CALNDMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCCALD-DATA
               FILE STATUS IS dt-status-calndmst.
       DATA DIVISION.
       FILE SECTION.
       FD  CALNDMST.
       COPY CALCCALD.
       WORKING-STORAGE SECTION.
       01 data-trabalho        PIC 9(08) VALUE ZEROS.
       01 data-trabalho-x REDEFINES data-trabalho.
       77 dt-ultimo-dia        PIC 9(02) VALUE ZEROS.
       77 dt-quociente         PIC 9(04) VALUE ZEROS.
       77 dt-resto             PIC 9(04) VALUE ZEROS.
       77 dt-status-calndmst   PIC X(02) VALUE "00".
       77 dt-sw-calendario     PIC X(01) VALUE "N".
           88 dt-calendario-aberto     VALUE "S".
       77 dt-sw-util           PIC X(01) VALUE "N".
           88 dt-dia-util              VALUE "S".
       77 dt-passos            PIC 9(02) VALUE ZEROS.
      *    dia da semana pela congruencia de Zeller (0 = sabado,
      *    1 = domingo, 2 = segunda ... 6 = sexta)
       77 dt-z-ano             PIC 9(04) VALUE ZEROS.
       77 dt-z-mes             PIC 9(02) VALUE ZEROS.
       77 dt-z-seculo          PIC 9(02) VALUE ZEROS.
       77 dt-z-ano-sec         PIC 9(02) VALUE ZEROS.
       77 dt-z-termo           PIC 9(04) VALUE ZEROS.
       77 dt-z-soma            PIC 9(04) VALUE ZEROS.
       77 dt-dia-semana        PIC 9(01) VALUE ZEROS.
       LINKAGE SECTION.
       01 data-funcao          PIC X(01).
       01 data-base            PIC 9(08).
       MOVE data-base TO data-trabalho.
       EVALUATE data-funcao
           WHEN "D"
               PERFORM 1100-DIA-ANTERIOR THRU 1100-EXIT
               MOVE data-trabalho TO data-de
               MOVE data-trabalho TO data-ate
           WHEN "U"
               PERFORM 1100-DIA-ANTERIOR THRU 1100-EXIT
               MOVE data-trabalho TO data-ate
               PERFORM 2000-ABRIR-CALENDARIO THRU 2000-EXIT
               MOVE ZEROS TO dt-passos
               PERFORM 2100-VERIFICAR-UTIL THRU 2100-EXIT
               PERFORM 2200-RECUAR-NAO-UTIL THRU 2200-EXIT
                   UNTIL dt-dia-util OR dt-passos > 31
               PERFORM 2900-FECHAR-CALENDARIO THRU 2900-EXIT
               IF dt-dia-util
                   MOVE data-trabalho TO data-de
               ELSE
                   MOVE ZEROS TO data-de data-ate
                   MOVE 16 TO RETURN-CODE
               END-IF
           WHEN "P"
               PERFORM 2000-ABRIR-CALENDARIO THRU 2000-EXIT
               MOVE ZEROS TO dt-passos
               PERFORM 2100-VERIFICAR-UTIL THRU 2100-EXIT
               PERFORM 2300-AVANCAR-NAO-UTIL THRU 2300-EXIT
                   UNTIL dt-dia-util OR dt-passos > 31
               PERFORM 2900-FECHAR-CALENDARIO THRU 2900-EXIT
               IF dt-dia-util
                   MOVE data-trabalho TO data-de
                   MOVE data-trabalho TO data-ate
               ELSE
                   MOVE 16 TO RETURN-CODE
               END-IF
           WHEN "M"
               IF dt-mes = 1
                   SUBTRACT 1 FROM dt-ano
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-DIA-ANTERIOR - RECUA DATA-TRABALHO UM DIA, VIRANDO MES E  *
      * ANO QUANDO PRECISA                                             *
      *----------------------------------------------------------------*
       1100-DIA-ANTERIOR.
           IF dt-dia > 1
               SUBTRACT 1 FROM dt-dia
           ELSE
               IF dt-mes = 1
                   SUBTRACT 1 FROM dt-ano
                   MOVE 12 TO dt-mes
               ELSE
                   SUBTRACT 1 FROM dt-mes
               END-IF
               PERFORM 1000-ULTIMO-DIA THRU 1000-EXIT
               MOVE dt-ultimo-dia TO dt-dia
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-DIA-SEGUINTE - AVANCA DATA-TRABALHO UM DIA                *
      *----------------------------------------------------------------*
       1200-DIA-SEGUINTE.
           PERFORM 1000-ULTIMO-DIA THRU 1000-EXIT.
           IF dt-dia < dt-ultimo-dia
               ADD 1 TO dt-dia
           ELSE
               MOVE 01 TO dt-dia
               IF dt-mes = 12
                   ADD 1 TO dt-ano
                   MOVE 01 TO dt-mes
               ELSE
                   ADD 1 TO dt-mes
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1300-DIA-DA-SEMANA - CONGRUENCIA DE ZELLER SOBRE DATA-TRABALHO *
      * (JANEIRO E FEVEREIRO CONTAM COMO MESES 13 E 14 DO ANO ANTERIOR)*
      *----------------------------------------------------------------*
       1300-DIA-DA-SEMANA.
           MOVE dt-ano TO dt-z-ano.
           MOVE dt-mes TO dt-z-mes.
           IF dt-z-mes < 3
               ADD 12 TO dt-z-mes
               SUBTRACT 1 FROM dt-z-ano
           END-IF.
           DIVIDE dt-z-ano BY 100 GIVING dt-z-seculo
               REMAINDER dt-z-ano-sec.
           COMPUTE dt-z-termo = 13 * (dt-z-mes + 1).
           DIVIDE dt-z-termo BY 5 GIVING dt-z-termo.
           MOVE dt-dia TO dt-z-soma.
           ADD dt-z-termo TO dt-z-soma.
           ADD dt-z-ano-sec TO dt-z-soma.
           DIVIDE dt-z-ano-sec BY 4 GIVING dt-quociente.
           ADD dt-quociente TO dt-z-soma.
           DIVIDE dt-z-seculo BY 4 GIVING dt-quociente.
           ADD dt-quociente TO dt-z-soma.
           COMPUTE dt-quociente = 5 * dt-z-seculo.
           ADD dt-quociente TO dt-z-soma.
           DIVIDE dt-z-soma BY 7 GIVING dt-quociente
               REMAINDER dt-resto.
           MOVE dt-resto TO dt-dia-semana.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-ABRIR-CALENDARIO - SEM O CALNDMST.DAT VALE SO A REGRA DO  *
      * FIM DE SEMANA                                                  *
      *----------------------------------------------------------------*
       2000-ABRIR-CALENDARIO.
           MOVE "N" TO dt-sw-calendario.
           OPEN INPUT CALNDMST.
           IF dt-status-calndmst = "00"
               MOVE "S" TO dt-sw-calendario
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-VERIFICAR-UTIL - SEGUNDA A SEXTA E UTIL, SALVO FERIADO OU *
      * NAO UTIL NO CALENDARIO; DIA MARCADO U E UTIL EM QUALQUER CASO  *
      *----------------------------------------------------------------*
       2100-VERIFICAR-UTIL.
           PERFORM 1300-DIA-DA-SEMANA THRU 1300-EXIT.
           IF dt-dia-semana > 1
               MOVE "S" TO dt-sw-util
           ELSE
               MOVE "N" TO dt-sw-util
           END-IF.
           IF NOT dt-calendario-aberto
               GO TO 2100-EXIT
           END-IF.
           MOVE data-trabalho TO CALCCALD-DATA.
           READ CALNDMST
               KEY IS CALCCALD-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CALCCALD-UTIL-EXTRA
                       MOVE "S" TO dt-sw-util
                   ELSE
                       MOVE "N" TO dt-sw-util
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2200-RECUAR-NAO-UTIL.
           PERFORM 1100-DIA-ANTERIOR THRU 1100-EXIT.
           ADD 1 TO dt-passos.
           PERFORM 2100-VERIFICAR-UTIL THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-AVANCAR-NAO-UTIL.
           PERFORM 1200-DIA-SEGUINTE THRU 1200-EXIT.
           ADD 1 TO dt-passos.
           PERFORM 2100-VERIFICAR-UTIL THRU 2100-EXIT.
       2300-EXIT.
           EXIT.

       2900-FECHAR-CALENDARIO.
           IF dt-calendario-aberto
               CLOSE CALNDMST
               MOVE "N" TO dt-sw-calendario
           END-IF.
       2900-EXIT.
           EXIT.
       END PROGRAM CALCDATA.
