      *             transacao, com a pendente resolvida na retomada
      *             contra o proprio arquivo do periodo - um abend no
      *             meio nao duplica arquivamento nem perde registro.
      *             As notas de cada transacao arquivada (CALCNOTA.DAT)
      *             vao junto, no mesmo passo, para o arquivo de notas
      *             do periodo (ARCNOTAAAAAMM.DAT), antes de a
      *             transacao sair do historico vivo.
      *             Cada rodada do fechamento sai anotada no razao
      *             CALCRUN.DAT (lote AR+AAAAMM), para a conferencia
      *             da manha cobrir este job tambem. Imprime totais de
      *                PELA FASE 2 CONCLUIDA, E FASE 1 MARCADA FALHA   *
      *                QUANDO O LOG NEM ABRE - UMA FASE ABORTADA NAO   *
      *                AVANCA MAIS O PROGRESSO DO FECHAMENTO.          *
      * 15/10/26 RPS   RODADA DO FECHAMENTO GRAVADA NO RAZAO COM O     *
      *                DEPARTAMENTO EM BRANCO (CALCRUN-DEPTO) - NAO E  *
      *                LOTE DE SETOR.                                  *
      * 15/10/26 RPS   REGISTROS DO LOG E DO HISTORICO ALARGADOS PARA  *
      *                88 E 80 POSICOES, ACOMPANHANDO O SUPERVISOR DA  *
      *                APROVACAO NO CALCLOG E NO CALCHIST.             *
      * 15/10/26 RPS   REGISTROS DO LOG (TRABALHO E ARQUIVO) ALARGADOS *
      *                PARA 102 POSICOES E DO HISTORICO ARQUIVADO PARA *
      *                94, ACOMPANHANDO A MOEDA E A COTACAO DO CALCLOG *
      *                E DO CALCHIST.                                  *
      * 15/10/26 RPS   REGISTROS DO LOG (TRABALHO E ARQUIVO) ALARGADOS *
      *                PARA 108 POSICOES E DO HISTORICO ARQUIVADO PARA *
      *                100, ACOMPANHANDO A TABELA E A FAIXA DO CALCLOG *
      *                E DO CALCHIST.                                  *
      * 15/10/26 RPS   NOTAS DE CADA TRANSACAO ARQUIVADA LEVADAS DO    *
      *                CALCNOTA.DAT PARA O ARQUIVO DE NOTAS DO PERIODO *
      *                (ARCNOTAAAAAMM.DAT) ANTES DA ELIMINACAO, COM A  *
      *                PENDENTE DA RETOMADA CONFERIDA CONTRA O ARQUIVO *
      *                DO PERIODO.                                     *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCARCH.
           SELECT ARCHIST ASSIGN TO WS-NOME-ARCHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARCHIST.
           SELECT CALCNOTA ASSIGN TO "CALCNOTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCNOTA-CHAVE
               FILE STATUS IS WS-STATUS-CALCNOTA.
           SELECT ARCNOTA ASSIGN TO WS-NOME-ARCNOTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARCNOTA.
           SELECT ARCHCKP ASSIGN TO "ARCHCKP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARCHCKP.
       FD  CALCLOG.
       COPY CALCLOG.
       FD  CALCWRK.
       01  CALCWRK-REGISTRO         PIC X(108).
       FD  ARCLOG.
       01  ARCLOG-REGISTRO          PIC X(108).
       FD  CALCHIST.
       COPY CALCHIST.
       FD  ARCHIST.
       01  ARCHIST-REGISTRO         PIC X(100).
       FD  CALCNOTA.
       COPY CALCNOTA.
       FD  ARCNOTA.
       01  ARCNOTA-REGISTRO         PIC X(92).
       FD  ARCHCKP.
       COPY ARCHCKP.
       FD  CALCRUN.
       77  WS-STATUS-ARCLOG         PIC X(02) VALUE "00".
       77  WS-STATUS-CALCHIST       PIC X(02) VALUE "00".
       77  WS-STATUS-ARCHIST        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCNOTA       PIC X(02) VALUE "00".
       77  WS-STATUS-ARCNOTA        PIC X(02) VALUE "00".
       77  WS-STATUS-ARCHCKP        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCRUN        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCCHN        PIC X(02) VALUE "00".
           88  WS-RETOMADA              VALUE "S".
       77  WS-SW-ACHOU              PIC X(01) VALUE "N".
           88  WS-ACHOU                 VALUE "S".
       77  WS-SW-CALCNOTA-ABERTO    PIC X(01) VALUE "N".
           88  WS-CALCNOTA-ABERTO       VALUE "S".
       77  WS-SW-FIM-NOTAS          PIC X(01) VALUE "N".
           88  WS-FIM-NOTAS             VALUE "S".
       77  WS-SW-NOTA-PENDENTE      PIC X(01) VALUE "N".
           88  WS-NOTA-PENDENTE         VALUE "S".
       77  WS-SW-ACHOU-NOTA         PIC X(01) VALUE "N".
           88  WS-ACHOU-NOTA            VALUE "S".
       77  WS-ENTRADA-DATA          PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
           05  FILLER               PIC X(02).
       77  WS-NOME-ARCLOG           PIC X(16) VALUE SPACES.
       77  WS-NOME-ARCHIST          PIC X(17) VALUE SPACES.
       77  WS-NOME-ARCNOTA          PIC X(17) VALUE SPACES.

      *----------------------------------------------------------------*
      * CONTROLES DE FASE E PROGRESSO (IMAGEM DO ARCHCKP.DAT)          *
       77  WS-HIST-LIDOS            PIC 9(08) VALUE ZEROS.
       77  WS-HIST-MOVIDOS          PIC 9(08) VALUE ZEROS.
       77  WS-HIST-MANTIDOS         PIC 9(08) VALUE ZEROS.
       77  WS-NOTA-MOVIDAS          PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CAMPOS DO RAZAO DA RODADA (CALCRUN.DAT, LOTE AR+AAAAMM)        *
               DELIMITED BY SIZE INTO WS-NOME-ARCLOG.
           STRING "ARCHIST" WS-CORTE-AAAAMM ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARCHIST.
           STRING "ARCNOTA" WS-CORTE-AAAAMM ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARCNOTA.
           MOVE SPACES TO WS-LOTE-RODADA.
           STRING "AR" WS-CORTE-AAAAMM
               DELIMITED BY SIZE INTO WS-LOTE-RODADA.
           DISPLAY "ARQUIVO DE LOG DO PERIODO      : " WS-NOME-ARCLOG.
           DISPLAY "ARQUIVO DE HISTORICO DO PERIODO: " WS-NOME-ARCHIST.
           DISPLAY "ARQUIVO DE NOTAS DO PERIODO    : " WS-NOME-ARCNOTA.
           PERFORM 1100-LER-CHECKPOINT THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
      * CHAVE PRIMARIA, COPIA PARA O ARQUIVO DO PERIODO E ELIMINA DO   *
      * HISTORICO VIVO OS REGISTROS ANTERIORES AO CORTE. A TRANSACAO   *
      * E DECLARADA NO CHECKPOINT ANTES DE SAIR DO HISTORICO; NA       *
      * RETOMADA A PENDENTE E RESOLVIDA CONTRA O ARQUIVO DO PERIODO.   *
      * AS NOTAS DA TRANSACAO SAEM DO CALCNOTA.DAT ANTES DA ELIMINACAO *
      * DELA - TRANSACAO JA ELIMINADA TEM AS NOTAS JA ARQUIVADAS       *
      *----------------------------------------------------------------*
       4000-ARQUIVAR-HIST.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
               MOVE "N" TO WS-SW-FECHAMENTO-OK
               GO TO 4000-EXIT
           END-IF.
      *    SEM CALCNOTA.DAT NAO HA NOTA A LEVAR - O HISTORICO SEGUE
           MOVE "N" TO WS-SW-CALCNOTA-ABERTO.
           OPEN I-O CALCNOTA.
           IF WS-STATUS-CALCNOTA = "00"
               MOVE "S" TO WS-SW-CALCNOTA-ABERTO
           END-IF.
           IF WS-HIST-PENDENTE NOT = ZEROS
               PERFORM 4050-RESOLVER-PENDENTE THRU 4050-EXIT
           END-IF.
               CLOSE ARCHIST
               OPEN EXTEND ARCHIST
           END-IF.
           IF WS-CALCNOTA-ABERTO
               PERFORM 4300-ABRIR-ARCNOTA THRU 4300-EXIT
           END-IF.
           MOVE ZEROS TO CALCHIST-TRANSACAO.
           START CALCHIST KEY IS NOT LESS THAN CALCHIST-TRANSACAO
               INVALID KEY
           PERFORM 4100-CLASSIFICAR-HIST THRU 4100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE ARCHIST.
           IF WS-CALCNOTA-ABERTO
               CLOSE ARCNOTA
               CLOSE CALCNOTA
           END-IF.
           CLOSE CALCHIST.
       4000-EXIT.
           EXIT.
               WRITE ARCHIST-REGISTRO FROM CALCHIST-REGISTRO
           END-IF.
           CLOSE ARCHIST.
      *    AS NOTAS DA PENDENTE PODEM TER SIDO LEVADAS EM PARTE - CADA
      *    UMA E PROCURADA NO ARQUIVO DO PERIODO ANTES DE SER GRAVADA
           MOVE "S" TO WS-SW-NOTA-PENDENTE.
           PERFORM 4200-ARQUIVAR-NOTAS THRU 4200-EXIT.
           MOVE "N" TO WS-SW-NOTA-PENDENTE.
           ADD 1 TO WS-HIST-LIDOS.
           ADD 1 TO WS-HIST-MOVIDOS.
           DELETE CALCHIST RECORD
                           TO ARCHCKP-HIST-ULT-TRANS
                       PERFORM 7100-REGRAVAR-CHECKPOINT THRU 7100-EXIT
                       WRITE ARCHIST-REGISTRO FROM CALCHIST-REGISTRO
                       PERFORM 4200-ARQUIVAR-NOTAS THRU 4200-EXIT
                       DELETE CALCHIST RECORD
                           INVALID KEY
                               DISPLAY "ERRO AO ELIMINAR TRANSACAO "
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-ARQUIVAR-NOTAS - LEVA AS NOTAS DA TRANSACAO EM            *
      * CALCHIST-TRANSACAO DO CALCNOTA.DAT PARA O ARQUIVO DE NOTAS DO  *
      * PERIODO, ELIMINANDO CADA UMA DEPOIS DE GRAVADA. NA PENDENTE DA *
      * RETOMADA (4050) A NOTA SO E GRAVADA SE AINDA NAO ESTIVER LA    *
      *----------------------------------------------------------------*
       4200-ARQUIVAR-NOTAS.
           IF NOT WS-CALCNOTA-ABERTO
               GO TO 4200-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-NOTAS.
           MOVE CALCHIST-TRANSACAO TO CALCNOTA-TRANSACAO.
           MOVE ZEROS TO CALCNOTA-SEQUENCIA.
           START CALCNOTA KEY IS NOT LESS THAN CALCNOTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-NOTAS
           END-START.
           PERFORM 4210-MOVER-NOTA THRU 4210-EXIT
               UNTIL WS-FIM-NOTAS.
       4200-EXIT.
           EXIT.

       4210-MOVER-NOTA.
           READ CALCNOTA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-NOTAS
                   GO TO 4210-EXIT
           END-READ.
           IF CALCNOTA-TRANSACAO NOT = CALCHIST-TRANSACAO
               MOVE "S" TO WS-SW-FIM-NOTAS
               GO TO 4210-EXIT
           END-IF.
           IF WS-NOTA-PENDENTE
               PERFORM 4220-GRAVAR-NOTA-PENDENTE THRU 4220-EXIT
           ELSE
               WRITE ARCNOTA-REGISTRO FROM CALCNOTA-REGISTRO
           END-IF.
           ADD 1 TO WS-NOTA-MOVIDAS.
           DELETE CALCNOTA RECORD
               INVALID KEY
                   DISPLAY "ERRO AO ELIMINAR NOTA " CALCNOTA-SEQUENCIA
                       " DA TRANSACAO " CALCNOTA-TRANSACAO
           END-DELETE.
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4220-GRAVAR-NOTA-PENDENTE - PROCURA A CHAVE DA NOTA NO ARQUIVO *
      * DE NOTAS DO PERIODO E SO GRAVA SE A RODADA INTERROMPIDA NAO A  *
      * GRAVOU (ABRE E FECHA NO ATO - SO A PENDENTE PASSA POR AQUI)    *
      *----------------------------------------------------------------*
       4220-GRAVAR-NOTA-PENDENTE.
           MOVE "N" TO WS-SW-ACHOU-NOTA.
           OPEN INPUT ARCNOTA.
           IF WS-STATUS-ARCNOTA = "00"
               PERFORM 4230-PROCURAR-NOTA THRU 4230-EXIT
                   UNTIL WS-ACHOU-NOTA OR WS-STATUS-ARCNOTA NOT = "00"
               CLOSE ARCNOTA
           END-IF.
           IF WS-ACHOU-NOTA
               GO TO 4220-EXIT
           END-IF.
           PERFORM 4300-ABRIR-ARCNOTA THRU 4300-EXIT.
           WRITE ARCNOTA-REGISTRO FROM CALCNOTA-REGISTRO.
           CLOSE ARCNOTA.
       4220-EXIT.
           EXIT.

       4230-PROCURAR-NOTA.
           READ ARCNOTA
               AT END
                   CONTINUE
               NOT AT END
                   IF ARCNOTA-REGISTRO(1:11) = CALCNOTA-CHAVE
                       MOVE "S" TO WS-SW-ACHOU-NOTA
                   END-IF
           END-READ.
       4230-EXIT.
           EXIT.

       4300-ABRIR-ARCNOTA.
           OPEN EXTEND ARCNOTA.
           IF WS-STATUS-ARCNOTA = "05" OR WS-STATUS-ARCNOTA = "35"
               OPEN OUTPUT ARCNOTA
               CLOSE ARCNOTA
               OPEN EXTEND ARCNOTA
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7100-REGRAVAR-CHECKPOINT - REGRAVA O ARQUIVO DE PROGRESSO      *
      * INTEIRO (REGISTRO UNICO), COMO O CHECKPOINT DO CALCBAT         *
           DISPLAY "CALCHIST LIDOS   : " WS-HIST-LIDOS.
           DISPLAY "CALCHIST MOVIDOS : " WS-HIST-MOVIDOS.
           DISPLAY "CALCHIST MANTIDOS: " WS-HIST-MANTIDOS.
           DISPLAY "CALCNOTA MOVIDAS : " WS-NOTA-MOVIDAS.
           IF WS-LOG-MOVIDOS + WS-LOG-MANTIDOS = WS-LOG-LIDOS
                   AND WS-HIST-MOVIDOS + WS-HIST-MANTIDOS
                       = WS-HIST-LIDOS
           ACCEPT WS-OPERADOR-CAT FROM ENVIRONMENT "CALCOPER".
           MOVE WS-OPERADOR-CAT TO CALCRUN-OPERADOR.
           MOVE WS-LOTE-RODADA TO CALCRUN-LOTE-ID.
           MOVE SPACES TO CALCRUN-DEPTO.
           WRITE CALCRUN-REGISTRO.
           CLOSE CALCRUN.
       9200-EXIT.
