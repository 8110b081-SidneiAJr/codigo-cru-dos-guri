      *             apos um abend os lotes ja fechados sao recusados
      *             como lote ja processado e o lote interrompido
      *             retoma do checkpoint.
      *             Lote com data-valor futura (CALCIN-CAB-DATA maior
      *             que hoje) nao roda: o arquivo e movido para
      *             HLD<LOTE>.DAT e anotado no indice CALCHOLD.DAT. Os
      *             lotes retidos que chegam a data-valor rodam antes
      *             dos arquivos da fila da noite.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      *                POSICOES (1+10+10+11+3+8) - COM 44 CADA READ    *
      *                DESALINHAVA UM BYTE E O OUT<LOTE>.DAT SAIA      *
      *                CORROMPIDO.                                     *
      * 15/10/26 RPS   COPIA DO LOTE E DO CALCIN.DAT ALARGADA PARA 39  *
      *                POSICOES E A DOS REJEITOS PARA 49, ACOMPANHANDO *
      *                AS MOEDAS DO DETALHE DO CALCIN.                 *
      * 15/10/26 RPS   LOTE COM DATA-VALOR FUTURA RETIDO EM            *
      *                HLD<LOTE>.DAT E ANOTADO NO CALCHOLD.DAT;        *
      *                RETIDOS QUE CHEGAM A DATA-VALOR RODAM ANTES DA  *
      *                FILA, COM MENSAGENS 0270 A 0273.                *
      * 15/10/26 RPS   RETENCAO CONFERE O STATUS DA COPIA PARA         *
      *                HLD<LOTE>.DAT; COPIA OU GRAVACAO DO CALCHOLD    *
      *                COM FALHA DEIXA O LOTE NA FILA, CONTA COMO      *
      *                FALHA E GRAVA A MENSAGEM 0275 - O ARQUIVO       *
      *                ENFILEIRADO SO E APAGADO COM AS DUAS GRAVADAS.  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCNITE.
           SELECT CALCRUN ASSIGN TO "CALCRUN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCRUN.
           SELECT CALCHOLD ASSIGN TO "CALCHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHOLD-LOTE-ID
               ALTERNATE RECORD KEY IS CALCHOLD-DATA-VALOR
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CALCHOLD.
           SELECT RETIDO ASSIGN TO WS-NOME-RETIDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETIDO.
           SELECT CALCMSG ASSIGN TO "CALCMSG.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCMSG.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCFILA.
       COPY CALCFILA.
       FD  LOTEFILA.
       01  LOTEFILA-REGISTRO        PIC X(39).
       FD  CALCIN.
       01  CALCIN-IMAGEM            PIC X(39).
       FD  OUTVIVO.
       01  OUTVIVO-REGISTRO         PIC X(43).
       FD  OUTLOTE.
       01  OUTLOTE-REGISTRO         PIC X(43).
       FD  REJVIVO.
       01  REJVIVO-REGISTRO         PIC X(49).
       FD  REJLOTE.
       01  REJLOTE-REGISTRO         PIC X(49).
       FD  CALCRUN.
       COPY CALCRUN.
       FD  CALCHOLD.
       COPY CALCHOLD.
       FD  RETIDO.
       01  RETIDO-REGISTRO          PIC X(39).
       FD  CALCMSG.
       COPY CALCMSG.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCFILA       PIC X(02) VALUE "00".
           88  WS-FILA-PARADA           VALUE "S".
       77  WS-SW-LOTE-LIMPO         PIC X(01) VALUE "N".
           88  WS-LOTE-LIMPO            VALUE "S".
       77  WS-STATUS-CALCHOLD       PIC X(02) VALUE "00".
       77  WS-STATUS-RETIDO         PIC X(02) VALUE "00".
       77  WS-SW-FALHA-RETIDO       PIC X(01) VALUE "N".
           88  WS-FALHA-RETIDO          VALUE "S".
       77  WS-SW-RETIDOS-VISTOS     PIC X(01) VALUE "N".
           88  WS-RETIDOS-VISTOS        VALUE "S".
       77  WS-SW-FIM-RETIDOS        PIC X(01) VALUE "N".
           88  WS-FIM-RETIDOS           VALUE "S".
       77  WS-SW-LOTE-FUTURO        PIC X(01) VALUE "N".
           88  WS-LOTE-FUTURO           VALUE "S".
       77  WS-SW-LOTE-DA-RETENCAO   PIC X(01) VALUE "N".
           88  WS-LOTE-DA-RETENCAO      VALUE "S".
       77  WS-SW-LOTE-RODADO        PIC X(01) VALUE "N".
           88  WS-LOTE-RODADO           VALUE "S".

      *----------------------------------------------------------------*
      * NOMES DOS ARQUIVOS DO LOTE CORRENTE E CONTROLES DA FILA        *
       77  WS-CONT-LIMPOS           PIC 9(04) VALUE ZEROS.
       77  WS-CONT-FALHOS           PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------*
      * RETENCAO DE LOTES COM DATA-VALOR FUTURA (CALCHOLD.DAT)         *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77  WS-NOME-RETIDO           PIC X(15) VALUE SPACES.
       77  WS-RET-LOTE-ID           PIC X(08) VALUE SPACES.
       77  WS-RET-DEPTO             PIC X(04) VALUE SPACES.
       77  WS-RET-DATA-VALOR        PIC 9(08) VALUE ZEROS.
       77  WS-RET-QTDE              PIC 9(08) VALUE ZEROS.
       77  WS-RET-HASH              PIC 9(11)V99 VALUE ZEROS.
       77  WS-RETORNO-DELETE        PIC S9(09) COMP-5 VALUE ZEROS.
       77  WS-RET-ETAPA             PIC X(08) VALUE SPACES.
       77  WS-OPERADOR-NITE         PIC X(04) VALUE SPACES.
       77  WS-CONT-RETIDOS          PIC 9(04) VALUE ZEROS.
       77  WS-CONT-LIBERADOS        PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CAMPOS DA MENSAGEM DE OPERACAO A GRAVAR EM CALCMSG.DAT         *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCMSG        PIC X(02) VALUE "00".
       77  WS-MSG-NUMERO            PIC 9(04) VALUE ZEROS.
       77  WS-MSG-SEVERIDADE        PIC X(01) VALUE "I".
       77  WS-MSG-TEXTO             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * CABECALHO E TRAILER DO LOTE LIDOS PARA A RETENCAO              *
      *----------------------------------------------------------------*
       COPY CALCIN.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-FILA THRU 2000-EXIT
               UNTIL WS-FIM-FILA OR WS-FILA-PARADA.
      *    FILA VAZIA OU AUSENTE AINDA LIBERA OS RETIDOS QUE VENCERAM
           IF NOT WS-FILA-PARADA
               PERFORM 1500-LIBERAR-RETIDOS THRU 1500-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "CALCNITE - FILA DE LOTES DA JANELA NOTURNA".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-OPERADOR-NITE FROM ENVIRONMENT "CALCOPER".
           OPEN INPUT CALCFILA.
           IF WS-STATUS-CALCFILA NOT = "00"
               DISPLAY "CALCFILA.DAT NAO ENCONTRADO - NADA A FAZER"
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1500-LIBERAR-RETIDOS - RODA, UMA VEZ POR NOITE E ANTES DO      *
      * PRIMEIRO ARQUIVO DA FILA, OS LOTES RETIDOS NO CALCHOLD.DAT     *
      * CUJA DATA-VALOR JA CHEGOU; A POLITICA DE PARADA DA FILA JA     *
      * VALE PARA ELES                                                 *
      *----------------------------------------------------------------*
       1500-LIBERAR-RETIDOS.
           IF WS-RETIDOS-VISTOS
               GO TO 1500-EXIT
           END-IF.
           MOVE "S" TO WS-SW-RETIDOS-VISTOS.
           OPEN I-O CALCHOLD.
           IF WS-STATUS-CALCHOLD NOT = "00"
      *        SEM INDICE NAO HA LOTE RETIDO
               GO TO 1500-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-RETIDOS.
           MOVE ZEROS TO CALCHOLD-DATA-VALOR.
           START CALCHOLD KEY IS NOT LESS THAN CALCHOLD-DATA-VALOR
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-RETIDOS
           END-START.
           PERFORM 1510-LIBERAR-UM-RETIDO THRU 1510-EXIT
               UNTIL WS-FIM-RETIDOS OR WS-FILA-PARADA.
           CLOSE CALCHOLD.
       1500-EXIT.
           EXIT.

       1510-LIBERAR-UM-RETIDO.
           READ CALCHOLD NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-RETIDOS
                   GO TO 1510-EXIT
           END-READ.
      *    A CHAVE ALTERNADA VEM EM ORDEM DE DATA-VALOR - O PRIMEIRO
      *    FUTURO ENCERRA A VARREDURA
           IF CALCHOLD-DATA-VALOR > WS-DATA-HOJE
               MOVE "S" TO WS-SW-FIM-RETIDOS
               GO TO 1510-EXIT
           END-IF.
           IF NOT CALCHOLD-RETIDO
               GO TO 1510-EXIT
           END-IF.
           IF CALCHOLD-DATA-VALOR < WS-DATA-HOJE
               MOVE 0272 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "RETIDO " CALCHOLD-LOTE-ID " VENCIDO EM "
                   CALCHOLD-DATA-VALOR
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               DISPLAY "LOTE RETIDO " CALCHOLD-LOTE-ID
                   " PASSOU DA DATA-VALOR " CALCHOLD-DATA-VALOR
                   " SEM LIBERACAO - LIBERADO AGORA"
           END-IF.
           DISPLAY " ".
           DISPLAY "FILA: LIBERANDO O LOTE RETIDO " CALCHOLD-LOTE-ID
               " - DATA-VALOR " CALCHOLD-DATA-VALOR.
           MOVE CALCHOLD-NOME-RETIDO TO WS-NOME-LOTE.
           MOVE "S" TO WS-SW-LOTE-DA-RETENCAO.
           PERFORM 3000-PROCESSAR-LOTE THRU 3000-EXIT.
           MOVE "N" TO WS-SW-LOTE-DA-RETENCAO.
           IF NOT WS-LOTE-RODADO
      *        SEM O HLD<LOTE>.DAT O LOTE CONTINUA RETIDO
               GO TO 1510-EXIT
           END-IF.
           MOVE "L" TO CALCHOLD-SITUACAO.
           ACCEPT CALCHOLD-DATA-SITUACAO FROM DATE YYYYMMDD.
           ACCEPT CALCHOLD-HORA-SITUACAO FROM TIME.
           MOVE WS-OPERADOR-NITE TO CALCHOLD-OPERADOR-SIT.
           MOVE WS-RETORNO-LOTE TO CALCHOLD-RETORNO.
           REWRITE CALCHOLD-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CALCHOLD.DAT - LOTE "
                       CALCHOLD-LOTE-ID
           END-REWRITE.
           ADD 1 TO WS-CONT-LIBERADOS.
           MOVE 0271 TO WS-MSG-NUMERO.
           MOVE "I" TO WS-MSG-SEVERIDADE.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "LOTE " CALCHOLD-LOTE-ID " LIBERADO RC "
               WS-RETORNO-LOTE
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESSAR-FILA - LE UM REGISTRO DA FILA: POLITICA AJUSTA  *
      * O COMPORTAMENTO EM FALHA, ARQUIVO DISPARA UM LOTE NO CALCBAT   *
                                   " PULADO"
                           END-IF
                       WHEN CALCFILA-TIPO-ARQUIVO
                           PERFORM 1500-LIBERAR-RETIDOS THRU 1500-EXIT
                           IF NOT WS-FILA-PARADA
                               MOVE CALCFILA-NOME-ARQ TO WS-NOME-LOTE
                               PERFORM 3000-PROCESSAR-LOTE
                                   THRU 3000-EXIT
                           END-IF
                       WHEN OTHER
                           DISPLAY "REGISTRO DA FILA IGNORADO - TIPO"
                               " DESCONHECIDO"
      *----------------------------------------------------------------*
      * 3000-PROCESSAR-LOTE - COPIA O ARQUIVO ENFILEIRADO SOBRE O      *
      * CALCIN.DAT, RODA O CALCBAT E GUARDA OS RESULTADOS CARIMBADOS   *
      * PELO LOTE QUANDO O RAZAO CONFIRMA O TERMINO LIMPO. LOTE COM    *
      * DATA-VALOR FUTURA VAI PARA A RETENCAO SEM PASSAR PELO CALCBAT  *
      *----------------------------------------------------------------*
       3000-PROCESSAR-LOTE.
           MOVE "N" TO WS-SW-LOTE-RODADO.
           DISPLAY " ".
           DISPLAY "FILA: PROCESSANDO O ARQUIVO " WS-NOME-LOTE.
           IF NOT WS-LOTE-DA-RETENCAO
               PERFORM 3050-VERIFICAR-DATA-VALOR THRU 3050-EXIT
               IF WS-LOTE-FUTURO
                   PERFORM 3400-RETER-LOTE THRU 3400-EXIT
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-CONT-LOTES.
           PERFORM 3100-COPIAR-PARA-CALCIN THRU 3100-EXIT.
           IF WS-STATUS-LOTEFILA NOT = "00"
                   AND WS-STATUS-LOTEFILA NOT = "10"
           END-IF.
           CALL "CALCBAT".
           MOVE RETURN-CODE TO WS-RETORNO-LOTE.
           MOVE "S" TO WS-SW-LOTE-RODADO.
      *    CANCEL DEVOLVE O WORKING-STORAGE DO CALCBAT AO ESTADO
      *    INICIAL - SEM ISSO OS CONTADORES E O CONTROLE DE LOTE DA
      *    CHAMADA ANTERIOR CONTAMINAM O LOTE SEGUINTE DA FILA
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3050-VERIFICAR-DATA-VALOR - LE SO O PRIMEIRO REGISTRO DO       *
      * ARQUIVO ENFILEIRADO; CABECALHO COM CALCIN-CAB-DATA MAIOR QUE   *
      * HOJE MARCA O LOTE PARA RETENCAO                                *
      *----------------------------------------------------------------*
       3050-VERIFICAR-DATA-VALOR.
           MOVE "N" TO WS-SW-LOTE-FUTURO.
           OPEN INPUT LOTEFILA.
           IF WS-STATUS-LOTEFILA NOT = "00"
      *        ARQUIVO AUSENTE E TRATADO NA COPIA PARA O CALCIN
               GO TO 3050-EXIT
           END-IF.
           MOVE SPACES TO CALCIN-REGISTRO.
           READ LOTEFILA INTO CALCIN-REGISTRO
               AT END
                   MOVE SPACES TO CALCIN-REGISTRO
           END-READ.
           CLOSE LOTEFILA.
           IF CALCIN-TIPO-CABECALHO
                   AND CALCIN-CAB-DATA IS NUMERIC
                   AND CALCIN-CAB-DATA > WS-DATA-HOJE
               MOVE "S" TO WS-SW-LOTE-FUTURO
           END-IF.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-COPIAR-PARA-CALCIN - COPIA O ARQUIVO ENFILEIRADO SOBRE O  *
      * CALCIN.DAT E CAPTURA O LOTE-ID DO CABECALHO DE PASSAGEM        *
       3321-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-RETER-LOTE - MOVE O LOTE COM DATA-VALOR FUTURA PARA       *
      * HLD<LOTE>.DAT, ANOTA NO CALCHOLD.DAT COM A QUANTIDADE E O HASH *
      * DO TRAILER E APAGA O ARQUIVO ENFILEIRADO - SO DEPOIS DA COPIA  *
      * E DO CALCHOLD GRAVADOS; FALHA EM QUALQUER DOS DOIS DEIXA O     *
      * LOTE NA FILA (MENSAGEM 0275). LOTE JA RETIDO COM O MESMO       *
      * LOTE-ID E RECUSADO E CONTA COMO FALHA                          *
      *----------------------------------------------------------------*
       3400-RETER-LOTE.
           MOVE CALCIN-CAB-LOTE-ID TO WS-RET-LOTE-ID.
           MOVE CALCIN-CAB-DEPTO TO WS-RET-DEPTO.
           MOVE CALCIN-CAB-DATA TO WS-RET-DATA-VALOR.
           MOVE SPACES TO WS-NOME-RETIDO.
           STRING "HLD" WS-RET-LOTE-ID ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-RETIDO.
           OPEN I-O CALCHOLD.
           IF WS-STATUS-CALCHOLD = "35"
               OPEN OUTPUT CALCHOLD
               CLOSE CALCHOLD
               OPEN I-O CALCHOLD
           END-IF.
           IF WS-STATUS-CALCHOLD NOT = "00"
               DISPLAY "CALCHOLD.DAT INACESSIVEL - STATUS "
                   WS-STATUS-CALCHOLD " - LOTE NAO RETIDO"
               MOVE "CALCHOLD" TO WS-RET-ETAPA
               PERFORM 3420-RECUSAR-RETENCAO THRU 3420-EXIT
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-RET-LOTE-ID TO CALCHOLD-LOTE-ID.
           READ CALCHOLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CLOSE CALCHOLD
                   MOVE 0273 TO WS-MSG-NUMERO
                   MOVE "E" TO WS-MSG-SEVERIDADE
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING "LOTE " WS-RET-LOTE-ID
                       " JA NO CALCHOLD - RECUSADO"
                       DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
                   DISPLAY "LOTE " WS-RET-LOTE-ID " JA CONSTA NO"
                       " CALCHOLD.DAT - ARQUIVO RECUSADO"
                   ADD 1 TO WS-CONT-FALHOS
                   GO TO 3400-EXIT
           END-READ.
           PERFORM 3410-COPIAR-PARA-RETIDO THRU 3410-EXIT.
           IF WS-FALHA-RETIDO
               CLOSE CALCHOLD
               DISPLAY "COPIA PARA " WS-NOME-RETIDO " INCOMPLETA -"
                   " LOTE " WS-RET-LOTE-ID " NAO RETIDO"
               CALL "CBL_DELETE_FILE" USING WS-NOME-RETIDO
               MOVE ZEROS TO RETURN-CODE
               MOVE "HLD" TO WS-RET-ETAPA
               PERFORM 3420-RECUSAR-RETENCAO THRU 3420-EXIT
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-RET-LOTE-ID TO CALCHOLD-LOTE-ID.
           MOVE WS-RET-DEPTO TO CALCHOLD-DEPTO.
           MOVE WS-RET-DATA-VALOR TO CALCHOLD-DATA-VALOR.
           MOVE WS-RET-QTDE TO CALCHOLD-QTDE.
           MOVE WS-RET-HASH TO CALCHOLD-HASH.
           MOVE WS-NOME-LOTE TO CALCHOLD-NOME-ORIGEM.
           MOVE WS-NOME-RETIDO TO CALCHOLD-NOME-RETIDO.
           ACCEPT CALCHOLD-DATA-RETENCAO FROM DATE YYYYMMDD.
           ACCEPT CALCHOLD-HORA-RETENCAO FROM TIME.
           MOVE "R" TO CALCHOLD-SITUACAO.
           MOVE CALCHOLD-DATA-RETENCAO TO CALCHOLD-DATA-SITUACAO.
           MOVE CALCHOLD-HORA-RETENCAO TO CALCHOLD-HORA-SITUACAO.
           MOVE WS-OPERADOR-NITE TO CALCHOLD-OPERADOR-SIT.
           MOVE ZEROS TO CALCHOLD-RETORNO.
           WRITE CALCHOLD-REGISTRO
               INVALID KEY
                   CLOSE CALCHOLD
                   DISPLAY "ERRO AO GRAVAR CALCHOLD.DAT - LOTE "
                       WS-RET-LOTE-ID " NAO RETIDO"
                   CALL "CBL_DELETE_FILE" USING WS-NOME-RETIDO
                   MOVE ZEROS TO RETURN-CODE
                   MOVE "CALCHOLD" TO WS-RET-ETAPA
                   PERFORM 3420-RECUSAR-RETENCAO THRU 3420-EXIT
                   GO TO 3400-EXIT
           END-WRITE.
           CLOSE CALCHOLD.
      *    O ARQUIVO ENFILEIRADO SAI DE CENA - SE FICASSE, A FILA DA
      *    PROXIMA NOITE O RETERIA DE NOVO E SERIA RECUSADO
           CALL "CBL_DELETE_FILE" USING WS-NOME-LOTE.
           MOVE RETURN-CODE TO WS-RETORNO-DELETE.
           IF WS-RETORNO-DELETE NOT = ZEROS
               DISPLAY "AVISO: " WS-NOME-LOTE " NAO FOI APAGADO -"
                   " RETIRE-O DA FILA"
           END-IF.
           MOVE ZEROS TO RETURN-CODE.
           ADD 1 TO WS-CONT-RETIDOS.
           MOVE 0270 TO WS-MSG-NUMERO.
           MOVE "I" TO WS-MSG-SEVERIDADE.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "LOTE " WS-RET-LOTE-ID " RETIDO ATE "
               WS-RET-DATA-VALOR
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "LOTE " WS-RET-LOTE-ID " COM DATA-VALOR "
               WS-RET-DATA-VALOR " RETIDO EM " WS-NOME-RETIDO.
       3400-EXIT.
           EXIT.

       3410-COPIAR-PARA-RETIDO.
           MOVE "N" TO WS-SW-FALHA-RETIDO.
           MOVE "N" TO WS-SW-FIM-COPIA.
           MOVE ZEROS TO WS-RET-QTDE.
           MOVE ZEROS TO WS-RET-HASH.
           OPEN INPUT LOTEFILA.
           IF WS-STATUS-LOTEFILA NOT = "00"
               DISPLAY WS-NOME-LOTE " NAO ABRIU - STATUS "
                   WS-STATUS-LOTEFILA
               MOVE "S" TO WS-SW-FALHA-RETIDO
               GO TO 3410-EXIT
           END-IF.
           OPEN OUTPUT RETIDO.
           IF WS-STATUS-RETIDO NOT = "00"
               DISPLAY WS-NOME-RETIDO " NAO ABRIU - STATUS "
                   WS-STATUS-RETIDO
               CLOSE LOTEFILA
               MOVE "S" TO WS-SW-FALHA-RETIDO
               GO TO 3410-EXIT
           END-IF.
           PERFORM 3411-COPIAR-UM-RETIDO THRU 3411-EXIT
               UNTIL WS-FIM-COPIA OR WS-FALHA-RETIDO.
           CLOSE LOTEFILA.
           CLOSE RETIDO.
           IF WS-STATUS-RETIDO NOT = "00"
               DISPLAY WS-NOME-RETIDO " NAO FECHOU - STATUS "
                   WS-STATUS-RETIDO
               MOVE "S" TO WS-SW-FALHA-RETIDO
           END-IF.
       3410-EXIT.
           EXIT.

       3411-COPIAR-UM-RETIDO.
           READ LOTEFILA INTO CALCIN-REGISTRO
               AT END
                   MOVE "S" TO WS-SW-FIM-COPIA
               NOT AT END
                   IF CALCIN-TIPO-TRAILER
                       MOVE CALCIN-TRL-QTDE TO WS-RET-QTDE
                       MOVE CALCIN-TRL-HASH TO WS-RET-HASH
                   END-IF
                   WRITE RETIDO-REGISTRO FROM LOTEFILA-REGISTRO
                   IF WS-STATUS-RETIDO NOT = "00"
                       DISPLAY "ERRO AO GRAVAR " WS-NOME-RETIDO
                           " - STATUS " WS-STATUS-RETIDO
                       MOVE "S" TO WS-SW-FALHA-RETIDO
                   END-IF
           END-READ.
           IF WS-STATUS-LOTEFILA NOT = "00"
                   AND WS-STATUS-LOTEFILA NOT = "10"
               DISPLAY "ERRO AO LER " WS-NOME-LOTE " - STATUS "
                   WS-STATUS-LOTEFILA
               MOVE "S" TO WS-SW-FALHA-RETIDO
           END-IF.
       3411-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3420-RECUSAR-RETENCAO - RETENCAO NAO CONCLUIDA: O LOTE FICA NA *
      * FILA PARA A PROXIMA NOITE E CONTA COMO FALHA                   *
      *----------------------------------------------------------------*
       3420-RECUSAR-RETENCAO.
           ADD 1 TO WS-CONT-FALHOS.
           MOVE 0275 TO WS-MSG-NUMERO.
           MOVE "E" TO WS-MSG-SEVERIDADE.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "LOTE " WS-RET-LOTE-ID " NAO RETIDO - ERRO "
               WS-RET-ETAPA
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       3420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7900-GRAVAR-MENSAGEM - GRAVA UMA MENSAGEM DE OPERACAO NO       *
      * ARQUIVO CENTRAL CALCMSG.DAT (ABRE, GRAVA E FECHA NO ATO)       *
      *----------------------------------------------------------------*
       7900-GRAVAR-MENSAGEM.
           OPEN EXTEND CALCMSG.
           IF WS-STATUS-CALCMSG = "05" OR WS-STATUS-CALCMSG = "35"
               OPEN OUTPUT CALCMSG
               CLOSE CALCMSG
               OPEN EXTEND CALCMSG
           END-IF.
           MOVE WS-MSG-NUMERO TO CALCMSG-NUMERO.
           MOVE WS-MSG-SEVERIDADE TO CALCMSG-SEVERIDADE.
           MOVE "CALCNITE" TO CALCMSG-PROGRAMA.
           ACCEPT CALCMSG-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCMSG-HORA FROM TIME.
           MOVE ZEROS TO CALCMSG-TRANSACAO.
           MOVE ZEROS TO CALCMSG-NUM-REGISTRO.
           MOVE WS-OPERADOR-NITE TO CALCMSG-OPERADOR.
           MOVE WS-MSG-TEXTO TO CALCMSG-TEXTO.
           MOVE "P" TO CALCMSG-SW-SITUACAO.
           MOVE SPACES TO CALCMSG-REV-OPERADOR.
           MOVE ZEROS TO CALCMSG-REV-DATA.
           MOVE ZEROS TO CALCMSG-REV-HORA.
           WRITE CALCMSG-REGISTRO.
           CLOSE CALCMSG.
       7900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-FINALIZAR - FECHA A FILA E EXIBE OS TOTAIS DA NOITE; A    *
      * FILA COM ALGUM LOTE FALHO SAI COM RETURN-CODE 16 PARA A        *
           DISPLAY "LOTES NA FILA        : " WS-CONT-LOTES.
           DISPLAY "LOTES LIMPOS         : " WS-CONT-LIMPOS.
           DISPLAY "LOTES COM FALHA      : " WS-CONT-FALHOS.
           DISPLAY "LOTES RETIDOS        : " WS-CONT-RETIDOS.
           DISPLAY "RETIDOS LIBERADOS    : " WS-CONT-LIBERADOS.
           IF WS-CONT-FALHOS = ZEROS
               MOVE ZEROS TO RETURN-CODE
           ELSE
