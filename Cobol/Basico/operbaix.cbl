      ******************************************************************
      * PROGRAM-ID: OPERBAIX
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Aplica as decisoes da recertificacao de acessos.
      *             Le o RECERT.DEC gerado pelo OPERCERT e preenchido
      *             pelo revisor (coluna 6: M manter, R revogar) e,
      *             para cada R, desativa o codigo no OPERMST.DAT - o
      *             registro nunca e apagado, como no OPERMNT. Cada
      *             decisao aplicada vai para o diario de seguranca
      *             CALCSEC.DAT (RM mantido, RR revogado) com o
      *             supervisor que rodou e o codigo atingido; cada
      *             desativacao tambem sai em CALCMSG.DAT (0062), como
      *             a desativacao feita na tela. O supervisor vem da
      *             variavel de ambiente CALCOPER e tem de estar ativo
      *             com perfil S; ele nao pode revogar o proprio
      *             codigo. Linha com codigo fora do cadastro ou
      *             decisao invalida e recusada e listada; linha sem
      *             decisao fica como esta. RETURN-CODE 4 quando ha
      *             linha recusada ou sem decisao, 12 quando o
      *             supervisor nao e aceito ou falta o RECERT.DEC.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - DECISOES DA RECERTIFICACAO    *
      *                APLICADAS NO CADASTRO E GRAVADAS NO CALCSEC.    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERBAIX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMST ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCOPER-CODIGO
               FILE STATUS IS WS-STATUS-OPERMST.
           SELECT DECISOES ASSIGN TO "RECERT.DEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DECISOES.
           SELECT CALCMSG ASSIGN TO "CALCMSG.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCMSG.
           SELECT CALCSEC ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCSEC.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMST.
       COPY CALCOPER.
       FD  DECISOES.
       COPY CALCRDEC.
       FD  CALCMSG.
       COPY CALCMSG.
       FD  CALCSEC.
       COPY CALCSEC.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-STATUS-DECISOES       PIC X(02) VALUE "00".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-OPERMST-ABERTO     PIC X(01) VALUE "N".
           88  WS-OPERMST-ABERTO        VALUE "S".

      *----------------------------------------------------------------*
      * CAMPOS DA AUTORIZACAO DO SUPERVISOR                            *
      *----------------------------------------------------------------*
       77  WS-SUPERVISOR            PIC X(04) VALUE SPACES.
       77  WS-SUPERVISOR-NOME       PIC X(30) VALUE SPACES.
       77  WS-SW-SUPERVISOR-OK      PIC X(01) VALUE "N".
           88  WS-SUPERVISOR-OK         VALUE "S".

      *----------------------------------------------------------------*
      * CONTADORES DAS DECISOES                                        *
      *----------------------------------------------------------------*
       77  WS-CONT-LIDAS            PIC 9(05) VALUE ZEROS.
       77  WS-CONT-MANTIDOS         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-REVOGADOS        PIC 9(05) VALUE ZEROS.
       77  WS-CONT-JA-INATIVOS      PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-DECISAO      PIC 9(05) VALUE ZEROS.
       77  WS-CONT-RECUSADAS        PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CAMPOS DA MENSAGEM DE OPERACAO A GRAVAR EM CALCMSG.DAT         *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCMSG        PIC X(02) VALUE "00".
       77  WS-MSG-NUMERO            PIC 9(04) VALUE ZEROS.
       77  WS-MSG-SEVERIDADE        PIC X(01) VALUE "I".
       77  WS-MSG-TEXTO             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * CAMPOS DO EVENTO A GRAVAR NO DIARIO DE SEGURANCA CALCSEC.DAT   *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCSEC        PIC X(02) VALUE "00".
       77  WS-SEC-EVENTO            PIC X(02) VALUE SPACES.
       77  WS-SEC-OPERADOR          PIC X(04) VALUE SPACES.
       77  WS-SEC-DETALHE           PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-SUPERVISOR-OK
               PERFORM 2000-APLICAR-DECISOES THRU 2000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - AUTORIZA O SUPERVISOR DA VARIAVEL CALCOPER  *
      * E ABRE O CADASTRO E O ARQUIVO DE DECISOES                      *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "OPERBAIX - DECISOES DA RECERTIFICACAO".
           OPEN I-O OPERMST.
           IF WS-STATUS-OPERMST NOT = "00"
               DISPLAY "OPERMST.DAT INACESSIVEL - STATUS "
                   WS-STATUS-OPERMST " - NADA FOI FEITO"
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-OPERMST-ABERTO.
           PERFORM 1200-AUTORIZAR-SUPERVISOR THRU 1200-EXIT.
           IF NOT WS-SUPERVISOR-OK
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DECISOES.
           IF WS-STATUS-DECISOES NOT = "00"
               DISPLAY "RECERT.DEC NAO ENCONTRADO - RODE O OPERCERT -"
                   " NADA FOI FEITO"
               MOVE "N" TO WS-SW-SUPERVISOR-OK
               MOVE 12 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-AUTORIZAR-SUPERVISOR - SO OPERADOR ATIVO COM PERFIL DE    *
      * SUPERVISOR APLICA A RECERTIFICACAO                             *
      *----------------------------------------------------------------*
       1200-AUTORIZAR-SUPERVISOR.
           ACCEPT WS-SUPERVISOR FROM ENVIRONMENT "CALCOPER".
           MOVE WS-SUPERVISOR TO WS-SEC-OPERADOR.
           IF WS-SUPERVISOR = SPACES
               DISPLAY "VARIAVEL DE AMBIENTE CALCOPER NAO INFORMADA"
           ELSE
               MOVE WS-SUPERVISOR TO CALCOPER-CODIGO
               READ OPERMST
                   KEY IS CALCOPER-CODIGO
                   INVALID KEY
                       DISPLAY "OPERADOR NAO CADASTRADO"
                   NOT INVALID KEY
                       IF CALCOPER-ATIVO
                               AND CALCOPER-PERFIL-SUPERVISOR
                           MOVE "S" TO WS-SW-SUPERVISOR-OK
                           MOVE CALCOPER-NOME TO WS-SUPERVISOR-NOME
                           DISPLAY "SUPERVISOR " WS-SUPERVISOR " - "
                               WS-SUPERVISOR-NOME
                       ELSE
                           DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR"
                               " OU INATIVO"
                       END-IF
               END-READ
           END-IF.
           IF WS-SUPERVISOR-OK
               MOVE "FP" TO WS-SEC-EVENTO
               MOVE "RECERTIFICACAO AUTORIZADA" TO WS-SEC-DETALHE
           ELSE
               MOVE "FR" TO WS-SEC-EVENTO
               MOVE "RECERTIFICACAO RECUSADA" TO WS-SEC-DETALHE
           END-IF.
           PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-APLICAR-DECISOES - UMA LINHA DO RECERT.DEC POR VEZ        *
      *----------------------------------------------------------------*
       2000-APLICAR-DECISOES.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           PERFORM 2100-LER-DECISAO THRU 2100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE DECISOES.
           MOVE 0261 TO WS-MSG-NUMERO.
           MOVE "I" TO WS-MSG-SEVERIDADE.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "RECERT APLICADA M " WS-CONT-MANTIDOS " R "
               WS-CONT-REVOGADOS DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           IF WS-CONT-RECUSADAS > ZEROS OR WS-CONT-SEM-DECISAO > ZEROS
               MOVE 0262 TO WS-MSG-NUMERO
               MOVE "A" TO WS-MSG-SEVERIDADE
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "RECERT " WS-CONT-RECUSADAS " RECUSADAS "
                   WS-CONT-SEM-DECISAO " SEM DECISAO"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               MOVE 4 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-DECISAO.
           READ DECISOES
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 2100-EXIT
           END-READ.
           IF CALCRDEC-CODIGO = SPACES
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CONT-LIDAS.
           IF CALCRDEC-SEM-DECISAO
               DISPLAY "OPERADOR " CALCRDEC-CODIGO " SEM DECISAO -"
                   " FICA COMO ESTA"
               ADD 1 TO WS-CONT-SEM-DECISAO
               GO TO 2100-EXIT
           END-IF.
           IF NOT CALCRDEC-MANTER AND NOT CALCRDEC-REVOGAR
               DISPLAY "OPERADOR " CALCRDEC-CODIGO " DECISAO '"
                   CALCRDEC-DECISAO "' INVALIDA - USE M OU R"
               ADD 1 TO WS-CONT-RECUSADAS
               GO TO 2100-EXIT
           END-IF.
           MOVE CALCRDEC-CODIGO TO CALCOPER-CODIGO.
           READ OPERMST
               KEY IS CALCOPER-CODIGO
               INVALID KEY
                   DISPLAY "OPERADOR " CALCRDEC-CODIGO
                       " NAO CADASTRADO - LINHA RECUSADA"
                   ADD 1 TO WS-CONT-RECUSADAS
                   GO TO 2100-EXIT
           END-READ.
           IF CALCRDEC-MANTER
               PERFORM 2200-MANTER-OPERADOR THRU 2200-EXIT
           ELSE
               PERFORM 2300-REVOGAR-OPERADOR THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-MANTER-OPERADOR - NADA MUDA NO CADASTRO; A DECISAO FICA   *
      * NO DIARIO COMO EVIDENCIA DA REVISAO                            *
      *----------------------------------------------------------------*
       2200-MANTER-OPERADOR.
           MOVE "RM" TO WS-SEC-EVENTO.
           MOVE SPACES TO WS-SEC-DETALHE.
           STRING "OPER " CALCOPER-CODIGO " MANTIDO NA RECERTIFICACAO"
               DELIMITED BY SIZE INTO WS-SEC-DETALHE.
           PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT.
           ADD 1 TO WS-CONT-MANTIDOS.
           DISPLAY "OPERADOR " CALCOPER-CODIGO " MANTIDO".
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-REVOGAR-OPERADOR - DESATIVA O CODIGO (O REGISTRO FICA NO  *
      * CADASTRO); O SUPERVISOR NAO REVOGA O PROPRIO ACESSO            *
      *----------------------------------------------------------------*
       2300-REVOGAR-OPERADOR.
           IF CALCOPER-CODIGO = WS-SUPERVISOR
               DISPLAY "OPERADOR " CALCOPER-CODIGO " E O SUPERVISOR DA"
                   " RODADA - REVOGACAO RECUSADA"
               ADD 1 TO WS-CONT-RECUSADAS
               GO TO 2300-EXIT
           END-IF.
           IF NOT CALCOPER-ATIVO
               MOVE "RR" TO WS-SEC-EVENTO
               MOVE SPACES TO WS-SEC-DETALHE
               STRING "OPER " CALCOPER-CODIGO " REVOGADO (JA INATIVO)"
                   DELIMITED BY SIZE INTO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
               ADD 1 TO WS-CONT-JA-INATIVOS
               DISPLAY "OPERADOR " CALCOPER-CODIGO " JA ESTAVA INATIVO"
               GO TO 2300-EXIT
           END-IF.
           MOVE "N" TO CALCOPER-SW-ATIVO.
           REWRITE CALCOPER-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR O OPERADOR "
                       CALCOPER-CODIGO " - STATUS " WS-STATUS-OPERMST
                   ADD 1 TO WS-CONT-RECUSADAS
                   GO TO 2300-EXIT
           END-REWRITE.
           MOVE "RR" TO WS-SEC-EVENTO.
           MOVE SPACES TO WS-SEC-DETALHE.
           STRING "OPER " CALCOPER-CODIGO " REVOGADO NA RECERTIFICACAO"
               DELIMITED BY SIZE INTO WS-SEC-DETALHE.
           PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT.
           MOVE 0062 TO WS-MSG-NUMERO.
           MOVE "I" TO WS-MSG-SEVERIDADE.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "OPERADOR " CALCOPER-CODIGO " DESATIVADO"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           ADD 1 TO WS-CONT-REVOGADOS.
           DISPLAY "OPERADOR " CALCOPER-CODIGO " REVOGADO E DESATIVADO".
       2300-EXIT.
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
           MOVE "OPERBAIX" TO CALCMSG-PROGRAMA.
           ACCEPT CALCMSG-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCMSG-HORA FROM TIME.
           MOVE ZEROS TO CALCMSG-TRANSACAO.
           MOVE ZEROS TO CALCMSG-NUM-REGISTRO.
           MOVE WS-SUPERVISOR TO CALCMSG-OPERADOR.
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
      * 7950-GRAVAR-SEGURANCA - GRAVA UM EVENTO NO DIARIO DE           *
      * SEGURANCA CALCSEC.DAT (ABRE, GRAVA E FECHA NO ATO, COMO O      *
      * CALCMSG) - A TRILHA DAS PESSOAS, SEM EXPURGO                   *
      *----------------------------------------------------------------*
       7950-GRAVAR-SEGURANCA.
           OPEN EXTEND CALCSEC.
           IF WS-STATUS-CALCSEC = "05" OR WS-STATUS-CALCSEC = "35"
               OPEN OUTPUT CALCSEC
               CLOSE CALCSEC
               OPEN EXTEND CALCSEC
           END-IF.
           ACCEPT CALCSEC-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCSEC-HORA FROM TIME.
           MOVE "OPERBAIX" TO CALCSEC-PROGRAMA.
           MOVE WS-SEC-EVENTO TO CALCSEC-EVENTO.
           MOVE WS-SEC-OPERADOR TO CALCSEC-OPERADOR.
           MOVE WS-SEC-DETALHE TO CALCSEC-DETALHE.
           WRITE CALCSEC-REGISTRO.
           CLOSE CALCSEC.
       7950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-FINALIZAR - FECHA O CADASTRO E MOSTRA OS TOTAIS           *
      *----------------------------------------------------------------*
       9000-FINALIZAR.
           IF WS-OPERMST-ABERTO
               CLOSE OPERMST
           END-IF.
           DISPLAY "LINHAS COM CODIGO     : " WS-CONT-LIDAS.
           DISPLAY "MANTIDOS              : " WS-CONT-MANTIDOS.
           DISPLAY "REVOGADOS             : " WS-CONT-REVOGADOS.
           DISPLAY "REVOGADOS JA INATIVOS : " WS-CONT-JA-INATIVOS.
           DISPLAY "SEM DECISAO           : " WS-CONT-SEM-DECISAO.
           DISPLAY "LINHAS RECUSADAS      : " WS-CONT-RECUSADAS.
           DISPLAY "OPERBAIX - RECERTIFICACAO ENCERRADA".
       9000-EXIT.
           EXIT.
