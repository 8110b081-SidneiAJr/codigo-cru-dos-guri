      ******************************************************************
      * PROGRAM-ID: CAMBMNT
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Manutencao do cadastro de cotacoes CAMBMST.DAT
      *             (indexado por moeda + data). Um supervisor
      *             cadastrado em OPERMST.DAT inclui a cotacao do dia
      *             de cada moeda, corrige cotacao digitada errada,
      *             exclui cotacao lancada em data errada e lista as
      *             cotacoes de uma moeda. A cotacao e em reais por
      *             unidade da moeda, com ate cinco inteiros e seis
      *             casas decimais (virgula ou ponto). A conversao C
      *             do CALCDOS e do CALCBAT le este cadastro; a cotacao
      *             usada fica gravada no log e no historico, por isso
      *             corrigir ou excluir aqui nao mexe em calculo ja
      *             feito. Cada acao de manutencao e gravada em
      *             CALCMSG.DAT com o supervisor.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - MANUTENCAO DAS COTACOES DE    *
      *                MOEDA, GATILHADA POR PERFIL DE SUPERVISOR.      *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBMST ASSIGN TO "CAMBMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCCAMB-CHAVE
               FILE STATUS IS WS-STATUS-CAMBMST.
           SELECT OPERMST ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCOPER-CODIGO
               FILE STATUS IS WS-STATUS-OPERMST.
           SELECT CALCMSG ASSIGN TO "CALCMSG.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCMSG.
           SELECT CALCSEC ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCSEC.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMBMST.
       COPY CALCCAMB.
       FD  OPERMST.
       COPY CALCOPER.
       FD  CALCMSG.
       COPY CALCMSG.
       FD  CALCSEC.
       COPY CALCSEC.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CAMBMST        PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-OPCAO                 PIC 9(01) VALUE ZEROS.
       77  WS-SW-CONTINUAR          PIC X(01) VALUE "S".
           88  WS-CONTINUAR-SIM         VALUE "S".
       77  WS-SW-CAMBMST-ABERTO     PIC X(01) VALUE "N".
           88  WS-CAMBMST-ABERTO        VALUE "S".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-CONFIRMA           PIC X(01) VALUE "N".
           88  WS-CONFIRMA-SIM          VALUE "S" "s".
       77  WS-SW-ENTRADA-VALIDA     PIC X(01) VALUE "N".
           88  WS-ENTRADA-VALIDA        VALUE "S".
       77  WS-CONT-LISTADAS         PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CAMPOS DA AUTORIZACAO DO SUPERVISOR                            *
      *----------------------------------------------------------------*
       77  WS-SUPERVISOR            PIC X(04) VALUE SPACES.
       77  WS-SUPERVISOR-NOME       PIC X(30) VALUE SPACES.
       77  WS-SW-SUPERVISOR-OK      PIC X(01) VALUE "N".
           88  WS-SUPERVISOR-OK         VALUE "S".

      *----------------------------------------------------------------*
      * CAMPOS DO EVENTO A GRAVAR NO DIARIO DE SEGURANCA CALCSEC.DAT   *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCSEC        PIC X(02) VALUE "00".
       77  WS-SEC-EVENTO            PIC X(02) VALUE SPACES.
       77  WS-SEC-OPERADOR          PIC X(04) VALUE SPACES.
       77  WS-SEC-DETALHE           PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * CAMPOS DE APOIO DA MANUTENCAO                                  *
      *----------------------------------------------------------------*
       77  WS-MOEDA-ALVO            PIC X(03) VALUE SPACES.
       77  WS-DATA-ALVO             PIC 9(08) VALUE ZEROS.
       77  WS-ENTRADA-DATA          PIC X(08) VALUE SPACES.
       77  WS-ENTRADA-COTACAO       PIC X(13) VALUE SPACES.
       77  WS-COT-INTEIRO-TXT       PIC X(05) VALUE SPACES.
       77  WS-COT-DECIMAL-TXT       PIC X(06) VALUE SPACES.
       77  WS-COT-RESTO-TXT         PIC X(05) VALUE SPACES.
       77  WS-CONT-INTEIRO          PIC 9(02) VALUE ZEROS.
       77  WS-CONT-DECIMAL          PIC 9(02) VALUE ZEROS.
       77  WS-CONT-RESTO            PIC 9(02) VALUE ZEROS.
       77  WS-COTACAO-ANTERIOR      PIC 9(05)V9(06) VALUE ZEROS.

      *----------------------------------------------------------------*
      * COTACAO MONTADA A PARTIR DA DIGITACAO - A PARTE INTEIRA E A    *
      * DECIMAL (COMPLETADA COM ZEROS A DIREITA) LADO A LADO FORMAM O  *
      * VALOR COM SEIS CASAS                                           *
      *----------------------------------------------------------------*
       01  WS-COT-MONTADA.
           05  WS-COT-INTEIRO       PIC 9(05).
           05  WS-COT-DECIMAL       PIC X(06).
       01  WS-COT-VALOR REDEFINES WS-COT-MONTADA
                                    PIC 9(05)V9(06).

       01  WS-LINHA-LISTAGEM.
           05  WS-LST-MOEDA         PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-DATA          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-COTACAO       PIC Z(4)9.9(6).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-SUPERVISOR    PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LST-DATA-MANUT    PIC 9(08).

       01  WS-COTACAO-EDITADA       PIC Z(4)9.9(6).

      *----------------------------------------------------------------*
      * CAMPOS DA MENSAGEM DE OPERACAO A GRAVAR EM CALCMSG.DAT         *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCMSG        PIC X(02) VALUE "00".
       77  WS-MSG-NUMERO            PIC 9(04) VALUE ZEROS.
       77  WS-MSG-TEXTO             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * AREA DE TROCA COM O OPERPIN - PIN DO SIGN-ON                   *
      *----------------------------------------------------------------*
       COPY CALCPINX.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-SUPERVISOR-OK
               PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
                   UNTIL NOT WS-CONTINUAR-SIM
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - AUTORIZA O SUPERVISOR E ABRE O CADASTRO,    *
      * CRIANDO O ARQUIVO VAZIO NA PRIMEIRA EXECUCAO                   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "CAMBMNT - MANUTENCAO DAS COTACOES DE MOEDA".
           PERFORM 1200-AUTORIZAR-SUPERVISOR THRU 1200-EXIT.
           IF NOT WS-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CAMBMST.
           IF WS-STATUS-CAMBMST = "35"
               OPEN OUTPUT CAMBMST
               CLOSE CAMBMST
               OPEN I-O CAMBMST
           END-IF.
           IF WS-STATUS-CAMBMST NOT = "00"
               DISPLAY "CAMBMST.DAT INACESSIVEL - STATUS "
                   WS-STATUS-CAMBMST
               MOVE "N" TO WS-SW-SUPERVISOR-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-CAMBMST-ABERTO.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-AUTORIZAR-SUPERVISOR - SO OPERADOR ATIVO COM PERFIL DE    *
      * SUPERVISOR EM OPERMST.DAT MANTEM O CADASTRO DE COTACOES        *
      *----------------------------------------------------------------*
       1200-AUTORIZAR-SUPERVISOR.
           MOVE "N" TO WS-SW-SUPERVISOR-OK.
           DISPLAY "INFORME O CODIGO DO SUPERVISOR:".
           ACCEPT WS-SUPERVISOR.
           IF WS-SUPERVISOR = SPACES
               GO TO 1200-EXIT
           END-IF.
           OPEN INPUT OPERMST.
           IF WS-STATUS-OPERMST NOT = "00"
               DISPLAY "OPERMST.DAT NAO ENCONTRADO"
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-SUPERVISOR TO CALCOPER-CODIGO.
           READ OPERMST
               KEY IS CALCOPER-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CALCOPER-ATIVO AND CALCOPER-PERFIL-SUPERVISOR
                       MOVE "S" TO WS-SW-SUPERVISOR-OK
                       MOVE CALCOPER-NOME TO WS-SUPERVISOR-NOME
                   END-IF
           END-READ.
           CLOSE OPERMST.
           IF WS-SUPERVISOR-OK
               MOVE "V" TO pnexe-funcao
               MOVE WS-SUPERVISOR TO pnexe-codigo
               MOVE "CAMBMNT " TO pnexe-programa
               CALL "OPERPIN" USING pnexe-parametros
               IF NOT pnexe-pin-ok
                   MOVE "N" TO WS-SW-SUPERVISOR-OK
               END-IF
           ELSE
               MOVE SPACES TO pnexe-retorno
           END-IF.
           MOVE WS-SUPERVISOR TO WS-SEC-OPERADOR.
           IF WS-SUPERVISOR-OK
               DISPLAY "SUPERVISOR " WS-SUPERVISOR " - "
                   WS-SUPERVISOR-NOME
               MOVE "FP" TO WS-SEC-EVENTO
               MOVE "MANUTENCAO DE COTACOES AUTORIZADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           ELSE
               IF pnexe-retorno = SPACES
                   DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR OU"
                       " INATIVO"
               END-IF
               MOVE "FR" TO WS-SEC-EVENTO
               MOVE "MANUTENCAO DE COTACOES RECUSADA"
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESSAR-MENU - FUNCOES DA MANUTENCAO DE COTACOES        *
      *----------------------------------------------------------------*
       2000-PROCESSAR-MENU.
           DISPLAY " ".
           DISPLAY "====== CAMBMNT - FUNCOES DE MANUTENCAO ======".
           DISPLAY "1 - INCLUIR COTACAO".
           DISPLAY "2 - CORRIGIR COTACAO".
           DISPLAY "3 - EXCLUIR COTACAO".
           DISPLAY "4 - LISTAR COTACOES DE UMA MOEDA".
           DISPLAY "0 - SAIR".
           DISPLAY "INFORME A OPCAO DESEJADA :".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 3000-INCLUIR-COTACAO THRU 3000-EXIT
               WHEN 2
                   PERFORM 3100-CORRIGIR-COTACAO THRU 3100-EXIT
               WHEN 3
                   PERFORM 3200-EXCLUIR-COTACAO THRU 3200-EXIT
               WHEN 4
                   PERFORM 3400-LISTAR-MOEDA THRU 3400-EXIT
               WHEN 0
                   MOVE "N" TO WS-SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-INCLUIR-COTACAO - UMA COTACAO POR MOEDA POR DIA           *
      *----------------------------------------------------------------*
       3000-INCLUIR-COTACAO.
           PERFORM 4000-LER-CHAVE THRU 4000-EXIT.
           IF NOT WS-ENTRADA-VALIDA
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-MOEDA-ALVO TO CALCCAMB-MOEDA.
           MOVE WS-DATA-ALVO TO CALCCAMB-DATA.
           READ CAMBMST
               KEY IS CALCCAMB-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "COTACAO DE " WS-MOEDA-ALVO " EM "
                       WS-DATA-ALVO " JA CADASTRADA - USE A CORRECAO"
                   GO TO 3000-EXIT
           END-READ.
           PERFORM 4100-LER-COTACAO THRU 4100-EXIT.
           IF NOT WS-ENTRADA-VALIDA
               DISPLAY "INCLUSAO CANCELADA"
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-MOEDA-ALVO TO CALCCAMB-MOEDA.
           MOVE WS-DATA-ALVO TO CALCCAMB-DATA.
           MOVE WS-COT-VALOR TO CALCCAMB-COTACAO.
           MOVE WS-SUPERVISOR TO CALCCAMB-SUPERVISOR.
           ACCEPT CALCCAMB-DATA-MANUT FROM DATE YYYYMMDD.
           ACCEPT CALCCAMB-HORA-MANUT FROM TIME.
           WRITE CALCCAMB-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR A COTACAO - STATUS "
                       WS-STATUS-CAMBMST
                   GO TO 3000-EXIT
           END-WRITE.
           MOVE WS-COT-VALOR TO WS-COTACAO-EDITADA.
           MOVE 0150 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "COTACAO " WS-MOEDA-ALVO " " WS-DATA-ALVO " "
               WS-COTACAO-EDITADA " INCLUIDA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "COTACAO " WS-MOEDA-ALVO " " WS-DATA-ALVO
               " INCLUIDA".
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-CORRIGIR-COTACAO - SO O VALOR MUDA; A COTACAO ANTERIOR    *
      * VAI NA MENSAGEM PARA A AUDITORIA                               *
      *----------------------------------------------------------------*
       3100-CORRIGIR-COTACAO.
           PERFORM 4000-LER-CHAVE THRU 4000-EXIT.
           IF NOT WS-ENTRADA-VALIDA
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-MOEDA-ALVO TO CALCCAMB-MOEDA.
           MOVE WS-DATA-ALVO TO CALCCAMB-DATA.
           READ CAMBMST
               KEY IS CALCCAMB-CHAVE
               INVALID KEY
                   DISPLAY "COTACAO NAO CADASTRADA"
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 4200-EXIBIR-REGISTRO THRU 4200-EXIT.
           MOVE CALCCAMB-COTACAO TO WS-COTACAO-ANTERIOR.
           PERFORM 4100-LER-COTACAO THRU 4100-EXIT.
           IF NOT WS-ENTRADA-VALIDA
               DISPLAY "CORRECAO CANCELADA"
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-COT-VALOR TO CALCCAMB-COTACAO.
           MOVE WS-SUPERVISOR TO CALCCAMB-SUPERVISOR.
           ACCEPT CALCCAMB-DATA-MANUT FROM DATE YYYYMMDD.
           ACCEPT CALCCAMB-HORA-MANUT FROM TIME.
           REWRITE CALCCAMB-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A COTACAO - STATUS "
                       WS-STATUS-CAMBMST
                   GO TO 3100-EXIT
           END-REWRITE.
           MOVE WS-COTACAO-ANTERIOR TO WS-COTACAO-EDITADA.
           MOVE 0151 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "COTACAO " WS-MOEDA-ALVO " " WS-DATA-ALVO " ERA "
               WS-COTACAO-EDITADA
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "COTACAO " WS-MOEDA-ALVO " " WS-DATA-ALVO
               " CORRIGIDA".
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-EXCLUIR-COTACAO - PARA COTACAO LANCADA NA DATA ERRADA; OS *
      * CALCULOS JA FEITOS GUARDAM A COTACAO QUE USARAM                *
      *----------------------------------------------------------------*
       3200-EXCLUIR-COTACAO.
           PERFORM 4000-LER-CHAVE THRU 4000-EXIT.
           IF NOT WS-ENTRADA-VALIDA
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-MOEDA-ALVO TO CALCCAMB-MOEDA.
           MOVE WS-DATA-ALVO TO CALCCAMB-DATA.
           READ CAMBMST
               KEY IS CALCCAMB-CHAVE
               INVALID KEY
                   DISPLAY "COTACAO NAO CADASTRADA"
                   GO TO 3200-EXIT
           END-READ.
           PERFORM 4200-EXIBIR-REGISTRO THRU 4200-EXIT.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "EXCLUSAO CANCELADA"
               GO TO 3200-EXIT
           END-IF.
           MOVE CALCCAMB-COTACAO TO WS-COTACAO-EDITADA.
           DELETE CAMBMST
               INVALID KEY
                   DISPLAY "FALHA AO EXCLUIR A COTACAO - STATUS "
                       WS-STATUS-CAMBMST
                   GO TO 3200-EXIT
           END-DELETE.
           MOVE 0152 TO WS-MSG-NUMERO.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "COTACAO " WS-MOEDA-ALVO " " WS-DATA-ALVO " "
               WS-COTACAO-EDITADA " EXCLUIDA"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "COTACAO " WS-MOEDA-ALVO " " WS-DATA-ALVO
               " EXCLUIDA".
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-LISTAR-MOEDA - COTACOES DE UMA MOEDA EM ORDEM DE DATA     *
      *----------------------------------------------------------------*
       3400-LISTAR-MOEDA.
           DISPLAY "INFORME A MOEDA A LISTAR (BRANCO = VOLTAR):".
           MOVE SPACES TO WS-MOEDA-ALVO.
           ACCEPT WS-MOEDA-ALVO.
           IF WS-MOEDA-ALVO = SPACES
               GO TO 3400-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE ZEROS TO WS-CONT-LISTADAS.
           MOVE WS-MOEDA-ALVO TO CALCCAMB-MOEDA.
           MOVE ZEROS TO CALCCAMB-DATA.
           START CAMBMST KEY IS NOT LESS THAN CALCCAMB-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           DISPLAY "MOE  DATA        COTACAO       SUPV  MANUTENCAO".
           PERFORM 3410-LER-PROXIMA THRU 3410-EXIT
               UNTIL WS-FIM-ARQUIVO.
           DISPLAY "COTACOES LISTADAS: " WS-CONT-LISTADAS.
       3400-EXIT.
           EXIT.

       3410-LER-PROXIMA.
           READ CAMBMST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 3410-EXIT
           END-READ.
           IF CALCCAMB-MOEDA NOT = WS-MOEDA-ALVO
               MOVE "S" TO WS-SW-FIM-ARQUIVO
               GO TO 3410-EXIT
           END-IF.
           MOVE CALCCAMB-MOEDA TO WS-LST-MOEDA.
           MOVE CALCCAMB-DATA TO WS-LST-DATA.
           MOVE CALCCAMB-COTACAO TO WS-LST-COTACAO.
           MOVE CALCCAMB-SUPERVISOR TO WS-LST-SUPERVISOR.
           MOVE CALCCAMB-DATA-MANUT TO WS-LST-DATA-MANUT.
           DISPLAY WS-LINHA-LISTAGEM.
           ADD 1 TO WS-CONT-LISTADAS.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-LER-CHAVE - MOEDA (CODIGO DE 3 LETRAS, NAO BRL) E DATA DA *
      * COTACAO (AAAAMMDD, BRANCO VALE HOJE); MOEDA EM BRANCO VOLTA    *
      *----------------------------------------------------------------*
       4000-LER-CHAVE.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           DISPLAY "INFORME A MOEDA (EX: USD, EUR; BRANCO = VOLTAR):".
           MOVE SPACES TO WS-MOEDA-ALVO.
           ACCEPT WS-MOEDA-ALVO.
           IF WS-MOEDA-ALVO = SPACES
               GO TO 4000-EXIT
           END-IF.
           IF WS-MOEDA-ALVO IS NOT ALPHABETIC-UPPER
                   OR WS-MOEDA-ALVO(1:1) = SPACE
                   OR WS-MOEDA-ALVO(2:1) = SPACE
                   OR WS-MOEDA-ALVO(3:1) = SPACE
               DISPLAY "MOEDA INVALIDA - USE O CODIGO DE 3 LETRAS"
               GO TO 4000-EXIT
           END-IF.
           IF WS-MOEDA-ALVO = "BRL"
               DISPLAY "REAL NAO TEM COTACAO - VALE SEMPRE 1"
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "INFORME A DATA DA COTACAO (AAAAMMDD, BRANCO ="
               " HOJE):".
           MOVE SPACES TO WS-ENTRADA-DATA.
           ACCEPT WS-ENTRADA-DATA.
           IF WS-ENTRADA-DATA = SPACES
               ACCEPT WS-DATA-ALVO FROM DATE YYYYMMDD
           ELSE
               IF WS-ENTRADA-DATA IS NUMERIC
                   MOVE WS-ENTRADA-DATA TO WS-DATA-ALVO
               ELSE
                   DISPLAY "DATA INVALIDA"
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           MOVE "S" TO WS-SW-ENTRADA-VALIDA.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-LER-COTACAO - REAIS POR UNIDADE DA MOEDA, ATE 5 INTEIROS  *
      * E 6 DECIMAIS SEPARADOS POR VIRGULA OU PONTO; MAIOR QUE ZERO    *
      *----------------------------------------------------------------*
       4100-LER-COTACAO.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA.
           DISPLAY "INFORME A COTACAO EM REAIS (EX: 5,123456, BRANCO ="
               " CANCELAR):".
           MOVE SPACES TO WS-ENTRADA-COTACAO.
           ACCEPT WS-ENTRADA-COTACAO.
           IF WS-ENTRADA-COTACAO = SPACES
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO WS-COT-INTEIRO-TXT.
           MOVE SPACES TO WS-COT-DECIMAL-TXT.
           MOVE SPACES TO WS-COT-RESTO-TXT.
           MOVE ZEROS TO WS-CONT-INTEIRO.
           MOVE ZEROS TO WS-CONT-DECIMAL.
           MOVE ZEROS TO WS-CONT-RESTO.
           UNSTRING WS-ENTRADA-COTACAO DELIMITED BY "," OR "."
                   OR SPACE
               INTO WS-COT-INTEIRO-TXT COUNT IN WS-CONT-INTEIRO
                    WS-COT-DECIMAL-TXT COUNT IN WS-CONT-DECIMAL
                    WS-COT-RESTO-TXT COUNT IN WS-CONT-RESTO
           END-UNSTRING.
           IF WS-CONT-INTEIRO = ZEROS OR WS-CONT-INTEIRO > 5
                   OR WS-CONT-DECIMAL > 6 OR WS-CONT-RESTO > ZEROS
               DISPLAY "COTACAO INVALIDA - ATE 5 INTEIROS E 6 DECIMAIS"
               GO TO 4100-EXIT
           END-IF.
           IF WS-COT-INTEIRO-TXT(1:WS-CONT-INTEIRO) IS NOT NUMERIC
               DISPLAY "COTACAO INVALIDA - USE SO NUMEROS"
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-COT-INTEIRO-TXT(1:WS-CONT-INTEIRO)
               TO WS-COT-INTEIRO.
           MOVE "000000" TO WS-COT-DECIMAL.
           IF WS-CONT-DECIMAL > ZEROS
               MOVE WS-COT-DECIMAL-TXT(1:WS-CONT-DECIMAL)
                   TO WS-COT-DECIMAL(1:WS-CONT-DECIMAL)
           END-IF.
           IF WS-COT-DECIMAL IS NOT NUMERIC
               DISPLAY "COTACAO INVALIDA - USE SO NUMEROS"
               GO TO 4100-EXIT
           END-IF.
           IF WS-COT-VALOR = ZEROS
               DISPLAY "COTACAO ZERADA NAO E ACEITA"
               GO TO 4100-EXIT
           END-IF.
           MOVE "S" TO WS-SW-ENTRADA-VALIDA.
       4100-EXIT.
           EXIT.

       4200-EXIBIR-REGISTRO.
           MOVE CALCCAMB-COTACAO TO WS-COTACAO-EDITADA.
           DISPLAY "MOEDA     : " CALCCAMB-MOEDA.
           DISPLAY "DATA      : " CALCCAMB-DATA.
           DISPLAY "COTACAO   : " WS-COTACAO-EDITADA.
           DISPLAY "MANUTENCAO: " CALCCAMB-SUPERVISOR " EM "
               CALCCAMB-DATA-MANUT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7900-GRAVAR-MENSAGEM - GRAVA UMA MENSAGEM DE OPERACAO NO       *
      * ARQUIVO CENTRAL CALCMSG.DAT (ABRE, GRAVA E FECHA NO ATO, PARA  *
      * CONVIVER COM AS DEMAIS SESSOES QUE TAMBEM GRAVAM NELE)         *
      *----------------------------------------------------------------*
       7900-GRAVAR-MENSAGEM.
           OPEN EXTEND CALCMSG.
           IF WS-STATUS-CALCMSG = "05" OR WS-STATUS-CALCMSG = "35"
               OPEN OUTPUT CALCMSG
               CLOSE CALCMSG
               OPEN EXTEND CALCMSG
           END-IF.
           MOVE WS-MSG-NUMERO TO CALCMSG-NUMERO.
           MOVE "I" TO CALCMSG-SEVERIDADE.
           MOVE "CAMBMNT " TO CALCMSG-PROGRAMA.
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

       9000-FINALIZAR.
           IF WS-CAMBMST-ABERTO
               CLOSE CAMBMST
           END-IF.
           DISPLAY "CAMBMNT - MANUTENCAO ENCERRADA".
       9000-EXIT.
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
           MOVE "CAMBMNT " TO CALCSEC-PROGRAMA.
           MOVE WS-SEC-EVENTO TO CALCSEC-EVENTO.
           MOVE WS-SEC-OPERADOR TO CALCSEC-OPERADOR.
           MOVE WS-SEC-DETALHE TO CALCSEC-DETALHE.
           WRITE CALCSEC-REGISTRO.
           CLOSE CALCSEC.
       7950-EXIT.
           EXIT.
