      ******************************************************************
      * PROGRAM-ID: CALCCTB
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Interface com o razao geral. Gera o diario contabil
      *             DIARIOaaaammddss.CTB (layout CALCDIAR) de um dia de
      *             movimento certificado: so aceita data marcada como
      *             fechada (CALCFECH-FECHADO) pelo CALCDAY. Le o
      *             CALCHIST.DAT do dia pela chave alternada de data,
      *             acha as contas de cada departamento/operacao no
      *             mapa CONTAMST.DAT (com o mapa geral "****" na
      *             falta do proprio) e soma um lancamento por
      *             departamento/operacao/conta/natureza. O estorno
      *             (situacao R) vai para a natureza oposta, em linha
      *             propria; resultado em moeda estrangeira e levado a
      *             reais pela cotacao de CAMBMST.DAT do dia (ou do dia
      *             anterior mais proximo ate sete dias, como na
      *             postagem). O diario tem cabecalho, lancamentos e
      *             trailer com os totais a debito e a credito, que
      *             batem por construcao. O envio fica anotado em
      *             CONTBCTL.DAT (layout CALCCTBC) com o carimbo do
      *             fechamento: o mesmo fechamento nao sai duas vezes.
      *             Dia reaberto no CALCDAY depois do envio fica
      *             marcado para correcao; fechado de novo, o proximo
      *             envio gera o diario de correcao (especie C), que
      *             estorna os lancamentos do diario anterior (origem
      *             V) e traz os lancamentos refeitos. Dia sem mapa de
      *             contas ou sem cotacao nao gera diario nenhum.
      *             Data de CALCCTB.PRM quando existe (AAAAMMDD ou
      *             ONTEM), senao do prompt; RETURN-CODE 12 para dia
      *             recusado, 16 para estouro de tabela.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - DIARIO CONTABIL DO DIA        *
      *                FECHADO, COM CONTROLE DE ENVIO E DIARIO DE      *
      *                CORRECAO PARA DIA REABERTO.                     *
      * 15/10/26 RPS   ONTEM PASSA A SER O DIA UTIL ANTERIOR PELO      *
      *                CALCDATA (FUNCAO U): NA SEGUNDA-FEIRA VALE A    *
      *                SEXTA-FEIRA.                                    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCTB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCHIST ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHIST-TRANSACAO
               ALTERNATE RECORD KEY IS CALCHIST-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CALCHIST.
           SELECT CALCFECH ASSIGN TO "CALCFECH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCFECH-DATA
               FILE STATUS IS WS-STATUS-CALCFECH.
           SELECT CONTAMST ASSIGN TO "CONTAMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCCONT-CHAVE
               FILE STATUS IS WS-STATUS-CONTAMST.
           SELECT CONTBCTL ASSIGN TO "CONTBCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCCTBC-DATA
               FILE STATUS IS WS-STATUS-CONTBCTL.
           SELECT CAMBMST ASSIGN TO "CAMBMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCCAMB-CHAVE
               FILE STATUS IS WS-STATUS-CAMBMST.
           SELECT DIARIO ASSIGN TO WS-NOME-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.
           SELECT DIARIO-ANTERIOR ASSIGN TO WS-NOME-DIARIO-ANT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO-ANT.
           SELECT PARAMETRO ASSIGN TO "CALCCTB.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.
           SELECT CALCMSG ASSIGN TO "CALCMSG.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCMSG.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCHIST.
       COPY CALCHIST.
       FD  CALCFECH.
       COPY CALCFECH.
       FD  CONTAMST.
       COPY CALCCONT.
       FD  CONTBCTL.
       COPY CALCCTBC.
       FD  CAMBMST.
       COPY CALCCAMB.
       FD  DIARIO.
       COPY CALCDIAR.
       FD  DIARIO-ANTERIOR.
       01  ANT-REGISTRO.
           05  ANT-TIPO             PIC X(01).
           05  ANT-DADOS            PIC X(79).
       FD  PARAMETRO.
       01  PRM-REGISTRO             PIC X(24).
       FD  CALCMSG.
       COPY CALCMSG.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCHIST       PIC X(02) VALUE "00".
       77  WS-STATUS-CALCFECH       PIC X(02) VALUE "00".
       77  WS-STATUS-CONTAMST       PIC X(02) VALUE "00".
       77  WS-STATUS-CONTBCTL       PIC X(02) VALUE "00".
       77  WS-STATUS-CAMBMST        PIC X(02) VALUE "00".
       77  WS-STATUS-DIARIO         PIC X(02) VALUE "00".
       77  WS-STATUS-DIARIO-ANT     PIC X(02) VALUE "00".
       77  WS-STATUS-PARAMETRO      PIC X(02) VALUE "00".
       77  WS-SW-PROSSEGUIR         PIC X(01) VALUE "S".
           88  WS-PROSSEGUIR            VALUE "S".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-CONTROLE-EXISTE    PIC X(01) VALUE "N".
           88  WS-CONTROLE-EXISTE       VALUE "S".
       77  WS-SW-MAPA-OK            PIC X(01) VALUE "N".
           88  WS-MAPA-OK               VALUE "S".
       77  WS-ENTRADA-DATA          PIC X(08) VALUE SPACES.
       77  WS-DATA-MOVTO            PIC 9(08) VALUE ZEROS.
       77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77  WS-HORA-HOJE             PIC 9(08) VALUE ZEROS.
       77  WS-DATA-DE               PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ATE              PIC 9(08) VALUE ZEROS.
       77  WS-FUNCAO-DATA           PIC X(01) VALUE "D".
       77  WS-OPERADOR              PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      * FECHAMENTO CERTIFICADO E CONTROLE DE ENVIO DO DIA              *
      *----------------------------------------------------------------*
       77  WS-FECH-DATA             PIC 9(08) VALUE ZEROS.
       77  WS-FECH-HORA             PIC 9(08) VALUE ZEROS.
       77  WS-ESPECIE               PIC X(01) VALUE "N".
           88  WS-ESPECIE-NORMAL        VALUE "N".
           88  WS-ESPECIE-CORRECAO      VALUE "C".
       77  WS-SEQUENCIA             PIC 9(02) VALUE ZEROS.
       77  WS-NOME-DIARIO           PIC X(24) VALUE SPACES.
       77  WS-NOME-DIARIO-ANT       PIC X(24) VALUE SPACES.

      *----------------------------------------------------------------*
      * LANCAMENTOS DO DIA - UM POR DEPARTAMENTO/OPERACAO/CONTA/       *
      * NATUREZA/ORIGEM, SOMADOS EM REAIS                              *
      *----------------------------------------------------------------*
       77  WS-MAX-LANCAMENTOS       PIC 9(03) VALUE 500.
       77  WS-QTDE-LANCAMENTOS      PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-LANCAMENTOS.
           05  WS-LAN-ENTRADA OCCURS 500 TIMES INDEXED BY WS-IDX-LAN.
               10  WS-LAN-CHAVE.
                   15  WS-LAN-DEPTO     PIC X(04).
                   15  WS-LAN-OPERACAO  PIC X(01).
                   15  WS-LAN-CONTA     PIC X(12).
                   15  WS-LAN-NATUREZA  PIC X(01).
                   15  WS-LAN-ORIGEM    PIC X(01).
               10  WS-LAN-VALOR         PIC 9(13)V99.
               10  WS-LAN-QTDE          PIC 9(07).
       01  WS-CHAVE-BUSCA.
           05  WS-BUSCA-DEPTO       PIC X(04).
           05  WS-BUSCA-OPERACAO    PIC X(01).
           05  WS-BUSCA-CONTA       PIC X(12).
           05  WS-BUSCA-NATUREZA    PIC X(01).
           05  WS-BUSCA-ORIGEM      PIC X(01).
       77  WS-VALOR-LANC            PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-REAIS           PIC S9(11)V99 VALUE ZEROS.
       77  WS-NATUREZA-DEBITO       PIC X(01) VALUE "D".
       77  WS-NATUREZA-CREDITO      PIC X(01) VALUE "C".
       77  WS-NATUREZA-TROCA        PIC X(01) VALUE SPACES.
       77  WS-CONTA-DEBITO          PIC X(12) VALUE SPACES.
       77  WS-CONTA-CREDITO         PIC X(12) VALUE SPACES.

      *----------------------------------------------------------------*
      * COTACOES DAS MOEDAS ESTRANGEIRAS DO DIA, LIDAS UMA VEZ SO      *
      *----------------------------------------------------------------*
       77  WS-QTDE-MOEDAS           PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-MOEDAS.
           05  WS-MOE-ENTRADA OCCURS 10 TIMES INDEXED BY WS-IDX-MOE.
               10  WS-MOE-CODIGO        PIC X(03).
               10  WS-MOE-COTACAO       PIC 9(05)V9(06).
               10  WS-MOE-SW-OK         PIC X(01).
       77  WS-MOEDA-BUSCA           PIC X(03) VALUE SPACES.
       77  WS-COTACAO               PIC 9(05)V9(06) VALUE ZEROS.
       77  WS-SW-COTACAO-OK         PIC X(01) VALUE "N".
           88  WS-COTACAO-OK            VALUE "S".
       77  WS-DATA-BUSCA            PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-RECUO            PIC 9(02) COMP VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTADORES E TOTAIS DO DIARIO                                  *
      *----------------------------------------------------------------*
       77  WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       77  WS-CONT-LANCADOS         PIC 9(07) VALUE ZEROS.
       77  WS-CONT-SEM-MAPA         PIC 9(07) VALUE ZEROS.
       77  WS-CONT-SEM-COTACAO      PIC 9(07) VALUE ZEROS.
       77  WS-CONT-LINHAS           PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-DEBITO          PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-CREDITO         PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      * CAMPOS DA MENSAGEM DE OPERACAO A GRAVAR EM CALCMSG.DAT         *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCMSG        PIC X(02) VALUE "00".
       77  WS-MSG-NUMERO            PIC 9(04) VALUE ZEROS.
       77  WS-MSG-SEVERIDADE        PIC X(01) VALUE "I".
       77  WS-MSG-TRANSACAO         PIC 9(08) VALUE ZEROS.
       77  WS-MSG-TEXTO             PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-PROSSEGUIR
               PERFORM 2000-APURAR-MOVIMENTO THRU 2000-EXIT
           END-IF.
           IF WS-PROSSEGUIR
               PERFORM 3000-GERAR-DIARIO THRU 3000-EXIT
           END-IF.
           IF WS-PROSSEGUIR
               PERFORM 4000-ATUALIZAR-CONTROLE THRU 4000-EXIT
           END-IF.
           DISPLAY "CALCCTB - INTERFACE CONTABIL ENCERRADA".
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - DATA DO MOVIMENTO, FECHAMENTO CERTIFICADO E *
      * CONTROLE DE ENVIO; DECIDE ENTRE DIARIO NORMAL, DE CORRECAO OU  *
      * RECUSA                                                         *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "CALCCTB - DIARIO CONTABIL DO DIA FECHADO".
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "CALCOPER".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1010-LER-PARAMETROS THRU 1010-EXIT.
           IF WS-DATA-MOVTO = ZEROS
               DISPLAY "DATA INVALIDA - NADA FOI FEITO"
               MOVE 12 TO RETURN-CODE
               MOVE "N" TO WS-SW-PROSSEGUIR
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-VERIFICAR-FECHAMENTO THRU 1100-EXIT.
           IF NOT WS-PROSSEGUIR
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-VERIFICAR-CONTROLE THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1010-LER-PARAMETROS - DATA DO MOVIMENTO (AAAAMMDD OU ONTEM) DE *
      * CALCCTB.PRM QUANDO EXISTE, SENAO DO PROMPT                     *
      *----------------------------------------------------------------*
       1010-LER-PARAMETROS.
           MOVE SPACES TO WS-ENTRADA-DATA.
           OPEN INPUT PARAMETRO.
           IF WS-STATUS-PARAMETRO = "00"
               READ PARAMETRO
                   AT END MOVE SPACES TO PRM-REGISTRO
               END-READ
               MOVE PRM-REGISTRO(1:8) TO WS-ENTRADA-DATA
               CLOSE PARAMETRO
               DISPLAY "PARAMETROS LIDOS DE CALCCTB.PRM"
           ELSE
               DISPLAY "INFORME A DATA DO MOVIMENTO (AAAAMMDD OU"
                   " ONTEM):"
               ACCEPT WS-ENTRADA-DATA
           END-IF.
           MOVE ZEROS TO WS-DATA-MOVTO.
           IF WS-ENTRADA-DATA = "ONTEM"
               MOVE "U" TO WS-FUNCAO-DATA
               CALL "CALCDATA" USING WS-FUNCAO-DATA,
                   WS-DATA-HOJE, WS-DATA-DE, WS-DATA-ATE
               MOVE WS-DATA-DE TO WS-DATA-MOVTO
               GO TO 1010-EXIT
           END-IF.
           IF WS-ENTRADA-DATA IS NUMERIC
               MOVE WS-ENTRADA-DATA TO WS-DATA-MOVTO
           END-IF.
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-VERIFICAR-FECHAMENTO - SO DIA CERTIFICADO PELO CALCDAY    *
      * (CALCFECH-FECHADO) VAI PARA A CONTABILIDADE                    *
      *----------------------------------------------------------------*
       1100-VERIFICAR-FECHAMENTO.
           OPEN INPUT CALCFECH.
           IF WS-STATUS-CALCFECH NOT = "00"
               MOVE "N" TO WS-SW-PROSSEGUIR
           ELSE
               MOVE WS-DATA-MOVTO TO CALCFECH-DATA
               READ CALCFECH
                   KEY IS CALCFECH-DATA
                   INVALID KEY
                       MOVE "N" TO WS-SW-PROSSEGUIR
                   NOT INVALID KEY
                       IF NOT CALCFECH-FECHADO
                           MOVE "N" TO WS-SW-PROSSEGUIR
                       END-IF
               END-READ
               CLOSE CALCFECH
           END-IF.
           IF NOT WS-PROSSEGUIR
               DISPLAY "DIA " WS-DATA-MOVTO " NAO ESTA FECHADO NO"
                   " CALCDAY - DIARIO RECUSADO"
               MOVE 0175 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "DIA " WS-DATA-MOVTO " NAO FECHADO - SEM DIARIO"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               MOVE 12 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           MOVE CALCFECH-DATA-FECH TO WS-FECH-DATA.
           MOVE CALCFECH-HORA-FECH TO WS-FECH-HORA.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-VERIFICAR-CONTROLE - SEM ENVIO ANTERIOR: DIARIO NORMAL.   *
      * ENVIADO DO MESMO FECHAMENTO: RECUSA. MARCADO PARA CORRECAO (OU *
      * FECHADO DE NOVO DEPOIS DO ENVIO): DIARIO DE CORRECAO, QUE PRE- *
      * CISA DO DIARIO ANTERIOR PARA ESTORNAR                          *
      *----------------------------------------------------------------*
       1200-VERIFICAR-CONTROLE.
           MOVE "N" TO WS-ESPECIE.
           MOVE 1 TO WS-SEQUENCIA.
           MOVE "N" TO WS-SW-CONTROLE-EXISTE.
           OPEN INPUT CONTBCTL.
           IF WS-STATUS-CONTBCTL NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-DATA-MOVTO TO CALCCTBC-DATA.
           READ CONTBCTL
               KEY IS CALCCTBC-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-CONTROLE-EXISTE
           END-READ.
           CLOSE CONTBCTL.
           IF NOT WS-CONTROLE-EXISTE
               GO TO 1200-EXIT
           END-IF.
           IF CALCCTBC-ENVIADO AND CALCCTBC-DATA-FECH = WS-FECH-DATA
                   AND CALCCTBC-HORA-FECH = WS-FECH-HORA
               DISPLAY "DIA " WS-DATA-MOVTO " JA ENVIADO NO "
                   CALCCTBC-NOME-DIARIO " EM " CALCCTBC-DATA-ENVIO
                   " - DIARIO RECUSADO"
               MOVE 0175 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "DIA " WS-DATA-MOVTO " JA ENVIADO - RECUSADO"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               MOVE 12 TO RETURN-CODE
               MOVE "N" TO WS-SW-PROSSEGUIR
               GO TO 1200-EXIT
           END-IF.
           MOVE "C" TO WS-ESPECIE.
           COMPUTE WS-SEQUENCIA = CALCCTBC-SEQUENCIA + 1.
           MOVE CALCCTBC-NOME-DIARIO TO WS-NOME-DIARIO-ANT.
           DISPLAY "DIA " WS-DATA-MOVTO " REABERTO APOS O ENVIO DO "
               WS-NOME-DIARIO-ANT " - GERANDO DIARIO DE CORRECAO".
           OPEN INPUT DIARIO-ANTERIOR.
           IF WS-STATUS-DIARIO-ANT NOT = "00"
               DISPLAY "DIARIO ANTERIOR " WS-NOME-DIARIO-ANT
                   " NAO ENCONTRADO - CORRECAO IMPOSSIVEL"
               MOVE 0178 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "DIA " WS-DATA-MOVTO " SEM DIARIO ANTERIOR"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               MOVE 12 TO RETURN-CODE
               MOVE "N" TO WS-SW-PROSSEGUIR
               GO TO 1200-EXIT
           END-IF.
           CLOSE DIARIO-ANTERIOR.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-APURAR-MOVIMENTO - LE O HISTORICO DO DIA E SOMA OS        *
      * LANCAMENTOS; QUALQUER CALCULO SEM MAPA OU SEM COTACAO BARRA O  *
      * DIARIO INTEIRO (A CONTABILIDADE NAO RECEBE DIA PELA METADE)    *
      *----------------------------------------------------------------*
       2000-APURAR-MOVIMENTO.
           MOVE ZEROS TO WS-QTDE-LANCAMENTOS.
           MOVE ZEROS TO WS-QTDE-MOEDAS.
           OPEN INPUT CONTAMST.
           IF WS-STATUS-CONTAMST NOT = "00"
               DISPLAY "CONTAMST.DAT NAO ENCONTRADO - CADASTRAR O MAPA"
                   " DE CONTAS PELO CONTMNT"
               MOVE 12 TO RETURN-CODE
               MOVE "N" TO WS-SW-PROSSEGUIR
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT CALCHIST.
           IF WS-STATUS-CALCHIST NOT = "00"
               DISPLAY "CALCHIST.DAT NAO ENCONTRADO"
               CLOSE CONTAMST
               MOVE 12 TO RETURN-CODE
               MOVE "N" TO WS-SW-PROSSEGUIR
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE WS-DATA-MOVTO TO CALCHIST-DATA.
           START CALCHIST KEY IS NOT LESS THAN CALCHIST-DATA
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           PERFORM 2100-LER-HISTORICO THRU 2100-EXIT
               UNTIL WS-FIM-ARQUIVO OR NOT WS-PROSSEGUIR.
           CLOSE CALCHIST.
           CLOSE CONTAMST.
           IF NOT WS-PROSSEGUIR
               GO TO 2000-EXIT
           END-IF.
           IF WS-CONT-SEM-MAPA > ZEROS OR WS-CONT-SEM-COTACAO > ZEROS
               DISPLAY "CALCULOS SEM MAPA DE CONTAS: " WS-CONT-SEM-MAPA
               DISPLAY "CALCULOS SEM COTACAO       : "
                   WS-CONT-SEM-COTACAO
               DISPLAY "DIARIO RECUSADO - ACERTAR O CONTMNT/CAMBMNT E"
                   " RODAR DE NOVO"
               MOVE 0178 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE ZEROS TO WS-MSG-TRANSACAO
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "DIA " WS-DATA-MOVTO " SEM MAPA/COTACAO - RECUS."
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               MOVE 12 TO RETURN-CODE
               MOVE "N" TO WS-SW-PROSSEGUIR
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-HISTORICO.
           READ CALCHIST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 2100-EXIT
           END-READ.
           IF CALCHIST-DATA NOT = WS-DATA-MOVTO
               MOVE "S" TO WS-SW-FIM-ARQUIVO
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CONT-LIDOS.
           IF CALCHIST-RETORNO NOT = ZEROS
                   OR CALCHIST-RESULTADO = ZEROS
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-BUSCAR-MAPA THRU 2200-EXIT.
           IF NOT WS-MAPA-OK
               ADD 1 TO WS-CONT-SEM-MAPA
               DISPLAY "SEM MAPA DE CONTAS: DEPTO " CALCHIST-DEPTO
                   " OPERACAO " CALCHIST-OPERACAO " TRANSACAO "
                   CALCHIST-TRANSACAO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-CONVERTER-VALOR THRU 2300-EXIT.
           IF NOT WS-COTACAO-OK
               ADD 1 TO WS-CONT-SEM-COTACAO
               DISPLAY "SEM COTACAO: MOEDA " CALCHIST-MOEDA
                   " TRANSACAO " CALCHIST-TRANSACAO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2400-DEFINIR-NATUREZA THRU 2400-EXIT.
           MOVE CALCHIST-DEPTO TO WS-BUSCA-DEPTO.
           MOVE CALCHIST-OPERACAO TO WS-BUSCA-OPERACAO.
           MOVE WS-CONTA-DEBITO TO WS-BUSCA-CONTA.
           MOVE WS-NATUREZA-DEBITO TO WS-BUSCA-NATUREZA.
           PERFORM 2500-ACUMULAR-LANCAMENTO THRU 2500-EXIT.
           MOVE WS-CONTA-CREDITO TO WS-BUSCA-CONTA.
           MOVE WS-NATUREZA-CREDITO TO WS-BUSCA-NATUREZA.
           PERFORM 2500-ACUMULAR-LANCAMENTO THRU 2500-EXIT.
           ADD 1 TO WS-CONT-LANCADOS.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-BUSCAR-MAPA - MAPA ATIVO DO DEPARTAMENTO; NA FALTA DELE,  *
      * O MAPA GERAL **** DA MESMA OPERACAO                            *
      *----------------------------------------------------------------*
       2200-BUSCAR-MAPA.
           MOVE "N" TO WS-SW-MAPA-OK.
           MOVE CALCHIST-DEPTO TO CALCCONT-DEPTO.
           MOVE CALCHIST-OPERACAO TO CALCCONT-OPERACAO.
           READ CONTAMST
               KEY IS CALCCONT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CALCCONT-ATIVA
                       MOVE "S" TO WS-SW-MAPA-OK
                   END-IF
           END-READ.
           IF NOT WS-MAPA-OK
               MOVE "****" TO CALCCONT-DEPTO
               MOVE CALCHIST-OPERACAO TO CALCCONT-OPERACAO
               READ CONTAMST
                   KEY IS CALCCONT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CALCCONT-ATIVA
                           MOVE "S" TO WS-SW-MAPA-OK
                       END-IF
               END-READ
           END-IF.
           IF WS-MAPA-OK
               MOVE CALCCONT-CONTA-DEBITO TO WS-CONTA-DEBITO
               MOVE CALCCONT-CONTA-CREDITO TO WS-CONTA-CREDITO
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-CONVERTER-VALOR - RESULTADO EM REAIS. A CONVERSAO C E AS  *
      * DEMAIS EM BRL (OU MOEDA EM BRANCO) JA ESTAO EM REAIS; MOEDA    *
      * ESTRANGEIRA USA A COTACAO DO DIA DO MOVIMENTO                  *
      *----------------------------------------------------------------*
       2300-CONVERTER-VALOR.
           MOVE "S" TO WS-SW-COTACAO-OK.
           MOVE CALCHIST-RESULTADO TO WS-VALOR-REAIS.
           IF CALCHIST-OPERACAO = "C" OR CALCHIST-MOEDA = SPACES
                   OR CALCHIST-MOEDA = "BRL"
               GO TO 2300-EXIT
           END-IF.
           MOVE CALCHIST-MOEDA TO WS-MOEDA-BUSCA.
           PERFORM 2310-OBTER-COTACAO THRU 2310-EXIT.
           IF WS-COTACAO-OK
               COMPUTE WS-VALOR-REAIS ROUNDED =
                   CALCHIST-RESULTADO * WS-COTACAO
           END-IF.
       2300-EXIT.
           EXIT.

       2310-OBTER-COTACAO.
           MOVE "N" TO WS-SW-COTACAO-OK.
           MOVE ZEROS TO WS-COTACAO.
           PERFORM VARYING WS-IDX-MOE FROM 1 BY 1
                   UNTIL WS-IDX-MOE > WS-QTDE-MOEDAS
               IF WS-MOE-CODIGO(WS-IDX-MOE) = WS-MOEDA-BUSCA
                   MOVE WS-MOE-SW-OK(WS-IDX-MOE) TO WS-SW-COTACAO-OK
                   MOVE WS-MOE-COTACAO(WS-IDX-MOE) TO WS-COTACAO
                   GO TO 2310-EXIT
               END-IF
           END-PERFORM.
           PERFORM 2320-BUSCAR-COTACAO THRU 2320-EXIT.
           IF WS-QTDE-MOEDAS < 10
               ADD 1 TO WS-QTDE-MOEDAS
               SET WS-IDX-MOE TO WS-QTDE-MOEDAS
               MOVE WS-MOEDA-BUSCA TO WS-MOE-CODIGO(WS-IDX-MOE)
               MOVE WS-COTACAO TO WS-MOE-COTACAO(WS-IDX-MOE)
               MOVE WS-SW-COTACAO-OK TO WS-MOE-SW-OK(WS-IDX-MOE)
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2320-BUSCAR-COTACAO - COTACAO DA MOEDA NA DATA DO MOVIMENTO EM *
      * CAMBMST.DAT; SEM COTACAO NO DIA RECUA UM DIA POR VEZ PELO      *
      * CALCDATA, ATE SETE DIAS ANTES - A MESMA REGRA DA POSTAGEM      *
      *----------------------------------------------------------------*
       2320-BUSCAR-COTACAO.
           OPEN INPUT CAMBMST.
           IF WS-STATUS-CAMBMST NOT = "00"
               DISPLAY "CAMBMST.DAT NAO ENCONTRADO"
               GO TO 2320-EXIT
           END-IF.
           MOVE "D" TO WS-FUNCAO-DATA.
           MOVE WS-DATA-MOVTO TO WS-DATA-BUSCA.
           MOVE ZEROS TO WS-DIAS-RECUO.
           PERFORM 2330-LER-COTACAO-DIA THRU 2330-EXIT
               UNTIL WS-COTACAO-OK OR WS-DIAS-RECUO > 7.
           CLOSE CAMBMST.
       2320-EXIT.
           EXIT.

       2330-LER-COTACAO-DIA.
           MOVE WS-MOEDA-BUSCA TO CALCCAMB-MOEDA.
           MOVE WS-DATA-BUSCA TO CALCCAMB-DATA.
           READ CAMBMST
               KEY IS CALCCAMB-CHAVE
               INVALID KEY
                   CALL "CALCDATA" USING WS-FUNCAO-DATA,
                       WS-DATA-BUSCA, WS-DATA-DE, WS-DATA-ATE
                   MOVE WS-DATA-DE TO WS-DATA-BUSCA
                   ADD 1 TO WS-DIAS-RECUO
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-COTACAO-OK
                   MOVE CALCCAMB-COTACAO TO WS-COTACAO
           END-READ.
       2330-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-DEFINIR-NATUREZA - O VALOR VAI A DEBITO NA CONTA DE       *
      * DEBITO E A CREDITO NA DE CREDITO. RESULTADO NEGATIVO INVERTE   *
      * AS NATUREZAS; O ESTORNO (SITUACAO R, GRAVADO COM O SINAL       *
      * TROCADO) INVERTE DE NOVO, CAINDO NO LADO OPOSTO DO ORIGINAL    *
      *----------------------------------------------------------------*
       2400-DEFINIR-NATUREZA.
           MOVE "D" TO WS-NATUREZA-DEBITO.
           MOVE "C" TO WS-NATUREZA-CREDITO.
           MOVE "N" TO WS-BUSCA-ORIGEM.
           IF CALCHIST-SIT-ESTORNO
               MOVE "E" TO WS-BUSCA-ORIGEM
               COMPUTE WS-VALOR-LANC = ZERO - WS-VALOR-REAIS
           ELSE
               MOVE WS-VALOR-REAIS TO WS-VALOR-LANC
           END-IF.
           IF WS-VALOR-LANC < ZERO
               COMPUTE WS-VALOR-LANC = ZERO - WS-VALOR-LANC
               PERFORM 2410-TROCAR-NATUREZA THRU 2410-EXIT
           END-IF.
           IF CALCHIST-SIT-ESTORNO
               PERFORM 2410-TROCAR-NATUREZA THRU 2410-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2410-TROCAR-NATUREZA.
           MOVE WS-NATUREZA-DEBITO TO WS-NATUREZA-TROCA.
           MOVE WS-NATUREZA-CREDITO TO WS-NATUREZA-DEBITO.
           MOVE WS-NATUREZA-TROCA TO WS-NATUREZA-CREDITO.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-ACUMULAR-LANCAMENTO - SOMA NA LINHA DA CHAVE DE BUSCA,    *
      * ABRINDO LINHA NOVA QUANDO PRECISA                              *
      *----------------------------------------------------------------*
       2500-ACUMULAR-LANCAMENTO.
           PERFORM VARYING WS-IDX-LAN FROM 1 BY 1
                   UNTIL WS-IDX-LAN > WS-QTDE-LANCAMENTOS
               IF WS-LAN-CHAVE(WS-IDX-LAN) = WS-CHAVE-BUSCA
                   ADD WS-VALOR-LANC TO WS-LAN-VALOR(WS-IDX-LAN)
                   ADD 1 TO WS-LAN-QTDE(WS-IDX-LAN)
                   GO TO 2500-EXIT
               END-IF
           END-PERFORM.
           IF WS-QTDE-LANCAMENTOS NOT < WS-MAX-LANCAMENTOS
               DISPLAY "TABELA DE LANCAMENTOS ESTOUROU ("
                   WS-MAX-LANCAMENTOS ") - DIARIO RECUSADO"
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-SW-PROSSEGUIR
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WS-QTDE-LANCAMENTOS.
           SET WS-IDX-LAN TO WS-QTDE-LANCAMENTOS.
           MOVE WS-CHAVE-BUSCA TO WS-LAN-CHAVE(WS-IDX-LAN).
           MOVE WS-VALOR-LANC TO WS-LAN-VALOR(WS-IDX-LAN).
           MOVE 1 TO WS-LAN-QTDE(WS-IDX-LAN).
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-GERAR-DIARIO - CABECALHO, REVERSAO DO DIARIO ANTERIOR     *
      * (SO NA CORRECAO), LANCAMENTOS DO DIA E TRAILER                 *
      *----------------------------------------------------------------*
       3000-GERAR-DIARIO.
           MOVE SPACES TO WS-NOME-DIARIO.
           STRING "DIARIO" WS-DATA-MOVTO WS-SEQUENCIA ".CTB"
               DELIMITED BY SIZE INTO WS-NOME-DIARIO.
           MOVE ZEROS TO WS-CONT-LINHAS.
           MOVE ZEROS TO WS-TOTAL-DEBITO.
           MOVE ZEROS TO WS-TOTAL-CREDITO.
           ACCEPT WS-HORA-HOJE FROM TIME.
           OPEN OUTPUT DIARIO.
           MOVE SPACES TO CALCDIAR-REGISTRO.
           MOVE "H" TO CALCDIAR-TIPO.
           MOVE WS-DATA-MOVTO TO CALCDIAR-CAB-DATA-MOVTO.
           MOVE WS-ESPECIE TO CALCDIAR-CAB-ESPECIE.
           MOVE WS-SEQUENCIA TO CALCDIAR-CAB-SEQUENCIA.
           MOVE WS-DATA-HOJE TO CALCDIAR-CAB-DATA-GERACAO.
           MOVE WS-HORA-HOJE TO CALCDIAR-CAB-HORA-GERACAO.
           MOVE WS-FECH-DATA TO CALCDIAR-CAB-DATA-FECH.
           MOVE WS-FECH-HORA TO CALCDIAR-CAB-HORA-FECH.
           MOVE WS-OPERADOR TO CALCDIAR-CAB-OPERADOR.
           WRITE CALCDIAR-REGISTRO.
           IF WS-ESPECIE-CORRECAO
               PERFORM 3100-REVERTER-ANTERIOR THRU 3100-EXIT
           END-IF.
           PERFORM 3200-GRAVAR-LANCAMENTO THRU 3200-EXIT
               VARYING WS-IDX-LAN FROM 1 BY 1
               UNTIL WS-IDX-LAN > WS-QTDE-LANCAMENTOS.
           MOVE SPACES TO CALCDIAR-REGISTRO.
           MOVE "T" TO CALCDIAR-TIPO.
           MOVE WS-DATA-MOVTO TO CALCDIAR-TRL-DATA-MOVTO.
           MOVE WS-CONT-LINHAS TO CALCDIAR-TRL-LANCAMENTOS.
           MOVE WS-TOTAL-DEBITO TO CALCDIAR-TRL-TOTAL-DEBITO.
           MOVE WS-TOTAL-CREDITO TO CALCDIAR-TRL-TOTAL-CREDITO.
           WRITE CALCDIAR-REGISTRO.
           CLOSE DIARIO.
           IF WS-TOTAL-DEBITO NOT = WS-TOTAL-CREDITO
               DISPLAY "DIARIO " WS-NOME-DIARIO " NAO FECHA - DEBITO "
                   WS-TOTAL-DEBITO " CREDITO " WS-TOTAL-CREDITO
               MOVE 0178 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "DIARIO " WS-DATA-MOVTO " DESBALANCEADO"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
               PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-SW-PROSSEGUIR
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-REVERTER-ANTERIOR - CADA LANCAMENTO DO DIARIO ANTERIOR    *
      * VOLTA NA NATUREZA OPOSTA COM ORIGEM V. AS REVERSOES QUE O      *
      * ANTERIOR JA TRAZIA NAO SE REPETEM - SO O QUE ELE LANCOU DE     *
      * MOVIMENTO ESTA EM VIGOR NA CONTABILIDADE                       *
      *----------------------------------------------------------------*
       3100-REVERTER-ANTERIOR.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           OPEN INPUT DIARIO-ANTERIOR.
           PERFORM 3110-LER-ANTERIOR THRU 3110-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE DIARIO-ANTERIOR.
       3100-EXIT.
           EXIT.

       3110-LER-ANTERIOR.
           READ DIARIO-ANTERIOR
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 3110-EXIT
           END-READ.
           IF ANT-TIPO NOT = "D"
               GO TO 3110-EXIT
           END-IF.
           MOVE ANT-REGISTRO TO CALCDIAR-REGISTRO.
           IF CALCDIAR-LAN-REVERSAO
               GO TO 3110-EXIT
           END-IF.
           MOVE WS-DATA-MOVTO TO CALCDIAR-LAN-DATA-MOVTO.
           MOVE "V" TO CALCDIAR-LAN-ORIGEM.
           IF CALCDIAR-LAN-DEBITO
               MOVE "C" TO CALCDIAR-LAN-NATUREZA
               ADD CALCDIAR-LAN-VALOR TO WS-TOTAL-CREDITO
           ELSE
               MOVE "D" TO CALCDIAR-LAN-NATUREZA
               ADD CALCDIAR-LAN-VALOR TO WS-TOTAL-DEBITO
           END-IF.
           WRITE CALCDIAR-REGISTRO.
           ADD 1 TO WS-CONT-LINHAS.
       3110-EXIT.
           EXIT.

       3200-GRAVAR-LANCAMENTO.
           MOVE SPACES TO CALCDIAR-REGISTRO.
           MOVE "D" TO CALCDIAR-TIPO.
           MOVE WS-DATA-MOVTO TO CALCDIAR-LAN-DATA-MOVTO.
           MOVE WS-LAN-DEPTO(WS-IDX-LAN) TO CALCDIAR-LAN-DEPTO.
           MOVE WS-LAN-OPERACAO(WS-IDX-LAN) TO CALCDIAR-LAN-OPERACAO.
           MOVE WS-LAN-CONTA(WS-IDX-LAN) TO CALCDIAR-LAN-CONTA.
           MOVE WS-LAN-NATUREZA(WS-IDX-LAN) TO CALCDIAR-LAN-NATUREZA.
           MOVE WS-LAN-ORIGEM(WS-IDX-LAN) TO CALCDIAR-LAN-ORIGEM.
           MOVE WS-LAN-VALOR(WS-IDX-LAN) TO CALCDIAR-LAN-VALOR.
           MOVE WS-LAN-QTDE(WS-IDX-LAN) TO CALCDIAR-LAN-QTDE.
           IF CALCDIAR-LAN-DEBITO
               ADD CALCDIAR-LAN-VALOR TO WS-TOTAL-DEBITO
           ELSE
               ADD CALCDIAR-LAN-VALOR TO WS-TOTAL-CREDITO
           END-IF.
           WRITE CALCDIAR-REGISTRO.
           ADD 1 TO WS-CONT-LINHAS.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-ATUALIZAR-CONTROLE - ANOTA O ENVIO EM CONTBCTL.DAT COM O  *
      * CARIMBO DO FECHAMENTO, PARA O MESMO DIA NAO SAIR DUAS VEZES    *
      *----------------------------------------------------------------*
       4000-ATUALIZAR-CONTROLE.
           OPEN I-O CONTBCTL.
           IF WS-STATUS-CONTBCTL = "35"
               OPEN OUTPUT CONTBCTL
               CLOSE CONTBCTL
               OPEN I-O CONTBCTL
           END-IF.
           IF WS-STATUS-CONTBCTL NOT = "00"
               DISPLAY "CONTBCTL.DAT INACESSIVEL - STATUS "
                   WS-STATUS-CONTBCTL " - ENVIO NAO ANOTADO"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-DATA-MOVTO TO CALCCTBC-DATA.
           IF WS-CONTROLE-EXISTE
               READ CONTBCTL
                   KEY IS CALCCTBC-DATA
                   INVALID KEY
                       MOVE "N" TO WS-SW-CONTROLE-EXISTE
               END-READ
           END-IF.
           IF NOT WS-CONTROLE-EXISTE
               MOVE ZEROS TO CALCCTBC-DATA-REABERT
           END-IF.
           MOVE WS-DATA-MOVTO TO CALCCTBC-DATA.
           MOVE "E" TO CALCCTBC-SW-SITUACAO.
           MOVE WS-FECH-DATA TO CALCCTBC-DATA-FECH.
           MOVE WS-FECH-HORA TO CALCCTBC-HORA-FECH.
           MOVE WS-SEQUENCIA TO CALCCTBC-SEQUENCIA.
           MOVE WS-NOME-DIARIO TO CALCCTBC-NOME-DIARIO.
           MOVE WS-TOTAL-DEBITO TO CALCCTBC-TOTAL-DEBITO.
           MOVE WS-TOTAL-CREDITO TO CALCCTBC-TOTAL-CREDITO.
           MOVE WS-DATA-HOJE TO CALCCTBC-DATA-ENVIO.
           MOVE WS-HORA-HOJE TO CALCCTBC-HORA-ENVIO.
           MOVE WS-OPERADOR TO CALCCTBC-OPERADOR.
           IF WS-CONTROLE-EXISTE
               REWRITE CALCCTBC-REGISTRO
                   INVALID KEY
                       DISPLAY "FALHA AO REGRAVAR O CONTROLE DE ENVIO"
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE CALCCTBC-REGISTRO
                   INVALID KEY
                       DISPLAY "FALHA AO GRAVAR O CONTROLE DE ENVIO"
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF.
           CLOSE CONTBCTL.
           IF WS-ESPECIE-CORRECAO
               MOVE 0177 TO WS-MSG-NUMERO
               MOVE "A" TO WS-MSG-SEVERIDADE
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "DIARIO DE CORRECAO " WS-DATA-MOVTO " GERADO"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
           ELSE
               MOVE 0174 TO WS-MSG-NUMERO
               MOVE "I" TO WS-MSG-SEVERIDADE
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "DIARIO CONTABIL " WS-DATA-MOVTO " GERADO"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-IF.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
           DISPLAY "CALCULOS LIDOS    : " WS-CONT-LIDOS.
           DISPLAY "CALCULOS LANCADOS : " WS-CONT-LANCADOS.
           DISPLAY "LINHAS DO DIARIO  : " WS-CONT-LINHAS.
           DISPLAY "TOTAL A DEBITO    : " WS-TOTAL-DEBITO.
           DISPLAY "TOTAL A CREDITO   : " WS-TOTAL-CREDITO.
           DISPLAY "DIARIO GRAVADO EM " WS-NOME-DIARIO.
       4000-EXIT.
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
           MOVE "CALCCTB " TO CALCMSG-PROGRAMA.
           ACCEPT CALCMSG-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCMSG-HORA FROM TIME.
           MOVE WS-MSG-TRANSACAO TO CALCMSG-TRANSACAO.
           MOVE ZEROS TO CALCMSG-NUM-REGISTRO.
           MOVE WS-OPERADOR TO CALCMSG-OPERADOR.
           MOVE WS-MSG-TEXTO TO CALCMSG-TEXTO.
           MOVE "P" TO CALCMSG-SW-SITUACAO.
           MOVE SPACES TO CALCMSG-REV-OPERADOR.
           MOVE ZEROS TO CALCMSG-REV-DATA.
           MOVE ZEROS TO CALCMSG-REV-HORA.
           WRITE CALCMSG-REGISTRO.
           CLOSE CALCMSG.
       7900-EXIT.
           EXIT.
