      ******************************************************************
      * PROGRAM-ID: CALCINTG
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Varredura de integridade do historico indexado
      *             (CALCHIST.DAT) contra os cadastros e os dias
      *             fechados. O CALCRECN so confere o log contra o
      *             historico; aqui o proprio historico e conferido:
      *             operador fora do OPERMST.DAT, departamento fora do
      *             DEPTMST.DAT (em branco e so advertencia - registro
      *             antigo ou do CALC4 sem a variavel CALCDEPT),
      *             original estornado sem exatamente um estorno que
      *             aponte de volta com o resultado negado, estorno
      *             para transacao inexistente ou a mais para o mesmo
      *             original, data no futuro, transacao acima da
      *             ultima alocada em CALCSEQ.DAT e dia fechado em
      *             CALCFECH.DAT cujos totais por operacao nao batem
      *             mais com a recontagem do historico. Par de estorno
      *             ou dia fechado que ja foi para o ARCHISTAAAAMM.DAT
      *             (anterior ao menor numero ou a menor data do
      *             historico vivo) sai como informativo, sem conferir.
      *             Cada apontamento sai com a severidade, e o resumo
      *             traz a contagem por tipo. Apontamento de erro vai
      *             tambem para CALCMSG.DAT (0200-0207), para o turno
      *             da manha ver na lista de pendentes do CALCMSGL.
      *             Relatorio carimbado anotado no CALCRCAT.DAT;
      *             RETURN-CODE 8 com apontamento de erro, 4 so com
      *             advertencia e 12 sem o historico.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - VARREDURA DE INTEGRIDADE DO   *
      *                HISTORICO CONTRA CADASTROS E DIAS FECHADOS.     *
      * 15/10/26 RPS   CONFERENCIA DOS TOTAIS DO FECHAMENTO COM A      *
      *                OPERACAO P (RATEIO) NA NONA POSICAO.            *
      * 15/10/26 RPS   CONFERENCIA DOS TOTAIS DO FECHAMENTO COM A      *
      *                OPERACAO I (RETENCAO NA FONTE) NA DECIMA        *
      *                POSICAO; HISTORICO GUARDADO COM 100 POSICOES.   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCINTG.
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
           SELECT OPERMST ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCOPER-CODIGO
               FILE STATUS IS WS-STATUS-OPERMST.
           SELECT DEPTMST ASSIGN TO "DEPTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCDEPT-CODIGO
               FILE STATUS IS WS-STATUS-DEPTMST.
           SELECT CALCSEQ ASSIGN TO "CALCSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCSEQ.
           SELECT CALCFECH ASSIGN TO "CALCFECH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CALCFECH-DATA
               FILE STATUS IS WS-STATUS-CALCFECH.
           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
           SELECT CALCRCAT ASSIGN TO "CALCRCAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCRCAT.
           SELECT CALCMSG ASSIGN TO "CALCMSG.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCMSG.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCHIST.
       COPY CALCHIST.
       FD  OPERMST.
       COPY CALCOPER.
       FD  DEPTMST.
       COPY CALCDEPT.
       FD  CALCSEQ.
       COPY CALCSEQ.
       FD  CALCFECH.
       COPY CALCFECH.
       FD  RELATORIO.
       01  REL-REGISTRO             PIC X(132).
       FD  CALCRCAT.
       COPY CALCRCAT.
       FD  CALCMSG.
       COPY CALCMSG.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCHIST       PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
       77  WS-STATUS-DEPTMST        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCSEQ        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCFECH       PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO      PIC X(02) VALUE "00".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-FIM-DIA            PIC X(01) VALUE "N".
           88  WS-FIM-DIA               VALUE "S".
       77  WS-SW-HIST-OK            PIC X(01) VALUE "N".
           88  WS-HIST-OK               VALUE "S".
       77  WS-SW-OPERMST-OK         PIC X(01) VALUE "N".
           88  WS-OPERMST-OK            VALUE "S".
       77  WS-SW-DEPTMST-OK         PIC X(01) VALUE "N".
           88  WS-DEPTMST-OK            VALUE "S".
       77  WS-SW-CALCSEQ-OK         PIC X(01) VALUE "N".
           88  WS-CALCSEQ-OK            VALUE "S".
       77  WS-SW-PAR-ACHADO         PIC X(01) VALUE "N".
           88  WS-PAR-ACHADO            VALUE "S".
       77  WS-SW-DIA-DIVERGE        PIC X(01) VALUE "N".
           88  WS-DIA-DIVERGE           VALUE "S".
       77  WS-SW-CONFERENCIA-FALTA  PIC X(01) VALUE "N".
           88  WS-CONFERENCIA-FALTA     VALUE "S".
       77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77  WS-DATA-EMISSAO          PIC 9(08) VALUE ZEROS.
       77  WS-NUMERO-PAGINA         PIC 9(04) VALUE ZEROS.
       77  WS-LINHAS-PAGINA         PIC 9(02) VALUE ZEROS.
       77  WS-ULTIMA-ALOCADA        PIC 9(08) VALUE ZEROS.
       77  WS-MENOR-TRANSACAO       PIC 9(08) VALUE ZEROS.
       77  WS-MENOR-DATA            PIC 9(08) VALUE ZEROS.
       77  WS-REGISTROS-LIDOS       PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-FECHADOS         PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-APONTAMENTOS    PIC 9(08) VALUE ZEROS.
       77  WS-DATA-DIA              PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-DIA              PIC S9(09) VALUE ZEROS.

      *----------------------------------------------------------------*
      * REGISTRO DO HISTORICO EM CONFERENCIA - GUARDADO ENQUANTO A     *
      * LEITURA DIRETA BUSCA O PAR DO ESTORNO                          *
      *----------------------------------------------------------------*
       01  WS-HIST-GUARDADO         PIC X(100) VALUE SPACES.
       01  WS-ORIG-TRANSACAO        PIC 9(08) VALUE ZEROS.
       01  WS-ORIG-REF              PIC 9(08) VALUE ZEROS.
       01  WS-ORIG-RESULTADO        PIC S9(07)V99 VALUE ZEROS.
       01  WS-ORIG-DATA             PIC 9(08) VALUE ZEROS.
       01  WS-PAR-SITUACAO          PIC X(01) VALUE SPACES.
       01  WS-PAR-REF               PIC 9(08) VALUE ZEROS.
       01  WS-PAR-RESULTADO         PIC S9(07)V99 VALUE ZEROS.
       01  WS-RESULTADO-NEGADO      PIC S9(07)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      * OPERACOES DOS TOTAIS DO FECHAMENTO (ORDEM A/S/M/D/R/J/F/C/P/I) *
      * E A RECONTAGEM DO DIA, NA MESMA REGRA DO CALCDAY               *
      *----------------------------------------------------------------*
       01  WS-TABELA-CODIGOS.
           05  FILLER               PIC X(10) VALUE "ASMDRJFCPI".
       01  WS-CODIGOS REDEFINES WS-TABELA-CODIGOS.
           05  WS-CODIGO-OP         PIC X(01) OCCURS 10 TIMES.
       01  WS-TOTAIS-HIST.
           05  WS-HIST-TOT OCCURS 10 TIMES.
               10  WS-HIST-QTDE     PIC S9(08).
               10  WS-HIST-VALOR    PIC S9(11)V99.
       77  WS-SUB-OP                PIC 9(02) COMP VALUE ZEROS.

      *----------------------------------------------------------------*
      * TIPOS DE APONTAMENTO - SEVERIDADE, MENSAGEM DO CALCMSG (SO OS  *
      * DE ERRO), DESCRICAO E CONTAGEM                                 *
      *----------------------------------------------------------------*
       01  WS-TABELA-TIPOS-INI.
           05  FILLER               PIC X(43) VALUE
               "E0200OPERADOR FORA DO OPERMST             ".
           05  FILLER               PIC X(43) VALUE
               "E0201DEPARTAMENTO FORA DO DEPTMST         ".
           05  FILLER               PIC X(43) VALUE
               "A0000DEPARTAMENTO EM BRANCO               ".
           05  FILLER               PIC X(43) VALUE
               "E0202ESTORNADO SEM ESTORNO CORRESPONDENTE ".
           05  FILLER               PIC X(43) VALUE
               "E0203ESTORNO PARA TRANSACAO INEXISTENTE   ".
           05  FILLER               PIC X(43) VALUE
               "E0204ESTORNO A MAIS OU NAO RECONHECIDO    ".
           05  FILLER               PIC X(43) VALUE
               "E0205DATA NO FUTURO                       ".
           05  FILLER               PIC X(43) VALUE
               "E0206TRANSACAO ACIMA DO CALCSEQ           ".
           05  FILLER               PIC X(43) VALUE
               "E0207DIA FECHADO NAO BATE COM O HISTORICO ".
           05  FILLER               PIC X(43) VALUE
               "I0000PAR DO ESTORNO JA ARQUIVADO          ".
           05  FILLER               PIC X(43) VALUE
               "I0000DIA FECHADO JA ARQUIVADO             ".
       01  WS-TABELA-TIPOS REDEFINES WS-TABELA-TIPOS-INI.
           05  WS-TIPO-ENTRADA OCCURS 11 TIMES.
               10  WS-TIPO-SEVERIDADE   PIC X(01).
               10  WS-TIPO-MENSAGEM     PIC 9(04).
               10  WS-TIPO-DESCRICAO    PIC X(38).
       01  WS-TABELA-CONTAGEM.
           05  WS-TIPO-QTDE         PIC 9(08) OCCURS 11 TIMES.
       77  WS-SUB-TIPO              PIC 9(02) COMP VALUE ZEROS.
       77  WS-TIPO-APONTADO         PIC 9(02) VALUE ZEROS.
       77  WS-APT-TRANSACAO         PIC 9(08) VALUE ZEROS.
       77  WS-APT-DATA              PIC 9(08) VALUE ZEROS.
       77  WS-APT-DETALHE           PIC X(60) VALUE SPACES.
       77  WS-CONT-ERROS            PIC 9(08) VALUE ZEROS.
       77  WS-CONT-ADVERTENCIAS     PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * CATALOGO DE RELATORIOS - NOME CARIMBADO POR DATA DE EMISSAO E  *
      * SEQUENCIA DO DIA, ANOTADO EM CALCRCAT.DAT                      *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCRCAT       PIC X(02) VALUE "00".
       77  WS-NOME-RELATORIO        PIC X(24) VALUE SPACES.
       77  WS-SEQ-EMISSAO           PIC 9(02) VALUE ZEROS.
       77  WS-OPERADOR-CAT          PIC X(04) VALUE SPACES.
       77  WS-LINHAS-RELATORIO      PIC 9(08) VALUE ZEROS.
       77  WS-PARAMETROS-CAT        PIC X(40) VALUE SPACES.
       77  WS-SW-FIM-CATALOGO       PIC X(01) VALUE "N".
           88  WS-FIM-CATALOGO          VALUE "S".

      *----------------------------------------------------------------*
      * CAMPOS DA MENSAGEM DE OPERACAO A GRAVAR EM CALCMSG.DAT         *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCMSG        PIC X(02) VALUE "00".
       77  WS-MSG-NUMERO            PIC 9(04) VALUE ZEROS.
       77  WS-MSG-SEVERIDADE        PIC X(01) VALUE "I".
       77  WS-MSG-TRANSACAO         PIC 9(08) VALUE ZEROS.
       77  WS-MSG-TEXTO             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO                                            *
      *----------------------------------------------------------------*
       01  WS-CAB-TITULO.
           05  FILLER               PIC X(52) VALUE
               "CALCINTG - VARREDURA DE INTEGRIDADE DO HISTORICO    ".
           05  FILLER               PIC X(09) VALUE "EMISSAO: ".
           05  WS-CAB-EMISSAO       PIC 9(08).
           05  FILLER               PIC X(09) VALUE "  PAGINA ".
           05  WS-CAB-PAGINA        PIC ZZZ9.
           05  FILLER               PIC X(50) VALUE SPACES.
       01  WS-CAB-COLUNAS.
           05  FILLER               PIC X(32) VALUE
               "TRANSACAO  DATA      SEV  TIPO ".
           05  FILLER               PIC X(34) VALUE SPACES.
           05  FILLER               PIC X(66) VALUE "DETALHE".
       01  WS-LINHA-DETALHE.
           05  WS-LDT-TRANSACAO     PIC Z(7)9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-LDT-DATA          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LDT-SEVERIDADE    PIC X(01).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-LDT-DESCRICAO     PIC X(38).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LDT-DETALHE       PIC X(60).
           05  FILLER               PIC X(06) VALUE SPACES.
       01  WS-LINHA-RESUMO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LRS-SEVERIDADE    PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LRS-DESCRICAO     PIC X(38).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LRS-QTDE          PIC Z(7)9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-LRS-MENSAGEM      PIC X(12).
           05  FILLER               PIC X(63) VALUE SPACES.
       01  WS-EDT-VALOR             PIC -(10)9.99.
       01  WS-EDT-VALOR-2           PIC -(10)9.99.
       01  WS-EDT-QTDE              PIC -(7)9.
       01  WS-EDT-QTDE-2            PIC -(7)9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-HIST-OK
               PERFORM 2000-VARRER-HISTORICO THRU 2000-EXIT
               PERFORM 3000-CONFERIR-FECHAMENTOS THRU 3000-EXIT
               PERFORM 8000-EMITIR-RESUMO THRU 8000-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           DISPLAY "CALCINTG - VARREDURA ENCERRADA".
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - ABRE O HISTORICO E OS CADASTROS, LE A       *
      * ULTIMA TRANSACAO ALOCADA E ABRE O RELATORIO. SEM O HISTORICO   *
      * NAO HA O QUE VARRER; CADASTRO AUSENTE SO DEIXA A SUA           *
      * CONFERENCIA DE FORA, COM AVISO                                 *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "CALCINTG - VARREDURA DE INTEGRIDADE DO HISTORICO".
           OPEN INPUT CALCHIST.
           IF WS-STATUS-CALCHIST NOT = "00"
               DISPLAY "CALCHIST.DAT NAO ENCONTRADO OU VAZIO - NADA"
                   " FOI FEITO"
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE "S" TO WS-SW-HIST-OK.
           OPEN INPUT OPERMST.
           IF WS-STATUS-OPERMST = "00"
               MOVE "S" TO WS-SW-OPERMST-OK
           END-IF.
           OPEN INPUT DEPTMST.
           IF WS-STATUS-DEPTMST = "00"
               MOVE "S" TO WS-SW-DEPTMST-OK
           END-IF.
           PERFORM 1100-LER-SEQUENCIA THRU 1100-EXIT.
           MOVE ZEROS TO WS-TABELA-CONTAGEM.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-EMISSAO.
           PERFORM 8500-DEFINIR-NOME-RELATORIO THRU 8500-EXIT.
           MOVE SPACES TO WS-PARAMETROS-CAT.
           STRING "HISTORICO COMPLETO ATE " WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-PARAMETROS-CAT.
           OPEN OUTPUT RELATORIO.
           PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT.
           IF NOT WS-OPERMST-OK
               MOVE "OPERMST.DAT INDISPONIVEL - CONFERENCIA DE OPERADOR"
                   TO REL-REGISTRO
               PERFORM 1200-AVISAR-CONFERENCIA THRU 1200-EXIT
           END-IF.
           IF NOT WS-DEPTMST-OK
               MOVE "DEPTMST.DAT INDISPONIVEL - CONFERENCIA DE DEPTO"
                   TO REL-REGISTRO
               PERFORM 1200-AVISAR-CONFERENCIA THRU 1200-EXIT
           END-IF.
           IF NOT WS-CALCSEQ-OK
               MOVE "CALCSEQ.DAT INDISPONIVEL - CONFERENCIA DE NUMERO"
                   TO REL-REGISTRO
               PERFORM 1200-AVISAR-CONFERENCIA THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LER-SEQUENCIA.
           OPEN INPUT CALCSEQ.
           IF WS-STATUS-CALCSEQ NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           READ CALCSEQ
               AT END
                   MOVE ZEROS TO CALCSEQ-ULTIMA-TRANSACAO
               NOT AT END
                   MOVE "S" TO WS-SW-CALCSEQ-OK
           END-READ.
           MOVE CALCSEQ-ULTIMA-TRANSACAO TO WS-ULTIMA-ALOCADA.
           CLOSE CALCSEQ.
       1100-EXIT.
           EXIT.

       1200-AVISAR-CONFERENCIA.
           MOVE "S" TO WS-SW-CONFERENCIA-FALTA.
           DISPLAY REL-REGISTRO(1:50) " NAO FEITA".
           MOVE " NAO FEITA" TO REL-REGISTRO(51:10).
           WRITE REL-REGISTRO.
           ADD 1 TO WS-LINHAS-PAGINA.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-VARRER-HISTORICO - LE O HISTORICO PELA CHAVE PRIMARIA; O  *
      * PRIMEIRO REGISTRO DA O MENOR NUMERO VIVO (O QUE VEM ANTES JA   *
      * FOI ARQUIVADO)                                                 *
      *----------------------------------------------------------------*
       2000-VARRER-HISTORICO.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           PERFORM 2100-LER-REGISTRO THRU 2100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           DISPLAY "REGISTROS DO HISTORICO LIDOS: " WS-REGISTROS-LIDOS.
       2000-EXIT.
           EXIT.

       2100-LER-REGISTRO.
           READ CALCHIST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-REGISTROS-LIDOS.
           IF WS-REGISTROS-LIDOS = 1
               MOVE CALCHIST-TRANSACAO TO WS-MENOR-TRANSACAO
               MOVE CALCHIST-DATA TO WS-MENOR-DATA
           END-IF.
           IF CALCHIST-DATA < WS-MENOR-DATA
               MOVE CALCHIST-DATA TO WS-MENOR-DATA
           END-IF.
           MOVE CALCHIST-TRANSACAO TO WS-APT-TRANSACAO.
           MOVE CALCHIST-DATA TO WS-APT-DATA.
           PERFORM 2200-CONFERIR-CADASTROS THRU 2200-EXIT.
           PERFORM 2300-CONFERIR-DATA-NUMERO THRU 2300-EXIT.
           IF CALCHIST-SIT-ESTORNADO
               PERFORM 2400-CONFERIR-ESTORNADO THRU 2400-EXIT
           END-IF.
           IF CALCHIST-SIT-ESTORNO
               PERFORM 2500-CONFERIR-ESTORNO THRU 2500-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-CONFERIR-CADASTROS - OPERADOR NO OPERMST E DEPARTAMENTO   *
      * NO DEPTMST (CODIGO DESATIVADO CONTINUA VALIDO - NUNCA E        *
      * APAGADO)                                                       *
      *----------------------------------------------------------------*
       2200-CONFERIR-CADASTROS.
           IF WS-OPERMST-OK
               MOVE CALCHIST-OPERADOR TO CALCOPER-CODIGO
               READ OPERMST
                   INVALID KEY
                       MOVE SPACES TO WS-APT-DETALHE
                       STRING "OPERADOR " CALCHIST-OPERADOR
                           " NAO CADASTRADO"
                           DELIMITED BY SIZE INTO WS-APT-DETALHE
                       MOVE 1 TO WS-TIPO-APONTADO
                       PERFORM 7000-APONTAR THRU 7000-EXIT
               END-READ
           END-IF.
           IF CALCHIST-DEPTO = SPACES
               MOVE "REGISTRO SEM DEPARTAMENTO CARIMBADO"
                   TO WS-APT-DETALHE
               MOVE 3 TO WS-TIPO-APONTADO
               PERFORM 7000-APONTAR THRU 7000-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF WS-DEPTMST-OK
               MOVE CALCHIST-DEPTO TO CALCDEPT-CODIGO
               READ DEPTMST
                   INVALID KEY
                       MOVE SPACES TO WS-APT-DETALHE
                       STRING "DEPARTAMENTO " CALCHIST-DEPTO
                           " NAO CADASTRADO"
                           DELIMITED BY SIZE INTO WS-APT-DETALHE
                       MOVE 2 TO WS-TIPO-APONTADO
                       PERFORM 7000-APONTAR THRU 7000-EXIT
               END-READ
           END-IF.
       2200-EXIT.
           EXIT.

       2300-CONFERIR-DATA-NUMERO.
           IF CALCHIST-DATA > WS-DATA-HOJE
               MOVE SPACES TO WS-APT-DETALHE
               STRING "DATA " CALCHIST-DATA " DEPOIS DE HOJE "
                   WS-DATA-HOJE
                   DELIMITED BY SIZE INTO WS-APT-DETALHE
               MOVE 7 TO WS-TIPO-APONTADO
               PERFORM 7000-APONTAR THRU 7000-EXIT
           END-IF.
           IF WS-CALCSEQ-OK
                   AND CALCHIST-TRANSACAO > WS-ULTIMA-ALOCADA
               MOVE SPACES TO WS-APT-DETALHE
               STRING "ULTIMA ALOCADA EM CALCSEQ.DAT: "
                   WS-ULTIMA-ALOCADA
                   DELIMITED BY SIZE INTO WS-APT-DETALHE
               MOVE 8 TO WS-TIPO-APONTADO
               PERFORM 7000-APONTAR THRU 7000-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-CONFERIR-ESTORNADO - O ORIGINAL ESTORNADO APONTA PARA O   *
      * SEU ESTORNO: ELE TEM DE EXISTIR, SER ESTORNO (R), APONTAR DE   *
      * VOLTA PARA O ORIGINAL E TRAZER O RESULTADO NEGADO. UM SEGUNDO  *
      * ESTORNO PARA O MESMO ORIGINAL E PEGO EM 2500 (O ORIGINAL NAO   *
      * O RECONHECE)                                                   *
      *----------------------------------------------------------------*
       2400-CONFERIR-ESTORNADO.
           PERFORM 2600-LER-PAR THRU 2600-EXIT.
           IF NOT WS-PAR-ACHADO
               IF WS-ORIG-REF NOT = ZEROS
                       AND WS-ORIG-REF < WS-MENOR-TRANSACAO
                   MOVE SPACES TO WS-APT-DETALHE
                   STRING "ESTORNO " WS-ORIG-REF " NAO ESTA NO VIVO"
                       DELIMITED BY SIZE INTO WS-APT-DETALHE
                   MOVE 10 TO WS-TIPO-APONTADO
               ELSE
                   MOVE SPACES TO WS-APT-DETALHE
                   STRING "ESTORNO " WS-ORIG-REF " NAO ENCONTRADO"
                       DELIMITED BY SIZE INTO WS-APT-DETALHE
                   MOVE 4 TO WS-TIPO-APONTADO
               END-IF
               PERFORM 7000-APONTAR THRU 7000-EXIT
               GO TO 2400-EXIT
           END-IF.
           COMPUTE WS-RESULTADO-NEGADO = ZEROS - WS-ORIG-RESULTADO.
           IF WS-PAR-SITUACAO = "R"
                   AND WS-PAR-REF = WS-ORIG-TRANSACAO
                   AND WS-PAR-RESULTADO = WS-RESULTADO-NEGADO
               GO TO 2400-EXIT
           END-IF.
           MOVE SPACES TO WS-APT-DETALHE.
           IF WS-PAR-SITUACAO NOT = "R"
               STRING "TRANSACAO " WS-ORIG-REF " NAO E ESTORNO"
                   DELIMITED BY SIZE INTO WS-APT-DETALHE
           ELSE
               IF WS-PAR-REF NOT = WS-ORIG-TRANSACAO
                   STRING "ESTORNO " WS-ORIG-REF " APONTA PARA "
                       WS-PAR-REF
                       DELIMITED BY SIZE INTO WS-APT-DETALHE
               ELSE
                   MOVE WS-ORIG-RESULTADO TO WS-EDT-VALOR
                   MOVE WS-PAR-RESULTADO TO WS-EDT-VALOR-2
                   STRING "RESULTADO " WS-EDT-VALOR " ESTORNO "
                       WS-ORIG-REF " COM " WS-EDT-VALOR-2
                       DELIMITED BY SIZE INTO WS-APT-DETALHE
               END-IF
           END-IF.
           MOVE 4 TO WS-TIPO-APONTADO.
           PERFORM 7000-APONTAR THRU 7000-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-CONFERIR-ESTORNO - O ESTORNO APONTA PARA O ORIGINAL: ELE  *
      * TEM DE EXISTIR E RECONHECER ESTE ESTORNO COMO O SEU            *
      *----------------------------------------------------------------*
       2500-CONFERIR-ESTORNO.
           PERFORM 2600-LER-PAR THRU 2600-EXIT.
           IF NOT WS-PAR-ACHADO
               IF WS-ORIG-REF NOT = ZEROS
                       AND WS-ORIG-REF < WS-MENOR-TRANSACAO
                   MOVE SPACES TO WS-APT-DETALHE
                   STRING "ORIGINAL " WS-ORIG-REF " NAO ESTA NO VIVO"
                       DELIMITED BY SIZE INTO WS-APT-DETALHE
                   MOVE 10 TO WS-TIPO-APONTADO
               ELSE
                   MOVE SPACES TO WS-APT-DETALHE
                   STRING "ORIGINAL " WS-ORIG-REF " NAO ENCONTRADO"
                       DELIMITED BY SIZE INTO WS-APT-DETALHE
                   MOVE 5 TO WS-TIPO-APONTADO
               END-IF
               PERFORM 7000-APONTAR THRU 7000-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF WS-PAR-SITUACAO = "E"
                   AND WS-PAR-REF = WS-ORIG-TRANSACAO
               GO TO 2500-EXIT
           END-IF.
           MOVE SPACES TO WS-APT-DETALHE.
           IF WS-PAR-SITUACAO NOT = "E"
               STRING "ORIGINAL " WS-ORIG-REF " NAO ESTA ESTORNADO"
                   DELIMITED BY SIZE INTO WS-APT-DETALHE
           ELSE
               STRING "ORIGINAL " WS-ORIG-REF " ESTORNADO POR "
                   WS-PAR-REF
                   DELIMITED BY SIZE INTO WS-APT-DETALHE
           END-IF.
           MOVE 6 TO WS-TIPO-APONTADO.
           PERFORM 7000-APONTAR THRU 7000-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-LER-PAR - LEITURA DIRETA DA TRANSACAO APONTADA POR        *
      * CALCHIST-TRANSACAO-REF; GUARDA O REGISTRO EM CONFERENCIA E     *
      * REPOSICIONA A LEITURA SEQUENCIAL LOGO DEPOIS DELE              *
      *----------------------------------------------------------------*
       2600-LER-PAR.
           MOVE "N" TO WS-SW-PAR-ACHADO.
           MOVE CALCHIST-REGISTRO TO WS-HIST-GUARDADO.
           MOVE CALCHIST-TRANSACAO TO WS-ORIG-TRANSACAO.
           MOVE CALCHIST-TRANSACAO-REF TO WS-ORIG-REF.
           MOVE CALCHIST-RESULTADO TO WS-ORIG-RESULTADO.
           MOVE CALCHIST-DATA TO WS-ORIG-DATA.
           IF WS-ORIG-REF = ZEROS
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-ORIG-REF TO CALCHIST-TRANSACAO.
           READ CALCHIST
               KEY IS CALCHIST-TRANSACAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-PAR-ACHADO
                   MOVE CALCHIST-SITUACAO TO WS-PAR-SITUACAO
                   MOVE CALCHIST-TRANSACAO-REF TO WS-PAR-REF
                   MOVE CALCHIST-RESULTADO TO WS-PAR-RESULTADO
           END-READ.
           MOVE WS-ORIG-TRANSACAO TO CALCHIST-TRANSACAO.
           START CALCHIST KEY IS GREATER THAN CALCHIST-TRANSACAO
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           MOVE WS-HIST-GUARDADO TO CALCHIST-REGISTRO.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-CONFERIR-FECHAMENTOS - CADA DIA FECHADO DO CALCFECH.DAT E *
      * RECONTADO NO HISTORICO VIVO PELA CHAVE DE DATA, NA MESMA REGRA *
      * DO FECHAMENTO (TODO REGISTRO DO DIA, PELO RESULTADO GRAVADO)   *
      *----------------------------------------------------------------*
       3000-CONFERIR-FECHAMENTOS.
           OPEN INPUT CALCFECH.
           IF WS-STATUS-CALCFECH NOT = "00"
               DISPLAY "CALCFECH.DAT NAO ENCONTRADO - NENHUM DIA"
                   " FECHADO A CONFERIR"
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           PERFORM 3100-LER-FECHAMENTO THRU 3100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCFECH.
           DISPLAY "DIAS FECHADOS CONFERIDOS: " WS-DIAS-FECHADOS.
       3000-EXIT.
           EXIT.

       3100-LER-FECHAMENTO.
           READ CALCFECH NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 3100-EXIT
           END-READ.
           IF NOT CALCFECH-FECHADO
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-DIAS-FECHADOS.
           MOVE CALCFECH-DATA TO WS-DATA-DIA.
           PERFORM 3200-RECONTAR-DIA THRU 3200-EXIT.
           MOVE ZEROS TO WS-APT-TRANSACAO.
           MOVE WS-DATA-DIA TO WS-APT-DATA.
           IF WS-QTDE-DIA = ZEROS
                   AND (WS-REGISTROS-LIDOS = ZEROS
                   OR WS-DATA-DIA < WS-MENOR-DATA)
               MOVE "DIA ANTERIOR AO HISTORICO VIVO - NAO RECONTADO"
                   TO WS-APT-DETALHE
               MOVE 11 TO WS-TIPO-APONTADO
               PERFORM 7000-APONTAR THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3300-COMPARAR-OPERACAO THRU 3300-EXIT
               VARYING WS-SUB-OP FROM 1 BY 1 UNTIL WS-SUB-OP > 10.
       3100-EXIT.
           EXIT.

       3200-RECONTAR-DIA.
           PERFORM VARYING WS-SUB-OP FROM 1 BY 1 UNTIL WS-SUB-OP > 10
               MOVE ZEROS TO WS-HIST-QTDE(WS-SUB-OP)
               MOVE ZEROS TO WS-HIST-VALOR(WS-SUB-OP)
           END-PERFORM.
           MOVE ZEROS TO WS-QTDE-DIA.
           MOVE "N" TO WS-SW-FIM-DIA.
           MOVE WS-DATA-DIA TO CALCHIST-DATA.
           START CALCHIST KEY IS NOT LESS THAN CALCHIST-DATA
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-DIA
           END-START.
           PERFORM 3210-LER-DIA THRU 3210-EXIT
               UNTIL WS-FIM-DIA.
       3200-EXIT.
           EXIT.

       3210-LER-DIA.
           READ CALCHIST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-DIA
                   GO TO 3210-EXIT
           END-READ.
           IF CALCHIST-DATA NOT = WS-DATA-DIA
               MOVE "S" TO WS-SW-FIM-DIA
               GO TO 3210-EXIT
           END-IF.
           ADD 1 TO WS-QTDE-DIA.
           PERFORM VARYING WS-SUB-OP FROM 1 BY 1 UNTIL WS-SUB-OP > 10
               IF CALCHIST-OPERACAO = WS-CODIGO-OP(WS-SUB-OP)
                   ADD 1 TO WS-HIST-QTDE(WS-SUB-OP)
                   ADD CALCHIST-RESULTADO TO WS-HIST-VALOR(WS-SUB-OP)
               END-IF
           END-PERFORM.
       3210-EXIT.
           EXIT.

       3300-COMPARAR-OPERACAO.
           IF CALCFECH-QTDE(WS-SUB-OP) = WS-HIST-QTDE(WS-SUB-OP)
                   AND CALCFECH-VALOR(WS-SUB-OP)
                   = WS-HIST-VALOR(WS-SUB-OP)
               GO TO 3300-EXIT
           END-IF.
           MOVE CALCFECH-QTDE(WS-SUB-OP) TO WS-EDT-QTDE.
           MOVE WS-HIST-QTDE(WS-SUB-OP) TO WS-EDT-QTDE-2.
           MOVE CALCFECH-VALOR(WS-SUB-OP) TO WS-EDT-VALOR.
           MOVE WS-HIST-VALOR(WS-SUB-OP) TO WS-EDT-VALOR-2.
           MOVE SPACES TO WS-APT-DETALHE.
           STRING "OP " WS-CODIGO-OP(WS-SUB-OP) " FECH "
               WS-EDT-QTDE "/" WS-EDT-VALOR " HIST "
               WS-EDT-QTDE-2 "/" WS-EDT-VALOR-2
               DELIMITED BY SIZE INTO WS-APT-DETALHE.
           MOVE 9 TO WS-TIPO-APONTADO.
           PERFORM 7000-APONTAR THRU 7000-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-APONTAR - GRAVA A LINHA DO APONTAMENTO, CONTA POR TIPO E, *
      * SENDO ERRO, ANOTA A MENSAGEM EM CALCMSG.DAT                    *
      *----------------------------------------------------------------*
       7000-APONTAR.
           MOVE WS-TIPO-APONTADO TO WS-SUB-TIPO.
           ADD 1 TO WS-TIPO-QTDE(WS-SUB-TIPO).
           ADD 1 TO WS-TOTAL-APONTAMENTOS.
           IF WS-LINHAS-PAGINA NOT < 56
               PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT
           END-IF.
           MOVE WS-APT-TRANSACAO TO WS-LDT-TRANSACAO.
           MOVE WS-APT-DATA TO WS-LDT-DATA.
           MOVE WS-TIPO-SEVERIDADE(WS-SUB-TIPO) TO WS-LDT-SEVERIDADE.
           MOVE WS-TIPO-DESCRICAO(WS-SUB-TIPO) TO WS-LDT-DESCRICAO.
           MOVE WS-APT-DETALHE TO WS-LDT-DETALHE.
           WRITE REL-REGISTRO FROM WS-LINHA-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-TIPO-SEVERIDADE(WS-SUB-TIPO) = "A"
               ADD 1 TO WS-CONT-ADVERTENCIAS
           END-IF.
           IF WS-TIPO-SEVERIDADE(WS-SUB-TIPO) NOT = "E"
               GO TO 7000-EXIT
           END-IF.
           ADD 1 TO WS-CONT-ERROS.
           MOVE WS-TIPO-MENSAGEM(WS-SUB-TIPO) TO WS-MSG-NUMERO.
           MOVE "E" TO WS-MSG-SEVERIDADE.
           MOVE WS-APT-TRANSACAO TO WS-MSG-TRANSACAO.
           MOVE WS-TIPO-DESCRICAO(WS-SUB-TIPO) TO WS-MSG-TEXTO.
           IF WS-APT-TRANSACAO = ZEROS
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "DIA " WS-APT-DATA " FECHADO NAO BATE COM O"
                   " HISTORICO"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-IF.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-EMITIR-RESUMO - CONTAGEM POR TIPO DE APONTAMENTO, COM A   *
      * SEVERIDADE E A MENSAGEM DO CALCMSG                             *
      *----------------------------------------------------------------*
       8000-EMITIR-RESUMO.
           IF WS-LINHAS-PAGINA > 38
               PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT
           END-IF.
           MOVE SPACES TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE ALL "-" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           STRING "REGISTROS LIDOS: " WS-REGISTROS-LIDOS
               "  DIAS FECHADOS CONFERIDOS: " WS-DIAS-FECHADOS
               "  APONTAMENTOS: " WS-TOTAL-APONTAMENTOS
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE "RESUMO POR TIPO DE APONTAMENTO" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           PERFORM 8010-EMITIR-TIPO THRU 8010-EXIT
               VARYING WS-SUB-TIPO FROM 1 BY 1 UNTIL WS-SUB-TIPO > 11.
       8000-EXIT.
           EXIT.

       8010-EMITIR-TIPO.
           MOVE WS-TIPO-SEVERIDADE(WS-SUB-TIPO) TO WS-LRS-SEVERIDADE.
           MOVE WS-TIPO-DESCRICAO(WS-SUB-TIPO) TO WS-LRS-DESCRICAO.
           MOVE WS-TIPO-QTDE(WS-SUB-TIPO) TO WS-LRS-QTDE.
           MOVE SPACES TO WS-LRS-MENSAGEM.
           IF WS-TIPO-MENSAGEM(WS-SUB-TIPO) NOT = ZEROS
               STRING "CALCMSG " WS-TIPO-MENSAGEM(WS-SUB-TIPO)
                   DELIMITED BY SIZE INTO WS-LRS-MENSAGEM
           END-IF.
           WRITE REL-REGISTRO FROM WS-LINHA-RESUMO.
       8010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-ESCREVER-CABECALHO - CABECALHO DE PAGINA COM A DATA DE    *
      * EMISSAO E O NUMERO DA PAGINA                                   *
      *----------------------------------------------------------------*
       8100-ESCREVER-CABECALHO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-DATA-EMISSAO TO WS-CAB-EMISSAO.
           MOVE WS-NUMERO-PAGINA TO WS-CAB-PAGINA.
           IF WS-NUMERO-PAGINA > 1
               MOVE SPACES TO REL-REGISTRO
               WRITE REL-REGISTRO
           END-IF.
           WRITE REL-REGISTRO FROM WS-CAB-TITULO.
           WRITE REL-REGISTRO FROM WS-CAB-COLUNAS.
           MOVE ALL "-" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE 3 TO WS-LINHAS-PAGINA.
       8100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CALCHIST.
           IF WS-OPERMST-OK
               CLOSE OPERMST
           END-IF.
           IF WS-DEPTMST-OK
               CLOSE DEPTMST
           END-IF.
           CLOSE RELATORIO.
           PERFORM 8600-CATALOGAR-RELATORIO THRU 8600-EXIT.
           DISPLAY "REGISTROS LIDOS  : " WS-REGISTROS-LIDOS.
           DISPLAY "ERROS            : " WS-CONT-ERROS.
           DISPLAY "ADVERTENCIAS     : " WS-CONT-ADVERTENCIAS.
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.
           IF WS-CONT-ERROS > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONT-ADVERTENCIAS > ZEROS
                       OR WS-CONFERENCIA-FALTA
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZEROS TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8500-DEFINIR-NOME-RELATORIO - MONTA O NOME CARIMBADO COM A     *
      * DATA DE EMISSAO E A PROXIMA SEQUENCIA DO DIA NO CATALOGO       *
      *----------------------------------------------------------------*
       8500-DEFINIR-NOME-RELATORIO.
           MOVE ZEROS TO WS-SEQ-EMISSAO.
           MOVE "N" TO WS-SW-FIM-CATALOGO.
           OPEN INPUT CALCRCAT.
           IF WS-STATUS-CALCRCAT = "00"
               PERFORM 8510-CONTAR-EMISSAO THRU 8510-EXIT
                   UNTIL WS-FIM-CATALOGO
               CLOSE CALCRCAT
           END-IF.
           ADD 1 TO WS-SEQ-EMISSAO.
           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING "CALCINTG" WS-DATA-EMISSAO WS-SEQ-EMISSAO ".REL"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO.
       8500-EXIT.
           EXIT.

       8510-CONTAR-EMISSAO.
           READ CALCRCAT
               AT END
                   MOVE "S" TO WS-SW-FIM-CATALOGO
               NOT AT END
                   IF CALCRCAT-PROGRAMA = "CALCINTG"
                           AND CALCRCAT-DATA = WS-DATA-EMISSAO
                       ADD 1 TO WS-SEQ-EMISSAO
                   END-IF
           END-READ.
       8510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8600-CATALOGAR-RELATORIO - RELE O RELATORIO GRAVADO PARA       *
      * CONTAR AS LINHAS E ANOTA A EMISSAO NO CATALOGO CALCRCAT.DAT    *
      *----------------------------------------------------------------*
       8600-CATALOGAR-RELATORIO.
           MOVE ZEROS TO WS-LINHAS-RELATORIO.
           MOVE "N" TO WS-SW-FIM-CATALOGO.
           OPEN INPUT RELATORIO.
           PERFORM 8610-CONTAR-LINHA THRU 8610-EXIT
               UNTIL WS-FIM-CATALOGO.
           CLOSE RELATORIO.
           OPEN EXTEND CALCRCAT.
           IF WS-STATUS-CALCRCAT = "05" OR WS-STATUS-CALCRCAT = "35"
               OPEN OUTPUT CALCRCAT
               CLOSE CALCRCAT
               OPEN EXTEND CALCRCAT
           END-IF.
           MOVE "CALCINTG" TO CALCRCAT-PROGRAMA.
           MOVE WS-PARAMETROS-CAT TO CALCRCAT-PARAMETROS.
           MOVE WS-DATA-EMISSAO TO CALCRCAT-DATA.
           ACCEPT CALCRCAT-HORA FROM TIME.
           ACCEPT WS-OPERADOR-CAT FROM ENVIRONMENT "CALCOPER".
           MOVE WS-OPERADOR-CAT TO CALCRCAT-OPERADOR.
           MOVE WS-NOME-RELATORIO TO CALCRCAT-NOME-ARQUIVO.
           MOVE WS-LINHAS-RELATORIO TO CALCRCAT-LINHAS.
           WRITE CALCRCAT-REGISTRO.
           CLOSE CALCRCAT.
       8600-EXIT.
           EXIT.

       8610-CONTAR-LINHA.
           READ RELATORIO
               AT END
                   MOVE "S" TO WS-SW-FIM-CATALOGO
               NOT AT END
                   ADD 1 TO WS-LINHAS-RELATORIO
           END-READ.
       8610-EXIT.
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
           MOVE "CALCINTG" TO CALCMSG-PROGRAMA.
           ACCEPT CALCMSG-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCMSG-HORA FROM TIME.
           MOVE WS-MSG-TRANSACAO TO CALCMSG-TRANSACAO.
           MOVE ZEROS TO CALCMSG-NUM-REGISTRO.
           ACCEPT WS-OPERADOR-CAT FROM ENVIRONMENT "CALCOPER".
           MOVE WS-OPERADOR-CAT TO CALCMSG-OPERADOR.
           MOVE WS-MSG-TEXTO TO CALCMSG-TEXTO.
           MOVE "P" TO CALCMSG-SW-SITUACAO.
           MOVE SPACES TO CALCMSG-REV-OPERADOR.
           MOVE ZEROS TO CALCMSG-REV-DATA.
           MOVE ZEROS TO CALCMSG-REV-HORA.
           WRITE CALCMSG-REGISTRO.
           CLOSE CALCMSG.
       7900-EXIT.
           EXIT.
