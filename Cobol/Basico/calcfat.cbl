      ******************************************************************
      * PROGRAM-ID: CALCFAT
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Faturamento mensal dos departamentos (chargeback).
      *             Recebe a competencia (AAAAMM ou MESANT), conta os
      *             calculos do mes por departamento e operacao no
      *             CALCHIST.DAT vivo (chave alternada de data) e nos
      *             ARCHISTAAAAMM.DAT ja arquivados pelo CALCARCH - o
      *             arquivo leva o AAAAMM do corte, entao o mes pode
      *             estar em qualquer periodo da competencia ate o
      *             corrente, e cada registro so existe em um lugar.
      *             So e cobrado calculo normal com retorno zero: o
      *             estornado e o seu lancamento de estorno ficam de
      *             fora, o par se anula. Os lotes processados com
      *             termino limpo no razao CALCRUN.DAT contam no item
      *             "L" do departamento do lote. O preco vem da tabela
      *             TARIFMST.DAT (TARFMNT) vigente no fim do mes;
      *             operacao sem tarifa ativa sai com preco zero e
      *             aviso em CALCMSG.DAT. Emite a fatura impressa (uma
      *             pagina por departamento e um resumo) em arquivo
      *             carimbado e o arquivo de formato fixo
      *             FATDEPAAAAMM.DAT (CALCFAT) para o sistema de
      *             custos, os dois anotados no catalogo CALCRCAT.DAT.
      *             Parametro de CALCFAT.PRM quando existe; RETURN-CODE
      *             12 para parametro invalido, 16 para estouro de
      *             tabela.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - FATURA MENSAL POR             *
      *                DEPARTAMENTO E ARQUIVO PARA O SISTEMA DE        *
      *                CUSTOS.                                         *
      * 15/10/26 RPS   ARCHIST ALARGADO PARA 80 POSICOES, ACOMPANHANDO *
      *                O CALCHIST.                                     *
      * 15/10/26 RPS   HISTORICO ARQUIVADO LIDO COM 94 POSICOES,       *
      *                ACOMPANHANDO A MOEDA E A COTACAO DO CALCHIST.   *
      * 15/10/26 RPS   HISTORICO ARQUIVADO LIDO COM 100 POSICOES,      *
      *                ACOMPANHANDO A TABELA E A FAIXA DO CALCHIST.    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFAT.
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
           SELECT ARCHIST ASSIGN TO WS-NOME-ARCHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARCHIST.
           SELECT CALCRUN ASSIGN TO "CALCRUN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCRUN.
           SELECT TARIFMST ASSIGN TO "TARIFMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CALCTARF-ITEM
               FILE STATUS IS WS-STATUS-TARIFMST.
           SELECT DEPTMST ASSIGN TO "DEPTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCDEPT-CODIGO
               FILE STATUS IS WS-STATUS-DEPTMST.
           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
           SELECT FATURA ASSIGN TO WS-NOME-FATURA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FATURA.
           SELECT CALCRCAT ASSIGN TO "CALCRCAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCRCAT.
           SELECT CALCMSG ASSIGN TO "CALCMSG.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCMSG.
           SELECT PARAMETRO ASSIGN TO "CALCFAT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCHIST.
       COPY CALCHIST.
       FD  ARCHIST.
       01  ARCHIST-REGISTRO         PIC X(100).
       FD  CALCRUN.
       COPY CALCRUN.
       FD  TARIFMST.
       COPY CALCTARF.
       FD  DEPTMST.
       COPY CALCDEPT.
       FD  RELATORIO.
       01  REL-REGISTRO             PIC X(132).
       FD  FATURA.
       COPY CALCFAT.
       FD  CALCRCAT.
       COPY CALCRCAT.
       FD  CALCMSG.
       COPY CALCMSG.
       FD  PARAMETRO.
       01  PRM-REGISTRO             PIC X(24).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCHIST       PIC X(02) VALUE "00".
       77  WS-STATUS-ARCHIST        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCRUN        PIC X(02) VALUE "00".
       77  WS-STATUS-TARIFMST       PIC X(02) VALUE "00".
       77  WS-STATUS-DEPTMST        PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO      PIC X(02) VALUE "00".
       77  WS-STATUS-FATURA         PIC X(02) VALUE "00".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-PARAMETRO-OK       PIC X(01) VALUE "N".
           88  WS-PARAMETRO-OK          VALUE "S".
       77  WS-SW-HIST-ABERTO        PIC X(01) VALUE "N".
           88  WS-HIST-ABERTO           VALUE "S".
       77  WS-SW-DEPTMST-ABERTO     PIC X(01) VALUE "N".
           88  WS-DEPTMST-ABERTO        VALUE "S".
       77  WS-DATA-DE               PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ATE              PIC 9(08) VALUE ZEROS.
       77  WS-DATA-EMISSAO          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-EMISSAO          PIC 9(08) VALUE ZEROS.
       77  WS-NUMERO-PAGINA         PIC 9(04) VALUE ZEROS.
       77  WS-LINHAS-PAGINA         PIC 9(02) VALUE ZEROS.
       77  WS-CALCULOS-COBRADOS     PIC 9(08) VALUE ZEROS.
       77  WS-CALCULOS-EXCLUIDOS    PIC 9(08) VALUE ZEROS.
       77  WS-LOTES-COBRADOS        PIC 9(08) VALUE ZEROS.
       77  WS-ARQUIVOS-LIDOS        PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------*
      * PARAMETROS - DO ARQUIVO CALCFAT.PRM QUANDO ELE EXISTE (RODADA  *
      * ESCALONADA), SENAO DO PROMPT; MESANT E A FAIXA DO MES DA       *
      * COMPETENCIA SAO RESOLVIDOS PELO SUBPROGRAMA CALCDATA           *
      *----------------------------------------------------------------*
       77  WS-STATUS-PARAMETRO      PIC X(02) VALUE "00".
       77  WS-SW-PARM-ARQUIVO       PIC X(01) VALUE "N".
           88  WS-PARM-ARQUIVO          VALUE "S".
       77  WS-PRM-COMPETENCIA       PIC X(08) VALUE SPACES.
       01  WS-DATA-BASE             PIC 9(08) VALUE ZEROS.
       01  WS-DATA-BASE-X REDEFINES WS-DATA-BASE.
           05  WS-BASE-ANO          PIC 9(04).
           05  WS-BASE-MES          PIC 9(02).
           05  WS-BASE-DIA          PIC 9(02).
       77  WS-FUNCAO-DATA           PIC X(01) VALUE SPACES.
       01  WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01  WS-COMPETENCIA-X REDEFINES WS-COMPETENCIA.
           05  WS-COMPETENCIA-ANO   PIC 9(04).
           05  WS-COMPETENCIA-MES   PIC 9(02).

      *----------------------------------------------------------------*
      * PERIODOS ARQUIVADOS - DA COMPETENCIA ATE O MES CORRENTE        *
      *----------------------------------------------------------------*
       77  WS-NOME-ARCHIST          PIC X(17) VALUE SPACES.
       01  WS-PERIODO               PIC 9(06) VALUE ZEROS.
       01  WS-PERIODO-X REDEFINES WS-PERIODO.
           05  WS-PERIODO-ANO       PIC 9(04).
           05  WS-PERIODO-MES       PIC 9(02).
       01  WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-X REDEFINES WS-DATA-HOJE.
           05  WS-HOJE-AAAAMM       PIC 9(06).
           05  FILLER               PIC X(02).

      *----------------------------------------------------------------*
      * TABELA DE ITENS COBRADOS - CARREGADA DA TARIFMST.DAT; ITEM SEM *
      * TARIFA VIGENTE ENTRA COM PRECO ZERO NA PRIMEIRA OCORRENCIA     *
      *----------------------------------------------------------------*
       77  WS-ITENS-CARREGADOS      PIC 9(02) COMP VALUE ZEROS.
       77  WS-SUB-ITEM              PIC 9(02) COMP VALUE ZEROS.
       77  WS-SUB-ITEM-ACHADO       PIC 9(02) COMP VALUE ZEROS.
       77  WS-ITEM-PROCURADO        PIC X(01) VALUE SPACES.
       01  WS-TABELA-ITENS.
           05  WS-ITEM-ENTRADA OCCURS 12 TIMES
                   INDEXED BY WS-IDX-ITEM.
               10  WS-ITEM-CODIGO       PIC X(01).
               10  WS-ITEM-DESCRICAO    PIC X(30).
               10  WS-ITEM-PRECO        PIC 9(05)V99.
               10  WS-ITEM-SW-TARIFA    PIC X(01).
                   88  WS-ITEM-COM-TARIFA   VALUE "S".

      *----------------------------------------------------------------*
      * TABELA DE DEPARTAMENTOS - QUANTIDADE POR ITEM (MESMA POSICAO   *
      * DA TABELA DE ITENS) E LOTES DO MES                             *
      *----------------------------------------------------------------*
       77  WS-DEPTOS-CARREGADOS     PIC 9(02) COMP VALUE ZEROS.
       77  WS-SUB-DEPTO             PIC 9(02) COMP VALUE ZEROS.
       77  WS-SUB-DEPTO-ACHADO      PIC 9(02) COMP VALUE ZEROS.
       77  WS-DEPTO-PROCURADO       PIC X(04) VALUE SPACES.
       01  WS-TABELA-DEPTOS.
           05  WS-DEPTO-ENTRADA OCCURS 20 TIMES
                   INDEXED BY WS-IDX-DEPTO.
               10  WS-DEPTO-CODIGO      PIC X(04).
               10  WS-DEPTO-LOTES       PIC 9(08).
               10  WS-DEPTO-VALOR       PIC 9(11)V99.
               10  WS-DEPTO-QTDE        PIC 9(08) OCCURS 12 TIMES.

      *----------------------------------------------------------------*
      * CALCULO DE CADA LINHA DA FATURA E TOTAIS DO ARQUIVO            *
      *----------------------------------------------------------------*
       77  WS-QTDE-LINHA            PIC 9(08) VALUE ZEROS.
       77  WS-PRECO-LINHA           PIC 9(05)V99 VALUE ZEROS.
       77  WS-VALOR-LINHA           PIC 9(11)V99 VALUE ZEROS.
       77  WS-ITEM-LINHA            PIC X(01) VALUE SPACES.
       77  WS-DESCRICAO-LINHA       PIC X(30) VALUE SPACES.
       77  WS-PRECO-LOTE            PIC 9(05)V99 VALUE ZEROS.
       77  WS-DESCRICAO-LOTE        PIC X(30) VALUE SPACES.
       77  WS-CONT-DETALHES         PIC 9(08) VALUE ZEROS.
       77  WS-VALOR-GERAL           PIC 9(13)V99 VALUE ZEROS.
       77  WS-NOME-FATURA           PIC X(24) VALUE SPACES.

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
       77  WS-MSG-TEXTO             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO                                            *
      *----------------------------------------------------------------*
       01  WS-CAB-TITULO.
           05  FILLER               PIC X(44) VALUE
               "CALCFAT - FATURA DE SERVICOS DE CALCULO     ".
           05  FILLER               PIC X(13) VALUE "COMPETENCIA: ".
           05  WS-CAB-COMPETENCIA   PIC 9(06).
           05  FILLER               PIC X(12) VALUE "   EMISSAO: ".
           05  WS-CAB-EMISSAO       PIC 9(08).
           05  FILLER               PIC X(09) VALUE "  PAGINA ".
           05  WS-CAB-PAGINA        PIC ZZZ9.
           05  FILLER               PIC X(36) VALUE SPACES.
       01  WS-CAB-DEPTO.
           05  FILLER               PIC X(14) VALUE "DEPARTAMENTO: ".
           05  WS-CAB-DEPTO-CODIGO  PIC X(04).
           05  FILLER               PIC X(03) VALUE " - ".
           05  WS-CAB-DEPTO-NOME    PIC X(30).
           05  FILLER               PIC X(81) VALUE SPACES.
       01  WS-CAB-COLUNAS.
           05  FILLER               PIC X(40) VALUE
               "ITEM  DESCRICAO                         ".
           05  FILLER               PIC X(40) VALUE
               "  QUANTIDADE  PRECO UNIT.          VALOR".
           05  FILLER               PIC X(52) VALUE SPACES.
       01  WS-LINHA-ITEM.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LIN-ITEM          PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-LIN-DESCRICAO     PIC X(30).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-LIN-QTDE          PIC Z(7)9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-LIN-PRECO         PIC Z(4)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LIN-VALOR         PIC Z(10)9.99.
           05  FILLER               PIC X(52) VALUE SPACES.
       01  WS-LINHA-TOTAL.
           05  WS-TOT-ROTULO        PIC X(36).
           05  FILLER               PIC X(30) VALUE SPACES.
           05  WS-TOT-VALOR         PIC Z(12)9.99.
           05  FILLER               PIC X(50) VALUE SPACES.
       01  WS-LINHA-RESUMO.
           05  FILLER               PIC X(06) VALUE "DEPTO ".
           05  WS-RES-DEPTO         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RES-NOME          PIC X(30).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-RES-LOTES         PIC Z(7)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RES-VALOR         PIC Z(12)9.99.
           05  FILLER               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-PARAMETRO-OK
               PERFORM 2000-LER-HISTORICO THRU 2000-EXIT
               PERFORM 3000-LER-ARQUIVADOS THRU 3000-EXIT
               PERFORM 4000-CONTAR-LOTES THRU 4000-EXIT
               PERFORM 5000-EMITIR-FATURA THRU 5000-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           DISPLAY "CALCFAT - FATURAMENTO ENCERRADO".
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - RESOLVE A COMPETENCIA NA FAIXA DE DATAS DO  *
      * MES, CARREGA A TABELA DE TARIFAS E ABRE O HISTORICO VIVO       *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "CALCFAT - FATURAMENTO MENSAL DOS DEPARTAMENTOS".
           PERFORM 1010-LER-PARAMETROS THRU 1010-EXIT.
           IF NOT WS-PARM-ARQUIVO
               DISPLAY "INFORME A COMPETENCIA (AAAAMM OU MESANT):"
               MOVE SPACES TO WS-PRM-COMPETENCIA
               ACCEPT WS-PRM-COMPETENCIA
           END-IF.
           PERFORM 1020-RESOLVER-COMPETENCIA THRU 1020-EXIT.
           IF WS-DATA-DE = ZEROS OR WS-DATA-ATE = ZEROS
               DISPLAY "COMPETENCIA INVALIDA - NADA FOI FEITO"
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "PARAMETRO USADO: COMPETENCIA " WS-COMPETENCIA
               " (" WS-DATA-DE " A " WS-DATA-ATE ")".
           PERFORM 1100-CARREGAR-TARIFAS THRU 1100-EXIT.
           IF WS-ITENS-CARREGADOS = ZEROS
               DISPLAY "TABELA DE TARIFAS VAZIA OU INACESSIVEL -"
                   " NADA FOI FEITO"
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CALCHIST.
           IF WS-STATUS-CALCHIST = "00"
               MOVE "S" TO WS-SW-HIST-ABERTO
           ELSE
               DISPLAY "CALCHIST.DAT NAO ENCONTRADO OU VAZIO - SO"
                   " OS PERIODOS ARQUIVADOS SERAO LIDOS"
           END-IF.
           MOVE "S" TO WS-SW-PARAMETRO-OK.
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EMISSAO FROM TIME.
           MOVE SPACES TO WS-PARAMETROS-CAT.
           STRING "COMPETENCIA " WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-PARAMETROS-CAT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1010-LER-PARAMETROS - SE CALCFAT.PRM EXISTE, A PRIMEIRA LINHA  *
      * (AAAAMM OU MESANT) SUBSTITUI O PROMPT                          *
      *----------------------------------------------------------------*
       1010-LER-PARAMETROS.
           OPEN INPUT PARAMETRO.
           IF WS-STATUS-PARAMETRO NOT = "00"
               GO TO 1010-EXIT
           END-IF.
           MOVE "S" TO WS-SW-PARM-ARQUIVO.
           READ PARAMETRO
               AT END MOVE SPACES TO PRM-REGISTRO
           END-READ.
           MOVE PRM-REGISTRO(1:8) TO WS-PRM-COMPETENCIA.
           CLOSE PARAMETRO.
           DISPLAY "PARAMETROS LIDOS DE CALCFAT.PRM".
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1020-RESOLVER-COMPETENCIA - MESANT E O MES ANTERIOR AO DE HOJE;*
      * UMA COMPETENCIA AAAAMM VIRA A FAIXA PEDINDO AO CALCDATA O "MES *
      * ANTERIOR" AO DIA PRIMEIRO DO MES SEGUINTE                      *
      *----------------------------------------------------------------*
       1020-RESOLVER-COMPETENCIA.
           MOVE ZEROS TO WS-DATA-DE.
           MOVE ZEROS TO WS-DATA-ATE.
           MOVE ZEROS TO WS-COMPETENCIA.
           IF WS-PRM-COMPETENCIA = "MESANT"
               ACCEPT WS-DATA-BASE FROM DATE YYYYMMDD
           ELSE
               IF WS-PRM-COMPETENCIA(1:6) IS NUMERIC
                       AND WS-PRM-COMPETENCIA(7:2) = SPACES
                   MOVE WS-PRM-COMPETENCIA(1:6) TO WS-COMPETENCIA
               END-IF
               IF WS-COMPETENCIA-MES < 01 OR WS-COMPETENCIA-MES > 12
                       OR WS-COMPETENCIA-ANO < 1900
                   GO TO 1020-EXIT
               END-IF
               MOVE WS-COMPETENCIA-ANO TO WS-BASE-ANO
               MOVE WS-COMPETENCIA-MES TO WS-BASE-MES
               MOVE 01 TO WS-BASE-DIA
               IF WS-BASE-MES = 12
                   ADD 1 TO WS-BASE-ANO
                   MOVE 01 TO WS-BASE-MES
               ELSE
                   ADD 1 TO WS-BASE-MES
               END-IF
           END-IF.
           MOVE "M" TO WS-FUNCAO-DATA.
           CALL "CALCDATA" USING WS-FUNCAO-DATA,
               WS-DATA-BASE, WS-DATA-DE, WS-DATA-ATE.
           MOVE WS-DATA-DE(1:6) TO WS-COMPETENCIA.
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-CARREGAR-TARIFAS - TODO ITEM DA TABELA ENTRA; SO TEM      *
      * PRECO O ATIVO COM VIGENCIA INICIADA ATE O FIM DO MES           *
      *----------------------------------------------------------------*
       1100-CARREGAR-TARIFAS.
           MOVE ZEROS TO WS-ITENS-CARREGADOS.
           OPEN INPUT TARIFMST.
           IF WS-STATUS-TARIFMST NOT = "00"
               DISPLAY "TARIFMST.DAT INACESSIVEL - STATUS "
                   WS-STATUS-TARIFMST
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           PERFORM 1110-LER-TARIFA THRU 1110-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE TARIFMST.
           MOVE "L" TO WS-ITEM-PROCURADO.
           PERFORM 2410-PROCURAR-ITEM-TABELA THRU 2410-EXIT.
           IF WS-SUB-ITEM-ACHADO NOT = ZEROS
               SET WS-IDX-ITEM TO WS-SUB-ITEM-ACHADO
               MOVE WS-ITEM-PRECO(WS-IDX-ITEM) TO WS-PRECO-LOTE
               MOVE WS-ITEM-DESCRICAO(WS-IDX-ITEM)
                   TO WS-DESCRICAO-LOTE
           ELSE
               MOVE ZEROS TO WS-PRECO-LOTE
               MOVE "LOTES PROCESSADOS" TO WS-DESCRICAO-LOTE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LER-TARIFA.
           READ TARIFMST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 1110-EXIT
           END-READ.
           IF WS-ITENS-CARREGADOS NOT < 12
               DISPLAY "TABELA DE TARIFAS EXCEDE 12 ITENS - ITEM "
                   CALCTARF-ITEM " IGNORADO"
               MOVE 16 TO RETURN-CODE
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-ITENS-CARREGADOS.
           SET WS-IDX-ITEM TO WS-ITENS-CARREGADOS.
           MOVE CALCTARF-ITEM TO WS-ITEM-CODIGO(WS-IDX-ITEM).
           MOVE CALCTARF-DESCRICAO TO WS-ITEM-DESCRICAO(WS-IDX-ITEM).
           IF CALCTARF-ATIVA AND CALCTARF-VIGENCIA-DE NOT > WS-DATA-ATE
               MOVE CALCTARF-PRECO TO WS-ITEM-PRECO(WS-IDX-ITEM)
               MOVE "S" TO WS-ITEM-SW-TARIFA(WS-IDX-ITEM)
           ELSE
               MOVE ZEROS TO WS-ITEM-PRECO(WS-IDX-ITEM)
               MOVE "N" TO WS-ITEM-SW-TARIFA(WS-IDX-ITEM)
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-LER-HISTORICO - POSICIONA O CALCHIST VIVO NO PRIMEIRO DIA *
      * DA COMPETENCIA E LE ATE PASSAR DO ULTIMO                       *
      *----------------------------------------------------------------*
       2000-LER-HISTORICO.
           IF NOT WS-HIST-ABERTO
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE WS-DATA-DE TO CALCHIST-DATA.
           START CALCHIST KEY IS NOT LESS THAN CALCHIST-DATA
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           PERFORM 2100-LER-REGISTRO THRU 2100-EXIT
               UNTIL WS-FIM-ARQUIVO.
       2000-EXIT.
           EXIT.

       2100-LER-REGISTRO.
           READ CALCHIST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
               NOT AT END
                   IF CALCHIST-DATA > WS-DATA-ATE
                       MOVE "S" TO WS-SW-FIM-ARQUIVO
                   ELSE
                       PERFORM 2200-ACUMULAR-CALCULO THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-ACUMULAR-CALCULO - SO CALCULO NORMAL COM RETORNO ZERO E   *
      * COBRADO; ESTORNADO E ESTORNO SE ANULAM E FICAM DE FORA         *
      *----------------------------------------------------------------*
       2200-ACUMULAR-CALCULO.
           IF NOT CALCHIST-SIT-NORMAL OR CALCHIST-RETORNO NOT = ZEROS
               ADD 1 TO WS-CALCULOS-EXCLUIDOS
               GO TO 2200-EXIT
           END-IF.
           MOVE CALCHIST-DEPTO TO WS-DEPTO-PROCURADO.
           PERFORM 2300-LOCALIZAR-DEPTO THRU 2300-EXIT.
           IF WS-SUB-DEPTO-ACHADO = ZEROS
               GO TO 2200-EXIT
           END-IF.
           MOVE CALCHIST-OPERACAO TO WS-ITEM-PROCURADO.
           PERFORM 2400-LOCALIZAR-ITEM THRU 2400-EXIT.
           IF WS-SUB-ITEM-ACHADO = ZEROS
               GO TO 2200-EXIT
           END-IF.
           SET WS-IDX-DEPTO TO WS-SUB-DEPTO-ACHADO.
           ADD 1 TO WS-DEPTO-QTDE(WS-IDX-DEPTO, WS-SUB-ITEM-ACHADO).
           ADD 1 TO WS-CALCULOS-COBRADOS.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-LOCALIZAR-DEPTO - LOCALIZA (OU INCLUI) O SETOR NA TABELA; *
      * TABELA CHEIA E ESTOURO - O SETOR FICARIA SEM COBRANCA          *
      *----------------------------------------------------------------*
       2300-LOCALIZAR-DEPTO.
           MOVE ZEROS TO WS-SUB-DEPTO-ACHADO.
           MOVE ZEROS TO WS-SUB-DEPTO.
           PERFORM 2310-PROCURAR-DEPTO THRU 2310-EXIT
               UNTIL WS-SUB-DEPTO-ACHADO NOT = ZEROS
                   OR WS-SUB-DEPTO NOT < WS-DEPTOS-CARREGADOS.
           IF WS-SUB-DEPTO-ACHADO NOT = ZEROS
               GO TO 2300-EXIT
           END-IF.
           IF WS-DEPTOS-CARREGADOS NOT < 20
               DISPLAY "MAIS DE 20 DEPARTAMENTOS NO MES - DEPTO "
                   WS-DEPTO-PROCURADO " NAO FATURADO"
               MOVE 16 TO RETURN-CODE
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-DEPTOS-CARREGADOS.
           MOVE WS-DEPTOS-CARREGADOS TO WS-SUB-DEPTO-ACHADO.
           SET WS-IDX-DEPTO TO WS-SUB-DEPTO-ACHADO.
           MOVE WS-DEPTO-PROCURADO TO WS-DEPTO-CODIGO(WS-IDX-DEPTO).
           MOVE ZEROS TO WS-DEPTO-LOTES(WS-IDX-DEPTO).
           MOVE ZEROS TO WS-DEPTO-VALOR(WS-IDX-DEPTO).
           PERFORM VARYING WS-SUB-ITEM FROM 1 BY 1
                   UNTIL WS-SUB-ITEM > 12
               MOVE ZEROS TO WS-DEPTO-QTDE(WS-IDX-DEPTO, WS-SUB-ITEM)
           END-PERFORM.
       2300-EXIT.
           EXIT.

       2310-PROCURAR-DEPTO.
           ADD 1 TO WS-SUB-DEPTO.
           SET WS-IDX-DEPTO TO WS-SUB-DEPTO.
           IF WS-DEPTO-CODIGO(WS-IDX-DEPTO) = WS-DEPTO-PROCURADO
               MOVE WS-SUB-DEPTO TO WS-SUB-DEPTO-ACHADO
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-LOCALIZAR-ITEM - OPERACAO FORA DA TABELA DE TARIFAS ENTRA *
      * COM PRECO ZERO E GERA O AVISO 0134 NA PRIMEIRA OCORRENCIA      *
      *----------------------------------------------------------------*
       2400-LOCALIZAR-ITEM.
           PERFORM 2410-PROCURAR-ITEM-TABELA THRU 2410-EXIT.
           IF WS-SUB-ITEM-ACHADO NOT = ZEROS
               SET WS-IDX-ITEM TO WS-SUB-ITEM-ACHADO
               IF NOT WS-ITEM-COM-TARIFA(WS-IDX-ITEM)
                       AND WS-ITEM-SW-TARIFA(WS-IDX-ITEM) NOT = "A"
                   MOVE "A" TO WS-ITEM-SW-TARIFA(WS-IDX-ITEM)
                   PERFORM 2420-AVISAR-SEM-TARIFA THRU 2420-EXIT
               END-IF
               GO TO 2400-EXIT
           END-IF.
           IF WS-ITENS-CARREGADOS NOT < 12
               DISPLAY "MAIS DE 12 ITENS COBRADOS - OPERACAO "
                   WS-ITEM-PROCURADO " NAO FATURADA"
               MOVE 16 TO RETURN-CODE
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-ITENS-CARREGADOS.
           MOVE WS-ITENS-CARREGADOS TO WS-SUB-ITEM-ACHADO.
           SET WS-IDX-ITEM TO WS-SUB-ITEM-ACHADO.
           MOVE WS-ITEM-PROCURADO TO WS-ITEM-CODIGO(WS-IDX-ITEM).
           MOVE "OPERACAO SEM TARIFA CADASTRADA"
               TO WS-ITEM-DESCRICAO(WS-IDX-ITEM).
           MOVE ZEROS TO WS-ITEM-PRECO(WS-IDX-ITEM).
           MOVE "A" TO WS-ITEM-SW-TARIFA(WS-IDX-ITEM).
           PERFORM 2420-AVISAR-SEM-TARIFA THRU 2420-EXIT.
       2400-EXIT.
           EXIT.

       2410-PROCURAR-ITEM-TABELA.
           MOVE ZEROS TO WS-SUB-ITEM-ACHADO.
           MOVE ZEROS TO WS-SUB-ITEM.
           PERFORM 2411-COMPARAR-ITEM THRU 2411-EXIT
               UNTIL WS-SUB-ITEM-ACHADO NOT = ZEROS
                   OR WS-SUB-ITEM NOT < WS-ITENS-CARREGADOS.
       2410-EXIT.
           EXIT.

       2411-COMPARAR-ITEM.
           ADD 1 TO WS-SUB-ITEM.
           SET WS-IDX-ITEM TO WS-SUB-ITEM.
           IF WS-ITEM-CODIGO(WS-IDX-ITEM) = WS-ITEM-PROCURADO
               MOVE WS-SUB-ITEM TO WS-SUB-ITEM-ACHADO
           END-IF.
       2411-EXIT.
           EXIT.

       2420-AVISAR-SEM-TARIFA.
           DISPLAY "OPERACAO " WS-ITEM-PROCURADO " SEM TARIFA VIGENTE"
               " - FATURADA A PRECO ZERO".
           MOVE 0134 TO WS-MSG-NUMERO.
           MOVE "A" TO WS-MSG-SEVERIDADE.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "OPERACAO " WS-ITEM-PROCURADO " SEM TARIFA EM "
               WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       2420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-LER-ARQUIVADOS - O CALCARCH NOMEIA O ARQUIVO PELO MES DO  *
      * CORTE; OS CALCULOS DA COMPETENCIA PODEM ESTAR EM QUALQUER      *
      * PERIODO DELA ATE O CORRENTE - PERIODO AUSENTE E PULADO         *
      *----------------------------------------------------------------*
       3000-LER-ARQUIVADOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-COMPETENCIA TO WS-PERIODO.
           PERFORM 3100-LER-PERIODO THRU 3100-EXIT
               UNTIL WS-PERIODO > WS-HOJE-AAAAMM.
           DISPLAY "PERIODOS ARQUIVADOS LIDOS: " WS-ARQUIVOS-LIDOS.
       3000-EXIT.
           EXIT.

       3100-LER-PERIODO.
           MOVE SPACES TO WS-NOME-ARCHIST.
           STRING "ARCHIST" WS-PERIODO ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARCHIST.
           OPEN INPUT ARCHIST.
           IF WS-STATUS-ARCHIST = "00"
               ADD 1 TO WS-ARQUIVOS-LIDOS
               MOVE "N" TO WS-SW-FIM-ARQUIVO
               PERFORM 3110-LER-ARQUIVADO THRU 3110-EXIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE ARCHIST
           END-IF.
           IF WS-PERIODO-MES = 12
               ADD 1 TO WS-PERIODO-ANO
               MOVE 01 TO WS-PERIODO-MES
           ELSE
               ADD 1 TO WS-PERIODO-MES
           END-IF.
       3100-EXIT.
           EXIT.

       3110-LER-ARQUIVADO.
           READ ARCHIST INTO CALCHIST-REGISTRO
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 3110-EXIT
           END-READ.
           IF CALCHIST-DATA NOT < WS-DATA-DE
                   AND CALCHIST-DATA NOT > WS-DATA-ATE
               PERFORM 2200-ACUMULAR-CALCULO THRU 2200-EXIT
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-CONTAR-LOTES - EXECUCAO DE LOTE DO CALCBAT INICIADA NA    *
      * COMPETENCIA COM TERMINO LIMPO CONTA UM LOTE PARA O SETOR; A    *
      * PARCIAL NAO E COBRADA (A RETOMADA LIMPA E QUE CONTA)           *
      *----------------------------------------------------------------*
       4000-CONTAR-LOTES.
           OPEN INPUT CALCRUN.
           IF WS-STATUS-CALCRUN NOT = "00"
               DISPLAY "CALCRUN.DAT NAO ENCONTRADO - NENHUM LOTE"
                   " COBRADO"
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           PERFORM 4100-LER-EXECUCAO THRU 4100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCRUN.
       4000-EXIT.
           EXIT.

       4100-LER-EXECUCAO.
           READ CALCRUN
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 4100-EXIT
           END-READ.
           IF CALCRUN-DATA-INICIO < WS-DATA-DE
                   OR CALCRUN-DATA-INICIO > WS-DATA-ATE
                   OR NOT CALCRUN-TERMINO-LIMPO
                   OR CALCRUN-DEPTO = SPACES
               GO TO 4100-EXIT
           END-IF.
           MOVE CALCRUN-DEPTO TO WS-DEPTO-PROCURADO.
           PERFORM 2300-LOCALIZAR-DEPTO THRU 2300-EXIT.
           IF WS-SUB-DEPTO-ACHADO NOT = ZEROS
               SET WS-IDX-DEPTO TO WS-SUB-DEPTO-ACHADO
               ADD 1 TO WS-DEPTO-LOTES(WS-IDX-DEPTO)
               ADD 1 TO WS-LOTES-COBRADOS
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-EMITIR-FATURA - UMA PAGINA POR DEPARTAMENTO NA FATURA     *
      * IMPRESSA E UM DETALHE POR ITEM COBRADO NO FATDEPAAAAMM.DAT,    *
      * COM CABECALHO, TRAILER E UMA PAGINA DE RESUMO                  *
      *----------------------------------------------------------------*
       5000-EMITIR-FATURA.
           PERFORM 8500-DEFINIR-NOME-RELATORIO THRU 8500-EXIT.
           MOVE SPACES TO WS-NOME-FATURA.
           STRING "FATDEP" WS-COMPETENCIA ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-FATURA.
           OPEN INPUT DEPTMST.
           IF WS-STATUS-DEPTMST = "00"
               MOVE "S" TO WS-SW-DEPTMST-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT FATURA.
           MOVE SPACES TO CALCFAT-REGISTRO.
           MOVE "H" TO CALCFAT-TIPO.
           MOVE WS-COMPETENCIA TO CALCFAT-CAB-COMPETENCIA.
           MOVE WS-DATA-EMISSAO TO CALCFAT-CAB-EMISSAO.
           MOVE WS-HORA-EMISSAO TO CALCFAT-CAB-HORA.
           WRITE CALCFAT-REGISTRO.
           MOVE ZEROS TO WS-CONT-DETALHES.
           MOVE ZEROS TO WS-VALOR-GERAL.
           MOVE ZEROS TO WS-SUB-DEPTO.
           PERFORM 5100-EMITIR-DEPTO THRU 5100-EXIT
               UNTIL WS-SUB-DEPTO NOT < WS-DEPTOS-CARREGADOS.
           PERFORM 5300-EMITIR-RESUMO THRU 5300-EXIT.
           MOVE SPACES TO CALCFAT-REGISTRO.
           MOVE "T" TO CALCFAT-TIPO.
           MOVE WS-CONT-DETALHES TO CALCFAT-TRL-QTDE.
           MOVE WS-VALOR-GERAL TO CALCFAT-TRL-VALOR.
           WRITE CALCFAT-REGISTRO.
           CLOSE FATURA.
           CLOSE RELATORIO.
           IF WS-DEPTMST-ABERTO
               CLOSE DEPTMST
           END-IF.
       5000-EXIT.
           EXIT.

       5100-EMITIR-DEPTO.
           ADD 1 TO WS-SUB-DEPTO.
           SET WS-IDX-DEPTO TO WS-SUB-DEPTO.
           MOVE WS-DEPTO-CODIGO(WS-IDX-DEPTO) TO WS-CAB-DEPTO-CODIGO.
           PERFORM 5150-OBTER-NOME-DEPTO THRU 5150-EXIT.
           MOVE CALCDEPT-NOME TO WS-CAB-DEPTO-NOME.
           PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT.
           WRITE REL-REGISTRO FROM WS-CAB-DEPTO.
           MOVE SPACES TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           WRITE REL-REGISTRO FROM WS-CAB-COLUNAS.
           MOVE ALL "-" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           ADD 4 TO WS-LINHAS-PAGINA.
           MOVE ZEROS TO WS-SUB-ITEM.
           PERFORM 5110-EMITIR-ITEM THRU 5110-EXIT
               UNTIL WS-SUB-ITEM NOT < WS-ITENS-CARREGADOS.
           IF WS-DEPTO-LOTES(WS-IDX-DEPTO) NOT = ZEROS
               MOVE "L" TO WS-ITEM-LINHA
               MOVE WS-DESCRICAO-LOTE TO WS-DESCRICAO-LINHA
               MOVE WS-DEPTO-LOTES(WS-IDX-DEPTO) TO WS-QTDE-LINHA
               MOVE WS-PRECO-LOTE TO WS-PRECO-LINHA
               PERFORM 5200-EMITIR-LINHA THRU 5200-EXIT
           END-IF.
           MOVE ALL "-" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO WS-LINHA-TOTAL.
           MOVE "TOTAL DO DEPARTAMENTO" TO WS-TOT-ROTULO.
           MOVE WS-DEPTO-VALOR(WS-IDX-DEPTO) TO WS-TOT-VALOR.
           WRITE REL-REGISTRO FROM WS-LINHA-TOTAL.
           ADD 2 TO WS-LINHAS-PAGINA.
       5100-EXIT.
           EXIT.

       5110-EMITIR-ITEM.
           ADD 1 TO WS-SUB-ITEM.
           SET WS-IDX-ITEM TO WS-SUB-ITEM.
           IF WS-DEPTO-QTDE(WS-IDX-DEPTO, WS-SUB-ITEM) = ZEROS
                   OR WS-ITEM-CODIGO(WS-IDX-ITEM) = "L"
               GO TO 5110-EXIT
           END-IF.
           MOVE WS-ITEM-CODIGO(WS-IDX-ITEM) TO WS-ITEM-LINHA.
           MOVE WS-ITEM-DESCRICAO(WS-IDX-ITEM) TO WS-DESCRICAO-LINHA.
           MOVE WS-DEPTO-QTDE(WS-IDX-DEPTO, WS-SUB-ITEM)
               TO WS-QTDE-LINHA.
           MOVE WS-ITEM-PRECO(WS-IDX-ITEM) TO WS-PRECO-LINHA.
           PERFORM 5200-EMITIR-LINHA THRU 5200-EXIT.
       5110-EXIT.
           EXIT.

       5150-OBTER-NOME-DEPTO.
           MOVE WS-DEPTO-CODIGO(WS-IDX-DEPTO) TO CALCDEPT-CODIGO.
           IF NOT WS-DEPTMST-ABERTO
               MOVE "DEPARTAMENTO NAO CADASTRADO" TO CALCDEPT-NOME
               GO TO 5150-EXIT
           END-IF.
           READ DEPTMST
               KEY IS CALCDEPT-CODIGO
               INVALID KEY
                   MOVE "DEPARTAMENTO NAO CADASTRADO" TO CALCDEPT-NOME
           END-READ.
       5150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-EMITIR-LINHA - VALOR = QUANTIDADE X PRECO; A MESMA LINHA  *
      * VAI PARA A FATURA IMPRESSA E PARA O FATDEPAAAAMM.DAT           *
      *----------------------------------------------------------------*
       5200-EMITIR-LINHA.
           COMPUTE WS-VALOR-LINHA = WS-QTDE-LINHA * WS-PRECO-LINHA
               ON SIZE ERROR
                   DISPLAY "VALOR DO ITEM " WS-ITEM-LINHA " DO DEPTO "
                       WS-DEPTO-CODIGO(WS-IDX-DEPTO) " EXCEDE A"
                       " CAPACIDADE - FATURA INVALIDA"
                   MOVE 16 TO RETURN-CODE
           END-COMPUTE.
           ADD WS-VALOR-LINHA TO WS-DEPTO-VALOR(WS-IDX-DEPTO)
               ON SIZE ERROR
                   DISPLAY "VALOR DO DEPARTAMENTO EXCEDE A"
                       " CAPACIDADE DO ACUMULADOR - FATURA INVALIDA"
                   MOVE 16 TO RETURN-CODE
           END-ADD.
           ADD WS-VALOR-LINHA TO WS-VALOR-GERAL
               ON SIZE ERROR
                   DISPLAY "VALOR GERAL EXCEDE A CAPACIDADE DO"
                       " ACUMULADOR - FATURA INVALIDA"
                   MOVE 16 TO RETURN-CODE
           END-ADD.
           MOVE SPACES TO WS-LINHA-ITEM.
           MOVE WS-ITEM-LINHA TO WS-LIN-ITEM.
           MOVE WS-DESCRICAO-LINHA TO WS-LIN-DESCRICAO.
           MOVE WS-QTDE-LINHA TO WS-LIN-QTDE.
           MOVE WS-PRECO-LINHA TO WS-LIN-PRECO.
           MOVE WS-VALOR-LINHA TO WS-LIN-VALOR.
           WRITE REL-REGISTRO FROM WS-LINHA-ITEM.
           ADD 1 TO WS-LINHAS-PAGINA.
           MOVE SPACES TO CALCFAT-REGISTRO.
           MOVE "D" TO CALCFAT-TIPO.
           MOVE WS-DEPTO-CODIGO(WS-IDX-DEPTO) TO CALCFAT-DEPTO.
           MOVE WS-ITEM-LINHA TO CALCFAT-ITEM.
           MOVE WS-QTDE-LINHA TO CALCFAT-QTDE.
           MOVE WS-PRECO-LINHA TO CALCFAT-PRECO.
           MOVE WS-VALOR-LINHA TO CALCFAT-VALOR.
           MOVE WS-COMPETENCIA TO CALCFAT-COMPETENCIA.
           WRITE CALCFAT-REGISTRO.
           ADD 1 TO WS-CONT-DETALHES.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-EMITIR-RESUMO - PAGINA FINAL COM O VALOR DE CADA SETOR E  *
      * O TOTAL GERAL DA COMPETENCIA                                   *
      *----------------------------------------------------------------*
       5300-EMITIR-RESUMO.
           PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT.
           MOVE "RESUMO DA COMPETENCIA - VALOR POR DEPARTAMENTO"
               TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           STRING "DEPTO       NOME                                "
               "  LOTES              VALOR"
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE ALL "-" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           ADD 3 TO WS-LINHAS-PAGINA.
           MOVE ZEROS TO WS-SUB-DEPTO.
           PERFORM 5310-EMITIR-LINHA-RESUMO THRU 5310-EXIT
               UNTIL WS-SUB-DEPTO NOT < WS-DEPTOS-CARREGADOS.
           MOVE ALL "-" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO WS-LINHA-TOTAL.
           MOVE "TOTAL GERAL DA COMPETENCIA" TO WS-TOT-ROTULO.
           MOVE WS-VALOR-GERAL TO WS-TOT-VALOR.
           WRITE REL-REGISTRO FROM WS-LINHA-TOTAL.
           MOVE SPACES TO REL-REGISTRO.
           STRING "CALCULOS COBRADOS: " WS-CALCULOS-COBRADOS
               "   EXCLUIDOS (ESTORNO/ERRO): " WS-CALCULOS-EXCLUIDOS
               "   LOTES COBRADOS: " WS-LOTES-COBRADOS
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           STRING "PARAMETROS USADOS: " WS-PARAMETROS-CAT
               "  ARQUIVO PARA CUSTOS: " WS-NOME-FATURA
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
       5300-EXIT.
           EXIT.

       5310-EMITIR-LINHA-RESUMO.
           ADD 1 TO WS-SUB-DEPTO.
           SET WS-IDX-DEPTO TO WS-SUB-DEPTO.
           PERFORM 5150-OBTER-NOME-DEPTO THRU 5150-EXIT.
           IF WS-LINHAS-PAGINA NOT < 56
               PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT
           END-IF.
           MOVE SPACES TO WS-LINHA-RESUMO.
           MOVE WS-DEPTO-CODIGO(WS-IDX-DEPTO) TO WS-RES-DEPTO.
           MOVE CALCDEPT-NOME TO WS-RES-NOME.
           MOVE WS-DEPTO-LOTES(WS-IDX-DEPTO) TO WS-RES-LOTES.
           MOVE WS-DEPTO-VALOR(WS-IDX-DEPTO) TO WS-RES-VALOR.
           WRITE REL-REGISTRO FROM WS-LINHA-RESUMO.
           ADD 1 TO WS-LINHAS-PAGINA.
       5310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-ESCREVER-CABECALHO - CABECALHO DE PAGINA COM COMPETENCIA, *
      * DATA DE EMISSAO E NUMERO DA PAGINA                             *
      *----------------------------------------------------------------*
       8100-ESCREVER-CABECALHO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-COMPETENCIA TO WS-CAB-COMPETENCIA.
           MOVE WS-DATA-EMISSAO TO WS-CAB-EMISSAO.
           MOVE WS-NUMERO-PAGINA TO WS-CAB-PAGINA.
           IF WS-NUMERO-PAGINA > 1
               MOVE SPACES TO REL-REGISTRO
               WRITE REL-REGISTRO
           END-IF.
           WRITE REL-REGISTRO FROM WS-CAB-TITULO.
           MOVE ALL "=" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE 2 TO WS-LINHAS-PAGINA.
       8100-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WS-HIST-ABERTO
               CLOSE CALCHIST
           END-IF.
           PERFORM 8600-CATALOGAR-RELATORIO THRU 8600-EXIT.
           PERFORM 8700-CATALOGAR-FATURA THRU 8700-EXIT.
           DISPLAY "CALCULOS COBRADOS : " WS-CALCULOS-COBRADOS.
           DISPLAY "CALCULOS EXCLUIDOS: " WS-CALCULOS-EXCLUIDOS.
           DISPLAY "LOTES COBRADOS    : " WS-LOTES-COBRADOS.
           DISPLAY "FATURA GRAVADA EM " WS-NOME-RELATORIO.
           DISPLAY "ARQUIVO PARA CUSTOS GRAVADO EM " WS-NOME-FATURA.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8500-DEFINIR-NOME-RELATORIO - MONTA O NOME CARIMBADO COM A     *
      * DATA DE EMISSAO E A PROXIMA SEQUENCIA DO DIA NO CATALOGO (SO   *
      * AS FATURAS IMPRESSAS CONTAM - O FATDEP TAMBEM E CATALOGADO)    *
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
           STRING "CALCFAT" WS-DATA-EMISSAO WS-SEQ-EMISSAO ".REL"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO.
       8500-EXIT.
           EXIT.

       8510-CONTAR-EMISSAO.
           READ CALCRCAT
               AT END
                   MOVE "S" TO WS-SW-FIM-CATALOGO
               NOT AT END
                   IF CALCRCAT-PROGRAMA = "CALCFAT "
                           AND CALCRCAT-DATA = WS-DATA-EMISSAO
                           AND CALCRCAT-NOME-ARQUIVO(1:7) = "CALCFAT"
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
           MOVE WS-NOME-RELATORIO TO CALCRCAT-NOME-ARQUIVO.
           PERFORM 8650-GRAVAR-CATALOGO THRU 8650-EXIT.
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

       8650-GRAVAR-CATALOGO.
           OPEN EXTEND CALCRCAT.
           IF WS-STATUS-CALCRCAT = "05" OR WS-STATUS-CALCRCAT = "35"
               OPEN OUTPUT CALCRCAT
               CLOSE CALCRCAT
               OPEN EXTEND CALCRCAT
           END-IF.
           MOVE "CALCFAT " TO CALCRCAT-PROGRAMA.
           MOVE WS-PARAMETROS-CAT TO CALCRCAT-PARAMETROS.
           MOVE WS-DATA-EMISSAO TO CALCRCAT-DATA.
           ACCEPT CALCRCAT-HORA FROM TIME.
           ACCEPT WS-OPERADOR-CAT FROM ENVIRONMENT "CALCOPER".
           MOVE WS-OPERADOR-CAT TO CALCRCAT-OPERADOR.
           MOVE WS-LINHAS-RELATORIO TO CALCRCAT-LINHAS.
           WRITE CALCRCAT-REGISTRO.
           CLOSE CALCRCAT.
       8650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8700-CATALOGAR-FATURA - O ARQUIVO PARA O SISTEMA DE CUSTOS     *
      * TAMBEM FICA NO CATALOGO: CABECALHO, DETALHES E TRAILER         *
      *----------------------------------------------------------------*
       8700-CATALOGAR-FATURA.
           COMPUTE WS-LINHAS-RELATORIO = WS-CONT-DETALHES + 2.
           MOVE WS-NOME-FATURA TO CALCRCAT-NOME-ARQUIVO.
           PERFORM 8650-GRAVAR-CATALOGO THRU 8650-EXIT.
       8700-EXIT.
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
           MOVE "CALCFAT " TO CALCMSG-PROGRAMA.
           ACCEPT CALCMSG-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCMSG-HORA FROM TIME.
           MOVE ZEROS TO CALCMSG-TRANSACAO.
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
