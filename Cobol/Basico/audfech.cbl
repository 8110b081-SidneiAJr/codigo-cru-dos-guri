      ******************************************************************
      * PROGRAM-ID: AUDFECH
      * AUTHOR:     RICARDO P. SANTOS
      * INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS
      * DATE-WRITTEN: 15/10/2026
      * PURPOSE:    Fechamento da conferencia da amostra de auditoria
      *             de um mes (AAAAMM ou MESANT). Le os itens do mes em
      *             CALCAUDA.DAT (gerados pelo AUDAMOS e conferidos no
      *             AUDREG) e imprime, por departamento, os itens
      *             amostrados, conferidos, conformes, nao conformes e
      *             pendentes, com a taxa de nao conformidade (nao
      *             conformes sobre conferidos), o total do mes e a
      *             relacao das nao conformidades com o comentario do
      *             auditor. Cada linha de departamento e o total sao
      *             gravados no diario de seguranca CALCSEC.DAT como
      *             evento AU, a evidencia que a auditoria guarda.
      *             Relatorio carimbado anotado no CALCRCAT.DAT;
      *             parametro de AUDFECH.PRM quando existe. Pode ser
      *             rodado de novo - cada rodada grava os seus eventos.
      *             RETURN-CODE 4 quando ainda ha item pendente (o
      *             fechamento sai como parcial), 12 para parametro
      *             invalido ou mes sem amostra, 16 para estouro da
      *             tabela de departamentos.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY                                           *
      *----------------------------------------------------------------*
      * DATE     INIT  DESCRICAO                                       *
      * 15/10/26 RPS   PROGRAMA CRIADO - TAXA DE NAO CONFORMIDADE DA   *
      *                AMOSTRA DE AUDITORIA POR DEPARTAMENTO.          *
      * 15/10/26 RPS   LINHA DO TOTAL DO MES GUARDADA COM O CODIGO     *
      *                *TOT (O TOTAL NAO CABIA NO CODIGO DE 4          *
      *                POSICOES); O RELATORIO CONTINUA IMPRIMINDO      *
      *                TOTAL.                                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDFECH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCAUDA ASSIGN TO "CALCAUDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCAUDA-TRANSACAO
               ALTERNATE RECORD KEY IS CALCAUDA-PERIODO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CALCAUDA.
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
           SELECT CALCSEC ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCSEC.
           SELECT PARAMETRO ASSIGN TO "AUDFECH.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCAUDA.
       COPY CALCAUDA.
       FD  RELATORIO.
       01  REL-REGISTRO             PIC X(132).
       FD  CALCRCAT.
       COPY CALCRCAT.
       FD  CALCMSG.
       COPY CALCMSG.
       FD  CALCSEC.
       COPY CALCSEC.
       FD  PARAMETRO.
       01  PRM-REGISTRO             PIC X(24).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCAUDA       PIC X(02) VALUE "00".
       77  WS-STATUS-RELATORIO      PIC X(02) VALUE "00".
       77  WS-SW-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO           VALUE "S".
       77  WS-SW-PARAMETRO-OK       PIC X(01) VALUE "N".
           88  WS-PARAMETRO-OK          VALUE "S".
       77  WS-SW-DEPTO-ESTOURO      PIC X(01) VALUE "N".
           88  WS-DEPTO-ESTOURO         VALUE "S".
       77  WS-DATA-EMISSAO          PIC 9(08) VALUE ZEROS.
       77  WS-NUMERO-PAGINA         PIC 9(04) VALUE ZEROS.
       77  WS-LINHAS-PAGINA         PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------*
      * PARAMETRO - DO ARQUIVO AUDFECH.PRM QUANDO ELE EXISTE, SENAO DO *
      * PROMPT: MES DA AMOSTRA (AAAAMM OU MESANT)                      *
      *----------------------------------------------------------------*
       77  WS-STATUS-PARAMETRO      PIC X(02) VALUE "00".
       77  WS-SW-PARM-ARQUIVO       PIC X(01) VALUE "N".
           88  WS-PARM-ARQUIVO          VALUE "S".
       77  WS-PRM-MES               PIC X(06) VALUE SPACES.
       77  WS-DATA-BASE             PIC 9(08) VALUE ZEROS.
       77  WS-DATA-DE               PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ATE              PIC 9(08) VALUE ZEROS.
       77  WS-FUNCAO-DATA           PIC X(01) VALUE SPACES.
       01  WS-MES                   PIC 9(06) VALUE ZEROS.
       01  WS-MES-R REDEFINES WS-MES.
           05  WS-MES-ANO           PIC 9(04).
           05  WS-MES-MES           PIC 9(02).

      *----------------------------------------------------------------*
      * TOTAIS POR DEPARTAMENTO, NA ORDEM EM QUE APARECEM; A POSICAO   *
      * 51 GUARDA O TOTAL DO MES, COM O CODIGO *TOT (NO RELATORIO SAI  *
      * COMO TOTAL)                                                    *
      *----------------------------------------------------------------*
       77  WS-DEPTOS-CARREGADOS     PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-DEPTO             PIC 9(04) COMP VALUE ZEROS.
       77  WS-SUB-DEPTO-ACHADO      PIC 9(04) COMP VALUE ZEROS.
       01  WS-TABELA-DEPTOS.
           05  WS-DEPTO-ENTRADA OCCURS 51 TIMES.
               10  WS-DEP-CODIGO        PIC X(04).
               10  WS-DEP-AMOSTRADOS    PIC 9(05).
               10  WS-DEP-CONFORMES     PIC 9(05).
               10  WS-DEP-NAO-CONFORMES PIC 9(05).
               10  WS-DEP-PENDENTES     PIC 9(05).
       77  WS-CONFERIDOS            PIC 9(05) VALUE ZEROS.
       77  WS-PERCENTUAL            PIC 9(03)V9 VALUE ZEROS.
       77  WS-PERCENTUAL-ED         PIC 999.9.
       77  WS-TOTAL-LISTADOS        PIC 9(05) VALUE ZEROS.

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
      * CAMPOS DO EVENTO A GRAVAR NO DIARIO DE SEGURANCA CALCSEC.DAT   *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCSEC        PIC X(02) VALUE "00".
       77  WS-SEC-EVENTO            PIC X(02) VALUE SPACES.
       77  WS-SEC-OPERADOR          PIC X(04) VALUE SPACES.
       77  WS-SEC-DETALHE           PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO                                            *
      *----------------------------------------------------------------*
       01  WS-CAB-TITULO.
           05  FILLER               PIC X(44) VALUE
               "AUDFECH - FECHAMENTO DA AMOSTRA DE AUDITORIA".
           05  FILLER               PIC X(06) VALUE " MES: ".
           05  WS-CAB-MES           PIC 9(06).
           05  FILLER               PIC X(12) VALUE "   EMISSAO: ".
           05  WS-CAB-EMISSAO       PIC 9(08).
           05  FILLER               PIC X(09) VALUE "  PAGINA ".
           05  WS-CAB-PAGINA        PIC ZZZ9.
           05  FILLER               PIC X(43) VALUE SPACES.
       01  WS-CAB-COLUNAS.
           05  FILLER               PIC X(40) VALUE
               "DEPTO   AMOSTRADOS  CONFERIDOS  CONFORME".
           05  FILLER               PIC X(40) VALUE
               "S  NAO CONFORMES  PENDENTES  % NAO CONF".
           05  FILLER               PIC X(52) VALUE SPACES.
       01  WS-LINHA-DEPTO.
           05  WS-LDP-DEPTO         PIC X(05).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-LDP-AMOSTRADOS    PIC Z(9)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LDP-CONFERIDOS    PIC Z(9)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LDP-CONFORMES     PIC Z(8)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LDP-NAO-CONFORMES PIC Z(12)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LDP-PENDENTES     PIC Z(8)9.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-LDP-PERCENTUAL    PIC ZZ9.9.
           05  WS-LDP-PERCENTUAL-X REDEFINES WS-LDP-PERCENTUAL
                                    PIC X(05).
           05  FILLER               PIC X(55) VALUE SPACES.
       01  WS-LINHA-NAO-CONFORME.
           05  WS-LNC-TRANSACAO     PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LNC-DATA          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LNC-DEPTO         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LNC-OPERADOR      PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LNC-AUDITOR       PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LNC-DATA-REVISAO  PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LNC-COMENTARIO    PIC X(60).
           05  FILLER               PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-PARAMETRO-OK
               PERFORM 2000-APURAR-AMOSTRA THRU 2000-EXIT
           END-IF.
           IF WS-PARAMETRO-OK
               PERFORM 3000-EMITIR-DEPTOS THRU 3000-EXIT
               PERFORM 4000-LISTAR-NAO-CONFORMES THRU 4000-EXIT
               PERFORM 5000-REGISTRAR-FECHAMENTO THRU 5000-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           DISPLAY "AUDFECH - FECHAMENTO ENCERRADO".
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIALIZAR - LE E CRITICA O MES                          *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "*************Calculadora dos guri***********".
           DISPLAY "AUDFECH - FECHAMENTO DA AMOSTRA DE AUDITORIA".
           PERFORM 1010-LER-PARAMETROS THRU 1010-EXIT.
           IF NOT WS-PARM-ARQUIVO
               DISPLAY "MES DA AMOSTRA (AAAAMM OU MESANT):"
               MOVE SPACES TO WS-PRM-MES
               ACCEPT WS-PRM-MES
           END-IF.
           PERFORM 1020-CRITICAR-MES THRU 1020-EXIT.
           IF NOT WS-PARAMETRO-OK
               MOVE 12 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1010-LER-PARAMETROS - SE AUDFECH.PRM EXISTE, A PRIMEIRA LINHA  *
      * (MES) SUBSTITUI O PROMPT                                       *
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
           MOVE PRM-REGISTRO(1:6) TO WS-PRM-MES.
           CLOSE PARAMETRO.
           DISPLAY "PARAMETROS LIDOS DE AUDFECH.PRM".
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1020-CRITICAR-MES - MESANT PELO CALCDATA; MES NUMERICO E MES   *
      * 01 A 12                                                        *
      *----------------------------------------------------------------*
       1020-CRITICAR-MES.
           MOVE "N" TO WS-SW-PARAMETRO-OK.
           IF WS-PRM-MES = "MESANT"
               ACCEPT WS-DATA-BASE FROM DATE YYYYMMDD
               MOVE "M" TO WS-FUNCAO-DATA
               CALL "CALCDATA" USING WS-FUNCAO-DATA,
                   WS-DATA-BASE, WS-DATA-DE, WS-DATA-ATE
               MOVE WS-DATA-DE(1:6) TO WS-PRM-MES
           END-IF.
           IF WS-PRM-MES IS NOT NUMERIC
               DISPLAY "MES INVALIDO - INFORME AAAAMM - NADA FOI FEITO"
               GO TO 1020-EXIT
           END-IF.
           MOVE WS-PRM-MES TO WS-MES.
           IF WS-MES-MES < 1 OR WS-MES-MES > 12
               DISPLAY "MES INVALIDO - NADA FOI FEITO"
               GO TO 1020-EXIT
           END-IF.
           DISPLAY "PARAMETRO USADO: MES " WS-MES.
           MOVE "S" TO WS-SW-PARAMETRO-OK.
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-APURAR-AMOSTRA - SOMA OS ITENS DO MES POR DEPARTAMENTO    *
      * PELA CHAVE ALTERNADA DE PERIODO; MES SEM AMOSTRA NAO TEM O QUE *
      * FECHAR                                                         *
      *----------------------------------------------------------------*
       2000-APURAR-AMOSTRA.
           MOVE ZEROS TO WS-DEPTOS-CARREGADOS.
           MOVE 51 TO WS-SUB-DEPTO-ACHADO.
           PERFORM 2210-ZERAR-DEPTO THRU 2210-EXIT.
           MOVE "*TOT" TO WS-DEP-CODIGO(51).
           OPEN INPUT CALCAUDA.
           IF WS-STATUS-CALCAUDA NOT = "00"
               DISPLAY "CALCAUDA.DAT NAO ENCONTRADO - NADA FOI FEITO"
               MOVE "N" TO WS-SW-PARAMETRO-OK
               MOVE 12 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE WS-MES TO CALCAUDA-PERIODO.
           START CALCAUDA KEY IS = CALCAUDA-PERIODO
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           PERFORM 2100-LER-ITEM THRU 2100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCAUDA.
           IF WS-DEP-AMOSTRADOS(51) = ZEROS
               DISPLAY "MES " WS-MES " SEM AMOSTRA EM CALCAUDA.DAT -"
                   " NADA FOI FEITO"
               MOVE "N" TO WS-SW-PARAMETRO-OK
               MOVE 12 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-ITEM.
           READ CALCAUDA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 2100-EXIT
           END-READ.
           IF CALCAUDA-PERIODO NOT = WS-MES
               MOVE "S" TO WS-SW-FIM-ARQUIVO
               GO TO 2100-EXIT
           END-IF.
           MOVE 51 TO WS-SUB-DEPTO-ACHADO.
           PERFORM 2300-SOMAR-ITEM THRU 2300-EXIT.
           PERFORM 2200-LOCALIZAR-DEPTO THRU 2200-EXIT.
           IF WS-SUB-DEPTO-ACHADO NOT = ZEROS
               PERFORM 2300-SOMAR-ITEM THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-LOCALIZAR-DEPTO - PROCURA O DEPARTAMENTO NA TABELA E O    *
      * INCLUI NA PRIMEIRA VEZ; TABELA CHEIA DEIXA O ITEM SO NO TOTAL  *
      * E AVISA                                                        *
      *----------------------------------------------------------------*
       2200-LOCALIZAR-DEPTO.
           MOVE ZEROS TO WS-SUB-DEPTO-ACHADO.
           PERFORM 2220-COMPARAR-DEPTO THRU 2220-EXIT
               VARYING WS-SUB-DEPTO FROM 1 BY 1
               UNTIL WS-SUB-DEPTO > WS-DEPTOS-CARREGADOS
               OR WS-SUB-DEPTO-ACHADO NOT = ZEROS.
           IF WS-SUB-DEPTO-ACHADO NOT = ZEROS
               GO TO 2200-EXIT
           END-IF.
           IF WS-DEPTOS-CARREGADOS NOT < 50
               IF NOT WS-DEPTO-ESTOURO
                   DISPLAY "TABELA DE DEPARTAMENTOS CHEIA (50) - "
                       CALCAUDA-DEPTO " E SEGUINTES SO NO TOTAL"
                   MOVE "S" TO WS-SW-DEPTO-ESTOURO
                   MOVE 16 TO RETURN-CODE
               END-IF
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-DEPTOS-CARREGADOS.
           MOVE WS-DEPTOS-CARREGADOS TO WS-SUB-DEPTO-ACHADO.
           PERFORM 2210-ZERAR-DEPTO THRU 2210-EXIT.
           MOVE CALCAUDA-DEPTO TO WS-DEP-CODIGO(WS-SUB-DEPTO-ACHADO).
       2200-EXIT.
           EXIT.

       2210-ZERAR-DEPTO.
           MOVE SPACES TO WS-DEP-CODIGO(WS-SUB-DEPTO-ACHADO).
           MOVE ZEROS TO WS-DEP-AMOSTRADOS(WS-SUB-DEPTO-ACHADO).
           MOVE ZEROS TO WS-DEP-CONFORMES(WS-SUB-DEPTO-ACHADO).
           MOVE ZEROS TO WS-DEP-NAO-CONFORMES(WS-SUB-DEPTO-ACHADO).
           MOVE ZEROS TO WS-DEP-PENDENTES(WS-SUB-DEPTO-ACHADO).
       2210-EXIT.
           EXIT.

       2220-COMPARAR-DEPTO.
           IF WS-DEP-CODIGO(WS-SUB-DEPTO) = CALCAUDA-DEPTO
               MOVE WS-SUB-DEPTO TO WS-SUB-DEPTO-ACHADO
           END-IF.
       2220-EXIT.
           EXIT.

       2300-SOMAR-ITEM.
           ADD 1 TO WS-DEP-AMOSTRADOS(WS-SUB-DEPTO-ACHADO).
           EVALUATE TRUE
               WHEN CALCAUDA-CONFORME
                   ADD 1 TO WS-DEP-CONFORMES(WS-SUB-DEPTO-ACHADO)
               WHEN CALCAUDA-NAO-CONFORME
                   ADD 1 TO WS-DEP-NAO-CONFORMES(WS-SUB-DEPTO-ACHADO)
               WHEN OTHER
                   ADD 1 TO WS-DEP-PENDENTES(WS-SUB-DEPTO-ACHADO)
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-EMITIR-DEPTOS - ABRE O RELATORIO E IMPRIME UMA LINHA POR  *
      * DEPARTAMENTO E O TOTAL DO MES                                  *
      *----------------------------------------------------------------*
       3000-EMITIR-DEPTOS.
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD.
           PERFORM 8500-DEFINIR-NOME-RELATORIO THRU 8500-EXIT.
           MOVE SPACES TO WS-PARAMETROS-CAT.
           STRING "MES " WS-MES
               DELIMITED BY SIZE INTO WS-PARAMETROS-CAT.
           OPEN OUTPUT RELATORIO.
           PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT.
           MOVE SPACES TO REL-REGISTRO.
           STRING "% NAO CONF = NAO CONFORMES SOBRE CONFERIDOS -"
               " DEPARTAMENTO SEM ITEM CONFERIDO SAI SEM TAXA"
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           ADD 2 TO WS-LINHAS-PAGINA.
           PERFORM 3100-EMITIR-LINHA THRU 3100-EXIT
               VARYING WS-SUB-DEPTO FROM 1 BY 1
               UNTIL WS-SUB-DEPTO > WS-DEPTOS-CARREGADOS.
           MOVE ALL "-" TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           ADD 1 TO WS-LINHAS-PAGINA.
           MOVE 51 TO WS-SUB-DEPTO.
           PERFORM 3100-EMITIR-LINHA THRU 3100-EXIT.
           IF WS-DEP-PENDENTES(51) > ZEROS
               MOVE SPACES TO REL-REGISTRO
               STRING "*** FECHAMENTO PARCIAL *** ITENS AINDA"
                   " PENDENTES DE CONFERENCIA NO AUDREG"
                   DELIMITED BY SIZE INTO REL-REGISTRO
               WRITE REL-REGISTRO
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF.
           IF WS-DEPTO-ESTOURO
               MOVE SPACES TO REL-REGISTRO
               STRING "TABELA DE DEPARTAMENTOS ESTOURADA (50) - QUEBRA"
                   " POR DEPARTAMENTO INCOMPLETA, TOTAL COMPLETO"
                   DELIMITED BY SIZE INTO REL-REGISTRO
               WRITE REL-REGISTRO
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF.
       3000-EXIT.
           EXIT.

       3100-EMITIR-LINHA.
           PERFORM 3200-CALCULAR-TAXA THRU 3200-EXIT.
           IF WS-LINHAS-PAGINA NOT < 56
               PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT
           END-IF.
           MOVE WS-DEP-CODIGO(WS-SUB-DEPTO) TO WS-LDP-DEPTO.
           IF WS-DEP-CODIGO(WS-SUB-DEPTO) = SPACES
               MOVE "(SEM)" TO WS-LDP-DEPTO
           END-IF.
           IF WS-SUB-DEPTO = 51
               MOVE "TOTAL" TO WS-LDP-DEPTO
           END-IF.
           MOVE WS-DEP-AMOSTRADOS(WS-SUB-DEPTO) TO WS-LDP-AMOSTRADOS.
           MOVE WS-CONFERIDOS TO WS-LDP-CONFERIDOS.
           MOVE WS-DEP-CONFORMES(WS-SUB-DEPTO) TO WS-LDP-CONFORMES.
           MOVE WS-DEP-NAO-CONFORMES(WS-SUB-DEPTO)
               TO WS-LDP-NAO-CONFORMES.
           MOVE WS-DEP-PENDENTES(WS-SUB-DEPTO) TO WS-LDP-PENDENTES.
           IF WS-CONFERIDOS = ZEROS
               MOVE "    -" TO WS-LDP-PERCENTUAL-X
           ELSE
               MOVE WS-PERCENTUAL TO WS-LDP-PERCENTUAL
           END-IF.
           WRITE REL-REGISTRO FROM WS-LINHA-DEPTO.
           ADD 1 TO WS-LINHAS-PAGINA.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-CALCULAR-TAXA - CONFERIDOS E TAXA DE NAO CONFORMIDADE DA  *
      * POSICAO WS-SUB-DEPTO DA TABELA                                 *
      *----------------------------------------------------------------*
       3200-CALCULAR-TAXA.
           COMPUTE WS-CONFERIDOS = WS-DEP-CONFORMES(WS-SUB-DEPTO)
               + WS-DEP-NAO-CONFORMES(WS-SUB-DEPTO).
           MOVE ZEROS TO WS-PERCENTUAL.
           IF WS-CONFERIDOS > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-DEP-NAO-CONFORMES(WS-SUB-DEPTO) * 100
                   / WS-CONFERIDOS
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-LISTAR-NAO-CONFORMES - SEGUNDA LEITURA DO MES, SO OS      *
      * ITENS NAO CONFORMES, COM O AUDITOR E O COMENTARIO              *
      *----------------------------------------------------------------*
       4000-LISTAR-NAO-CONFORMES.
           MOVE SPACES TO REL-REGISTRO.
           WRITE REL-REGISTRO.
           MOVE SPACES TO REL-REGISTRO.
           STRING "NAO CONFORMIDADES DO MES - TRANSACAO, DATA, DEPTO,"
               " OPERADOR, AUDITOR, DATA DA CONFERENCIA E COMENTARIO"
               DELIMITED BY SIZE INTO REL-REGISTRO.
           WRITE REL-REGISTRO.
           ADD 2 TO WS-LINHAS-PAGINA.
           MOVE ZEROS TO WS-TOTAL-LISTADOS.
           OPEN INPUT CALCAUDA.
           IF WS-STATUS-CALCAUDA NOT = "00"
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-ARQUIVO.
           MOVE WS-MES TO CALCAUDA-PERIODO.
           START CALCAUDA KEY IS = CALCAUDA-PERIODO
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
           END-START.
           PERFORM 4100-LER-NAO-CONFORME THRU 4100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE CALCAUDA.
           IF WS-TOTAL-LISTADOS = ZEROS
               MOVE SPACES TO REL-REGISTRO
               MOVE "NENHUMA NAO CONFORMIDADE REGISTRADA"
                   TO REL-REGISTRO
               WRITE REL-REGISTRO
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LER-NAO-CONFORME.
           READ CALCAUDA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQUIVO
                   GO TO 4100-EXIT
           END-READ.
           IF CALCAUDA-PERIODO NOT = WS-MES
               MOVE "S" TO WS-SW-FIM-ARQUIVO
               GO TO 4100-EXIT
           END-IF.
           IF NOT CALCAUDA-NAO-CONFORME
               GO TO 4100-EXIT
           END-IF.
           IF WS-LINHAS-PAGINA NOT < 56
               PERFORM 8100-ESCREVER-CABECALHO THRU 8100-EXIT
           END-IF.
           MOVE CALCAUDA-TRANSACAO TO WS-LNC-TRANSACAO.
           MOVE CALCAUDA-DATA TO WS-LNC-DATA.
           MOVE CALCAUDA-DEPTO TO WS-LNC-DEPTO.
           MOVE CALCAUDA-OPERADOR TO WS-LNC-OPERADOR.
           MOVE CALCAUDA-AUDITOR TO WS-LNC-AUDITOR.
           MOVE CALCAUDA-DATA-REVISAO TO WS-LNC-DATA-REVISAO.
           MOVE CALCAUDA-COMENTARIO TO WS-LNC-COMENTARIO.
           WRITE REL-REGISTRO FROM WS-LINHA-NAO-CONFORME.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD 1 TO WS-TOTAL-LISTADOS.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-REGISTRAR-FECHAMENTO - UM EVENTO AU POR DEPARTAMENTO E UM *
      * DO TOTAL NO CALCSEC.DAT (MES, DEPARTAMENTO, AMOSTRADOS, NAO    *
      * CONFORMES, PENDENTES E TAXA) E A MENSAGEM DO FECHAMENTO        *
      *----------------------------------------------------------------*
       5000-REGISTRAR-FECHAMENTO.
           ACCEPT WS-OPERADOR-CAT FROM ENVIRONMENT "CALCOPER".
           MOVE "AU" TO WS-SEC-EVENTO.
           MOVE WS-OPERADOR-CAT TO WS-SEC-OPERADOR.
           PERFORM 5100-REGISTRAR-DEPTO THRU 5100-EXIT
               VARYING WS-SUB-DEPTO FROM 1 BY 1
               UNTIL WS-SUB-DEPTO > WS-DEPTOS-CARREGADOS.
           MOVE 51 TO WS-SUB-DEPTO.
           PERFORM 5100-REGISTRAR-DEPTO THRU 5100-EXIT.
           MOVE 0252 TO WS-MSG-NUMERO.
           MOVE "I" TO WS-MSG-SEVERIDADE.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "AUDITORIA " WS-MES " FECHADA - NAO CONF "
               WS-PERCENTUAL-ED "%"
               DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           IF WS-DEP-PENDENTES(51) > ZEROS
               MOVE "A" TO WS-MSG-SEVERIDADE
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "AUDITORIA " WS-MES " FECHADA COM PENDENTES"
                   DELIMITED BY SIZE INTO WS-MSG-TEXTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 7900-GRAVAR-MENSAGEM THRU 7900-EXIT.
       5000-EXIT.
           EXIT.

       5100-REGISTRAR-DEPTO.
           PERFORM 3200-CALCULAR-TAXA THRU 3200-EXIT.
           MOVE WS-PERCENTUAL TO WS-PERCENTUAL-ED.
           MOVE SPACES TO WS-SEC-DETALHE.
           STRING WS-MES " " WS-DEP-CODIGO(WS-SUB-DEPTO)
               " A" WS-DEP-AMOSTRADOS(WS-SUB-DEPTO)
               " N" WS-DEP-NAO-CONFORMES(WS-SUB-DEPTO)
               " P" WS-DEP-PENDENTES(WS-SUB-DEPTO)
               " " WS-PERCENTUAL-ED "%"
               DELIMITED BY SIZE INTO WS-SEC-DETALHE.
           PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT.
       5100-EXIT.
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
           MOVE "AUDFECH " TO CALCMSG-PROGRAMA.
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
           MOVE "AUDFECH " TO CALCSEC-PROGRAMA.
           MOVE WS-SEC-EVENTO TO CALCSEC-EVENTO.
           MOVE WS-SEC-OPERADOR TO CALCSEC-OPERADOR.
           MOVE WS-SEC-DETALHE TO CALCSEC-DETALHE.
           WRITE CALCSEC-REGISTRO.
           CLOSE CALCSEC.
       7950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-ESCREVER-CABECALHO - CABECALHO DE PAGINA COM O MES, DATA  *
      * DE EMISSAO E NUMERO DA PAGINA                                  *
      *----------------------------------------------------------------*
       8100-ESCREVER-CABECALHO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-MES TO WS-CAB-MES.
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
           STRING "AUDFECH" WS-DATA-EMISSAO WS-SEQ-EMISSAO ".REL"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO.
       8500-EXIT.
           EXIT.

       8510-CONTAR-EMISSAO.
           READ CALCRCAT
               AT END
                   MOVE "S" TO WS-SW-FIM-CATALOGO
               NOT AT END
                   IF CALCRCAT-PROGRAMA = "AUDFECH"
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
           MOVE "AUDFECH" TO CALCRCAT-PROGRAMA.
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
      * 9000-FINALIZAR - FECHA E CATALOGA O RELATORIO                  *
      *----------------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE RELATORIO.
           PERFORM 8600-CATALOGAR-RELATORIO THRU 8600-EXIT.
           DISPLAY "ITENS AMOSTRADOS  : " WS-DEP-AMOSTRADOS(51).
           DISPLAY "NAO CONFORMES     : " WS-DEP-NAO-CONFORMES(51).
           DISPLAY "PENDENTES         : " WS-DEP-PENDENTES(51).
           DISPLAY "TAXA NAO CONFORME : " WS-PERCENTUAL-ED "%".
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.
       9000-EXIT.
           EXIT.
