      *             CALCHIST-TRANSACAO-REF como o CALCINQ. O arquivo
      *             do periodo e sequencial (imagem do registro do
      *             historico), entao as buscas sao por varredura.
      *             Sob a ficha vem as notas da transacao, lidas do
      *             arquivo de notas do mesmo periodo
      *             (ARCNOTAAAAAMM.DAT), gravado pelo CALCARCH junto
      *             com o historico arquivado.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      *                CARIMBO NOVO DO CALCHIST - PERIODO ARQUIVADO    *
      *                ANTES DO CARIMBO PRECISA DE RECARGA PARA SER    *
      *                LIDO AQUI.                                      *
      * 15/10/26 RPS   FICHA EXIBE O SUPERVISOR QUE APROVOU PELO       *
      *                CALCAPRV O CALCULO ACIMA DO LIMITE (CALCHIST-   *
      *                SUPERVISOR).                                    *
      * 15/10/26 RPS   OPERACAO F (AMORTIZACAO) DESCRITA NA CONSULTA,  *
      *                COM O SISTEMA (PRICE OU SAC) E A QUANTIDADE DE  *
      *                PARCELAS.                                       *
      * 15/10/26 RPS   OPERACAO C (CONVERSAO) DESCRITA NA CONSULTA E   *
      *                ACEITA NO FILTRO; FICHA EXIBE A MOEDA E, NA     *
      *                CONVERSAO, A COTACAO USADA, E A LISTAGEM MOSTRA *
      *                A MOEDA DO RESULTADO.                           *
      * 15/10/26 RPS   PASSOS DE FORMULA IDENTIFICADOS NA CONSULTA     *
      *                PELA TRANSACAO DE REFERENCIA DO PRIMEIRO PASSO. *
      * 15/10/26 RPS   PARTE DE RATEIO (OPERACAO P) DESCRITA NA        *
      *                CONSULTA E ACEITA NO FILTRO, COM O PERCENTUAL,  *
      *                O RESIDUO E A TRANSACAO DA PRIMEIRA PARTE.      *
      * 15/10/26 RPS   RETENCAO NA FONTE (OPERACAO I) DESCRITA NA      *
      *                FICHA COM A TABELA, A FAIXA APLICADA, A         *
      *                ALIQUOTA E A DEDUCAO; RATEIO MOSTRA A TABELA.   *
      * 15/10/26 RPS   NOTAS DA TRANSACAO EXIBIDAS SOB A FICHA, LIDAS  *
      *                DO ARQUIVO DE NOTAS DO PERIODO                  *
      *                (ARCNOTAAAAAMM.DAT) GRAVADO PELO CALCARCH.      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCINQ.
           SELECT ARCHIST ASSIGN TO WS-NOME-ARCHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARCHIST.
           SELECT ARCNOTA ASSIGN TO WS-NOME-ARCNOTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARCNOTA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIST.
       COPY CALCHIST.
       FD  ARCNOTA.
       COPY CALCNOTA.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARCHIST        PIC X(02) VALUE "00".
       77  WS-NOME-ARCHIST          PIC X(17) VALUE SPACES.
       77  WS-STATUS-ARCNOTA        PIC X(02) VALUE "00".
       77  WS-NOME-ARCNOTA          PIC X(17) VALUE SPACES.
       77  WS-SW-FIM-NOTAS          PIC X(01) VALUE "N".
           88  WS-FIM-NOTAS             VALUE "S".
       77  WS-NOTA-TIPO-DESCRICAO   PIC X(14) VALUE SPACES.
       77  WS-OPCAO                 PIC 9(01) VALUE ZEROS.
       77  WS-SW-CONTINUAR          PIC X(01) VALUE "S".
           88  WS-CONTINUAR-CONSULTA    VALUE "S".
       77  WS-SW-ENCONTROU          PIC X(01) VALUE "N".
           88  WS-ENCONTROU             VALUE "S".
       77  WS-OPERACAO-DESCRICAO    PIC X(15) VALUE SPACES.
       77  WS-MOEDA-EXIBIDA         PIC X(03) VALUE "BRL".
       77  WS-COTACAO-EDITADA       PIC Z(4)9.9(6).

      *----------------------------------------------------------------*
      * PERIODO CONSULTADO E FAIXA DA PROCURA EM VARIOS PERIODOS       *
           05  WS-BRW-NUM-DOIS      PIC -(5)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BRW-RESULTADO     PIC -(7)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-BRW-MOEDA         PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BRW-HORA          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           END-IF.
           MOVE WS-CONSULTA-AAAAMM TO WS-PERIODO.
           PERFORM 6100-MONTAR-NOME THRU 6100-EXIT.
           DISPLAY "FILTRAR POR OPERACAO (A/S/M/D/R/J/F/C/P, BRANCO ="
               " TODAS):".
           MOVE SPACES TO WS-FILTRO-OPERACAO.
           ACCEPT WS-FILTRO-OPERACAO.
           MOVE CALCHIST-NUM-UM TO WS-BRW-NUM-UM.
           MOVE CALCHIST-NUM-DOIS TO WS-BRW-NUM-DOIS.
           MOVE CALCHIST-RESULTADO TO WS-BRW-RESULTADO.
           MOVE CALCHIST-MOEDA TO WS-BRW-MOEDA.
           IF CALCHIST-MOEDA = SPACES OR CALCHIST-OPERACAO = "C"
               MOVE "BRL" TO WS-BRW-MOEDA
           END-IF.
           MOVE CALCHIST-HORA TO WS-BRW-HORA.
           MOVE CALCHIST-OPERADOR TO WS-BRW-OPERADOR.
           DISPLAY WS-LINHA-BROWSE.
           MOVE SPACES TO WS-NOME-ARCHIST.
           STRING "ARCHIST" WS-PERIODO ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARCHIST.
           MOVE SPACES TO WS-NOME-ARCNOTA.
           STRING "ARCNOTA" WS-PERIODO ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARCNOTA.
       6100-EXIT.
           EXIT.

               WHEN "R" MOVE "RESTO"         TO WS-OPERACAO-DESCRICAO
               WHEN "J" MOVE "JUROS COMPOSTOS" TO
                   WS-OPERACAO-DESCRICAO
               WHEN "F" MOVE "AMORTIZACAO"   TO WS-OPERACAO-DESCRICAO
               WHEN "C" MOVE "CONVERSAO"     TO WS-OPERACAO-DESCRICAO
               WHEN "P" MOVE "RATEIO"        TO WS-OPERACAO-DESCRICAO
               WHEN "I" MOVE "RETENCAO"      TO WS-OPERACAO-DESCRICAO
               WHEN OTHER MOVE "DESCONHECIDA" TO WS-OPERACAO-DESCRICAO
           END-EVALUATE.
           DISPLAY "TRANSACAO : " CALCHIST-TRANSACAO.
           DISPLAY "DATA/HORA : " CALCHIST-DATA " / " CALCHIST-HORA.
           DISPLAY "OPERADOR  : " CALCHIST-OPERADOR.
           DISPLAY "DEPTO     : " CALCHIST-DEPTO.
           MOVE CALCHIST-MOEDA TO WS-MOEDA-EXIBIDA.
           IF WS-MOEDA-EXIBIDA = SPACES
               MOVE "BRL" TO WS-MOEDA-EXIBIDA
           END-IF.
           DISPLAY "MOEDA     : " WS-MOEDA-EXIBIDA.
           IF CALCHIST-OPERACAO = "C"
               MOVE CALCHIST-COTACAO TO WS-COTACAO-EDITADA
               DISPLAY "COTACAO   : " WS-COTACAO-EDITADA
                   " (RESULTADO EM BRL)"
           END-IF.
           IF CALCHIST-SUPERVISOR NOT = SPACES
               DISPLAY "APROVADO  : SUPERVISOR " CALCHIST-SUPERVISOR
                   " (ACIMA DO LIMITE DO OPERADOR)"
           END-IF.
           IF CALCHIST-OPERACAO = "M"
               DISPLAY "MODO MULT : " CALCHIST-MODO
               DISPLAY "FATOR 3   : " CALCHIST-NUM-TRES
           IF CALCHIST-OPERACAO = "J"
               DISPLAY "PERIODOS  : " CALCHIST-NUM-TRES
           END-IF.
           IF CALCHIST-OPERACAO = "F"
               DISPLAY "SISTEMA   : " CALCHIST-MODO
                   " (P = PRICE, S = SAC)"
               DISPLAY "PARCELAS  : " CALCHIST-NUM-TRES
           END-IF.
           IF CALCHIST-OPERACAO = "I"
               DISPLAY "TABELA    : " CALCHIST-TABELA
                   "  FAIXA APLICADA " CALCHIST-FAIXA
               DISPLAY "ALIQUOTA  : " CALCHIST-NUM-DOIS
               DISPLAY "DEDUCAO   : " CALCHIST-NUM-TRES
           END-IF.
           IF CALCHIST-OPERACAO = "P"
               DISPLAY "TABELA    : " CALCHIST-TABELA
               DISPLAY "PERCENTUAL: " CALCHIST-NUM-DOIS
               DISPLAY "RESIDUO   : " CALCHIST-NUM-TRES
           END-IF.
           IF CALCHIST-SIT-ESTORNADO
               DISPLAY "SITUACAO  : ESTORNADA PELA TRANSACAO "
                   CALCHIST-TRANSACAO-REF
               DISPLAY "SITUACAO  : ESTORNO DA TRANSACAO "
                   CALCHIST-TRANSACAO-REF
           END-IF.
      *    PASSO DE FORMULA E PARTE DE RATEIO GUARDAM A TRANSACAO DO
      *    PRIMEIRO PASSO OU DA PRIMEIRA PARTE, QUE GUARDA A SI MESMA
           IF CALCHIST-SIT-NORMAL AND CALCHIST-OPERACAO = "P"
               DISPLAY "SITUACAO  : PARTE DE RATEIO DA TRANSACAO "
                   CALCHIST-TRANSACAO-REF
           END-IF.
           IF CALCHIST-SIT-NORMAL AND CALCHIST-OPERACAO NOT = "P"
                   AND CALCHIST-TRANSACAO-REF = CALCHIST-TRANSACAO
               DISPLAY "SITUACAO  : PRIMEIRO PASSO DE FORMULA"
           END-IF.
           IF CALCHIST-SIT-NORMAL AND CALCHIST-OPERACAO NOT = "P"
                   AND CALCHIST-TRANSACAO-REF NOT = ZEROS
                   AND CALCHIST-TRANSACAO-REF NOT = CALCHIST-TRANSACAO
               DISPLAY "SITUACAO  : RECONFERENCIA OU PASSO DE FORMULA"
                   " DA TRANSACAO " CALCHIST-TRANSACAO-REF
           END-IF.
           PERFORM 7100-EXIBIR-NOTAS THRU 7100-EXIT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7100-EXIBIR-NOTAS - AS NOTAS DA TRANSACAO NO ARQUIVO DE NOTAS  *
      * DO PERIODO (SEQUENCIAL, VARRIDO INTEIRO COMO O ARCHIST - UM    *
      * FECHAMENTO RETOMADO PODE TER ACRESCENTADO NOTAS FORA DE        *
      * ORDEM). PERIODO SEM ARQUIVO DE NOTAS NAO EXIBE NADA            *
      *----------------------------------------------------------------*
       7100-EXIBIR-NOTAS.
           MOVE "N" TO WS-SW-FIM-NOTAS.
           OPEN INPUT ARCNOTA.
           IF WS-STATUS-ARCNOTA NOT = "00"
               GO TO 7100-EXIT
           END-IF.
           PERFORM 7110-LER-NOTA THRU 7110-EXIT
               UNTIL WS-FIM-NOTAS.
           CLOSE ARCNOTA.
       7100-EXIT.
           EXIT.

       7110-LER-NOTA.
           READ ARCNOTA
               AT END
                   MOVE "S" TO WS-SW-FIM-NOTAS
                   GO TO 7110-EXIT
           END-READ.
           IF CALCNOTA-TRANSACAO NOT = CALCHIST-TRANSACAO
               GO TO 7110-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CALCNOTA-TIPO-ESTORNO
                   MOVE "MOTIVO ESTORNO" TO WS-NOTA-TIPO-DESCRICAO
               WHEN CALCNOTA-TIPO-JUSTIFICATIVA
                   MOVE "JUSTIFICATIVA" TO WS-NOTA-TIPO-DESCRICAO
               WHEN CALCNOTA-TIPO-ACOMPANHAMENTO
                   MOVE "ACOMPANHAMENTO" TO WS-NOTA-TIPO-DESCRICAO
               WHEN OTHER
                   MOVE "NOTA" TO WS-NOTA-TIPO-DESCRICAO
           END-EVALUATE.
           DISPLAY "NOTA " CALCNOTA-SEQUENCIA "  : "
               WS-NOTA-TIPO-DESCRICAO " " CALCNOTA-DATA " / "
               CALCNOTA-HORA " OPERADOR " CALCNOTA-OPERADOR.
           DISPLAY "            " CALCNOTA-TEXTO.
       7110-EXIT.
           EXIT.
