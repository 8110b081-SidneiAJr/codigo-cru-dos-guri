      *             marcado como estornado e um lancamento de estorno
      *             com o resultado negado e gravado no historico e no
      *             log, ligado ao original pela transacao de
      *             referencia. O estorno exige o motivo, gravado como
      *             nota nas duas transacoes do par em CALCNOTA.DAT;
      *             qualquer operador ativo pode incluir nota de
      *             justificativa ou de acompanhamento numa transacao,
      *             e as notas aparecem sob a ficha.
      * TECTONICS:  cobc
      ******************************************************************
      *----------------------------------------------------------------*
      *                CALCULADAS E GRAVADAS EM CADA REGISTRO DO       *
      *                CALCLOG, COM O CONTROLE CALCCHN.DAT REGRAVADO   *
      *                NO ATO; VERIFICACAO PELO LOGVRFY.               *
      * 15/10/26 RPS   FICHA EXIBE O SUPERVISOR QUE APROVOU PELO       *
      *                CALCAPRV O CALCULO ACIMA DO LIMITE; LANCAMENTO  *
      *                DE ESTORNO GRAVA O SUPERVISOR DA APROVACAO EM   *
      *                BRANCO.                                         *
      * 15/10/26 RPS   OPERACAO F (AMORTIZACAO) DESCRITA NA CONSULTA,  *
      *                COM O SISTEMA (PRICE OU SAC) E A QUANTIDADE DE  *
      *                PARCELAS.                                       *
      * 15/10/26 RPS   OPERACAO C (CONVERSAO) DESCRITA NA CONSULTA E   *
      *                ACEITA NO FILTRO; FICHA EXIBE A MOEDA E, NA     *
      *                CONVERSAO, A COTACAO USADA; LISTAGEM MOSTRA A   *
      *                MOEDA DO RESULTADO E O ESTORNO LEVA A MOEDA E A *
      *                COTACAO DO ORIGINAL.                            *
      * 15/10/26 RPS   PASSOS DE FORMULA IDENTIFICADOS NA CONSULTA     *
      *                PELA TRANSACAO DE REFERENCIA DO PRIMEIRO PASSO. *
      * 15/10/26 RPS   PARTE DE RATEIO (OPERACAO P) DESCRITA NA        *
      *                CONSULTA COM O PERCENTUAL, O RESIDUO E A        *
      *                TRANSACAO DA PRIMEIRA PARTE; O ESTORNO DE UMA   *
      *                PARTE ESTORNA O RATEIO INTEIRO.                 *
      * 15/10/26 RPS   RETENCAO NA FONTE (OPERACAO I) DESCRITA NA      *
      *                CONSULTA COM A TABELA, A FAIXA APLICADA, A      *
      *                ALIQUOTA E A DEDUCAO; RATEIO MOSTRA A TABELA; O *
      *                ESTORNO LEVA TABELA E FAIXA DO ORIGINAL.        *
      * 15/10/26 RPS   LANCAMENTO DE ESTORNO E MARCA DO ORIGINAL       *
      *                SOMADOS AO ARQUIVO DE ESTATISTICAS CALCESTA.DAT *
      *                PELO ESTATIST (MENSAGEM 0240 NA FALHA).         *
      * 15/10/26 RPS   NOTAS DE TRANSACAO EM CALCNOTA.DAT: MOTIVO      *
      *                OBRIGATORIO NO ESTORNO, GRAVADO COMO NOTA NAS   *
      *                DUAS TRANSACOES DO PAR; OPCAO 4 INCLUI NOTA DE  *
      *                JUSTIFICATIVA OU ACOMPANHAMENTO; NOTAS EXIBIDAS *
      *                SOB A FICHA.                                    *
      * 15/10/26 RPS   SIGN-ON PASSA A EXIGIR O PIN DO CODIGO,         *
      *                CONFERIDO PELO OPERPIN (BLOQUEIO POR TENTATIVAS *
      *                E TROCA OBRIGATORIA DO PIN VENCIDO).            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCINQ.
           SELECT CALCCHN ASSIGN TO "CALCCHN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALCCHN.
           SELECT CALCNOTA ASSIGN TO "CALCNOTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCNOTA-CHAVE
               FILE STATUS IS WS-STATUS-CALCNOTA.

       DATA DIVISION.
       FILE SECTION.
       COPY CALCSEC.
       FD  CALCCHN.
       COPY CALCCHN.
       FD  CALCNOTA.
       COPY CALCNOTA.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CALCHIST       PIC X(02) VALUE "00".
       77  WS-FUNCAO-ESTATIST       PIC X(01) VALUE SPACES.
       77  WS-STATUS-CALCLOG        PIC X(02) VALUE "00".
       77  WS-STATUS-CALCSEQ        PIC X(02) VALUE "00".
       77  WS-STATUS-OPERMST        PIC X(02) VALUE "00".
           05  WS-BRW-NUM-DOIS      PIC -(5)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BRW-RESULTADO     PIC -(7)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-BRW-MOEDA         PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BRW-HORA          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-ORIG-MODO         PIC X(01).
           05  WS-ORIG-NUM-TRES     PIC S9(05)V99.
           05  WS-ORIG-DEPTO        PIC X(04).
           05  WS-ORIG-MOEDA        PIC X(03).
           05  WS-ORIG-COTACAO      PIC 9(05)V9(06).
           05  WS-ORIG-TABELA       PIC X(04).
           05  WS-ORIG-FAIXA        PIC 9(02).


      *----------------------------------------------------------------*
      * CAMPOS DO ESTORNO DE RATEIO - AS PARTES (OPERACAO P) LIGADAS A *
      * TRANSACAO DA PRIMEIRA SAO ESTORNADAS JUNTAS; O CONJUNTO ESTA   *
      * COMPLETO QUANDO OS PERCENTUAIS SOMAM 100                       *
      *----------------------------------------------------------------*
       77  WS-RAT-REF               PIC 9(08) VALUE ZEROS.
       77  WS-RAT-QTDE              PIC 9(02) VALUE ZEROS.
       77  WS-RAT-IND               PIC 9(02) VALUE ZEROS.
       77  WS-RAT-SOMA-PERCENTUAL   PIC S9(05)V99 VALUE ZEROS.
       77  WS-SW-FIM-RATEIO         PIC X(01) VALUE "N".
           88  WS-FIM-RATEIO            VALUE "S".
       77  WS-SW-RATEIO-FECHADO     PIC X(01) VALUE "N".
           88  WS-RATEIO-FECHADO        VALUE "S".
       01  WS-RAT-MEMBROS.
           05  WS-RAT-MEMBRO OCCURS 20 TIMES.
               10  WS-RAT-M-TRANSACAO   PIC 9(08).
               10  WS-RAT-M-DATA        PIC 9(08).
               10  WS-RAT-M-DEPTO       PIC X(04).
               10  WS-RAT-M-PERCENTUAL  PIC S9(05)V99.
               10  WS-RAT-M-PARTE       PIC S9(07)V99.

       77  WS-MOEDA-EXIBIDA         PIC X(03) VALUE "BRL".
       77  WS-COTACAO-EDITADA       PIC Z(4)9.9(6).

      *----------------------------------------------------------------*
      * CAMPOS DAS NOTAS DE TRANSACAO (CALCNOTA.DAT)                   *
      *----------------------------------------------------------------*
       77  WS-STATUS-CALCNOTA       PIC X(02) VALUE "00".
       77  WS-NOTA-TRANSACAO        PIC 9(08) VALUE ZEROS.
       77  WS-NOTA-SEQUENCIA        PIC 9(03) VALUE ZEROS.
       77  WS-NOTA-TIPO             PIC X(01) VALUE SPACES.
           88  WS-NOTA-TIPO-AVULSA      VALUE "J" "A".
       77  WS-NOTA-TEXTO            PIC X(60) VALUE SPACES.
       77  WS-NOTA-TIPO-DESCRICAO   PIC X(14) VALUE SPACES.
       77  WS-MOTIVO-ESTORNO        PIC X(60) VALUE SPACES.
       77  WS-SW-FIM-NOTAS          PIC X(01) VALUE "N".
           88  WS-FIM-NOTAS             VALUE "S".
       77  WS-SW-NOTA-GRAVADA       PIC X(01) VALUE "N".
           88  WS-NOTA-GRAVADA          VALUE "S".
       77  WS-SW-OPERADOR-OK        PIC X(01) VALUE "N".
           88  WS-OPERADOR-OK           VALUE "S".

      *----------------------------------------------------------------*
      * CAMPOS DA MENSAGEM DE OPERACAO A GRAVAR EM CALCMSG.DAT         *
       77  WS-MSG-REGISTRO          PIC 9(08) VALUE ZEROS.
       77  WS-MSG-TEXTO             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * AREA DE TROCA COM O OPERPIN - PIN DO SIGN-ON                   *
      *----------------------------------------------------------------*
       COPY CALCPINX.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE                                                  *
           DISPLAY "1 - CONSULTA POR NUMERO DE TRANSACAO".
           DISPLAY "2 - LISTAGEM POR DATA".
           DISPLAY "3 - ESTORNAR TRANSACAO (SUPERVISOR)".
           DISPLAY "4 - INCLUIR NOTA EM TRANSACAO".
           DISPLAY "0 - SAIR".
           DISPLAY "INFORME A OPCAO DESEJADA :".
           ACCEPT WS-OPCAO.
                   PERFORM 3000-LISTAR-POR-DATA THRU 3000-EXIT
               WHEN 3
                   PERFORM 4000-ESTORNAR-TRANSACAO THRU 4000-EXIT
               WHEN 4
                   PERFORM 5000-INCLUIR-NOTA THRU 5000-EXIT
               WHEN 0
                   MOVE "N" TO WS-SW-CONTINUAR
               WHEN OTHER
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
           PERFORM 2300-EXIBIR-NOTAS THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-EXIBIR-NOTAS - AS NOTAS DA TRANSACAO EM CALCNOTA.DAT, EM  *
      * ORDEM DE SEQUENCIA, SOB A FICHA; SEM ARQUIVO OU SEM NOTA NAO   *
      * EXIBE NADA                                                     *
      *----------------------------------------------------------------*
       2300-EXIBIR-NOTAS.
           OPEN INPUT CALCNOTA.
           IF WS-STATUS-CALCNOTA NOT = "00"
               GO TO 2300-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-NOTAS.
           MOVE CALCHIST-TRANSACAO TO CALCNOTA-TRANSACAO.
           MOVE ZEROS TO CALCNOTA-SEQUENCIA.
           START CALCNOTA KEY IS NOT LESS THAN CALCNOTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-NOTAS
           END-START.
           PERFORM 2310-LER-NOTA THRU 2310-EXIT
               UNTIL WS-FIM-NOTAS.
           CLOSE CALCNOTA.
       2300-EXIT.
           EXIT.

       2310-LER-NOTA.
           READ CALCNOTA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-NOTAS
                   GO TO 2310-EXIT
           END-READ.
           IF CALCNOTA-TRANSACAO NOT = CALCHIST-TRANSACAO
               MOVE "S" TO WS-SW-FIM-NOTAS
               GO TO 2310-EXIT
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
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-LISTAR-POR-DATA - POSICIONA NA CHAVE ALTERNADA DE DATA E  *
      * LISTA UMA LINHA POR CALCULO, PAGINANDO DE 10 EM 10 E FILTRANDO *
           IF WS-DATA-CONSULTA = ZEROS
               GO TO 3000-EXIT
           END-IF.
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
      * O ORIGINAL E MARCADO COMO ESTORNADO E UM LANCAMENTO COM O      *
      * RESULTADO NEGADO E GRAVADO NO HISTORICO E NO LOG, LIGADO AO    *
      * ORIGINAL PELA TRANSACAO DE REFERENCIA. APAGAR REGISTRO E       *
      * PROIBIDO PELA AUDITORIA - A TRILHA DE REVERSAO E QUE VALE.     *
      * PARTE DE RATEIO NAO E ESTORNADA SOZINHA - VAI O RATEIO INTEIRO *
      * (4600)                                                         *
      *----------------------------------------------------------------*
       4000-ESTORNAR-TRANSACAO.
           PERFORM 4100-AUTORIZAR-SUPERVISOR THRU 4100-EXIT.
               DISPLAY "LANCAMENTO DE ESTORNO NAO PODE SER ESTORNADO"
               GO TO 4000-EXIT
           END-IF.
           IF CALCHIST-OPERACAO = "P"
               PERFORM 4600-ESTORNAR-RATEIO THRU 4600-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4150-VERIFICAR-DIA-FECHADO THRU 4150-EXIT.
           IF WS-DIA-FECHADO
               DISPLAY "DIA " CALCHIST-DATA " JA FOI FECHADO PELO"
               DISPLAY "ESTORNO CANCELADO"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4050-PEDIR-MOTIVO THRU 4050-EXIT.
           IF WS-MOTIVO-ESTORNO = SPACES
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4200-GUARDAR-ORIGINAL THRU 4200-EXIT.
           PERFORM 4300-ALOCAR-TRANSACAO THRU 4300-EXIT.
           IF WS-NOVA-TRANSACAO = ZEROS
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4050-PEDIR-MOTIVO - O ESTORNO SO SEGUE COM O MOTIVO INFORMADO; *
      * ELE VIRA NOTA DE TIPO E NO ORIGINAL E NO LANCAMENTO DE ESTORNO *
      *----------------------------------------------------------------*
       4050-PEDIR-MOTIVO.
           DISPLAY "INFORME O MOTIVO DO ESTORNO (OBRIGATORIO):".
           MOVE SPACES TO WS-MOTIVO-ESTORNO.
           ACCEPT WS-MOTIVO-ESTORNO.
           IF WS-MOTIVO-ESTORNO = SPACES
               DISPLAY "MOTIVO NAO INFORMADO - ESTORNO CANCELADO"
           END-IF.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4150-VERIFICAR-DIA-FECHADO - TRANSACAO CUJA DATA CAIU EM DIA   *
      * FECHADO PELO CALCDAY NAO PODE SER ESTORNADA - OS TOTAIS DO     *
                   END-IF
           END-READ.
           CLOSE OPERMST.
           IF WS-SUPERVISOR-OK
               MOVE "V" TO pnexe-funcao
               MOVE WS-OPERADOR TO pnexe-codigo
               MOVE "CALCINQ " TO pnexe-programa
               CALL "OPERPIN" USING pnexe-parametros
               IF NOT pnexe-pin-ok
                   MOVE "N" TO WS-SW-SUPERVISOR-OK
               END-IF
           ELSE
               MOVE SPACES TO pnexe-retorno
           END-IF.
           MOVE WS-OPERADOR TO WS-SEC-OPERADOR.
           IF WS-SUPERVISOR-OK
               DISPLAY "SUPERVISOR " WS-OPERADOR " - "
                   TO WS-SEC-DETALHE
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           ELSE
               IF pnexe-retorno = SPACES
                   DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR OU"
                       " INATIVO"
               END-IF
               MOVE "FR" TO WS-SEC-EVENTO
               MOVE "AUTORIZACAO DE ESTORNO RECUSADA"
                   TO WS-SEC-DETALHE
           MOVE CALCHIST-MODO TO WS-ORIG-MODO.
           MOVE CALCHIST-NUM-TRES TO WS-ORIG-NUM-TRES.
           MOVE CALCHIST-DEPTO TO WS-ORIG-DEPTO.
           MOVE CALCHIST-MOEDA TO WS-ORIG-MOEDA.
           MOVE CALCHIST-COTACAO TO WS-ORIG-COTACAO.
           MOVE CALCHIST-TABELA TO WS-ORIG-TABELA.
           MOVE CALCHIST-FAIXA TO WS-ORIG-FAIXA.
       4200-EXIT.
           EXIT.

           MOVE "R" TO CALCHIST-SITUACAO.
           MOVE WS-ORIG-TRANSACAO TO CALCHIST-TRANSACAO-REF.
           MOVE WS-ORIG-DEPTO TO CALCHIST-DEPTO.
           MOVE SPACES TO CALCHIST-SUPERVISOR.
           MOVE WS-ORIG-MOEDA TO CALCHIST-MOEDA.
           MOVE WS-ORIG-COTACAO TO CALCHIST-COTACAO.
           MOVE WS-ORIG-TABELA TO CALCHIST-TABELA.
           MOVE WS-ORIG-FAIXA TO CALCHIST-FAIXA.
           WRITE CALCHIST-REGISTRO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR O LANCAMENTO DE ESTORNO"
                   PERFORM 8000-GRAVAR-MENSAGEM THRU 8000-EXIT
                   GO TO 4400-EXIT
           END-WRITE.
           MOVE "G" TO WS-FUNCAO-ESTATIST.
           PERFORM 4450-ATUALIZAR-ESTATISTICA THRU 4450-EXIT.
           PERFORM 4500-GRAVAR-LOG-ESTORNO THRU 4500-EXIT.
           MOVE WS-ORIG-TRANSACAO TO CALCHIST-TRANSACAO.
           READ CALCHIST
                   DISPLAY "FALHA AO MARCAR O ORIGINAL COMO ESTORNADO"
                   GO TO 4400-EXIT
           END-REWRITE.
           MOVE "E" TO WS-FUNCAO-ESTATIST.
           PERFORM 4450-ATUALIZAR-ESTATISTICA THRU 4450-EXIT.
           DISPLAY "ESTORNO GRAVADO - TRANSACAO " WS-NOVA-TRANSACAO
               " REVERTE A TRANSACAO " WS-ORIG-TRANSACAO.
           PERFORM 4470-GRAVAR-MOTIVO THRU 4470-EXIT.
           MOVE "FP" TO WS-SEC-EVENTO.
           MOVE WS-OPERADOR TO WS-SEC-OPERADOR.
           MOVE SPACES TO WS-SEC-DETALHE.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4450-ATUALIZAR-ESTATISTICA - LEVA AO CALCESTA.DAT, PELO        *
      * ESTATIST, O LANCAMENTO DE ESTORNO (FUNCAO G, NA CHAVE DE QUEM  *
      * ESTORNOU) OU A MARCA DO ORIGINAL (FUNCAO E, NA CHAVE DO        *
      * CALCULO ESTORNADO); A FALHA SO AVISA - O CALCRBLD (MODO E)     *
      * RECONSTROI O ARQUIVO                                           *
      *----------------------------------------------------------------*
       4450-ATUALIZAR-ESTATISTICA.
           CALL "ESTATIST" USING WS-FUNCAO-ESTATIST, CALCHIST-REGISTRO.
           IF RETURN-CODE NOT = ZEROS
               DISPLAY "CALCESTA.DAT INDISPONIVEL - ESTATISTICA NAO"
                   " ATUALIZADA"
               MOVE 0240 TO WS-MSG-NUMERO
               MOVE "A" TO WS-MSG-SEVERIDADE
               MOVE CALCHIST-TRANSACAO TO WS-MSG-TRANSACAO
               MOVE ZEROS TO WS-MSG-REGISTRO
               MOVE "ESTATISTICA NAO ATUALIZADA" TO WS-MSG-TEXTO
               PERFORM 8000-GRAVAR-MENSAGEM THRU 8000-EXIT
               MOVE ZEROS TO RETURN-CODE
           END-IF.
       4450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4470-GRAVAR-MOTIVO - O MOTIVO DO ESTORNO VAI COMO NOTA DE TIPO *
      * E NO ORIGINAL E NO LANCAMENTO DE ESTORNO; O ESTORNO JA ESTA    *
      * GRAVADO, ENTAO A FALHA SO AVISA (MENSAGEM 0241) - A NOTA PODE  *
      * SER INCLUIDA DEPOIS PELA OPCAO 4                               *
      *----------------------------------------------------------------*
       4470-GRAVAR-MOTIVO.
           MOVE "E" TO WS-NOTA-TIPO.
           MOVE WS-MOTIVO-ESTORNO TO WS-NOTA-TEXTO.
           MOVE WS-ORIG-TRANSACAO TO WS-NOTA-TRANSACAO.
           PERFORM 5100-GRAVAR-NOTA THRU 5100-EXIT.
           IF WS-NOTA-GRAVADA
               MOVE WS-NOVA-TRANSACAO TO WS-NOTA-TRANSACAO
               PERFORM 5100-GRAVAR-NOTA THRU 5100-EXIT
           END-IF.
           IF NOT WS-NOTA-GRAVADA
               DISPLAY "CALCNOTA.DAT INDISPONIVEL - MOTIVO DO ESTORNO"
                   " NAO GRAVADO"
               MOVE 0241 TO WS-MSG-NUMERO
               MOVE "A" TO WS-MSG-SEVERIDADE
               MOVE WS-NOTA-TRANSACAO TO WS-MSG-TRANSACAO
               MOVE ZEROS TO WS-MSG-REGISTRO
               MOVE "MOTIVO DO ESTORNO NAO GRAVADO" TO WS-MSG-TEXTO
               PERFORM 8000-GRAVAR-MENSAGEM THRU 8000-EXIT
           END-IF.
       4470-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-ESTORNAR-RATEIO - A PARTE INFORMADA LEVA AO RATEIO        *
      * INTEIRO: AS PARTES SAO PROCURADAS PELA CHAVE PRIMARIA A PARTIR *
      * DA TRANSACAO DA PRIMEIRA PARTE (AS DEMAIS TEM NUMERO MAIOR)    *
      * ATE OS PERCENTUAIS SOMAREM 100. RATEIO INCOMPLETO OU COM PARTE *
      * EM DIA FECHADO NAO E ESTORNADO; CONFIRMADO, CADA PARTE GANHA  *
      * O SEU LANCAMENTO DE ESTORNO PELO MESMO CAMINHO DO CALCULO      *
      * AVULSO                                                         *
      *----------------------------------------------------------------*
       4600-ESTORNAR-RATEIO.
           MOVE CALCHIST-TRANSACAO-REF TO WS-RAT-REF.
           MOVE ZEROS TO WS-RAT-QTDE.
           MOVE ZEROS TO WS-RAT-SOMA-PERCENTUAL.
           MOVE "N" TO WS-SW-FIM-RATEIO.
           MOVE WS-RAT-REF TO CALCHIST-TRANSACAO.
           START CALCHIST KEY IS NOT LESS THAN CALCHIST-TRANSACAO
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-RATEIO
           END-START.
           PERFORM 4610-LER-PARTE THRU 4610-EXIT
               UNTIL WS-FIM-RATEIO.
           IF WS-RAT-SOMA-PERCENTUAL NOT = 100
               DISPLAY "RATEIO DA TRANSACAO " WS-RAT-REF
                   " INCOMPLETO NO HISTORICO - ESTORNO RECUSADO"
               GO TO 4600-EXIT
           END-IF.
           MOVE "N" TO WS-SW-RATEIO-FECHADO.
           PERFORM 4620-CONFERIR-DIA THRU 4620-EXIT
               VARYING WS-RAT-IND FROM 1 BY 1
               UNTIL WS-RAT-IND > WS-RAT-QTDE
                  OR WS-RATEIO-FECHADO.
           IF WS-RATEIO-FECHADO
               DISPLAY "DIA " CALCHIST-DATA " JA FOI FECHADO PELO"
                   " CALCDAY - ESTORNO DO RATEIO RECUSADO"
               DISPLAY "REABERTURA DO DIA E FUNCAO DE SUPERVISOR NO"
                   " CALCDAY"
               MOVE 0072 TO WS-MSG-NUMERO
               MOVE "E" TO WS-MSG-SEVERIDADE
               MOVE WS-RAT-REF TO WS-MSG-TRANSACAO
               MOVE ZEROS TO WS-MSG-REGISTRO
               MOVE "ESTORNO RECUSADO - DIA FECHADO" TO WS-MSG-TEXTO
               PERFORM 8000-GRAVAR-MENSAGEM THRU 8000-EXIT
               GO TO 4600-EXIT
           END-IF.
           DISPLAY "RATEIO DA TRANSACAO " WS-RAT-REF " - "
               WS-RAT-QTDE " PARTES:".
           PERFORM 4630-EXIBIR-PARTE THRU 4630-EXIT
               VARYING WS-RAT-IND FROM 1 BY 1
               UNTIL WS-RAT-IND > WS-RAT-QTDE.
           DISPLAY "CONFIRMA O ESTORNO DE TODAS AS PARTES (S/N)?".
           ACCEPT WS-SW-CONFIRMA.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY "ESTORNO CANCELADO"
               GO TO 4600-EXIT
           END-IF.
           PERFORM 4050-PEDIR-MOTIVO THRU 4050-EXIT.
           IF WS-MOTIVO-ESTORNO = SPACES
               GO TO 4600-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-RATEIO.
           PERFORM 4640-ESTORNAR-PARTE THRU 4640-EXIT
               VARYING WS-RAT-IND FROM 1 BY 1
               UNTIL WS-RAT-IND > WS-RAT-QTDE
                  OR WS-FIM-RATEIO.
       4600-EXIT.
           EXIT.

       4610-LER-PARTE.
           READ CALCHIST NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-RATEIO
                   GO TO 4610-EXIT
           END-READ.
           IF CALCHIST-OPERACAO = "P" AND CALCHIST-SIT-NORMAL
                   AND CALCHIST-TRANSACAO-REF = WS-RAT-REF
               ADD 1 TO WS-RAT-QTDE
               MOVE CALCHIST-TRANSACAO
                   TO WS-RAT-M-TRANSACAO(WS-RAT-QTDE)
               MOVE CALCHIST-DATA TO WS-RAT-M-DATA(WS-RAT-QTDE)
               MOVE CALCHIST-DEPTO TO WS-RAT-M-DEPTO(WS-RAT-QTDE)
               MOVE CALCHIST-NUM-DOIS
                   TO WS-RAT-M-PERCENTUAL(WS-RAT-QTDE)
               MOVE CALCHIST-RESULTADO TO WS-RAT-M-PARTE(WS-RAT-QTDE)
               ADD CALCHIST-NUM-DOIS TO WS-RAT-SOMA-PERCENTUAL
           END-IF.
           IF WS-RAT-SOMA-PERCENTUAL NOT < 100 OR WS-RAT-QTDE = 20
               MOVE "S" TO WS-SW-FIM-RATEIO
           END-IF.
       4610-EXIT.
           EXIT.

       4620-CONFERIR-DIA.
           MOVE WS-RAT-M-DATA(WS-RAT-IND) TO CALCHIST-DATA.
           PERFORM 4150-VERIFICAR-DIA-FECHADO THRU 4150-EXIT.
           IF WS-DIA-FECHADO
               MOVE "S" TO WS-SW-RATEIO-FECHADO
           END-IF.
       4620-EXIT.
           EXIT.

       4630-EXIBIR-PARTE.
           DISPLAY "  TRANSACAO " WS-RAT-M-TRANSACAO(WS-RAT-IND)
               " DEPTO " WS-RAT-M-DEPTO(WS-RAT-IND)
               " PERCENTUAL " WS-RAT-M-PERCENTUAL(WS-RAT-IND)
               " PARTE " WS-RAT-M-PARTE(WS-RAT-IND).
       4630-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4640-ESTORNAR-PARTE - RELE A PARTE E GRAVA O ESTORNO DELA; SEM *
      * NUMERO DE TRANSACAO PARA O ESTORNO, AS PARTES RESTANTES FICAM  *
      * COMO ESTAO E O OPERADOR E AVISADO                              *
      *----------------------------------------------------------------*
       4640-ESTORNAR-PARTE.
           MOVE WS-RAT-M-TRANSACAO(WS-RAT-IND) TO CALCHIST-TRANSACAO.
           READ CALCHIST
               KEY IS CALCHIST-TRANSACAO
               INVALID KEY
                   DISPLAY "PARTE " CALCHIST-TRANSACAO
                       " NAO RELIDA - NAO ESTORNADA"
                   GO TO 4640-EXIT
           END-READ.
           PERFORM 4200-GUARDAR-ORIGINAL THRU 4200-EXIT.
           PERFORM 4300-ALOCAR-TRANSACAO THRU 4300-EXIT.
           IF WS-NOVA-TRANSACAO = ZEROS
               DISPLAY "FALHA AO ALOCAR TRANSACAO - ESTORNO DO RATEIO"
                   " INTERROMPIDO NA PARTE " CALCHIST-TRANSACAO
               MOVE "S" TO WS-SW-FIM-RATEIO
               GO TO 4640-EXIT
           END-IF.
           PERFORM 4400-GRAVAR-ESTORNO THRU 4400-EXIT.
       4640-EXIT.
           EXIT.

       4500-GRAVAR-LOG-ESTORNO.
           OPEN EXTEND CALCLOG.
           IF WS-STATUS-CALCLOG = "05" OR WS-STATUS-CALCLOG = "35"
           MOVE "R" TO CALCLOG-SITUACAO.
           MOVE WS-ORIG-TRANSACAO TO CALCLOG-TRANSACAO-REF.
           MOVE WS-ORIG-DEPTO TO CALCLOG-DEPTO.
           MOVE SPACES TO CALCLOG-SUPERVISOR.
           MOVE WS-ORIG-MOEDA TO CALCLOG-MOEDA.
           MOVE WS-ORIG-COTACAO TO CALCLOG-COTACAO.
           MOVE WS-ORIG-TABELA TO CALCLOG-TABELA.
           MOVE WS-ORIG-FAIXA TO CALCLOG-FAIXA.
           PERFORM 4560-ENCADEAR-LOG THRU 4560-EXIT.
           WRITE CALCLOG-REGISTRO.
           CLOSE CALCLOG.
       4560-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-INCLUIR-NOTA - OPERADOR ATIVO EM OPERMST.DAT INCLUI UMA   *
      * NOTA DE JUSTIFICATIVA (J) OU DE ACOMPANHAMENTO (A) EM          *
      * QUALQUER TRANSACAO DO HISTORICO VIVO; O TIPO E (MOTIVO DO      *
      * ESTORNO) SO E GRAVADO PELO PROPRIO ESTORNO                     *
      *----------------------------------------------------------------*
       5000-INCLUIR-NOTA.
           PERFORM 5050-IDENTIFICAR-OPERADOR THRU 5050-EXIT.
           IF NOT WS-OPERADOR-OK
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "INFORME O NUMERO DA TRANSACAO (0 PARA VOLTAR):".
           ACCEPT WS-NOTA-TRANSACAO.
           IF WS-NOTA-TRANSACAO = ZEROS
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-NOTA-TRANSACAO TO CALCHIST-TRANSACAO.
           READ CALCHIST
               KEY IS CALCHIST-TRANSACAO
               INVALID KEY
                   DISPLAY "TRANSACAO NAO ENCONTRADA"
                   GO TO 5000-EXIT
           END-READ.
           PERFORM 2200-EXIBIR-REGISTRO THRU 2200-EXIT.
           DISPLAY "TIPO DA NOTA (J = JUSTIFICATIVA, A ="
               " ACOMPANHAMENTO):".
           MOVE SPACES TO WS-NOTA-TIPO.
           ACCEPT WS-NOTA-TIPO.
           IF NOT WS-NOTA-TIPO-AVULSA
               DISPLAY "TIPO DE NOTA INVALIDO - NOTA NAO INCLUIDA"
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "INFORME O TEXTO DA NOTA (ATE 60 POSICOES):".
           MOVE SPACES TO WS-NOTA-TEXTO.
           ACCEPT WS-NOTA-TEXTO.
           IF WS-NOTA-TEXTO = SPACES
               DISPLAY "TEXTO EM BRANCO - NOTA NAO INCLUIDA"
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-GRAVAR-NOTA THRU 5100-EXIT.
           IF WS-NOTA-GRAVADA
               DISPLAY "NOTA " WS-NOTA-SEQUENCIA
                   " INCLUIDA NA TRANSACAO " WS-NOTA-TRANSACAO
           ELSE
               DISPLAY "FALHA AO GRAVAR A NOTA EM CALCNOTA.DAT"
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5050-IDENTIFICAR-OPERADOR - QUALQUER OPERADOR ATIVO EM         *
      * OPERMST.DAT, SEM EXIGENCIA DE PERFIL                           *
      *----------------------------------------------------------------*
       5050-IDENTIFICAR-OPERADOR.
           MOVE "N" TO WS-SW-OPERADOR-OK.
           DISPLAY "INFORME O CODIGO DO OPERADOR:".
           MOVE SPACES TO WS-OPERADOR.
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR = SPACES
               GO TO 5050-EXIT
           END-IF.
           OPEN INPUT OPERMST.
           IF WS-STATUS-OPERMST NOT = "00"
               DISPLAY "OPERMST.DAT NAO ENCONTRADO"
               GO TO 5050-EXIT
           END-IF.
           MOVE WS-OPERADOR TO CALCOPER-CODIGO.
           READ OPERMST
               KEY IS CALCOPER-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CALCOPER-ATIVO
                       MOVE "S" TO WS-SW-OPERADOR-OK
                   END-IF
           END-READ.
           CLOSE OPERMST.
           IF WS-OPERADOR-OK
               MOVE "V" TO pnexe-funcao
               MOVE WS-OPERADOR TO pnexe-codigo
               MOVE "CALCINQ " TO pnexe-programa
               CALL "OPERPIN" USING pnexe-parametros
               IF NOT pnexe-pin-ok
                   MOVE "N" TO WS-SW-OPERADOR-OK
               END-IF
           ELSE
               MOVE SPACES TO pnexe-retorno
           END-IF.
           IF NOT WS-OPERADOR-OK
               IF pnexe-retorno = SPACES
                   DISPLAY "OPERADOR NAO CADASTRADO OU INATIVO"
               END-IF
           END-IF.
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-GRAVAR-NOTA - GRAVA EM CALCNOTA.DAT A NOTA DE             *
      * WS-NOTA-TIPO/WS-NOTA-TEXTO NA TRANSACAO WS-NOTA-TRANSACAO, EM  *
      * NOME DE WS-OPERADOR, COM A SEQUENCIA SEGUINTE A ULTIMA DA      *
      * TRANSACAO. ABRE E FECHA NO ATO; ARQUIVO AUSENTE E CRIADO VAZIO *
      *----------------------------------------------------------------*
       5100-GRAVAR-NOTA.
           MOVE "N" TO WS-SW-NOTA-GRAVADA.
           MOVE ZEROS TO WS-NOTA-SEQUENCIA.
           OPEN I-O CALCNOTA.
           IF WS-STATUS-CALCNOTA = "35"
               OPEN OUTPUT CALCNOTA
               CLOSE CALCNOTA
               OPEN I-O CALCNOTA
           END-IF.
           IF WS-STATUS-CALCNOTA NOT = "00"
               GO TO 5100-EXIT
           END-IF.
           MOVE "N" TO WS-SW-FIM-NOTAS.
           MOVE WS-NOTA-TRANSACAO TO CALCNOTA-TRANSACAO.
           MOVE ZEROS TO CALCNOTA-SEQUENCIA.
           START CALCNOTA KEY IS NOT LESS THAN CALCNOTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-NOTAS
           END-START.
           PERFORM 5110-LER-ULTIMA-NOTA THRU 5110-EXIT
               UNTIL WS-FIM-NOTAS.
           IF WS-NOTA-SEQUENCIA = 999
               DISPLAY "TRANSACAO " WS-NOTA-TRANSACAO
                   " JA TEM 999 NOTAS"
               CLOSE CALCNOTA
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-NOTA-SEQUENCIA.
           MOVE WS-NOTA-TRANSACAO TO CALCNOTA-TRANSACAO.
           MOVE WS-NOTA-SEQUENCIA TO CALCNOTA-SEQUENCIA.
           MOVE WS-OPERADOR TO CALCNOTA-OPERADOR.
           ACCEPT CALCNOTA-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCNOTA-HORA FROM TIME.
           MOVE WS-NOTA-TIPO TO CALCNOTA-TIPO.
           MOVE WS-NOTA-TEXTO TO CALCNOTA-TEXTO.
           WRITE CALCNOTA-REGISTRO
               INVALID KEY
                   CLOSE CALCNOTA
                   GO TO 5100-EXIT
           END-WRITE.
           MOVE "S" TO WS-SW-NOTA-GRAVADA.
           CLOSE CALCNOTA.
       5100-EXIT.
           EXIT.

       5110-LER-ULTIMA-NOTA.
           READ CALCNOTA NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-NOTAS
                   GO TO 5110-EXIT
           END-READ.
           IF CALCNOTA-TRANSACAO NOT = WS-NOTA-TRANSACAO
               MOVE "S" TO WS-SW-FIM-NOTAS
           ELSE
               MOVE CALCNOTA-SEQUENCIA TO WS-NOTA-SEQUENCIA
           END-IF.
       5110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-GRAVAR-MENSAGEM - GRAVA UMA MENSAGEM DE OPERACAO NO       *
      * ARQUIVO CENTRAL CALCMSG.DAT (ABRE, GRAVA E FECHA NO ATO, PARA  *
