      ******************************************************************
      * Author: Ricardo P. Santos
      * Date: 15/10
      * Purpose: PIN do sign-on dos programas interativos. O chamador
      *          valida o codigo no OPERMST.DAT (cadastrado, ativo e,
      *          quando for o caso, supervisor) e chama este
      *          subprograma com a area CALCPINX:
      *            "V" - confere o PIN do codigo. Sem registro no
      *                  CALCPIN.DAT o sign-on e recusado: o PIN nasce
      *                  provisorio pelo reinicio de um supervisor,
      *                  nunca pelo proprio operador. PIN errado conta
      *                  tentativa; na terceira seguida o codigo fica
      *                  bloqueado ate um supervisor reiniciar. PIN
      *                  certo mas vencido (mais dias desde a ultima
      *                  troca do que o parametro) ou provisorio
      *                  obriga a troca antes de seguir;
      *            "R" - reinicio por supervisor (so pelo OPERMNT):
      *                  o supervisor digita um PIN provisorio, o
      *                  bloqueio cai e a troca fica obrigatoria no
      *                  proximo sign-on. Ninguem reinicia o proprio;
      *            "I" - implantacao (so pelo OPERMNT): enquanto o
      *                  CALCPIN.DAT nao tem nenhum registro, o
      *                  supervisor que abre o OPERMNT cadastra o
      *                  proprio PIN, para haver quem reinicie os
      *                  demais. Com um registro que seja, e recusada.
      *          Validade em dias na primeira linha de CALCPIN.PRM
      *          (4 digitos, 0000 = PIN nao vence); sem o arquivo,
      *          0090. O vencimento e contado recuando hoje pelo
      *          CALCDATA, como o corte do OPERCERT. O PIN tem 6
      *          digitos e nunca e gravado em claro: fica so a cifra,
      *          uma dobra do PIN com o codigo no mesmo feitio da do
      *          LOGCHAIN. Cada cadastro ou troca (PC), tentativa
      *          errada (PE), bloqueio (PB) e reinicio (PR) vai para o
      *          diario de seguranca CALCSEC.DAT com o programa do
      *          chamador. Os jobs batch que rodam com o codigo de
      *          CALCOPER nao chamam este subprograma.
      * Tectonics: cobc
      * Mod-log:
      *  15/10 RPS  Criado junto com o PIN no sign-on, o bloqueio
      *             por tentativas e o reinicio por supervisor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERPIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCPIN ASSIGN TO "CALCPIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCPIN-CODIGO
               FILE STATUS IS pin-status-calcpin.
           SELECT PARAMETRO ASSIGN TO "CALCPIN.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pin-status-parametro.
           SELECT CALCSEC ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS pin-status-calcsec.
       DATA DIVISION.
       FILE SECTION.
       FD  CALCPIN.
       COPY CALCPIN.
       FD  PARAMETRO.
       01  PRM-REGISTRO            PIC X(24).
       FD  CALCSEC.
       COPY CALCSEC.
       WORKING-STORAGE SECTION.
       77 pin-status-calcpin   PIC X(02) VALUE "00".
       77 pin-status-parametro PIC X(02) VALUE "00".
       77 pin-status-calcsec   PIC X(02) VALUE "00".
       77 pin-sw-existe        PIC X(01) VALUE "N".
           88 pin-existe               VALUE "S".
       77 pin-sw-definido      PIC X(01) VALUE "N".
           88 pin-definido             VALUE "S".
       77 pin-sw-vencido       PIC X(01) VALUE "N".
           88 pin-vencido              VALUE "S".
       77 pin-sw-vazio         PIC X(01) VALUE "N".
           88 pin-vazio                VALUE "S".
       77 pin-data-hoje        PIC 9(08) VALUE ZEROS.
       77 pin-entrada          PIC X(06) VALUE SPACES.
       77 pin-confirmacao      PIC X(06) VALUE SPACES.
       77 pin-numero           PIC 9(06) VALUE ZEROS.
       77 pin-cifra            PIC 9(10) VALUE ZEROS.
       77 pin-cifra-nova       PIC 9(10) VALUE ZEROS.
      *    dobra do codigo pela tabela de alfabeto, como no LOGCHAIN
       77 pin-trabalho         PIC 9(15) VALUE ZEROS.
       77 pin-quociente        PIC 9(15) VALUE ZEROS.
       77 pin-codigo-valor     PIC 9(08) VALUE ZEROS.
       77 pin-sub-char         PIC 9(02) VALUE ZEROS.
       77 pin-sub-tab          PIC 9(02) VALUE ZEROS.
       77 pin-pos              PIC 9(02) VALUE ZEROS.
       01 pin-alfabeto         PIC X(37) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 ".
      *    validade do PIN
       77 pin-prm-dias         PIC X(04) VALUE SPACES.
       77 pin-dias             PIC 9(04) VALUE ZEROS.
       77 pin-funcao-data      PIC X(01) VALUE "D".
       77 pin-data-base        PIC 9(08) VALUE ZEROS.
       77 pin-data-de          PIC 9(08) VALUE ZEROS.
       77 pin-data-ate         PIC 9(08) VALUE ZEROS.
      *    evento do diario de seguranca
       77 pin-sec-evento       PIC X(02) VALUE SPACES.
       77 pin-sec-operador     PIC X(04) VALUE SPACES.
       77 pin-sec-detalhe      PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
       COPY CALCPINX.
       PROCEDURE DIVISION USING pnexe-parametros.
       MOVE ZEROS TO RETURN-CODE.
       MOVE "99" TO pnexe-retorno.
       MOVE SPACES TO pnexe-motivo.
       ACCEPT pin-data-hoje FROM DATE YYYYMMDD.
       OPEN I-O CALCPIN.
       IF pin-status-calcpin = "35"
           OPEN OUTPUT CALCPIN
           CLOSE CALCPIN
           OPEN I-O CALCPIN
       END-IF.
       IF pin-status-calcpin NOT = "00"
           MOVE "CALCPIN.DAT INACESSIVEL" TO pnexe-motivo
           DISPLAY "CALCPIN.DAT INACESSIVEL - STATUS "
               pin-status-calcpin
           GOBACK
       END-IF.
       EVALUATE TRUE
           WHEN pnexe-conferir
               PERFORM 1000-CONFERIR-PIN THRU 1000-EXIT
           WHEN pnexe-reiniciar
               PERFORM 2000-REINICIAR-PIN THRU 2000-EXIT
           WHEN pnexe-implantar
               PERFORM 5000-IMPLANTAR-PIN THRU 5000-EXIT
           WHEN OTHER
               MOVE "FUNCAO DESCONHECIDA" TO pnexe-motivo
               MOVE 16 TO RETURN-CODE
       END-EVALUATE.
       CLOSE CALCPIN.
       GOBACK.

      *----------------------------------------------------------------*
      * 1000-CONFERIR-PIN - SEM PIN OU BLOQUEADO NAO PERGUNTA; PIN     *
      * ERRADO CONTA TENTATIVA E A TERCEIRA BLOQUEIA;                  *
      * PIN CERTO VENCIDO OU PROVISORIO SO SEGUE DEPOIS DA TROCA       *
      *----------------------------------------------------------------*
       1000-CONFERIR-PIN.
           MOVE pnexe-codigo TO pin-sec-operador.
           PERFORM 1100-LER-REGISTRO THRU 1100-EXIT.
           IF NOT pin-existe
               DISPLAY "CODIGO " pnexe-codigo " SEM PIN - PROCURE UM"
                   " SUPERVISOR"
               MOVE "PE" TO pin-sec-evento
               MOVE "CODIGO SEM PIN - PROCURE UM SUPERVISOR"
                   TO pin-sec-detalhe
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
               MOVE "03" TO pnexe-retorno
               MOVE "CODIGO SEM PIN" TO pnexe-motivo
               GO TO 1000-EXIT
           END-IF.
           IF CALCPIN-BLOQUEADO
               DISPLAY "CODIGO " pnexe-codigo " BLOQUEADO - PROCURE UM"
                   " SUPERVISOR"
               MOVE "PE" TO pin-sec-evento
               MOVE "TENTATIVA COM CODIGO BLOQUEADO"
                   TO pin-sec-detalhe
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
               MOVE "02" TO pnexe-retorno
               MOVE "CODIGO BLOQUEADO" TO pnexe-motivo
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "INFORME O PIN:".
           MOVE SPACES TO pin-entrada.
           ACCEPT pin-entrada.
           MOVE ZEROS TO pin-cifra.
           IF pin-entrada IS NUMERIC
               PERFORM 4000-CIFRAR-PIN THRU 4000-EXIT
           END-IF.
           IF pin-cifra = ZEROS OR pin-cifra NOT = CALCPIN-CIFRA
               PERFORM 1300-CONTAR-TENTATIVA THRU 1300-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE ZEROS TO CALCPIN-TENTATIVAS.
           PERFORM 1400-VERIFICAR-VALIDADE THRU 1400-EXIT.
           IF CALCPIN-PROVISORIO OR pin-vencido
               IF CALCPIN-PROVISORIO
                   DISPLAY "PIN PROVISORIO - TROQUE O PIN AGORA"
                   MOVE "PIN PROVISORIO TROCADO" TO pin-sec-detalhe
               ELSE
                   DISPLAY "PIN VENCIDO - TROQUE O PIN AGORA"
                   MOVE "PIN VENCIDO TROCADO" TO pin-sec-detalhe
               END-IF
               PERFORM 3000-DEFINIR-PIN THRU 3000-EXIT
               IF NOT pin-definido
                   REWRITE CALCPIN-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE "03" TO pnexe-retorno
                   MOVE "TROCA DE PIN NAO CONCLUIDA" TO pnexe-motivo
                   GO TO 1000-EXIT
               END-IF
               PERFORM 1200-ANOTAR-TROCA THRU 1200-EXIT
               MOVE "PC" TO pin-sec-evento
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
           END-IF.
           REWRITE CALCPIN-REGISTRO
               INVALID KEY
                   MOVE "FALHA AO REGRAVAR CALCPIN.DAT" TO pnexe-motivo
                   GO TO 1000-EXIT
           END-REWRITE.
           MOVE "00" TO pnexe-retorno.
       1000-EXIT.
           EXIT.

       1100-LER-REGISTRO.
           MOVE "N" TO pin-sw-existe.
           MOVE pnexe-codigo TO CALCPIN-CODIGO.
           READ CALCPIN
               KEY IS CALCPIN-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO pin-sw-existe
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-ANOTAR-TROCA - PIN NOVO EM USO A PARTIR DE HOJE, SEM      *
      * TENTATIVAS E SEM BLOQUEIO                                      *
      *----------------------------------------------------------------*
       1200-ANOTAR-TROCA.
           MOVE pin-cifra-nova TO CALCPIN-CIFRA.
           MOVE pin-data-hoje TO CALCPIN-DATA-TROCA.
           ACCEPT CALCPIN-HORA-TROCA FROM TIME.
           MOVE ZEROS TO CALCPIN-TENTATIVAS.
           MOVE "A" TO CALCPIN-SITUACAO.
           MOVE ZEROS TO CALCPIN-DATA-BLOQUEIO.
           MOVE ZEROS TO CALCPIN-HORA-BLOQUEIO.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1300-CONTAR-TENTATIVA - PIN ERRADO; NA TERCEIRA TENTATIVA      *
      * SEGUIDA O CODIGO FICA BLOQUEADO                                *
      *----------------------------------------------------------------*
       1300-CONTAR-TENTATIVA.
           ADD 1 TO CALCPIN-TENTATIVAS.
           MOVE "PE" TO pin-sec-evento.
           MOVE SPACES TO pin-sec-detalhe.
           STRING "PIN INCORRETO - TENTATIVA " CALCPIN-TENTATIVAS
               " DE 3" DELIMITED BY SIZE INTO pin-sec-detalhe.
           PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT.
           IF CALCPIN-TENTATIVAS < 3
               DISPLAY "PIN INCORRETO"
               MOVE "01" TO pnexe-retorno
               MOVE "PIN INCORRETO" TO pnexe-motivo
           ELSE
               DISPLAY "PIN INCORRETO PELA TERCEIRA VEZ - CODIGO "
                   pnexe-codigo " BLOQUEADO"
               MOVE "B" TO CALCPIN-SITUACAO
               MOVE pin-data-hoje TO CALCPIN-DATA-BLOQUEIO
               ACCEPT CALCPIN-HORA-BLOQUEIO FROM TIME
               MOVE "PB" TO pin-sec-evento
               MOVE "CODIGO BLOQUEADO APOS 3 TENTATIVAS"
                   TO pin-sec-detalhe
               PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT
               MOVE "02" TO pnexe-retorno
               MOVE "CODIGO BLOQUEADO" TO pnexe-motivo
           END-IF.
           REWRITE CALCPIN-REGISTRO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1400-VERIFICAR-VALIDADE - PIN VENCE QUANDO A ULTIMA TROCA NAO  *
      * PASSA DO CORTE (HOJE MENOS OS DIAS DO PARAMETRO)               *
      *----------------------------------------------------------------*
       1400-VERIFICAR-VALIDADE.
           MOVE "N" TO pin-sw-vencido.
           MOVE "0090" TO pin-prm-dias.
           OPEN INPUT PARAMETRO.
           IF pin-status-parametro = "00"
               READ PARAMETRO
                   AT END
                       MOVE SPACES TO PRM-REGISTRO
               END-READ
               IF PRM-REGISTRO(1:4) IS NUMERIC
                   MOVE PRM-REGISTRO(1:4) TO pin-prm-dias
               END-IF
               CLOSE PARAMETRO
           END-IF.
           MOVE pin-prm-dias TO pin-dias.
           IF pin-dias = ZEROS
               GO TO 1400-EXIT
           END-IF.
           MOVE "D" TO pin-funcao-data.
           MOVE pin-data-hoje TO pin-data-base.
           PERFORM 1410-RECUAR-DIA THRU 1410-EXIT pin-dias TIMES.
           MOVE ZEROS TO RETURN-CODE.
           IF CALCPIN-DATA-TROCA NOT > pin-data-base
               MOVE "S" TO pin-sw-vencido
           END-IF.
       1400-EXIT.
           EXIT.

       1410-RECUAR-DIA.
           CALL "CALCDATA" USING pin-funcao-data, pin-data-base,
               pin-data-de, pin-data-ate.
           MOVE pin-data-de TO pin-data-base.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-REINICIAR-PIN - SUPERVISOR DA UM PIN PROVISORIO AO CODIGO *
      * (CRIANDO O REGISTRO QUANDO AINDA NAO HA); O BLOQUEIO CAI E A   *
      * TROCA FICA OBRIGATORIA NO PROXIMO SIGN-ON                      *
      *----------------------------------------------------------------*
       2000-REINICIAR-PIN.
           IF pnexe-codigo = pnexe-supervisor
               DISPLAY "SUPERVISOR NAO REINICIA O PROPRIO PIN"
               MOVE "04" TO pnexe-retorno
               MOVE "REINICIO DO PROPRIO PIN" TO pnexe-motivo
               GO TO 2000-EXIT
           END-IF.
           PERFORM 1100-LER-REGISTRO THRU 1100-EXIT.
           DISPLAY "PIN PROVISORIO PARA O CODIGO " pnexe-codigo.
           PERFORM 3000-DEFINIR-PIN THRU 3000-EXIT.
           IF NOT pin-definido
               MOVE "03" TO pnexe-retorno
               MOVE "PIN PROVISORIO NAO INFORMADO" TO pnexe-motivo
               GO TO 2000-EXIT
           END-IF.
           MOVE pnexe-codigo TO CALCPIN-CODIGO.
           PERFORM 1200-ANOTAR-TROCA THRU 1200-EXIT.
           MOVE "T" TO CALCPIN-SITUACAO.
           MOVE pnexe-supervisor TO CALCPIN-SUPERVISOR.
           MOVE pin-data-hoje TO CALCPIN-DATA-REINICIO.
           IF pin-existe
               REWRITE CALCPIN-REGISTRO
                   INVALID KEY
                       MOVE "FALHA AO REGRAVAR CALCPIN.DAT"
                           TO pnexe-motivo
                       GO TO 2000-EXIT
               END-REWRITE
           ELSE
               WRITE CALCPIN-REGISTRO
                   INVALID KEY
                       MOVE "FALHA AO GRAVAR CALCPIN.DAT"
                           TO pnexe-motivo
                       GO TO 2000-EXIT
               END-WRITE
           END-IF.
           MOVE "PR" TO pin-sec-evento.
           MOVE pnexe-supervisor TO pin-sec-operador.
           MOVE SPACES TO pin-sec-detalhe.
           STRING "PIN DE " pnexe-codigo " REINICIADO (PROVISORIO)"
               DELIMITED BY SIZE INTO pin-sec-detalhe.
           PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT.
           MOVE "00" TO pnexe-retorno.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-DEFINIR-PIN - PIN NOVO DE 6 DIGITOS, DIGITADO DUAS VEZES; *
      * NA TROCA PELO PROPRIO OPERADOR TEM QUE SER DIFERENTE DO ATUAL  *
      *----------------------------------------------------------------*
       3000-DEFINIR-PIN.
           MOVE "N" TO pin-sw-definido.
           DISPLAY "NOVO PIN (6 DIGITOS, BRANCO = DESISTIR):".
           MOVE SPACES TO pin-entrada.
           ACCEPT pin-entrada.
           IF pin-entrada = SPACES
               GO TO 3000-EXIT
           END-IF.
           IF pin-entrada IS NOT NUMERIC
               DISPLAY "PIN INVALIDO - SAO 6 DIGITOS"
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "CONFIRME O NOVO PIN:".
           MOVE SPACES TO pin-confirmacao.
           ACCEPT pin-confirmacao.
           IF pin-confirmacao NOT = pin-entrada
               DISPLAY "CONFIRMACAO DIFERENTE DO PIN - NADA FOI FEITO"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 4000-CIFRAR-PIN THRU 4000-EXIT.
           IF pnexe-conferir AND pin-existe
                   AND pin-cifra = CALCPIN-CIFRA
               DISPLAY "O NOVO PIN TEM QUE SER DIFERENTE DO ATUAL"
               GO TO 3000-EXIT
           END-IF.
           MOVE pin-cifra TO pin-cifra-nova.
           MOVE "S" TO pin-sw-definido.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-CIFRAR-PIN - DOBRA O CODIGO PELA TABELA DE ALFABETO E     *
      * JUNTA COM O PIN, MODULO 999999937; A CIFRA NUNCA DA ZERO       *
      *----------------------------------------------------------------*
       4000-CIFRAR-PIN.
           MOVE pin-entrada TO pin-numero.
           MOVE ZEROS TO pin-codigo-valor.
           PERFORM 4010-DOBRAR-CARACTERE THRU 4010-EXIT
               VARYING pin-sub-char FROM 1 BY 1
               UNTIL pin-sub-char > 4.
           COMPUTE pin-trabalho =
               (pin-numero + 104729) * 7919 + pin-codigo-valor * 31.
           DIVIDE pin-trabalho BY 999999937
               GIVING pin-quociente REMAINDER pin-cifra.
           ADD 1 TO pin-cifra.
       4000-EXIT.
           EXIT.

       4010-DOBRAR-CARACTERE.
           MOVE 38 TO pin-pos.
           PERFORM 4020-PROCURAR-CARACTERE THRU 4020-EXIT
               VARYING pin-sub-tab FROM 1 BY 1
               UNTIL pin-sub-tab > 37.
           COMPUTE pin-trabalho = pin-codigo-valor * 41 + pin-pos.
           DIVIDE pin-trabalho BY 99999999
               GIVING pin-quociente REMAINDER pin-codigo-valor.
       4010-EXIT.
           EXIT.

       4020-PROCURAR-CARACTERE.
           IF pin-alfabeto(pin-sub-tab:1)
                   = pnexe-codigo(pin-sub-char:1)
               MOVE pin-sub-tab TO pin-pos
           END-IF.
       4020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-IMPLANTAR-PIN - SO ENQUANTO O CALCPIN.DAT ESTA VAZIO: O   *
      * SUPERVISOR DO OPERMNT CADASTRA O PROPRIO PIN. DAI EM DIANTE    *
      * TODO PIN NASCE PROVISORIO PELO REINICIO                        *
      *----------------------------------------------------------------*
       5000-IMPLANTAR-PIN.
           MOVE pnexe-codigo TO pin-sec-operador.
           IF pnexe-programa NOT = "OPERMNT "
               MOVE "04" TO pnexe-retorno
               MOVE "IMPLANTACAO FORA DO OPERMNT" TO pnexe-motivo
               GO TO 5000-EXIT
           END-IF.
           MOVE "S" TO pin-sw-vazio.
           MOVE LOW-VALUES TO CALCPIN-CODIGO.
           START CALCPIN KEY IS NOT LESS THAN CALCPIN-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO pin-sw-vazio
           END-START.
           IF NOT pin-vazio
               MOVE "04" TO pnexe-retorno
               MOVE "CALCPIN.DAT JA IMPLANTADO" TO pnexe-motivo
               GO TO 5000-EXIT
           END-IF.
           MOVE "N" TO pin-sw-existe.
           DISPLAY "IMPLANTACAO DO PIN - O SUPERVISOR " pnexe-codigo
               " CADASTRA O PROPRIO PIN".
           PERFORM 3000-DEFINIR-PIN THRU 3000-EXIT.
           IF NOT pin-definido
               MOVE "03" TO pnexe-retorno
               MOVE "PIN NAO CADASTRADO" TO pnexe-motivo
               GO TO 5000-EXIT
           END-IF.
           MOVE pnexe-codigo TO CALCPIN-CODIGO.
           MOVE SPACES TO CALCPIN-SUPERVISOR.
           MOVE ZEROS TO CALCPIN-DATA-REINICIO.
           PERFORM 1200-ANOTAR-TROCA THRU 1200-EXIT.
           WRITE CALCPIN-REGISTRO
               INVALID KEY
                   MOVE "FALHA AO GRAVAR CALCPIN.DAT" TO pnexe-motivo
                   GO TO 5000-EXIT
           END-WRITE.
           MOVE "PC" TO pin-sec-evento.
           MOVE "PIN DO SUPERVISOR NA IMPLANTACAO"
               TO pin-sec-detalhe.
           PERFORM 7950-GRAVAR-SEGURANCA THRU 7950-EXIT.
           MOVE "00" TO pnexe-retorno.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7950-GRAVAR-SEGURANCA - GRAVA UM EVENTO NO DIARIO DE           *
      * SEGURANCA CALCSEC.DAT COM O PROGRAMA DO CHAMADOR (ABRE, GRAVA  *
      * E FECHA NO ATO)                                                *
      *----------------------------------------------------------------*
       7950-GRAVAR-SEGURANCA.
           OPEN EXTEND CALCSEC.
           IF pin-status-calcsec = "05" OR pin-status-calcsec = "35"
               OPEN OUTPUT CALCSEC
               CLOSE CALCSEC
               OPEN EXTEND CALCSEC
           END-IF.
           ACCEPT CALCSEC-DATA FROM DATE YYYYMMDD.
           ACCEPT CALCSEC-HORA FROM TIME.
           MOVE pnexe-programa TO CALCSEC-PROGRAMA.
           MOVE pin-sec-evento TO CALCSEC-EVENTO.
           MOVE pin-sec-operador TO CALCSEC-OPERADOR.
           MOVE pin-sec-detalhe TO CALCSEC-DETALHE.
           WRITE CALCSEC-REGISTRO.
           CLOSE CALCSEC.
       7950-EXIT.
           EXIT.
       END PROGRAM OPERPIN.
