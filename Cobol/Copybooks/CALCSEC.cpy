      *           (aceita ou recusada, com o codigo tentado), o inicio
      *           e o fim de sessao e cada uso ou recusa de funcao
      *           gatilhada por supervisor (estorno do CALCINQ,
      *           manutencoes, reabertura de dia, decisao da fila de
      *           aprovacao do CALCAPRV). Listagem pelo
      *           SECLIST com filtro de data e operador. Este arquivo
      *           NAO entra no expurgo do CALCMSGL nem de nenhuma
      *           rotina de limpeza - e evidencia de auditoria e so
      *             SF sessao encerrada
      *             FP funcao privilegiada executada/autorizada
      *             FR funcao privilegiada recusada
      *             AU fechamento da amostra de auditoria (AUDFECH),
      *                uma linha por departamento e uma do total
      *             RM recertificacao - acesso mantido (OPERBAIX)
      *             RR recertificacao - acesso revogado (OPERBAIX)
      *             PT passagem de turno assinada (CALCTURN), gravada
      *                com o operador que recebe o turno
      *             PE PIN incorreto ou tentativa com codigo bloqueado
      *                (OPERPIN, com o programa do sign-on)
      *             PB codigo bloqueado na terceira tentativa errada
      *             PC PIN trocado (vencido ou provisorio) ou
      *                cadastrado na implantacao (OPERMNT)
      *             PR PIN reiniciado por supervisor (OPERMNT), com o
      *                supervisor como operador e o codigo no detalhe
      * Mod-log:
      *  03/09 RPS  Criado a pedido da auditoria - a tentativa de
      *             sign-on recusada sumia sem deixar rastro.
      *  15/10 RPS  Cada aprovacao ou recusa de pendente no CALCAPRV
      *             e gravada como FP, com o operador original.
      *  15/10 RPS  Evento AU do fechamento da auditoria; o AUDREG
      *             grava sign-on e sessao do auditor.
      *  15/10 RPS  Eventos RM e RR das decisoes da recertificacao,
      *             gravados com o supervisor e o codigo revisado no
      *             detalhe.
      *  15/10 RPS  Evento PT da passagem de turno do CALCTURN.
      *  15/10 RPS  Eventos PE, PB, PC e PR do PIN no sign-on
      *             (OPERPIN).
      ******************************************************************
       01 CALCSEC-REGISTRO.
           05 CALCSEC-DATA            PIC 9(08).
               88 CALCSEC-EV-SESSAO-FIM      VALUE "SF".
               88 CALCSEC-EV-FUNCAO-USADA    VALUE "FP".
               88 CALCSEC-EV-FUNCAO-RECUSADA VALUE "FR".
               88 CALCSEC-EV-AUDITORIA       VALUE "AU".
               88 CALCSEC-EV-RECERT-MANTIDO  VALUE "RM".
               88 CALCSEC-EV-RECERT-REVOGADO VALUE "RR".
               88 CALCSEC-EV-PASSAGEM-TURNO  VALUE "PT".
               88 CALCSEC-EV-PIN-INCORRETO   VALUE "PE".
               88 CALCSEC-EV-PIN-BLOQUEIO    VALUE "PB".
               88 CALCSEC-EV-PIN-TROCADO     VALUE "PC".
               88 CALCSEC-EV-PIN-REINICIADO  VALUE "PR".
           05 CALCSEC-OPERADOR        PIC X(04).
           05 CALCSEC-DETALHE         PIC X(40).
