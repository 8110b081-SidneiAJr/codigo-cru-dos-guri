      *             0061 I operador alterado (OPERMNT)
      *             0062 I operador desativado (OPERMNT)
      *             0063 I operador reativado (OPERMNT)
      *             0064 I PIN de operador reiniciado (OPERMNT)
      *             0065 I taxa incluida (RATEMNT)
      *             0066 I taxa alterada (RATEMNT)
      *             0067 I taxa desativada (RATEMNT)
      *             0111 A reconstrucao liberada com log reprovado
      *             0122 E restauracao de geracao com divergencia
      *                  (CALCRST)
      *             0130 I tarifa incluida (TARFMNT)
      *             0131 I tarifa alterada (TARFMNT)
      *             0132 I tarifa desativada (TARFMNT)
      *             0133 I tarifa reativada (TARFMNT)
      *             0134 A operacao sem tarifa no faturamento
      *                  (CALCFAT)
      *             0140 A acima do limite - pendente de aprovacao
      *                  (CALCDOS, CALCBAT)
      *             0141 I pendente aprovado (CALCAPRV)
      *             0142 A pendente recusado (CALCAPRV)
      *             0143 E dia com calculo pendente - fechamento
      *                  recusado (CALCDAY)
      *             0150 I cotacao incluida (CAMBMNT)
      *             0151 I cotacao alterada (CAMBMNT)
      *             0152 I cotacao excluida (CAMBMNT)
      *             0153 A conversao com cotacao de dia anterior
      *                  (CALCDOS, CALCBAT)
      *             0154 E soma/subtracao com moedas diferentes
      *                  recusada (CALCDOS)
      *             0160 A grupo suspeito de duplicidade (CALCDUP)
      *             0170 I mapa de contas incluido (CONTMNT)
      *             0171 I mapa de contas alterado (CONTMNT)
      *             0172 I mapa de contas desativado (CONTMNT)
      *             0173 I mapa de contas reativado (CONTMNT)
      *             0174 I diario contabil gerado (CALCCTB)
      *             0175 E diario recusado - dia nao fechado ou ja
      *                  enviado (CALCCTB)
      *             0176 A dia reaberto apos envio a contabilidade
      *                  (CALCDAY)
      *             0177 A diario de correcao gerado (CALCCTB)
      *             0178 E diario recusado - sem mapa de contas, sem
      *                  cotacao ou sem diario anterior (CALCCTB)
      *             0180 I dia incluido no calendario (CALNMNT)
      *             0181 I dia do calendario alterado (CALNMNT)
      *             0182 I dia excluido do calendario (CALNMNT)
      *             0183 A dia nao util fechado com lancamentos
      *                  (CALCDAY)
      *             0190 A mes sem arquivo - lacuna no comparativo
      *                  de tendencia (CALCTEND)
      *             0200 E historico com operador fora do OPERMST
      *                  (CALCINTG)
      *             0201 E historico com departamento fora do DEPTMST
      *             0202 E estornado sem estorno correspondente
      *             0203 E estorno para transacao inexistente
      *             0204 E estorno a mais ou nao reconhecido
      *             0205 E historico com data no futuro
      *             0206 E transacao acima da ultima do CALCSEQ
      *             0207 E dia fechado nao bate com o historico
      *             0210 I formula incluida (FORMMNT)
      *             0211 I formula alterada (FORMMNT)
      *             0212 I formula desativada (FORMMNT)
      *             0213 I formula reativada (FORMMNT)
      *             0214 E formula interrompida - nada gravado
      *                  (CALCDOS, CALCBAT)
      *             0220 I tabela de rateio incluida (RATOMNT)
      *             0221 I tabela de rateio alterada (RATOMNT)
      *             0222 I tabela de rateio desativada (RATOMNT)
      *             0223 I tabela de rateio reativada (RATOMNT)
      *             0224 E rateio recusado - nada gravado (CALCDOS,
      *                  CALCBAT)
      *             0230 I tabela progressiva incluida (FAIXMNT)
      *             0231 I tabela progressiva alterada (FAIXMNT)
      *             0232 I tabela progressiva desativada (FAIXMNT)
      *             0233 I tabela progressiva reativada (FAIXMNT)
      *             0234 E retencao recusada - nada gravado (CALCDOS,
      *                  CALCBAT)
      *             0240 A estatistica de horario nao atualizada
      *             0241 A motivo do estorno nao gravado (CALCINQ)
      *             0250 I amostra de auditoria gerada (AUDAMOS)
      *             0251 E amostra recusada - mes ja amostrado
      *                  (AUDAMOS)
      *             0252 I fechamento da auditoria do mes (AUDFECH);
      *                  A quando ainda ha item pendente
      *             0260 I recertificacao listada (OPERCERT); A quando
      *                  ha conta dormente ou supervisor sem FP
      *             0261 I decisoes da recertificacao aplicadas
      *                  (OPERBAIX)
      *             0262 A decisao recusada ou em branco (OPERBAIX)
      *             0270 I lote com data-valor futura retido (CALCNITE)
      *             0271 I lote retido liberado e rodado (CALCNITE)
      *             0272 E lote retido passou da data-valor sem ser
      *                  liberado - liberado na noite (CALCNITE)
      *             0273 E lote ja retido - arquivo recusado (CALCNITE)
      *             0274 I lote retido cancelado (HOLDMNT)
      *             0275 E lote nao retido - falha na copia HLD ou no
      *                  CALCHOLD; fica na fila (CALCNITE)
      *             0280 I lacre do log integro (LOGVRFY)
      *             0281 E lacre do log reprovado (LOGVRFY)
      *             0282 I passagem de turno assinada (CALCTURN)
      *             0283 A passagem de turno sem assinatura (CALCTURN)
      * Mod-log:
      *  21/08 RPS  Criado para centralizar as mensagens de operacao.
      *  21/08 RPS  Mensagem 0021 (sequencia indisponivel) incluida
      *             continua com OPEN EXTEND e marca a mensagem nova
      *             como pendente. O expurgo das revisadas antigas e
      *             funcao do CALCMSGL.
      *  15/10 RPS  Mensagens 0130-0134 da tabela de tarifas
      *             (TARFMNT) e do faturamento mensal (CALCFAT).
      *  15/10 RPS  Mensagens 0140-0143 da fila de aprovacao de
      *             supervisor (CALCPEND/CALCAPRV).
      *  15/10 RPS  Mensagens 0150-0154 do cadastro de cotacoes
      *             (CAMBMNT) e da conversao de moeda.
      *  15/10 RPS  Mensagem 0160 do relatorio de suspeitas de
      *             duplicidade (CALCDUP).
      *  15/10 RPS  Mensagens 0170-0178 do mapa de contas (CONTMNT)
      *             e da interface com a contabilidade (CALCCTB).
      *  15/10 RPS  Mensagens 0180-0183 do calendario de dias uteis
      *             (CALNMNT) e do fechamento em dia nao util.
      *  15/10 RPS  Mensagem 0190 do comparativo mensal de tendencia
      *             (CALCTEND).
      *  15/10 RPS  Mensagens 0200-0207 da varredura de integridade
      *             do historico (CALCINTG).
      *  15/10 RPS  Mensagens 0210-0214 do cadastro de formulas
      *             (FORMMNT) e da execucao em cadeia.
      *  15/10 RPS  Mensagens 0220-0224 das tabelas de rateio
      *             (RATOMNT) e do rateio entre departamentos.
      *  15/10 RPS  Mensagens 0230-0234 das tabelas progressivas
      *             (FAIXMNT) e da retencao na fonte.
      *  15/10 RPS  Mensagens 0250-0252 da amostragem de auditoria
      *             (AUDAMOS/AUDFECH); 0230-0234, 0240 e 0241 que
      *             faltavam na numeracao em uso.
      *  15/10 RPS  Mensagens 0260-0262 da recertificacao de acessos
      *             (OPERCERT/OPERBAIX); a revogacao usa a 0062.
      *  15/10 RPS  Mensagens 0270-0274 da retencao de lotes com
      *             data-valor futura (CALCNITE/HOLDMNT).
      *  15/10 RPS  Mensagens 0280/0281 do veredicto do LOGVRFY e
      *             0282/0283 da passagem de turno (CALCTURN).
      *  15/10 RPS  Mensagem 0064 do reinicio de PIN no OPERMNT.
      *  15/10 RPS  Mensagem 0275 da retencao de lote nao concluida
      *             (CALCNITE).
      ******************************************************************
       01 CALCMSG-REGISTRO.
           05 CALCMSG-NUMERO          PIC 9(04).
