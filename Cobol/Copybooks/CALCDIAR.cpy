      ******************************************************************
      * Copybook: CALCDIAR
      * Purpose:  Record layout for the DIARIOaaaammddss.CTB general
      *           ledger journal file gerado pelo CALCCTB (sequencial
      *           de linha, 80 posicoes). Registro H de cabecalho com
      *           a data do movimento, a especie (N normal, C correcao)
      *           e o carimbo do fechamento; registros D de lancamento,
      *           um por departamento/operacao/conta/natureza, com o
      *           valor somado em reais e a origem (N movimento, E
      *           estorno do dia lancado na natureza oposta, V reversao
      *           do diario anterior num diario de correcao); registro
      *           T de trailer com a quantidade de lancamentos e os
      *           totais a debito e a credito, que sempre batem.
      * Mod-log:
      *  15/10 RPS  Criado junto com o CALCCTB.
      ******************************************************************
       01 CALCDIAR-REGISTRO.
           05 CALCDIAR-TIPO           PIC X(01).
               88 CALCDIAR-CABECALHO        VALUE "H".
               88 CALCDIAR-LANCAMENTO       VALUE "D".
               88 CALCDIAR-TRAILER          VALUE "T".
           05 CALCDIAR-DADOS          PIC X(79).
           05 CALCDIAR-CAB REDEFINES CALCDIAR-DADOS.
               10 CALCDIAR-CAB-DATA-MOVTO   PIC 9(08).
               10 CALCDIAR-CAB-ESPECIE      PIC X(01).
                   88 CALCDIAR-CAB-NORMAL       VALUE "N".
                   88 CALCDIAR-CAB-CORRECAO     VALUE "C".
               10 CALCDIAR-CAB-SEQUENCIA    PIC 9(02).
               10 CALCDIAR-CAB-DATA-GERACAO PIC 9(08).
               10 CALCDIAR-CAB-HORA-GERACAO PIC 9(08).
               10 CALCDIAR-CAB-DATA-FECH    PIC 9(08).
               10 CALCDIAR-CAB-HORA-FECH    PIC 9(08).
               10 CALCDIAR-CAB-OPERADOR     PIC X(04).
               10 FILLER                    PIC X(32).
           05 CALCDIAR-LAN REDEFINES CALCDIAR-DADOS.
               10 CALCDIAR-LAN-DATA-MOVTO   PIC 9(08).
               10 CALCDIAR-LAN-DEPTO        PIC X(04).
               10 CALCDIAR-LAN-OPERACAO     PIC X(01).
               10 CALCDIAR-LAN-CONTA        PIC X(12).
               10 CALCDIAR-LAN-NATUREZA     PIC X(01).
                   88 CALCDIAR-LAN-DEBITO       VALUE "D".
                   88 CALCDIAR-LAN-CREDITO      VALUE "C".
               10 CALCDIAR-LAN-ORIGEM       PIC X(01).
                   88 CALCDIAR-LAN-MOVIMENTO    VALUE "N".
                   88 CALCDIAR-LAN-ESTORNO      VALUE "E".
                   88 CALCDIAR-LAN-REVERSAO     VALUE "V".
               10 CALCDIAR-LAN-VALOR        PIC 9(13)V99.
               10 CALCDIAR-LAN-QTDE         PIC 9(07).
               10 FILLER                    PIC X(30).
           05 CALCDIAR-TRL REDEFINES CALCDIAR-DADOS.
               10 CALCDIAR-TRL-DATA-MOVTO   PIC 9(08).
               10 CALCDIAR-TRL-LANCAMENTOS  PIC 9(07).
               10 CALCDIAR-TRL-TOTAL-DEBITO PIC 9(13)V99.
               10 CALCDIAR-TRL-TOTAL-CREDITO PIC 9(13)V99.
               10 FILLER                    PIC X(34).
