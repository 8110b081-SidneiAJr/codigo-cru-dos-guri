      ******************************************************************
      * Copybook: CALCFEXE
      * Purpose:  Entradas e tabela de passos da execucao de uma
      *           formula de FORMMST.DAT pelo subprograma FORMULA. O
      *           chamador preenche as entradas (ate 3, na ordem dos
      *           rotulos do CALCFORM); o FORMULA devolve uma linha
      *           por passo com a operacao, o modo, os operandos
      *           exatamente como passados ao subprograma do calculo,
      *           o resultado e o retorno. Na falha o FORMULA devolve
      *           o passo que parou a cadeia e o motivo, e o chamador
      *           nao grava nada. COPY into WORKING-STORAGE of the
      *           caller (CALCDOS, CALCBAT) and into the LINKAGE
      *           SECTION of FORMULA, como o CALCADEM.
      * Mod-log:
      *  15/10 RPS  Criado junto com o subprograma FORMULA.
      ******************************************************************
       01 fmexe-entradas.
           05 fmexe-entrada OCCURS 3 TIMES PIC S9(05)V99.
       01 fmexe-tabela.
           05 fmexe-qtde-passos        PIC 9(01).
           05 fmexe-passo-falho        PIC 9(01).
           05 fmexe-motivo             PIC X(40).
           05 fmexe-passo OCCURS 8 TIMES.
               10 fmexe-operacao       PIC X(01).
               10 fmexe-modo           PIC X(01).
               10 fmexe-num-um         PIC S9(05)V99.
               10 fmexe-num-dois       PIC S9(05)V99.
               10 fmexe-resultado      PIC S9(07)V99.
               10 fmexe-retorno        PIC 9(03).
