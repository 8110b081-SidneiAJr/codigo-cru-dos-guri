      ******************************************************************
      * Copybook: CALCRTEX
      * Purpose:  Tabela de partes devolvida pelo subprograma RATEIO
      *           na divisao de um valor por uma tabela de RATOMST.DAT
      *           (CALCRATO). Uma linha por departamento participante,
      *           na ordem do cadastro, com o percentual e o valor da
      *           parte ja arredondado em centavos. O residuo do
      *           arredondamento (valor menos a soma das partes
      *           arredondadas) ja vem somado a parte de maior
      *           percentual (a primeira, no empate), indicada em
      *           rtexe-parte-maior - a soma das partes e sempre o
      *           valor original. Na falha o RATEIO devolve o motivo
      *           e o chamador nao grava nada. COPY into WORKING-
      *           STORAGE of the caller (CALCDOS, CALCBAT) and into
      *           the LINKAGE SECTION of RATEIO, como o CALCFEXE.
      * Mod-log:
      *  15/10 RPS  Criado junto com o subprograma RATEIO.
      ******************************************************************
       01 rtexe-tabela.
           05 rtexe-qtde-partes        PIC 9(02).
           05 rtexe-parte-maior        PIC 9(02).
           05 rtexe-residuo            PIC S9(05)V99.
           05 rtexe-motivo             PIC X(40).
           05 rtexe-parte OCCURS 20 TIMES.
               10 rtexe-depto          PIC X(04).
               10 rtexe-percentual     PIC 9(03)V99.
               10 rtexe-valor          PIC S9(05)V99.
