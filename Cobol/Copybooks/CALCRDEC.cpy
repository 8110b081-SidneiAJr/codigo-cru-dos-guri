      ******************************************************************
      * Copybook: CALCRDEC
      * Purpose:  Record layout for the RECERT.DEC recertification
      *           decision file - arquivo texto (LINE SEQUENTIAL), uma
      *           linha por operador ativo. Gerado pelo OPERCERT junto
      *           com o relatorio de recertificacao, com a decisao em
      *           branco; o revisor preenche a coluna 6 e o OPERBAIX
      *           aplica as decisoes no OPERMST.DAT. O nome e so para
      *           o revisor se achar - quem manda e o codigo.
      *           Decisao:
      *             M manter o acesso
      *             R revogar (o operador e desativado no cadastro)
      *             branco ainda sem decisao (fica como esta)
      * Mod-log:
      *  15/10 RPS  Criado junto com a recertificacao de acessos.
      ******************************************************************
       01 CALCRDEC-REGISTRO.
           05 CALCRDEC-CODIGO         PIC X(04).
           05 FILLER                  PIC X(01).
           05 CALCRDEC-DECISAO        PIC X(01).
               88 CALCRDEC-MANTER            VALUE "M" "m".
               88 CALCRDEC-REVOGAR           VALUE "R" "r".
               88 CALCRDEC-SEM-DECISAO       VALUE " ".
           05 FILLER                  PIC X(01).
           05 CALCRDEC-NOME           PIC X(30).
           05 FILLER                  PIC X(01).
           05 CALCRDEC-PERFIL         PIC X(01).
           05 FILLER                  PIC X(01).
           05 CALCRDEC-ALERTA         PIC X(08).
