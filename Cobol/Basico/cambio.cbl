      ******************************************************************
      * Author: Ricardo P. Santos
      * Date: 15/10
      * Purpose: Conversao de moeda - valor na moeda estrangeira em
      *          numero-um e cotacao (reais por unidade da moeda, seis
      *          casas decimais, lida de CAMBMST.DAT pelo chamador) em
      *          cambio-cotacao. Devolve em resultado o valor em reais,
      *          arredondado em centavos. Mesmo desenho dos demais
      *          subprogramas (COPY CALCWS na LINKAGE, RETURN-CODE 16
      *          e resultado zerado no estouro de capacidade). Cotacao
      *          zero tambem devolve 16 - nao existe moeda que valha
      *          nada, e cotacao zerada e cadastro com defeito.
      * Tectonics: cobc
      * Mod-log:
      *  15/10 RPS  Criado para a operacao de conversao (C) - acabou
      *             a conversao na maquina de mesa antes da digitacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIO.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       COPY CALCWS.
       01 cambio-cotacao       PIC 9(05)V9(06).
       PROCEDURE DIVISION USING numero-um, numero-dois, resultado,
           cambio-cotacao.
       MOVE ZEROS TO RETURN-CODE.
       IF cambio-cotacao = ZEROS
           MOVE ZEROS TO resultado
           MOVE 16 TO RETURN-CODE
           DISPLAY "ERRO COTACAO ZERADA"
           GOBACK
       END-IF.
       COMPUTE resultado ROUNDED = numero-um * cambio-cotacao
       ON SIZE ERROR
       MOVE ZEROS TO resultado
       MOVE 16 TO RETURN-CODE
       DISPLAY "ERRO RESULTADO MAIOR QUE A CAPACIDADE"
       END-COMPUTE
       GOBACK.
       END PROGRAM CAMBIO.
