      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CARTAO DE CAPACIDADE DO ACERVO
      *          (CAPACIDADE.TXT), UMA LINHA POR ARQUIVO - LIMITE DE
      *          REGISTROS (A MENOR TABELA EM MEMORIA QUE AINDA CARREGA
      *          O ARQUIVO), LIMITE EM BYTES (COTA DE DISCO) E DIAS SEM
      *          CRESCER QUE INDICAM ALIMENTACAO PARADA; ZERO = SEM
      *          LIMITE OU SEM VIGILANCIA. O ARQUIVO TOTAL TRAZ A COTA
      *          DE DISCO DO ACERVO INTEIRO. A LINHA DO CARTAO
      *          SUBSTITUI O PADRAO DO CATALOGO-TENDENCIA PARA O
      *          ARQUIVO
      ******************************************************************
       01 CAPACIDADE-REG.
           02 CP-ARQUIVO           PIC X(20).
           02 CP-LIMITE-REGISTROS  PIC 9(08).
           02 CP-LIMITE-BYTES      PIC 9(12).
           02 CP-DIAS-PARADO       PIC 9(03).
