      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE TITULOS DE COBRANCA EMITIDOS
      *          (TITULOS.TXT) - UM BOLETO POR ALUNO/MES, GRAVADO PELO
      *          BANCO-REMESSA NA GERACAO DA REMESSA CNAB E BAIXADO
      *          PELO BANCO-IMPORTA NO RETORNO; A CHAVE E O NOSSO
      *          NUMERO (SEQUENCIA DA ESCOLA: MAIOR JA EMITIDO + 1);
      *          TI-REMESSA E O NUMERO SEQUENCIAL DA REMESSA QUE
      *          LEVOU O TITULO AO BANCO; SITUACAO E = EMITIDO,
      *          L = LIQUIDADO PELO VALOR DO TITULO, D = LIQUIDADO
      *          COM VALOR DIFERENTE (CONFERIR NO BANCOREV.TXT)
      ******************************************************************
       01 TITULO-REG.
           02 TI-NOSSO-NUMERO      PIC 9(10).
           02 TI-MATRICULA         PIC X(05).
           02 TI-COMPETENCIA       PIC 9(06).
           02 TI-VENCIMENTO        PIC 9(08).
           02 TI-VALOR             PIC 9(07)V99.
           02 TI-REMESSA           PIC 9(07).
           02 TI-DATA-EMISSAO      PIC 9(08).
           02 TI-SITUACAO          PIC X(01).
               88 TI-EMITIDO              VALUE 'E'.
               88 TI-LIQUIDADO            VALUE 'L'.
               88 TI-LIQUIDADO-DIVERGENTE VALUE 'D'.
           02 TI-VALOR-PAGO        PIC 9(07)V99.
           02 TI-DATA-PGTO         PIC X(10).
