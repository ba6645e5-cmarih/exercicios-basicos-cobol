      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ORCAMENTO ANUAL POR CONTA DO RAZAO
      *          (ORCAMENTO.TXT) - UM REGISTRO POR CM-CONTA E AAAAMM
      *          DO EXERCICIO (ANO CIVIL), MANTIDO PELO
      *          CADASTRO-ORCAMENTO; O ORCAMENTO-VARIACAO CONFRONTA
      *          O ORCADO COM O REALIZADO CONGELADO PELO FECHA-MES
      *          (MOVFEC<AAAAMM>.TXT, CREDITOS MENOS DEBITOS)
      ******************************************************************
       01 ORCAMENTO-REG.
           02 OR-CONTA             PIC X(10).
           02 OR-ANOMES            PIC 9(06).
           02 OR-VALOR             PIC 9(09)V99.
