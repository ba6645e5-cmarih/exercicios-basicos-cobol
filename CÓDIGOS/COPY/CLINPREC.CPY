      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TABELA DE PRECOS DA CLINICA (CLINPRECO.TXT)
      *          - MANTIDA PELO CADASTRO-CONVENIO: PRECO DO SERVICO
      *          (C = CONSULTA, A = AVALIACAO, G = SESSAO DE PROGRAMA
      *          EM GRUPO) POR PAGADOR (CONVENIO EM BRANCO = PARTICULAR,
      *          SENAO O PRECO NEGOCIADO COM O CONVENIO) E AAAAMM DE
      *          INICIO DA VIGENCIA; A CONTA DE RECEITA DA CLINICA NO
      *          CONTAMESTRE.TXT (TIPO C) E O CODIGO DO PROCEDIMENTO NA
      *          TABELA DA OPERADORA (VAI NA GUIA) FICAM NA LINHA DO
      *          PRECO
      ******************************************************************
       01 CLIN-PRECO-REG.
           02 CP-SERVICO           PIC X(01).
               88 CP-SERVICO-CONSULTA     VALUE 'C'.
               88 CP-SERVICO-AVALIACAO    VALUE 'A'.
               88 CP-SERVICO-GRUPO        VALUE 'G'.
               88 CP-SERVICO-VALIDO       VALUE 'C' 'A' 'G'.
           02 CP-CONVENIO          PIC X(05).
           02 CP-ANOMES-INICIO     PIC 9(06).
           02 CP-VALOR             PIC 9(07)V99.
           02 CP-CONTA             PIC X(10).
           02 CP-PROCEDIMENTO      PIC X(10).
