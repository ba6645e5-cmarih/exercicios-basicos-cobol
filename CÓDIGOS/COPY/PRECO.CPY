      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA TABELA DE PRECOS DA MENSALIDADE
      *          (PRECOS.TXT), MANTIDA PELO CADASTRO-PRECO: A CHAVE E
      *          SERIE + TURMA + AAAAMM DE INICIO DA VIGENCIA; TURMA
      *          EM BRANCO VALE PARA A SERIE INTEIRA E TURMA PREENCHIDA
      *          E PRECO PROPRIO DAQUELA TURMA (PREVALECE SOBRE O DA
      *          SERIE); CADA PRECO VALE DO SEU INICIO ATE O INICIO
      *          SEGUINTE DA MESMA CHAVE; A ROTINA MENSALIDADE-PRECO
      *          DEVOLVE O PRECO BASE DE UMA TURMA NUM AAAAMM, ANTES
      *          DOS DESCONTOS DO BOLSAS.TXT
      * Modification History:
      *   15/10/2026 MC  - Unidade escolar do preco proprio de turma
      *                    (PC-UNIDADE, em branco vale 01 - sede): cada
      *                    unidade tem os seus codigos de turma, e a
      *                    chave do preco de turma passa a ser unidade +
      *                    turma + inicio; o preco da serie vale para
      *                    todas as unidades
      ******************************************************************
       01 PRECO-REG.
           02 PC-SERIE             PIC 9(02).
           02 PC-TURMA             PIC X(03).
           02 PC-ANOMES-INICIO     PIC 9(06).
           02 PC-VALOR             PIC 9(07)V99.
           02 PC-UNIDADE           PIC X(02).
