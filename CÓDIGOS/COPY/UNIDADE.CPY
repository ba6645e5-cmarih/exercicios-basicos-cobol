      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE UNIDADES ESCOLARES
      *          (UNIDADES.TXT), UMA LINHA POR UNIDADE (FILIAL) -
      *          CODIGO DE 2 POSICOES (01 = SEDE, O VALOR DOS
      *          REGISTROS ANTIGOS COM UNIDADE EM BRANCO), NOME QUE
      *          SAI NO CABECALHO DOS RELATORIOS DA UNIDADE E
      *          SITUACAO; O CODIGO 00 E RESERVADO PARA A VISAO
      *          CONSOLIDADA (TODAS AS UNIDADES) E NAO E CADASTRADO
      ******************************************************************
       01 UNIDADE-REG.
           02 UN-CODIGO            PIC X(02).
           02 UN-NOME              PIC X(40).
           02 UN-ATIVA             PIC X(01).
               88 UN-ATIVA-SIM            VALUE 'S' ' '.
               88 UN-ATIVA-NAO            VALUE 'N'.
