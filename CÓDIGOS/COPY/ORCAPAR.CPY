      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CARTAO DO RELATORIO DE ORCADO X REALIZADO
      *          (ORCAPAR.TXT) - MANTIDO PELO CADASTRO-ORCAMENTO E
      *          LIDO PELO ORCAMENTO-VARIACAO: PERCENTUAL DE
      *          TOLERANCIA DA VARIACAO (REALIZADO CONTRA ORCADO) ALEM
      *          DO QUAL A CONTA SAI MARCADA PARA A REUNIAO MENSAL DA
      *          DIRETORIA
      ******************************************************************
       01 ORCA-PARAM-REG.
           02 OP-TOLERANCIA        PIC 9(03)V99.
