      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CARTAO DA REGUA DE COBRANCA (REGUAPAR.TXT) -
      *          MANTIDO PELO MANUTENCAO-PARAM (OPCAO C) E LIDO PELO
      *          REGUA-COBRANCA: DIAS DE ATRASO (CONTADOS DO
      *          VENCIMENTO, DIA 05) QUE DISPARAM CADA ETAPA -
      *          LEMBRETE, CARTA FORMAL, LIGACAO E AVISO PREVIO DE
      *          NEGATIVACAO -, OS DIAS DE ESPERA ENTRE O AVISO
      *          PREVIO E A INCLUSAO NO BIRO DE CREDITO, O PRAZO EM
      *          DIAS PARA A BAIXA DEPOIS DO PAGAMENTO OU DO ACORDO
      *          E O CODIGO DA ESCOLA COMO ASSOCIADA DO BIRO
      ******************************************************************
       01 REGUA-PARAM-REG.
           02 RG-DIAS-LEMBRETE     PIC 9(03).
           02 RG-DIAS-CARTA        PIC 9(03).
           02 RG-DIAS-TELEFONE     PIC 9(03).
           02 RG-DIAS-AVISO        PIC 9(03).
           02 RG-DIAS-ESPERA       PIC 9(03).
           02 RG-DIAS-BAIXA        PIC 9(02).
           02 RG-ASSOCIADO         PIC X(10).
