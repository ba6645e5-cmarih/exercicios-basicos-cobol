      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO PEDIDO DE RECIBO (RECIBOPED.TXT) - O
      *          CAIXA-BALCAO GRAVA AQUI O PAGAMENTO QUE ACABOU DE
      *          RECEBER E CHAMA O RECIBO-EMITE, QUE EMITE O RECIBO
      *          NA HORA SEM O OPERADOR REDIGITAR CONTA, VALOR E DATA
      *          E ESVAZIA O ARQUIVO DEPOIS DE CADA EMISSAO
      ******************************************************************
       01 RECIBO-PED-REG.
           02 RP-OPERADOR          PIC X(08).
           02 RP-CONTA             PIC X(10).
           02 RP-VALOR             PIC 9(07)V99.
           02 RP-DATA              PIC X(10).
