      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO MOVIMENTO DO CAIXA DE BALCAO
      *          (CAIXA<AAAAMMDD>.TXT, UM ARQUIVO POR DIA) - CADA
      *          PAGAMENTO RECEBIDO NO BALCAO: AS 36 PRIMEIRAS
      *          POSICOES SAO O LANCAMENTO NO LAYOUT TRANSACAO.CPY
      *          (TIPO C, COM A COMPETENCIA), ANEXADO AO
      *          TRANSACOES.TXT NO FECHAMENTO DO CAIXA; DEPOIS VEM A
      *          SEQUENCIA NO CAIXA, A MATRICULA, A FORMA DE
      *          PAGAMENTO, A HORA E O OPERADOR QUE RECEBEU
      ******************************************************************
       01 CAIXA-MOV-REG.
           02 CV-LANCAMENTO.
               03 CV-CONTA         PIC X(10).
               03 CV-VALOR         PIC 9(07)V99.
               03 CV-DATA          PIC X(10).
               03 CV-TIPO          PIC X(01).
               03 CV-COMPETENCIA   PIC 9(06).
           02 CV-SEQUENCIA         PIC 9(04).
           02 CV-MATRICULA         PIC X(05).
           02 CV-FORMA             PIC X(01).
               88 CV-DINHEIRO             VALUE 'D'.
               88 CV-CARTAO               VALUE 'C'.
           02 CV-HORA              PIC 9(06).
           02 CV-OPERADOR          PIC X(08).
