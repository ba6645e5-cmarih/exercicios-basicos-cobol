      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CONTROLE DO CAIXA DE BALCAO (CAIXACTL.TXT,
      *          UM REGISTRO: O CAIXA DO DIA) E DO HISTORICO DE
      *          FECHAMENTOS (CAIXAHIS.TXT, UMA LINHA POR CAIXA
      *          FECHADO) - ABERTURA COM OPERADOR, HORA E FUNDO DE
      *          TROCO; FECHAMENTO COM OPERADOR, HORA, O ESPERADO E O
      *          CONTADO POR FORMA DE PAGAMENTO (DINHEIRO JA COM O
      *          FUNDO) E A DIFERENCA (CONTADO MENOS ESPERADO);
      *          CX-ENVIADO MARCA O LOTE DO DIA JA ANEXADO AO
      *          TRANSACOES.TXT (NO HISTORICO, GRAVADO NO FECHAMENTO,
      *          FICA N - O ENVIO VEM EM SEGUIDA). MANTIDO PELO
      *          CAIXA-BALCAO
      ******************************************************************
       01 CAIXA-CTL-REG.
           02 CX-DATA              PIC 9(08).
           02 CX-SITUACAO          PIC X(01).
               88 CX-ABERTO               VALUE 'A'.
               88 CX-FECHADO              VALUE 'F'.
           02 CX-OPER-ABRE         PIC X(08).
           02 CX-HORA-ABRE         PIC 9(06).
           02 CX-FUNDO             PIC 9(07)V99.
           02 CX-OPER-FECHA        PIC X(08).
           02 CX-HORA-FECHA        PIC 9(06).
           02 CX-QTD-PGTOS         PIC 9(04).
           02 CX-ESPERADO-DIN      PIC 9(07)V99.
           02 CX-CONTADO-DIN       PIC 9(07)V99.
           02 CX-DIFERENCA-DIN     PIC S9(07)V99
                                   SIGN LEADING SEPARATE.
           02 CX-ESPERADO-CAR      PIC 9(07)V99.
           02 CX-CONTADO-CAR       PIC 9(07)V99.
           02 CX-DIFERENCA-CAR     PIC S9(07)V99
                                   SIGN LEADING SEPARATE.
           02 CX-ENVIADO           PIC X(01).
               88 CX-LOTE-ENVIADO         VALUE 'S'.
