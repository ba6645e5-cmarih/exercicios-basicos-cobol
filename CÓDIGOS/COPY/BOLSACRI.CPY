      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CRITERIO DE RENOVACAO DE BOLSA POR MOTIVO
      *          (BOLSACRIT.TXT), MANTIDO PELO MANUTENCAO-PARAM (OPCAO
      *          B): MEDIA ANUAL E FREQUENCIA (%) MINIMAS PARA
      *          RENOVAR, CORTES ABAIXO DOS QUAIS A BOLSA E CANCELADA
      *          (ENTRE O CORTE E O MINIMO ELA E SUSPENSA) E QUANTOS
      *          MESES A RENOVACAO ESTENDE A VIGENCIA; MOTIVO SEM
      *          CRITERIO (IRMAOS, CONVENIO...) NAO E CONDICIONAL E
      *          FICA FORA DO BOLSA-RENOVA
      ******************************************************************
       01 BOLSA-CRITERIO-REG.
           02 BC-MOTIVO            PIC X(20).
           02 BC-MEDIA-RENOVA      PIC 9(02)V99.
           02 BC-MEDIA-CORTE       PIC 9(02)V99.
           02 BC-FREQ-RENOVA       PIC 9(03).
           02 BC-FREQ-CORTE        PIC 9(03).
           02 BC-MESES-RENOVA      PIC 9(02).
