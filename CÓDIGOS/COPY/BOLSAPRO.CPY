      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA PROPOSTA DE RENOVACAO DE BOLSA
      *          (BOLSAPROP.TXT) - UMA POR BOLSA CONDICIONAL VIGENTE NO
      *          ANO DE REFERENCIA, GERADA PELO BOLSA-RENOVA (MODO G)
      *          COM A MEDIA ANUAL E A FREQUENCIA APURADAS, A PROPOSTA
      *          (RENOVAR, SUSPENDER OU CANCELAR), O NOVO FIM DE
      *          VIGENCIA E O MOTIVO; A DECISAO DO SUPERVISOR (MODO C)
      *          FICA NA PROPRIA PROPOSTA, COM QUEM DECIDIU E QUANDO
      ******************************************************************
       01 BOLSA-PROPOSTA-REG.
           02 BP-MATRICULA         PIC X(05).
           02 BP-NOME              PIC X(30).
           02 BP-MOTIVO            PIC X(20).
           02 BP-ANOMES-INICIO     PIC 9(06).
           02 BP-ANOMES-FIM        PIC 9(06).
           02 BP-ANO-REF           PIC 9(04).
           02 BP-MEDIA             PIC 9(02)V99.
           02 BP-FREQ              PIC 9(03)V9.
           02 BP-PROPOSTA          PIC X(01).
               88 BP-PROP-RENOVAR         VALUE 'R'.
               88 BP-PROP-SUSPENDER       VALUE 'S'.
               88 BP-PROP-CANCELAR        VALUE 'C'.
           02 BP-ANOMES-FIM-NOVO   PIC 9(06).
           02 BP-RAZAO             PIC X(40).
           02 BP-SITUACAO          PIC X(01).
               88 BP-SIT-PENDENTE         VALUE 'P'.
               88 BP-SIT-CONFIRMADA       VALUE 'C'.
               88 BP-SIT-REJEITADA        VALUE 'J'.
           02 BP-SUPERVISOR        PIC X(08).
           02 BP-DATA-DECISAO      PIC X(10).
