      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO PEDIDO DE DEVOLUCAO DE CREDITO
      *          (REEMBOLSO.TXT) - UM POR ALUNO TRANSFERIDO OU
      *          DESISTENTE COM SALDO A DEVOLVER, GRAVADO PELO
      *          REEMBOLSO-CREDITO (MODO P) COM A COMPOSICAO APURADA
      *          NO ALOCACAO.TXT: CREDITO ADIANTE (SITUACAO C), PAGO
      *          EM MESES DEPOIS DA SAIDA E O QUE FALTA NOS MESES EM
      *          ABERTO ATE A SAIDA; A DECISAO DO SUPERVISOR (MODO A)
      *          FICA NO PROPRIO PEDIDO, COM QUEM DECIDIU E QUANDO - O
      *          PEDIDO APROVADO E O QUE O TRANS-CRITICA ACEITA COMO
      *          ORIGEM DO DEBITO DA DEVOLUCAO (MESMA CONTA, VALOR E
      *          DATA DA DECISAO)
      ******************************************************************
       01 REEMBOLSO-REG.
           02 RE-NUMERO            PIC 9(06).
           02 RE-MATRICULA         PIC X(05).
           02 RE-CONTA             PIC X(10).
           02 RE-NOME              PIC X(30).
           02 RE-SITUACAO-ALUNO    PIC X(01).
           02 RE-DATA-SAIDA        PIC X(10).
           02 RE-CREDITO           PIC 9(07)V99.
           02 RE-PAGO-APOS         PIC 9(07)V99.
           02 RE-EM-ABERTO         PIC 9(07)V99.
           02 RE-VALOR             PIC 9(07)V99.
           02 RE-SITUACAO          PIC X(01).
               88 RE-SIT-PENDENTE         VALUE 'P'.
               88 RE-SIT-APROVADO         VALUE 'A'.
               88 RE-SIT-RECUSADO         VALUE 'R'.
           02 RE-OPER-PEDIDO       PIC X(08).
           02 RE-DATA-PEDIDO       PIC X(10).
           02 RE-SUPERVISOR        PIC X(08).
           02 RE-DATA-DECISAO      PIC X(10).
