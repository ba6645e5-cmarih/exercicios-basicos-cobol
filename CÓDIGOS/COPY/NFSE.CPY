      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE RPS / NFS-E (NFSE.TXT) - UM
      *          RECIBO PROVISORIO DE SERVICO POR PAGAMENTO DE
      *          MENSALIDADE, GRAVADO PELO NFSE-RPS NA GERACAO DO
      *          LOTE E ATUALIZADO PELO NFSE-RETORNO COM O NUMERO DA
      *          NFS-E DEVOLVIDO PELA PREFEITURA; A CHAVE DO
      *          PAGAMENTO E CONTA + DATA + VALOR (A MESMA DO
      *          RECIBO-EMITE); SITUACAO E = ENVIADO NO LOTE, A =
      *          NFS-E AUTORIZADA, R = REJEITADO PELA PREFEITURA
      *          (VOLTA NO PROXIMO LOTE COM O MESMO NUMERO DE RPS),
      *          C = CANCELAMENTO PEDIDO POR ESTORNO, X = NFS-E
      *          CANCELADA
      ******************************************************************
       01 NFSE-REG.
           02 NF-SERIE             PIC X(05).
           02 NF-RPS               PIC 9(10).
           02 NF-LOTE              PIC 9(06).
           02 NF-CONTA             PIC X(10).
           02 NF-VALOR             PIC 9(07)V99.
           02 NF-DATA-PGTO         PIC X(10).
           02 NF-COMPETENCIA       PIC 9(06).
           02 NF-MATRICULA         PIC X(05).
           02 NF-TOMADOR-CPF       PIC 9(11).
           02 NF-TOMADOR-NOME      PIC X(30).
           02 NF-SITUACAO          PIC X(01).
               88 NF-ENVIADO              VALUE 'E'.
               88 NF-AUTORIZADA           VALUE 'A'.
               88 NF-REJEITADO            VALUE 'R'.
               88 NF-CANCELAMENTO-PEDIDO  VALUE 'C'.
               88 NF-CANCELADA            VALUE 'X'.
           02 NF-NUMERO-NFSE       PIC 9(12).
           02 NF-CODIGO-VERIF      PIC X(08).
           02 NF-DATA-NFSE         PIC 9(08).
           02 NF-DATA-ESTORNO      PIC X(10).
           02 NF-MENSAGEM          PIC X(40).
