      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE RETORNO DO PORTAL DA NFS-E
      *          (RETNFSE.TXT), IMPORTADO PELO NFSE-RETORNO: UMA
      *          LINHA POR RPS DO LOTE - N = NFS-E EMITIDA (NUMERO,
      *          CODIGO DE VERIFICACAO E DATA DE EMISSAO), C =
      *          CANCELAMENTO DA NFS-E CONFIRMADO, E = RPS OU PEDIDO
      *          RECUSADO, COM A MENSAGEM DA PREFEITURA
      ******************************************************************
       01 NFSE-RETORNO-REG.
           02 RN-TIPO              PIC X(01).
               88 RN-EMITIDA              VALUE 'N'.
               88 RN-CANCELADA            VALUE 'C'.
               88 RN-ERRO                 VALUE 'E'.
           02 RN-SERIE             PIC X(05).
           02 RN-RPS               PIC 9(10).
           02 RN-NUMERO-NFSE       PIC 9(12).
           02 RN-CODIGO-VERIF      PIC X(08).
           02 RN-DATA-EMISSAO      PIC 9(08).
           02 RN-MENSAGEM          PIC X(40).
