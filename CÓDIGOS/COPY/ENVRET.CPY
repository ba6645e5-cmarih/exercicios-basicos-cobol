      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE RESPOSTA DOS RECEPTORES DAS
      *          INTERFACES DE SAIDA (RETENVIO.TXT), IMPORTADO PELO
      *          ENVIO-RETORNO: UMA LINHA POR ARQUIVO RECEBIDO PELO
      *          ORGAO OU SISTEMA DESTINO - INTERFACE E PERIODO COMO
      *          FORAM ENVIADOS, QUANTIDADE DE LINHAS QUE O
      *          RECEPTOR CONTOU, HEADER E TRAILER INCLUSIVE (ZERO =
      *          NAO INFORMADA), A = ACEITO OU R = REJEITADO, DATA
      *          DA RESPOSTA (AAAAMMDD) E O MOTIVO DA REJEICAO
      ******************************************************************
       01 ENVIO-RETORNO-REG.
           02 RE-INTERFACE         PIC X(12).
           02 RE-PERIODO           PIC X(10).
           02 RE-QTD               PIC 9(06).
           02 RE-SITUACAO          PIC X(01).
               88 RE-ACEITO               VALUE 'A'.
               88 RE-REJEITADO            VALUE 'R'.
           02 RE-DATA              PIC 9(08).
           02 RE-MOTIVO            PIC X(40).
