      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE RETORNO DO PROVEDOR DE MENSAGENS
      *          (NOTIFRET.TXT) - UMA LINHA POR MENSAGEM PROCESSADA:
      *          NUMERO DA MENSAGEM ENVIADO EM NOTIFSAI.TXT, SITUACAO
      *          (E ENTREGUE, F FALHA), DATA DO RETORNO E MOTIVO DA
      *          FALHA; IMPORTADO PELO NOTIFICA-RETORNO
      ******************************************************************
       01 NOTIFRET-REG.
           02 NR-ID                PIC 9(08).
           02 NR-STATUS            PIC X(01).
               88 NR-ENTREGUE             VALUE 'E'.
               88 NR-FALHA                VALUE 'F'.
           02 NR-DATA              PIC X(10).
           02 NR-MOTIVO            PIC X(20).
