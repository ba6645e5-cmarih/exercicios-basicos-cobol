      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA CAIXA DE SAIDA DE AVISOS AOS RESPONSAVEIS
      *          (NOTIFSAI.TXT) - LAYOUT FIXO DO PROVEDOR DE
      *          MENSAGENS: NUMERO DA MENSAGEM, CANAL (S SMS, E
      *          E-MAIL), DESTINO (TELEFONE OU E-MAIL), NOME DO
      *          RESPONSAVEL E TEXTO; EM SEGUIDA OS CAMPOS DE CONTROLE
      *          DA ESCOLA - TIPO DO EVENTO, MATRICULA, CHAVE DO
      *          EVENTO (QUE IMPEDE O MESMO AVISO DUAS VEZES PARA O
      *          MESMO DESTINO), DATA DE GERACAO E A SITUACAO DE
      *          ENTREGA (P PENDENTE, E ENTREGUE, F FALHA) COM DATA E
      *          MOTIVO DO RETORNO, BAIXADOS PELO NOTIFICA-RETORNO
      ******************************************************************
       01 NOTIFSAI-REG.
           02 NS-ID                PIC 9(08).
           02 NS-CANAL             PIC X(01).
               88 NS-CANAL-SMS            VALUE 'S'.
               88 NS-CANAL-EMAIL          VALUE 'E'.
           02 NS-DESTINO           PIC X(40).
           02 NS-NOME              PIC X(30).
           02 NS-MENSAGEM          PIC X(160).
           02 NS-TIPO              PIC X(02).
           02 NS-MATRICULA         PIC X(05).
           02 NS-CHAVE             PIC X(20).
           02 NS-DATA-GERACAO      PIC X(10).
           02 NS-SITUACAO          PIC X(01).
               88 NS-PENDENTE             VALUE 'P'.
               88 NS-ENTREGUE             VALUE 'E'.
               88 NS-FALHA                VALUE 'F'.
           02 NS-DATA-RETORNO      PIC X(10).
           02 NS-MOTIVO            PIC X(20).
