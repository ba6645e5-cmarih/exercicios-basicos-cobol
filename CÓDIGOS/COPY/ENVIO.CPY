      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO LIVRO DE INTERFACES DE SAIDA (ENVIOS.TXT) -
      *          O CARGACTL.TXT CONTROLA O QUE RECEBEMOS, ESTE O QUE
      *          ENVIAMOS: CADA ARQUIVO GERADO (NOTASINT, POLUTRANS,
      *          CENSOINT, ANOFININT, REMESSA DO BANCO, LOTE DE RPS)
      *          RECEBE UM NUMERO DE TRANSMISSAO E UMA LINHA G COM
      *          INTERFACE, PERIODO, EXECUCAO (RUN-ID), CONTAGEM DE
      *          REGISTROS, ASSINATURA DO CONTEUDO (MESMA SOMA DO
      *          CARGA-CONTROLE) E DATA DE GERACAO; O ARQUIVO SO
      *          RECEBE INCLUSOES E CADA MUDANCA DE SITUACAO DA
      *          TRANSMISSAO E UMA LINHA NOVA COM O MESMO NUMERO
      *          (A ULTIMA VALE):
      *            G = GERADO (ROTINA ENVIO-CONTROLE)
      *            E = ENVIADO (ENVIO-CONFIRMA, COM O OPERADOR)
      *            A = ACEITO PELO RECEPTOR (ENVIO-RETORNO)
      *            R = REJEITADO PELO RECEPTOR, COM O MOTIVO
      *          EV-DATA-SITUACAO E A DATA DO ENVIO OU DA RESPOSTA
      ******************************************************************
       01 ENVIO-REG.
           02 EV-NUMERO            PIC 9(06).
           02 EV-INTERFACE         PIC X(12).
           02 EV-PERIODO           PIC X(10).
           02 EV-RUNID             PIC 9(06).
           02 EV-ARQUIVO           PIC X(20).
           02 EV-QTD               PIC 9(06).
           02 EV-HASH              PIC 9(09).
           02 EV-DATA-GERACAO      PIC X(10).
           02 EV-SITUACAO          PIC X(01).
               88 EV-GERADO               VALUE 'G'.
               88 EV-ENVIADO              VALUE 'E'.
               88 EV-ACEITO               VALUE 'A'.
               88 EV-REJEITADO            VALUE 'R'.
           02 EV-DATA-SITUACAO     PIC X(10).
           02 EV-OPERADOR          PIC X(08).
           02 EV-MOTIVO            PIC X(40).
