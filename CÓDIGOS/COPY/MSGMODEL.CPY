      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO MODELO DE MENSAGEM POR TIPO DE EVENTO
      *          (MSGMODELO.TXT) - MANTIDO PELA OPCAO (N) DO
      *          MANUTENCAO-PARAM E LIDO PELA ROTINA NOTIFICA: FA
      *          FALTA, BO BOLETIM EMITIDO, CB CARTA DE COBRANCA, AR
      *          AVISO DE QUALIDADE DO AR; NO TEXTO, #ALUNO, #DATA E
      *          #INFO SAO TROCADOS PELO NOME DO ALUNO, PELA DATA DO
      *          EVENTO E PELO COMPLEMENTO INFORMADO PELO PROGRAMA QUE
      *          DETECTOU O EVENTO
      ******************************************************************
       01 MSGMODELO-REG.
           02 MM-TIPO              PIC X(02).
           02 MM-TEXTO             PIC X(160).
