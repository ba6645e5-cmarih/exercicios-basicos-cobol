      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: TEXTOS PADRAO DAS MENSAGENS AOS RESPONSAVEIS, UM POR
      *          TIPO DE EVENTO (FA FALTA, BO BOLETIM, CB COBRANCA, AR
      *          QUALIDADE DO AR) - VALEM QUANDO MSGMODELO.TXT NAO
      *          EXISTE OU NAO TRAZ O TIPO; USADO PELA ROTINA NOTIFICA
      *          E PELA OPCAO (N) DO MANUTENCAO-PARAM
      ******************************************************************
       01 WS-MSG-PADRAO-VALORES.
           02 FILLER               PIC X(02) VALUE 'FA'.
           02 FILLER               PIC X(40) VALUE
              'AVISO DA ESCOLA: #ALUNO NAO COMPARECEU A'.
           02 FILLER               PIC X(40) VALUE
              ' AULA EM #DATA (#INFO). EM CASO DE DUVID'.
           02 FILLER               PIC X(40) VALUE
              'A PROCURE A SECRETARIA.                 '.
           02 FILLER               PIC X(40) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE 'BO'.
           02 FILLER               PIC X(40) VALUE
              'AVISO DA ESCOLA: O BOLETIM DE #ALUNO (#I'.
           02 FILLER               PIC X(40) VALUE
              'NFO) FOI EMITIDO EM #DATA E ESTA DISPONI'.
           02 FILLER               PIC X(40) VALUE
              'VEL NA SECRETARIA.                      '.
           02 FILLER               PIC X(40) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE 'CB'.
           02 FILLER               PIC X(40) VALUE
              'AVISO DA ESCOLA: CONSTAM MENSALIDADES EM'.
           02 FILLER               PIC X(40) VALUE
              ' ABERTO DE #ALUNO EM #DATA - TOTAL R$ #I'.
           02 FILLER               PIC X(40) VALUE
              'NFO. PROCURE A TESOURARIA.              '.
           02 FILLER               PIC X(40) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE 'AR'.
           02 FILLER               PIC X(40) VALUE
              'AVISO DA ESCOLA: QUALIDADE DO AR EM #DAT'.
           02 FILLER               PIC X(40) VALUE
              'A - #INFO. AS ATIVIDADES AO AR LIVRE DE '.
           02 FILLER               PIC X(40) VALUE
              '#ALUNO PODEM SER ALTERADAS.             '.
           02 FILLER               PIC X(40) VALUE SPACES.
       01 WS-MSG-PADRAO REDEFINES WS-MSG-PADRAO-VALORES.
           02 WS-MSG-PADRAO-ENTRADA OCCURS 4 TIMES.
               03 WS-MSG-PADRAO-TIPO       PIC X(02).
               03 WS-MSG-PADRAO-TEXTO      PIC X(160).
