      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DE VIGENCIA DOS ARQUIVOS DE
      *          PARAMETRO (PARAMHIST.TXT), GRAVADO SO POR ANEXACAO
      *          PELO MANUTENCAO-PARAM: UMA LINHA POR VERSAO DE CADA
      *          REGISTRO DE MEDIAPAR.TXT, POLUPAR.TXT (CHAVE = CODIGO
      *          DO POLUENTE), VITAISPAR.TXT E COBRAPAR.TXT, COM A
      *          DATA DE INICIO DA VIGENCIA (AAAAMMDD; ZERO = VALORES
      *          EM USO ANTES DO HISTORICO EXISTIR) E A IMAGEM DO
      *          REGISTRO DO ARQUIVO NAQUELA VERSAO; VALE A VERSAO DE
      *          MAIOR INICIO ATE A DATA PEDIDA (EMPATE: A LINHA MAIS
      *          RECENTE); CONSULTADO PELA ROTINA PARAM-VIGENTE E
      *          APLICADO AOS ARQUIVOS ATUAIS PELA ROTINA PARAM-APLICA
      ******************************************************************
       01 PARAM-HIST-REG.
           02 PH-ARQUIVO           PIC X(13).
           02 PH-CHAVE             PIC X(05).
           02 PH-VIGENCIA          PIC 9(08).
           02 PH-REGISTRO          PIC X(40).
           02 PH-DATA-REGISTRO     PIC X(10).
           02 PH-OPERADOR          PIC X(08).
           02 PH-MOTIVO            PIC X(40).
