      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE ANONIMIZACOES (LGPDLOG.TXT) -
      *          UM REGISTRO POR TITULAR ANONIMIZADO PELO LGPD-
      *          ANONIMIZA, COM O OPERADOR QUE RODOU E O SUPERVISOR QUE
      *          CONFIRMOU, A DATA DE REFERENCIA DO PRAZO (ULTIMO
      *          ATENDIMENTO OU SAIDA DO ALUNO), OS ANOS DE GUARDA
      *          APLICADOS E QUANTOS REGISTROS FORAM ALTERADOS; NAO
      *          GUARDA NENHUM DADO IDENTIFICADOR ALEM DA CHAVE
      *          TIPO: P = PACIENTE (CHAVE = ID DO PACIENTES.TXT)
      *                A = EX-ALUNO (CHAVE = MATRICULA)
      ******************************************************************
       01 LGPD-LOG-REG.
           02 LG-DATA              PIC X(10).
           02 LG-HORA              PIC X(08).
           02 LG-OPERADOR          PIC X(08).
           02 LG-SUPERVISOR        PIC X(08).
           02 LG-TIPO              PIC X(01).
               88 LG-PACIENTE             VALUE 'P'.
               88 LG-EX-ALUNO             VALUE 'A'.
           02 LG-CHAVE             PIC X(05).
           02 LG-REFERENCIA        PIC X(10).
           02 LG-ANOS-GUARDA       PIC 9(02).
           02 LG-QTD-REGISTROS     PIC 9(05).
