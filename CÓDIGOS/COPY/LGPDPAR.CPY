      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CARTAO DE RETENCAO DE DADOS PESSOAIS
      *          (LGPDPAR.TXT) - MANTIDO PELO MANUTENCAO-PARAM (OPCAO
      *          L) E LIDO PELO LGPD-ANONIMIZA: ANOS DE GUARDA DO
      *          CADASTRO DO PACIENTE CONTADOS DO ULTIMO ATENDIMENTO
      *          (PRONTUARIO, MINIMO 20) E DO CADASTRO DO EX-ALUNO
      *          CONTADOS DA TRANSFERENCIA OU DESISTENCIA (MINIMO 5);
      *          PASSADO O PRAZO O TITULAR PODE SER ANONIMIZADO
      ******************************************************************
       01 LGPD-PARAM-REG.
           02 LP-ANOS-PACIENTE     PIC 9(02).
           02 LP-ANOS-ALUNO        PIC 9(02).
