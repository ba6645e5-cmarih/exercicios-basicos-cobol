      *          CHECK-INS DO PESOHIST.TXT E LISTA QUEM FALTOU A UM
      *          RETORNO MARCADO DE VERDADE, EM VEZ DO CONTADOR DE
      *          DIAS DO PESO-FOLLOWUP LIGAR PARA TODO MUNDO
      * Modification History:
      *   15/10/2026 MC  - Profissional que vai atender o retorno
      *                    (AG-PROFISSIONAL, codigo do
      *                    PROFISSIONAIS.TXT); branco nos registros
      *                    antigos, que contam para o responsavel do
      *                    paciente
      ******************************************************************
       01 AGENDA-REG.
           02 AG-PACIENTE          PIC X(05).
           02 AG-NOME              PIC X(30).
           02 AG-DATA              PIC X(10).
           02 AG-MARCADO-POR       PIC X(08).
           02 AG-PROFISSIONAL      PIC X(05).
