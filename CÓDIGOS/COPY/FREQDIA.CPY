      *          CONSOLIDA-ANO JA CONSOMEM; COM O DIARIO GUARDADO, UMA
      *          CONTESTACAO DE REPROVADO POR FALTA SE RESOLVE DIA A
      *          DIA, NAO NO TOTAL
      * Modification History:
      *   15/10/2026 MC  - Presenca U = falta por suspensao, lancada
      *                    pelo CADASTRO-OCORRENCIA nos dias da
      *                    suspensao; conta como aula dada e nao
      *                    assistida, mas fica distinta da falta comum
      *   15/10/2026 MC  - Aulas do dia (FQD-AULAS): quantos periodos a
      *                    turma tem no dia da semana pela grade
      *                    horaria (GRADE.TXT), gravado pela chamada;
      *                    em branco nos dias lancados antes da grade e
      *                    nas linhas de suspensao; o AULAS-PREVISTAS
      *                    soma as aulas dadas contra as previstas
      ******************************************************************
       01 FREQUENCIA-DIA-REG.
           02 FQD-TURMA            PIC X(03).
           02 FQD-PRESENTE         PIC X(01).
               88 FQD-PRESENTE-SIM        VALUE 'S'.
               88 FQD-AUSENTE             VALUE 'N'.
               88 FQD-SUSPENSO            VALUE 'U'.
           02 FQD-AULAS            PIC 9(01).
