      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE TURMAS (TURMAS.TXT)
      *          - MANTIDO PELO CADASTRO-TURMA; A CHAVE E TURMA + ANO
      *          LETIVO, PORQUE O MESMO CODIGO DE TURMA VOLTA A CADA
      *          ANO; TU-SERIE ORIENTA A PROMOCAO NA VIRADA E NA
      *          REMATRICULA (A SERIE SEGUINTE, NAO O NUMERO SEGUINTE
      *          DO CODIGO) E TU-CAPACIDADE E O LIMITE DE ALUNOS
      *          ATIVOS DA SALA, CONFERIDO PELA ROTINA TURMA-VAGAS
      * Modification History:
      *   15/10/2026 MC  - Unidade escolar da turma (TU-UNIDADE, em
      *                    branco vale 01 - sede): cada unidade tem os
      *                    seus codigos de turma, e a chave passa a ser
      *                    unidade + turma + ano letivo; a rotina
      *                    TURMA-VAGAS recebe a unidade
      ******************************************************************
       01 TURMA-REG.
           02 TU-TURMA             PIC X(03).
           02 TU-ANO               PIC 9(04).
           02 TU-SERIE             PIC 9(02).
           02 TU-TURNO             PIC X(01).
               88 TU-TURNO-MANHA          VALUE 'M'.
               88 TU-TURNO-TARDE          VALUE 'T'.
           02 TU-SALA              PIC X(05).
           02 TU-CAPACIDADE        PIC 9(03).
           02 TU-UNIDADE           PIC X(02).
