      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE ATRIBUICAO DE AULAS
      *          (ATRIBUICAO.TXT) - MANTIDO PELO CADASTRO-PROFESSOR;
      *          UM REGISTRO POR TURMA x DISCIPLINA x ANO LETIVO COM O
      *          PROFESSOR QUE DA A AULA (AT-PROFESSOR = PF-CODIGO DO
      *          PROFESSOR.CPY); CADA TURMA/DISCIPLINA/ANO TEM UM SO
      *          PROFESSOR; CONSULTADO PELA ROTINA PROFESSOR-TURMA
      * Modification History:
      *   15/10/2026 MC  - Unidade escolar da turma (AT-UNIDADE, em
      *                    branco vale 01 - sede, para os registros
      *                    antigos): o mesmo codigo de turma pode
      *                    existir em mais de uma unidade, cada uma com
      *                    o seu professor
      ******************************************************************
       01 ATRIBUICAO-REG.
           02 AT-PROFESSOR         PIC X(05).
           02 AT-TURMA             PIC X(03).
           02 AT-DISCIPLINA        PIC X(02).
           02 AT-ANO               PIC 9(04).
           02 AT-UNIDADE           PIC X(02).
