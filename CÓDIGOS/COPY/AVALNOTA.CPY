      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DAS NOTAS POR AVALIACAO
      *          (AVALNOTAS.TXT) - LANCADO PELO AVALIACAO-NOTAS; UM
      *          REGISTRO POR ALUNO x AVALIACAO (AVALIACAO.CPY) COM A
      *          NOTA OBTIDA (0 A 10, UMA DECIMAL: 068 = 6,8) OU A
      *          AUSENCIA DO ALUNO NA AVALIACAO (VALE ZERO NO
      *          CALCULO), O OPERADOR E A DATA DO LANCAMENTO; O
      *          ARQUIVO SO RECEBE INCLUSOES: O REGISTRO POSTERIOR
      *          COM A MESMA CHAVE SUBSTITUI O ANTERIOR E O HISTORICO
      *          FICA PARA A CONFERENCIA DE UMA NOTA CONTESTADA; O
      *          AVALIACAO-CALCULA DERIVA DAQUI AS NOTAS DO NOTAS.TXT
      * Modification History:
      *   15/10/2026 MC  - Unidade escolar da turma (AVN-UNIDADE, em
      *                    branco vale 01 - sede, para os registros
      *                    antigos): a nota vale para a avaliacao do
      *                    grupo da mesma unidade (AV-UNIDADE)
      ******************************************************************
       01 AVAL-NOTA-REG.
           02 AVN-CHAVE.
               03 AVN-MATRICULA    PIC X(05).
               03 AVN-DISCIPLINA   PIC X(02).
               03 AVN-BIMESTRE     PIC 9(01).
               03 AVN-AVALIACAO    PIC X(02).
           02 AVN-TURMA            PIC X(03).
           02 AVN-NOTA             PIC 9(02)V9.
           02 AVN-SITUACAO         PIC X(01).
               88 AVN-LANCADA             VALUE 'L'.
               88 AVN-AUSENTE             VALUE 'F'.
           02 AVN-OPERADOR         PIC X(08).
           02 AVN-DATA             PIC X(10).
           02 AVN-UNIDADE          PIC X(02).
