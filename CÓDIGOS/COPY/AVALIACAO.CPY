      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE AVALIACOES
      *          (AVALIACOES.TXT) - MANTIDO PELO CADASTRO-AVALIACAO;
      *          UM REGISTRO POR AVALIACAO DE UMA TURMA x DISCIPLINA x
      *          BIMESTRE (PROVA, TRABALHO, PARTICIPACAO...) COM O
      *          CODIGO DA AVALIACAO NO GRUPO, NOME, DATA, PESO E A
      *          NOTA DO NOTAS.TXT QUE ELA COMPOE (FD-NOTA1 A
      *          FD-NOTA4); O ARQUIVO SO RECEBE INCLUSOES: UM REGISTRO
      *          POSTERIOR COM O MESMO GRUPO E CODIGO SUBSTITUI O
      *          ANTERIOR (ALTERACAO), E PESO ZERO RETIRA A AVALIACAO
      *          DO CALCULO (EXCLUSAO)
      * Modification History:
      *   15/10/2026 MC  - Unidade escolar da turma (AV-UNIDADE, em
      *                    branco vale 01 - sede, para os registros
      *                    antigos): o grupo e unidade + turma +
      *                    disciplina + bimestre, porque o mesmo codigo
      *                    de turma pode existir em mais de uma unidade
      ******************************************************************
       01 AVALIACAO-REG.
           02 AV-GRUPO.
               03 AV-TURMA         PIC X(03).
               03 AV-DISCIPLINA    PIC X(02).
               03 AV-BIMESTRE      PIC 9(01).
           02 AV-CODIGO            PIC X(02).
           02 AV-NOME              PIC X(20).
           02 AV-DATA              PIC X(10).
           02 AV-PESO              PIC 9(02).
               88 AV-EXCLUIDA             VALUE ZERO.
           02 AV-NUM-NOTA          PIC 9(01).
           02 AV-UNIDADE           PIC X(02).
