      *                    e o boletim passam a localizar o aluno
      *                    pelo nome ou por um pedaco dele, sem
      *                    grep no MATRICULAS.TXT
      *   15/10/2026 MC  - Unidade escolar em que a nota foi lancada
      *                    (FD-UNIDADE, em branco vale 01 - sede), fora
      *                    da chave: o aluno transferido de unidade leva
      *                    a matricula e o historico, e os bimestres
      *                    cursados antes da transferencia ficam com a
      *                    unidade de origem
      ******************************************************************
       01 LAYOUT-ARQUIVO-REC.
           02 FD-CHAVE.
           02 FD-NOTA3            PIC 9(02)V9.
           02 FD-NOTA4            PIC 9(02)V9.
           02 FD-DATA             PIC X(10).
           02 FD-UNIDADE          PIC X(02).
