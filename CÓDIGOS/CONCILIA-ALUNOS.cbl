      *                    ordenados, sem tabela de alunos - so a
      *                    tabela de situacoes de matricula segue
      *                    limitada (500), com aviso explicito
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-ALUNOS.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.

       FD MATRICULAS
           LABEL RECORD STANDARD
