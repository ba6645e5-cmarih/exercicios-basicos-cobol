      *                    INCLUIDA/REMOVIDA pela diferenca; as
      *                    diferencas saem em ordem de chave/linha,
      *                    nao mais na ordem do arquivo
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS- e FDA-)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARA-SAIDAS.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.

       FD NOTAS-ANTERIOR
           LABEL RECORD STANDARD
                                FD-NOTA2 BY FDA-NOTA2
                                FD-NOTA3 BY FDA-NOTA3
                                FD-NOTA4 BY FDA-NOTA4
                                FD-DATA  BY FDA-DATA
                                FD-UNIDADE BY FDA-UNIDADE.

       FD LINHAS-ARQ
           LABEL RECORD STANDARD
