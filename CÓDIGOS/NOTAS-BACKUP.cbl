      *   02/09/2026 MC  - Registro da geracao acompanha a disciplina
      *                    na chave e as notas com meio ponto do
      *                    NOTAS.TXT (NOTAS.CPY): X(44)
      *   15/10/2026 MC  - Geracao acompanha o registro do NOTAS.TXT com
      *                    a unidade (NOTAS.CPY): X(46)
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAS-BACKUP.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.

       FD GERACAO-CTL
           LABEL RECORD STANDARD
       FD GERACAO-BKP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-GER-ARQ.
       01 GERACAO-BKP-REG              PIC X(46).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-NOTAS-STATUS              PIC X(02) VALUE '00'.
