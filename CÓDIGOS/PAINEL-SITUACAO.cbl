      * Tectonics: cobc
      * Modification History:
      *   22/08/2026 MC  - Programa original
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAINEL-SITUACAO.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ARQ-STATUS            PIC X(02) VALUE '00'.
