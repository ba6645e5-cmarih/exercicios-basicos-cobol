      *          LIDO PELO MEDIA JUNTO COM ALUNOS.TXT - UM REGISTRO
      *          POR ALUNO (MESMO NOME DO ALUNOS.TXT), COM AULAS DADAS
      *          E AULAS ASSISTIDAS NO BIMESTRE
      * Modification History:
      *   15/10/2026 MC  - Aulas abonadas (FQ-AULAS-ABONADAS): faltas
      *                    cobertas por atestado (ATESTADOS.TXT,
      *                    ATESTADO.CPY), apuradas pelo
      *                    FREQUENCIA-FECHA; continuam faltas no
      *                    boletim mas nao contam para a reprovacao por
      *                    falta; registro antigo sem o campo vale zero
      ******************************************************************
       01 FREQUENCIA-REG.
           02 FQ-NOME              PIC X(11).
           02 FQ-AULAS-DADAS       PIC 9(03).
           02 FQ-AULAS-ASSISTIDAS  PIC 9(03).
           02 FQ-AULAS-ABONADAS    PIC 9(03).
