      *                    (PR-CINTURA) e pressao sistolica/diastolica
      *                    (PR-PRES-SIS/PR-PRES-DIA); zero ou em
      *                    branco = nao aferido
      *   15/10/2026 MC  - Profissional do atendimento por registro
      *                    (PR-PROFISSIONAL); vazio usa o
      *                    responsavel do paciente
      ******************************************************************
       01 PESO-REG.
           02 PR-NOME             PIC X(30).
           02 PR-CINTURA          PIC 9(03).
           02 PR-PRES-SIS         PIC 9(03).
           02 PR-PRES-DIA         PIC 9(03).
           02 PR-PROFISSIONAL     PIC X(05).
