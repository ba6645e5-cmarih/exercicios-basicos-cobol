      *          VALE; APLICADO PELO TURMA-TRANSFERE SOBRE ALUNOS.TXT
      *          E SOBRE OS REGISTROS DO NOTAS.TXT DO BIMESTRE DE
      *          EFEITO EM DIANTE, COM JORNAL EM JRNL-NOTAS.TXT
      * Modification History:
      *   15/10/2026 MC  - Unidade de destino (TF-UNIDADE-PARA): em
      *                    branco a transferencia e de turma dentro da
      *                    unidade do aluno; com codigo, o aluno muda de
      *                    unidade - a turma de destino e conferida no
      *                    cadastro da unidade nova, a matricula e o
      *                    historico sao mantidos e os registros do
      *                    NOTAS.TXT do bimestre de efeito em diante
      *                    passam para a unidade nova
      ******************************************************************
       01 TRANSFERE-TURMA-REG.
           02 TF-MATRICULA         PIC X(05).
           02 TF-TURMA-DE          PIC X(03).
           02 TF-TURMA-PARA        PIC X(03).
           02 TF-BIMESTRE-EFEITO   PIC 9(01).
           02 TF-UNIDADE-PARA      PIC X(02).
