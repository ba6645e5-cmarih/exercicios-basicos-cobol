      *                    saiu em maio deixa de ser cobrado e
      *                    conciliado a partir da data de efeito, mas
      *                    os bimestres ja cursados ficam em NOTAS.TXT
      *   15/10/2026 MC  - Turma e ano letivo do aluno (MT-TURMA/
      *                    MT-ANO-LETIVO), conferidos contra o
      *                    cadastro TURMAS.TXT (TURMA.CPY); a
      *                    ocupacao da sala e a contagem dos alunos
      *                    ativos com a turma e o ano; registro
      *                    antigo sem turma nao entra na contagem
      *   15/10/2026 MC  - Unidade escolar do aluno (MT-UNIDADE, codigo
      *                    do cadastro UNIDADES.TXT / UNIDADE.CPY); em
      *                    branco vale a unidade 01 (sede), para os
      *                    registros antigos; a numeracao da matricula
      *                    continua unica entre as unidades, e o aluno
      *                    transferido de unidade (TURMA-TRANSFERE) so
      *                    troca MT-UNIDADE e a turma, mantendo a
      *                    matricula e o historico
      ******************************************************************
       01 MATRICULA-REG.
           02 MT-MATRICULA         PIC X(05).
               88 MT-SIT-DESISTENTE       VALUE 'D'.
               88 MT-SIT-TRANCADA         VALUE 'R'.
           02 MT-DATA-SITUACAO     PIC X(10).
           02 MT-TURMA             PIC X(03).
           02 MT-ANO-LETIVO        PIC 9(04).
           02 MT-UNIDADE           PIC X(02).
               88 MT-UNIDADE-SEDE         VALUE '01' '  '.
