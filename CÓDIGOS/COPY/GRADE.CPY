      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA GRADE HORARIA (GRADE.TXT) -
      *          MANTIDO PELO CADASTRO-GRADE: UMA LINHA POR TURMA x
      *          DIA DA SEMANA x PERIODO DO ANO LETIVO, COM A
      *          DISCIPLINA, O PROFESSOR (PF-CODIGO DO PROFESSOR.CPY)
      *          E A SALA DA AULA; O TURNO VEM DA TURMA (TURMA.CPY) E
      *          ENTRA NA CHAVE DO HORARIO, PORQUE O 1o PERIODO DA
      *          MANHA NAO E O 1o PERIODO DA TARDE; O DIA SEGUE A
      *          CONTA DO CADASTRO-OCORRENCIA (1 = SEGUNDA ... 7 =
      *          DOMINGO); GR-AR-LIVRE 'S' MARCA AULA FORA DA SALA
      *          (EDUCACAO FISICA, AULA DE CAMPO), QUE O AVISO-ESCOLA
      *          CRUZA COM O AVISO REGIONAL DE QUALIDADE DO AR COMO
      *          AS ATIVIDADES DO ATIVEXT.TXT; UNIDADE EM BRANCO VALE
      *          01 (SEDE)
      ******************************************************************
       01 GRADE-REG.
           02 GR-UNIDADE           PIC X(02).
           02 GR-TURMA             PIC X(03).
           02 GR-ANO               PIC 9(04).
           02 GR-TURNO             PIC X(01).
               88 GR-TURNO-MANHA          VALUE 'M'.
               88 GR-TURNO-TARDE          VALUE 'T'.
           02 GR-DIA-SEMANA        PIC 9(01).
               88 GR-DIA-VALIDO           VALUE 1 THRU 7.
           02 GR-PERIODO           PIC 9(01).
               88 GR-PERIODO-VALIDO       VALUE 1 THRU 9.
           02 GR-HORARIO           PIC X(05).
           02 GR-DISCIPLINA        PIC X(02).
           02 GR-PROFESSOR         PIC X(05).
           02 GR-SALA              PIC X(05).
           02 GR-AR-LIVRE          PIC X(01).
               88 GR-AR-LIVRE-SIM         VALUE 'S'.
