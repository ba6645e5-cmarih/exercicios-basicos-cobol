      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA MATRIZ CURRICULAR (MATRIZ.TXT)
      *          - MANTIDO PELO CADASTRO-MATRIZ; UM REGISTRO POR ANO
      *          LETIVO + SERIE + DISCIPLINA OBRIGATORIA, COM A CARGA
      *          HORARIA ANUAL DA DISCIPLINA NA SERIE; A SERIE DO
      *          ALUNO VEM DA TURMA NO CADASTRO TURMAS.TXT; O
      *          CONSOLIDA-ANO CONFERE AS DISCIPLINAS OBRIGATORIAS E
      *          O HISTORICO-ESCOLAR IMPRIME A CARGA HORARIA
      ******************************************************************
       01 MATRIZ-REG.
           02 MZ-ANO               PIC 9(04).
           02 MZ-SERIE             PIC 9(02).
           02 MZ-DISCIPLINA        PIC X(02).
           02 MZ-CARGA-HORARIA     PIC 9(04).
