      *   02/09/2026 MC  - Novo valor com meio ponto: CR-NOVO-VALOR
      *                    passou de 9(02) para 9(02)V9 (075 = 7,5),
      *                    acompanhando as notas do NOTAS.CPY
      *   15/10/2026 MC  - Incluido o operador do professor que pede a
      *                    correcao (CR-OPERADOR, identificacao do
      *                    OPERADORES.TXT): a proposta so entra na
      *                    fila se ele for o professor atribuido a
      *                    turma/disciplina em ATRIBUICAO.TXT
      ******************************************************************
       01 CORRECAO-REG.
           02 CR-MATRICULA         PIC X(05).
           02 CR-NUM-NOTA          PIC 9(01).
           02 CR-NOVO-VALOR        PIC 9(02)V9.
           02 CR-DATA              PIC X(10).
           02 CR-OPERADOR          PIC X(08).
