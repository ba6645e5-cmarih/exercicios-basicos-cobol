      *                    passando pelo jornal; o arquivo passou a
      *                    ser aberto so para leitura e o jornal
      *                    saiu daqui para o passo de aprovacao
      *   15/10/2026 MC  - Atribuicao de aulas (rotina PROFESSOR-TURMA
      *                    sobre ATRIBUICAO.TXT e PROFESSORES.TXT): a
      *                    proposta de correcao so e aceita do
      *                    operador que e o professor atribuido a
      *                    turma/disciplina no ano da nota; os demais
      *                    so consultam
      *   15/10/2026 MC  - Professor atribuido procurado na unidade
      *                    em que a nota foi lancada (FD-UNIDADE)
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAS-CONSULTA.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.

       FD NOTAS-PEND
           LABEL RECORD STANDARD
           02 WS-HOJE-MES      PIC 9(02).
           02 WS-HOJE-DIA      PIC 9(02).
       01 WS-DATA-FMT              PIC X(10) VALUE SPACES.
       01 WS-ATR-ANO               PIC 9(04) VALUE ZERO.
       01 WS-ATR-ACHOU             PIC X(01) VALUE 'N'.
           88 WS-ATR-ACHOU-SIM            VALUE 'S'.
       01 WS-ATR-PROFESSOR         PIC X(05) VALUE SPACES.
       01 WS-ATR-PROF-NOME         PIC X(30) VALUE SPACES.
       01 WS-ATR-PROF-OPERADOR     PIC X(08) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
           MOVE 'N' TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA-SIM
               PERFORM VERIFICA-PROFESSOR-ATRIBUIDO
           END-IF

           IF WS-CONFIRMA-SIM
               DISPLAY 'NUMERO DA NOTA A CORRIGIR (1 A 4): '
               ACCEPT WS-NUMERO-NOTA
           EXIT.
       FIM-CORRIGE-NOTA.

      *-----------------------------------------------------------------
      * SO O PROFESSOR ATRIBUIDO A TURMA/DISCIPLINA NO ANO DA NOTA
      * (ATRIBUICAO.TXT) PROPOE CORRECAO; O ANO VEM DA DATA DO
      * REGISTRO E, SEM DATA VALIDA, DO ANO CORRENTE
      *-----------------------------------------------------------------
       VERIFICA-PROFESSOR-ATRIBUIDO.
           IF FDS-DATA(7:4) IS NUMERIC
               MOVE FDS-DATA(7:4) TO WS-ATR-ANO
           ELSE
               MOVE WS-HOJE-ANO TO WS-ATR-ANO
           END-IF

           CALL 'PROFESSOR-TURMA' USING FDS-TURMA
                                        FDS-DISCIPLINA
                                        WS-ATR-ANO
                                        WS-ATR-ACHOU
                                        WS-ATR-PROFESSOR
                                        WS-ATR-PROF-NOME
                                        WS-ATR-PROF-OPERADOR
                                        FDS-UNIDADE
           END-CALL

           IF NOT WS-ATR-ACHOU-SIM
               DISPLAY 'CORRECAO RECUSADA - TURMA ' FDS-TURMA
                       ' DISCIPLINA ' FDS-DISCIPLINA ' SEM PROFESSOR '
                       'ATRIBUIDO EM ' WS-ATR-ANO ' (ATRIBUICAO.TXT)'
               MOVE 'N' TO WS-CONFIRMA
           ELSE
               IF WS-ATR-PROF-OPERADOR NOT = WS-OPERADOR
                   DISPLAY 'CORRECAO RECUSADA - SO O PROFESSOR '
                           'ATRIBUIDO PROPOE CORRECAO: '
                           WS-ATR-PROF-NOME
                   MOVE 'N' TO WS-CONFIRMA
               END-IF
           END-IF
           EXIT.
       FIM-VERIFICA-PROFESSOR-ATRIBUIDO.

       VERIFICA-JANELA-BIMESTRE.
           CALL 'BIMESTRE-JANELA' USING WS-BIMESTRE
                                        WS-JANELA-RESULTADO
