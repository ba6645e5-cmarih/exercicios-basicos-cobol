      *                    NOTAS-APROVA aplica, passando pelo
      *                    jornal; NOTAS.TXT abre so para leitura e
      *                    o jornal saiu daqui para a aprovacao
      *   15/10/2026 MC  - Atribuicao de aulas: cada correcao traz o
      *                    operador do professor (CR-OPERADOR) e so
      *                    vira proposta se ele for o professor
      *                    atribuido a turma/disciplina no ano da
      *                    nota (rotina PROFESSOR-TURMA); o
      *                    solicitante da proposta passou a ser esse
      *                    operador em vez de LOTE-CORR
      *   15/10/2026 MC  - Professor atribuido procurado na unidade
      *                    em que a nota foi lancada (FD-UNIDADE)
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAS-CORRECAO.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.

       FD CORRECAO-AUD
           LABEL RECORD STANDARD
       01 WS-ERR-OPERACAO                  PIC X(10) VALUE 'JANELA'.
       01 WS-ERR-STATUS                    PIC X(02) VALUE 'JB'.
       01 WS-ERR-RETORNO                   PIC 9(02) VALUE ZERO.
       01 WS-ATR-ANO                       PIC 9(04) VALUE ZERO.
       01 WS-ATR-ACHOU                     PIC X(01) VALUE 'N'.
           88 WS-ATR-ACHOU-SIM                    VALUE 'S'.
       01 WS-ATR-PROFESSOR                 PIC X(05) VALUE SPACES.
       01 WS-ATR-PROF-NOME                 PIC X(30) VALUE SPACES.
       01 WS-ATR-PROF-OPERADOR             PIC X(08) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
                   SET WS-REGISTRO-LIDO-SIM TO TRUE
           END-READ

           IF WS-REGISTRO-LIDO-SIM
               PERFORM VERIFICA-PROFESSOR-ATRIBUIDO
           END-IF

           IF WS-REGISTRO-LIDO-SIM
               EVALUATE CR-NUM-NOTA
                   WHEN 1
               MOVE CR-NUM-NOTA        TO NP-NUM-NOTA
               MOVE WS-NOTA-ANTERIOR   TO NP-VALOR-ANTES
               MOVE CR-NOVO-VALOR      TO NP-VALOR-NOVO
               MOVE CR-OPERADOR        TO NP-SOLICITANTE
               MOVE 'LOTE CORRECOES.TXT' TO NP-MOTIVO
               MOVE CR-DATA            TO NP-DATA-PEDIDO
               MOVE 'P'                TO NP-SITUACAO
           EXIT.
       FIM-APLICA-CORRECAO.

      *-----------------------------------------------------------------
      * SO O PROFESSOR ATRIBUIDO A TURMA/DISCIPLINA NO ANO DA NOTA
      * (ATRIBUICAO.TXT) PROPOE CORRECAO; O ANO VEM DA DATA DO
      * REGISTRO E, SEM DATA VALIDA, DA DATA DA CORRECAO
      *-----------------------------------------------------------------
       VERIFICA-PROFESSOR-ATRIBUIDO.
           IF FDS-DATA(7:4) IS NUMERIC
               MOVE FDS-DATA(7:4) TO WS-ATR-ANO
           ELSE
               MOVE CR-DATA(7:4) TO WS-ATR-ANO
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
               MOVE 'N' TO WS-REGISTRO-LIDO
               MOVE 'TURMA/DISCIPLINA SEM PROFESSOR'
                    TO WS-MOTIVO-REJEICAO
           ELSE
               IF CR-OPERADOR = SPACES OR
                  CR-OPERADOR NOT = WS-ATR-PROF-OPERADOR
                   MOVE 'N' TO WS-REGISTRO-LIDO
                   MOVE 'OPERADOR NAO E O PROFESSOR'
                        TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF

           IF NOT WS-REGISTRO-LIDO-SIM
               DISPLAY 'CORRECAO REJEITADA - MATRICULA '
                       CR-MATRICULA ': ' WS-MOTIVO-REJEICAO
               ADD 1 TO WS-QTD-REJEITADAS
               PERFORM GRAVA-AUDITORIA-REJEICAO
           END-IF
           EXIT.
       FIM-VERIFICA-PROFESSOR-ATRIBUIDO.

       GRAVA-AUDITORIA-ALTERACAO.
           MOVE SPACES TO CORRECAO-AUD-REG
           STRING 'MATRICULA: ' DELIMITED BY SIZE
