      *                    linhas; estouro na carga agora impede a
      *                    regravacao do cadastro (RETURN-CODE 8) em
      *                    vez de regravar truncado
      *   15/10/2026 MC  - Turma de destino conferida no cadastro
      *                    TURMAS.TXT do ano corrente (rotina
      *                    TURMA-VAGAS): turma inexistente ou lotada
      *                    rejeita a transferencia; a ocupacao conta
      *                    as transferencias ja aplicadas no lote; a
      *                    turma e o ano letivo do aluno sao
      *                    atualizados tambem no MATRICULAS.TXT
      *   15/10/2026 MC  - Transferencia entre unidades
      *                    (TF-UNIDADE-PARA; em branco fica na unidade
      *                    do aluno): vaga conferida na turma da unidade
      *                    de destino, a matricula e mantida e recebe a
      *                    unidade nova, e as notas do bimestre de
      *                    efeito em diante passam para a unidade nova;
      *                    registro do MATRICULAS.TXT com 76 posicoes
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURMA-TRANSFERE.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.

       FD JORNAL-NOTAS
           LABEL RECORD STANDARD
               88 WS-NOTAS-ABERTO-SIM          VALUE 'S'.
           02 WS-CADASTRO-MUDOU         PIC X(01) VALUE 'N'.
               88 WS-CADASTRO-MUDOU-SIM        VALUE 'S'.
           02 WS-MATRICULAS-MUDOU       PIC X(01) VALUE 'N'.
               88 WS-MATRICULAS-MUDOU-SIM      VALUE 'S'.
           02 WS-TAB-MAT-CHEIA          PIC X(01) VALUE 'N'.
               88 WS-TAB-MAT-CHEIA-SIM         VALUE 'S'.
       01 WS-TRANSF-VALIDA                 PIC X(01) VALUE 'S'.
           88 WS-TRANSF-OK                        VALUE 'S'.
       01 WS-MOTIVO-REJEICAO               PIC X(40) VALUE SPACES.
       01 WS-TAB-MAT-LIMITE                PIC 9(04) VALUE 2000.
       01 WS-QTD-MAT                       PIC 9(04) VALUE ZERO.
       01 WS-TABELA-MAT.
           02 WS-MAT-ENTRADA OCCURS 2000 TIMES.
               03 WS-MAT-NUMERO            PIC X(05).
               03 WS-MAT-NOME              PIC X(11).
               03 WS-MAT-REGISTRO          PIC X(76).
       01 WS-MAT-I                         PIC 9(04) VALUE ZERO.
       01 WS-MAT-ACHOU-I                   PIC 9(04) VALUE ZERO.
       01 WS-ANO-LETIVO                    PIC 9(04) VALUE ZERO.
       01 WS-ANO-LETIVO-X REDEFINES WS-ANO-LETIVO PIC X(04).
       01 WS-UNIDADE-ORIGEM                PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-DESTINO               PIC X(02) VALUE SPACES.
       01 WS-VAGA-RESULTADO                PIC X(01) VALUE 'N'.
           88 WS-TURMA-INEXISTENTE                VALUE 'N'.
       01 WS-VAGA-SERIE                    PIC 9(02) VALUE ZERO.
       01 WS-VAGA-TURNO                    PIC X(01) VALUE SPACES.
       01 WS-VAGA-SALA                     PIC X(05) VALUE SPACES.
       01 WS-VAGA-CAPACIDADE               PIC 9(03) VALUE ZERO.
       01 WS-VAGA-OCUPADAS                 PIC 9(03) VALUE ZERO.
       01 WS-OCUPADAS-DESTINO              PIC 9(04) VALUE ZERO.
       01 WS-QTD-MAT-MUDADAS               PIC 9(04) VALUE ZERO.
       01 WS-NOME-ALUNO                    PIC X(11) VALUE SPACES.
       01 WS-TAB-ALU-LIMITE                PIC 9(04) VALUE 5000.
       01 WS-QTD-ALU                       PIC 9(04) VALUE ZERO.
               SET WS-FIM-TRANSF-SIM TO TRUE
           ELSE
               MOVE 'N' TO WS-RUNID-ACAO
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-LETIVO

               CALL 'RUN-ID' USING WS-RUNID-ACAO
                                   WS-RUNID
               END-CALL
                            TO WS-MAT-NUMERO(WS-QTD-MAT)
                       MOVE MT-NOME(1:11)
                            TO WS-MAT-NOME(WS-QTD-MAT)
                       MOVE MATRICULA-REG
                            TO WS-MAT-REGISTRO(WS-QTD-MAT)
                   ELSE
                       IF NOT WS-TAB-MAT-CHEIA-SIM
                           DISPLAY 'AVISO: LIMITE DE '
                                   WS-TAB-MAT-LIMITE ' MATRICULAS '
                                   'ATINGIDO - MATRICULAS.TXT NAO '
                                   'SERA REGRAVADO'
                       END-IF
                       SET WS-TAB-MAT-CHEIA-SIM TO TRUE
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
                       PERFORM REGRAVA-ALUNOS
                   END-IF
               END-IF

               IF WS-MATRICULAS-MUDOU-SIM
                   IF WS-TAB-MAT-CHEIA-SIM
                       DISPLAY 'MATRICULAS.TXT NAO REGRAVADO - A '
                               'CARGA ESTOUROU A TABELA E A '
                               'REGRAVACAO TRUNCARIA O CADASTRO'
                       MOVE 8 TO WS-RETORNO-JOB
                   ELSE
                       PERFORM REGRAVA-MATRICULAS
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.
           END-IF

           IF WS-TRANSF-OK
               IF TF-TURMA-PARA = SPACES
                   MOVE 'N' TO WS-TRANSF-VALIDA
                   MOVE 'TURMA DE DESTINO INVALIDA'
                        TO WS-MOTIVO-REJEICAO
                        TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF

           IF WS-TRANSF-OK
               PERFORM DEFINE-UNIDADES
               IF TF-TURMA-PARA = TF-TURMA-DE AND
                  WS-UNIDADE-DESTINO = WS-UNIDADE-ORIGEM
                   MOVE 'N' TO WS-TRANSF-VALIDA
                   MOVE 'TURMA DE DESTINO INVALIDA'
                        TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF

           IF WS-TRANSF-OK
               PERFORM CONFERE-VAGA-DESTINO
           END-IF
           EXIT.
       FIM-VALIDA-TRANSFERENCIA.

      *-----------------------------------------------------------------
      * UNIDADE DO ALUNO NO MATRICULAS.TXT (EM BRANCO = SEDE '01');
      * SEM UNIDADE DE DESTINO NO LOTE O ALUNO FICA NA MESMA UNIDADE
      *-----------------------------------------------------------------
       DEFINE-UNIDADES.
           MOVE WS-MAT-REGISTRO(WS-MAT-ACHOU-I)(75:2)
                TO WS-UNIDADE-ORIGEM
           IF WS-UNIDADE-ORIGEM = SPACES
               MOVE '01' TO WS-UNIDADE-ORIGEM
           END-IF
           IF TF-UNIDADE-PARA = SPACES
               MOVE WS-UNIDADE-ORIGEM TO WS-UNIDADE-DESTINO
           ELSE
               MOVE TF-UNIDADE-PARA TO WS-UNIDADE-DESTINO
           END-IF
           EXIT.
       FIM-DEFINE-UNIDADES.

      *-----------------------------------------------------------------
      * VAGA NA TURMA DE DESTINO: A TURMA TEM QUE EXISTIR NO
      * TURMAS.TXT DO ANO CORRENTE E A OCUPACAO (ALUNOS ATIVOS NA
      * TABELA DO MATRICULAS.TXT, JA COM AS TRANSFERENCIAS DO LOTE)
      * TEM QUE ESTAR ABAIXO DA CAPACIDADE
      *-----------------------------------------------------------------
       CONFERE-VAGA-DESTINO.
           CALL 'TURMA-VAGAS' USING TF-TURMA-PARA
                                    WS-ANO-LETIVO
                                    WS-VAGA-RESULTADO
                                    WS-VAGA-SERIE
                                    WS-VAGA-TURNO
                                    WS-VAGA-SALA
                                    WS-VAGA-CAPACIDADE
                                    WS-VAGA-OCUPADAS
                                    WS-UNIDADE-DESTINO
           END-CALL

           IF WS-TURMA-INEXISTENTE
               MOVE 'N' TO WS-TRANSF-VALIDA
               MOVE 'TURMA DE DESTINO FORA DO CADASTRO'
                    TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE ZERO TO WS-OCUPADAS-DESTINO
               PERFORM VARYING WS-MAT-I FROM 1 BY 1
                       UNTIL WS-MAT-I > WS-QTD-MAT
                   IF WS-MAT-REGISTRO(WS-MAT-I)(68:3) = TF-TURMA-PARA
                      AND WS-MAT-REGISTRO(WS-MAT-I)(71:4) =
                          WS-ANO-LETIVO-X
                      AND (WS-MAT-REGISTRO(WS-MAT-I)(57:1) = 'A' OR
                           WS-MAT-REGISTRO(WS-MAT-I)(57:1) = SPACE)
                      AND (WS-MAT-REGISTRO(WS-MAT-I)(75:2) =
                           WS-UNIDADE-DESTINO OR
                          (WS-MAT-REGISTRO(WS-MAT-I)(75:2) = SPACES
                           AND WS-UNIDADE-DESTINO = '01'))
                       ADD 1 TO WS-OCUPADAS-DESTINO
                   END-IF
               END-PERFORM

               IF WS-OCUPADAS-DESTINO >= WS-VAGA-CAPACIDADE
                   MOVE 'N' TO WS-TRANSF-VALIDA
                   MOVE 'TURMA DE DESTINO LOTADA'
                        TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF
           EXIT.
       FIM-CONFERE-VAGA-DESTINO.

       LOCALIZA-MATRICULA.
           MOVE 'N' TO WS-MAT-ACHOU
           MOVE SPACES TO WS-NOME-ALUNO
                      OR WS-MAT-ACHOU-SIM
               IF WS-MAT-NUMERO(WS-MAT-I) = TF-MATRICULA
                   SET WS-MAT-ACHOU-SIM TO TRUE
                   MOVE WS-MAT-I TO WS-MAT-ACHOU-I
                   MOVE WS-MAT-NOME(WS-MAT-I) TO WS-NOME-ALUNO
               END-IF
           END-PERFORM

       APLICA-TRANSFERENCIA.
           PERFORM ATUALIZA-CADASTRO
           PERFORM ATUALIZA-MATRICULA
           IF WS-NOTAS-ABERTO-SIM
               PERFORM ATUALIZA-NOTAS
           END-IF
           DISPLAY 'TRANSFERENCIA APLICADA - ' WS-NOME-ALUNO
                   ' DE ' TF-TURMA-DE ' PARA ' TF-TURMA-PARA
                   ' A PARTIR DO BIMESTRE ' TF-BIMESTRE-EFEITO
           IF WS-UNIDADE-DESTINO NOT = WS-UNIDADE-ORIGEM
               DISPLAY '   MUDANCA DE UNIDADE: ' WS-UNIDADE-ORIGEM
                       ' PARA ' WS-UNIDADE-DESTINO
           END-IF
           EXIT.
       FIM-APLICA-TRANSFERENCIA.

           EXIT.
       FIM-ATUALIZA-CADASTRO.

       ATUALIZA-MATRICULA.
           MOVE TF-TURMA-PARA
                TO WS-MAT-REGISTRO(WS-MAT-ACHOU-I)(68:3)
           MOVE WS-ANO-LETIVO-X
                TO WS-MAT-REGISTRO(WS-MAT-ACHOU-I)(71:4)
           MOVE WS-UNIDADE-DESTINO
                TO WS-MAT-REGISTRO(WS-MAT-ACHOU-I)(75:2)
           ADD 1 TO WS-QTD-MAT-MUDADAS
           SET WS-MATRICULAS-MUDOU-SIM TO TRUE
           EXIT.
       FIM-ATUALIZA-MATRICULA.

       ATUALIZA-NOTAS.
           MOVE 'N' TO WS-FIM-NOTAS
           MOVE LOW-VALUES TO FDS-CHAVE
       REGRAVA-NOTA-TURMA.
           PERFORM GRAVA-JORNAL-ALTERACAO
           MOVE TF-TURMA-PARA TO FDS-TURMA
           MOVE WS-UNIDADE-DESTINO TO FDS-UNIDADE
           REWRITE NOTAS-SAIDA-REC
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR NOTAS.TXT - CHAVE '
           EXIT.
       FIM-REGRAVA-ALUNOS.

       REGRAVA-MATRICULAS.
           OPEN OUTPUT MATRICULAS
           PERFORM VARYING WS-MAT-I FROM 1 BY 1
                   UNTIL WS-MAT-I > WS-QTD-MAT
               MOVE WS-MAT-REGISTRO(WS-MAT-I) TO MATRICULA-REG
               WRITE MATRICULA-REG
           END-PERFORM
           CLOSE MATRICULAS
           DISPLAY 'MATRICULAS.TXT REGRAVADO COM '
                   WS-QTD-MAT-MUDADAS ' TURMA(S) ATUALIZADA(S)'
           EXIT.
       FIM-REGRAVA-MATRICULAS.

       FINALIZA-PROGRAMA.
           IF NOT WS-FIM-TRANSF-SIM OR WS-QTD-LIDAS > 0
               CLOSE TRANSFERENCIAS
