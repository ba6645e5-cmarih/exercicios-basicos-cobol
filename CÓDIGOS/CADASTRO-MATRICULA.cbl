      *                    estouro na carga recusa a manutencao de
      *                    situacao (a regravacao truncaria o
      *                    cadastro)
      *   15/10/2026 MC  - Inclusao pede turma e ano letivo (zero
      *                    vale o ano corrente), gravados em
      *                    MT-TURMA/MT-ANO-LETIVO; a rotina
      *                    TURMA-VAGAS recusa turma fora do cadastro
      *                    TURMAS.TXT ou lotada; a gravacao abre e
      *                    fecha o MATRICULAS.TXT a cada aluno, para
      *                    a conferencia de vagas enxergar os alunos
      *                    incluidos na mesma sessao
      *   15/10/2026 MC  - Unidade escolar: o aluno novo entra na
      *                    unidade ativa da sessao (rotina
      *                    UNIDADE-ATIVA; na consolidada a unidade e
      *                    perguntada) e a turma e conferida no cadastro
      *                    dessa unidade; a numeracao da matricula
      *                    continua unica entre as unidades; a
      *                    manutencao de situacao recusa matricula de
      *                    outra unidade; tabela do cadastro ampliada
      *                    para o registro com MT-UNIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-MATRICULA.
       01 WS-TAB-MAT-LIMITE        PIC 9(04) VALUE 2000.
       01 WS-QTD-MAT               PIC 9(04) VALUE ZERO.
       01 WS-TABELA-MAT.
           02 WS-MAT-REG PIC X(76) OCCURS 2000 TIMES.
       01 WS-MAT-I                 PIC 9(04) VALUE ZERO.
       01 WS-MAT-ACHOU-I           PIC 9(04) VALUE ZERO.
       01 WS-TAB-MAT-CHEIA         PIC X(01) VALUE 'N'.
           88 WS-NOVA-SIT-VALIDA          VALUE 'A' 'T' 'D' 'R'.
       01 WS-DATA-EFEITO           PIC X(10) VALUE SPACES.
       01 WS-QTD-ALTERADAS         PIC 9(03) VALUE ZERO.
       01 WS-TURMA                 PIC X(03) VALUE SPACES.
       01 WS-ANO-LETIVO            PIC 9(04) VALUE ZERO.
       01 WS-ANO-ATUAL             PIC 9(04) VALUE ZERO.
       01 WS-VAGA-RESULTADO        PIC X(01) VALUE 'N'.
           88 WS-VAGA-SIM                 VALUE 'S'.
           88 WS-TURMA-LOTADA             VALUE 'C'.
       01 WS-VAGA-SERIE            PIC 9(02) VALUE ZERO.
       01 WS-VAGA-TURNO            PIC X(01) VALUE SPACES.
       01 WS-VAGA-SALA             PIC X(05) VALUE SPACES.
       01 WS-VAGA-CAPACIDADE       PIC 9(03) VALUE ZERO.
       01 WS-VAGA-OCUPADAS         PIC 9(03) VALUE ZERO.
       01 WS-UNIDADE               PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-ATIVA         PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME          PIC X(40) VALUE SPACES.
       01 WS-UNIDADE-ALUNO         PIC X(02) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
           DISPLAY 'MODO: (I) INCLUSAO  (S) SITUACAO DA MATRICULA'
           ACCEPT WS-MODO

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-ATUAL
           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-ATIVA
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-NOME NOT = SPACES
               DISPLAY 'UNIDADE: ' WS-UNIDADE-ATIVA ' - '
                       WS-UNIDADE-NOME
           END-IF

           IF WS-MODO-INCLUSAO
               PERFORM CONTA-EXISTENTES
           END-IF
           EXIT.
       FIM-INICIO.
               END-IF
           END-PERFORM

           IF WS-MAT-ACHOU-SIM
               MOVE WS-MAT-REG(WS-MAT-ACHOU-I)(75:2)
                    TO WS-UNIDADE-ALUNO
               IF WS-UNIDADE-ALUNO = SPACES
                   MOVE '01' TO WS-UNIDADE-ALUNO
               END-IF
               IF WS-UNIDADE-ATIVA NOT = '00' AND
                  WS-UNIDADE-ATIVA NOT = WS-UNIDADE-ALUNO
                   DISPLAY 'MATRICULA ' WS-MAT-BUSCA ' E DA UNIDADE '
                           WS-UNIDADE-ALUNO ' - FORA DA UNIDADE DA '
                           'SESSAO, NADA ALTERADO'
                   MOVE 'N' TO WS-MAT-ACHOU
                   MOVE ZERO TO WS-MAT-ACHOU-I
               END-IF
           ELSE
               DISPLAY 'MATRICULA ' WS-MAT-BUSCA ' NAO ENCONTRADA'
           END-IF

           IF WS-MAT-ACHOU-SIM
               DISPLAY 'ALUNO: ' WS-MAT-REG(WS-MAT-ACHOU-I)(6:30)
               DISPLAY 'SITUACAO ATUAL: '
                       WS-MAT-REG(WS-MAT-ACHOU-I)(57:1)
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               PERFORM COLETA-TURMA
           END-IF
           EXIT.
       FIM-COLETA-E-VALIDA.

      *-----------------------------------------------------------------
      * O ALUNO NOVO ENTRA NA UNIDADE DA SESSAO; NA SESSAO CONSOLIDADA
      * A UNIDADE E PERGUNTADA (EM BRANCO = 01, SEDE); A TURMA E
      * PROCURADA NO CADASTRO DA UNIDADE; A NUMERACAO DA MATRICULA
      * CONTINUA UNICA ENTRE AS UNIDADES
      *-----------------------------------------------------------------
       COLETA-TURMA.
           IF WS-UNIDADE-ATIVA = '00' OR WS-UNIDADE-ATIVA = SPACES
               DISPLAY 'UNIDADE (EM BRANCO = 01): '
               MOVE SPACES TO WS-UNIDADE
               ACCEPT WS-UNIDADE
               IF WS-UNIDADE = SPACES OR WS-UNIDADE = '00'
                   MOVE '01' TO WS-UNIDADE
               END-IF
           ELSE
               MOVE WS-UNIDADE-ATIVA TO WS-UNIDADE
           END-IF
           DISPLAY 'TURMA: '
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA
           DISPLAY 'ANO LETIVO (AAAA, ZERO PARA ' WS-ANO-ATUAL '): '
           MOVE ZERO TO WS-ANO-LETIVO
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO = ZERO
               MOVE WS-ANO-ATUAL TO WS-ANO-LETIVO
           END-IF

           CALL 'TURMA-VAGAS' USING WS-TURMA
                                    WS-ANO-LETIVO
                                    WS-VAGA-RESULTADO
                                    WS-VAGA-SERIE
                                    WS-VAGA-TURNO
                                    WS-VAGA-SALA
                                    WS-VAGA-CAPACIDADE
                                    WS-VAGA-OCUPADAS
                                    WS-UNIDADE
           END-CALL

           EVALUATE TRUE
               WHEN WS-VAGA-SIM
                   DISPLAY 'TURMA ' WS-TURMA ' - SERIE '
                           WS-VAGA-SERIE ' TURNO ' WS-VAGA-TURNO
                           ' SALA ' WS-VAGA-SALA ' - VAGAS OCUPADAS '
                           WS-VAGA-OCUPADAS ' DE ' WS-VAGA-CAPACIDADE
               WHEN WS-TURMA-LOTADA
                   DISPLAY 'TURMA ' WS-TURMA ' LOTADA ('
                           WS-VAGA-OCUPADAS ' DE '
                           WS-VAGA-CAPACIDADE ') - INCLUSAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               WHEN OTHER
                   DISPLAY 'TURMA ' WS-TURMA ' NAO CADASTRADA PARA '
                           WS-ANO-LETIVO ' NA UNIDADE ' WS-UNIDADE
                           ' - INCLUSAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
           END-EVALUATE
           EXIT.
       FIM-COLETA-TURMA.

       GRAVA-MATRICULA.
           ADD 1 TO WS-PROX-MATRICULA

           OPEN EXTEND MATRICULAS
           IF WS-MAT-STATUS = '35'
               OPEN OUTPUT MATRICULAS
           END-IF

           MOVE SPACES TO MATRICULA-REG
           MOVE WS-PROX-MATRICULA TO MT-MATRICULA
           MOVE WS-NOME           TO MT-NOME
           MOVE WS-NASCIMENTO     TO MT-NASCIMENTO
           MOVE 'A'               TO MT-SITUACAO
           MOVE SPACES            TO MT-DATA-SITUACAO
           MOVE WS-TURMA          TO MT-TURMA
           MOVE WS-ANO-LETIVO     TO MT-ANO-LETIVO
           MOVE WS-UNIDADE        TO MT-UNIDADE
           WRITE MATRICULA-REG
           CLOSE MATRICULAS

           ADD 1 TO WS-QTD-INCLUIDOS
           DISPLAY 'MATRICULA ' WS-PROX-MATRICULA ' ATRIBUIDA A '
                   WS-NOME ' NA TURMA ' WS-TURMA
                   ' DA UNIDADE ' WS-UNIDADE
           EXIT.
       FIM-GRAVA-MATRICULA.

       FINALIZA-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'ALUNOS INCLUIDOS    : ' WS-QTD-INCLUIDOS
           DISPLAY 'SITUACOES ALTERADAS : ' WS-QTD-ALTERADAS
