      *                    esvaziado sao resselados na virada, para
      *                    o MEDIA nao recusar o ano novo como
      *                    arquivo alterado fora do sistema
      *   15/10/2026 MC  - Turma do ano novo proposta pelo cadastro
      *                    TURMAS.TXT (rotina TURMA-PROPOE: serie
      *                    seguinte para o aprovado, mesma serie para
      *                    o retido, turma com vaga e de preferencia
      *                    no mesmo turno) em vez da conta no codigo
      *                    da turma; aluno ja confirmado na
      *                    rematricula mantem a turma confirmada; a
      *                    turma e o ano novo sao gravados no
      *                    MATRICULAS.TXT; turma sem correspondente
      *                    no cadastro mantem o codigo com aviso
      *                    (RETURN-CODE 4)
      *   15/10/2026 MC  - Progressao parcial: aluno reprovado por nota
      *                    em ate PARAM-MAX-DEPENDENCIAS disciplinas
      *                    (MEDIAPAR.TXT, contando as dependencias nao
      *                    cumpridas do ano) e promovido levando-as
      *                    em dependencia - um registro aberto por
      *                    disciplina em DEPENDENCIAS.TXT (DEPEND.CPY)
      *                    para o ano novo; retido leva de novo so as
      *                    dependencias nao cumpridas; reprovacao por
      *                    falta ou sem nota continua retendo
      *   15/10/2026 MC  - Registro do MATRICULAS.TXT com 76 posicoes
      *                    (unidade do aluno preservada na virada);
      *                    proposta de turma dentro da unidade do aluno
      *                    (rotina TURMA-PROPOE); arquivo do NOTAS.TXT
      *                    com a imagem de 46 posicoes
      *   15/10/2026 MC  - Avaliacoes do ano (AVALIACOES.TXT e
      *                    AVALNOTAS.TXT) arquivadas em AVAL<AAAA>.TXT e
      *                    AVNT<AAAA>.TXT e inicializadas vazias para o
      *                    ano novo
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRADA-ANO.
           SELECT HIST-ANOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT MEDIA-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
           SELECT DEPENDENCIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEP-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.

       FD ANO-FINAL
           LABEL RECORD STANDARD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'HISTANOS.TXT'.
       COPY HISTANOS.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD MEDIA-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MEDIAPAR.TXT'.
       01 PARAM-REC.
           02 PARAM-LIMITE-RECUPERACAO     PIC 9(02)V99.
           02 PARAM-LIMITE-APROVACAO       PIC 9(02)V99.
           02 PARAM-PESO1                  PIC 9(01)V99.
           02 PARAM-PESO2                  PIC 9(01)V99.
           02 PARAM-PESO3                  PIC 9(01)V99.
           02 PARAM-PESO4                  PIC 9(01)V99.
           02 PARAM-BIMESTRE               PIC 9(01).
           02 PARAM-MAX-DEPENDENCIAS       PIC 9(01).

       FD DEPENDENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DEPENDENCIAS.TXT'.
       COPY DEPEND.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-SELO-PROGRAMA             PIC X(15)
       01 WS-ANOFINAL-STATUS           PIC X(02) VALUE '00'.
       01 WS-ALUNOS-STATUS             PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-DEP-STATUS                PIC X(02) VALUE '00'.
       01 WS-ORIGEM-NOME               PIC X(20) VALUE SPACES.
       01 WS-DESTINO-NOME              PIC X(20) VALUE SPACES.
       01 WS-ANO                       PIC 9(04) VALUE ZERO.
       01 WS-ANO-NOVO                  PIC 9(04) VALUE ZERO.
       01 WS-ANO-NOVO-X REDEFINES WS-ANO-NOVO PIC X(04).
       01 WS-CONFIRMA                  PIC X(01) VALUE 'N'.
           88 WS-CONFIRMA-SIM                 VALUE 'S' 's'.
       01 WS-FLAGS.
               88 WS-ANO-NO-HIST-SIM      VALUE 'S'.
           02 WS-ALUNO-ACHOU        PIC X(01) VALUE 'N'.
               88 WS-ALUNO-ACHOU-SIM      VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-TAB-MAT-CHEIA      PIC X(01) VALUE 'N'.
               88 WS-TAB-MAT-CHEIA-SIM    VALUE 'S'.
           02 WS-FIM-DEP            PIC X(01) VALUE 'N'.
               88 WS-FIM-DEP-SIM          VALUE 'S'.
       01 WS-QTD-COPIADOS              PIC 9(05) VALUE ZERO.
       01 WS-TAB-ALU-LIMITE            PIC 9(03) VALUE 500.
       01 WS-QTD-ALUNOS                PIC 9(03) VALUE ZERO.
               03 WS-ALU-APROVADO      PIC X(01).
               03 WS-ALU-QTD-DISC      PIC 9(02).
               03 WS-ALU-DISCIPLINA PIC X(02) OCCURS 10 TIMES.
               03 WS-ALU-RETIDO        PIC X(01).
               03 WS-ALU-QTD-DEP       PIC 9(02).
               03 WS-ALU-DEP OCCURS 10 TIMES.
                   04 WS-ALU-DEP-DISC      PIC X(02).
                   04 WS-ALU-DEP-TIPO      PIC X(01).
                   04 WS-ALU-DEP-ANO-ORIG  PIC 9(04).
                   04 WS-ALU-DEP-TURMA-ORIG PIC X(03).
       01 WS-ALU-I                     PIC 9(03) VALUE ZERO.
       01 WS-ALU-ACHOU-I               PIC 9(03) VALUE ZERO.
       01 WS-DISC-J                    PIC 9(02) VALUE ZERO.
       01 WS-MAX-DEPENDENCIAS          PIC 9(01) VALUE ZERO.
       01 WS-TAB-DEP-LIMITE            PIC 9(04) VALUE 3000.
       01 WS-QTD-DEP                   PIC 9(04) VALUE ZERO.
       01 WS-TABELA-DEP.
           02 WS-DEP-REG PIC X(60) OCCURS 3000 TIMES.
       01 WS-DEP-I                     PIC 9(04) VALUE ZERO.
       01 WS-BIM-I                     PIC 9(01) VALUE ZERO.
       01 WS-QTD-DEP-NOVAS             PIC 9(04) VALUE ZERO.
       01 WS-QTD-DEP-VENCIDAS          PIC 9(04) VALUE ZERO.
       01 WS-QTD-PROM-DEPEND           PIC 9(03) VALUE ZERO.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
       01 WS-DATA-FECHAMENTO           PIC X(10) VALUE SPACES.
       01 WS-TURMA-NOVA                PIC X(03) VALUE SPACES.
       01 WS-PROMOVE                   PIC X(01) VALUE 'N'.
       01 WS-PROPOSTA-RESULTADO        PIC X(01) VALUE 'N'.
           88 WS-PROPOSTA-LOTADA              VALUE 'C'.
           88 WS-SEM-PROPOSTA                 VALUE 'N'.
       01 WS-TAB-MAT-LIMITE            PIC 9(04) VALUE 2000.
       01 WS-QTD-MAT                   PIC 9(04) VALUE ZERO.
       01 WS-TABELA-MAT.
           02 WS-MAT-REG PIC X(76) OCCURS 2000 TIMES.
       01 WS-MAT-I                     PIC 9(04) VALUE ZERO.
       01 WS-MAT-ACHOU-I               PIC 9(04) VALUE ZERO.
       01 WS-QTD-MAT-MUDADAS           PIC 9(04) VALUE ZERO.
       01 WS-QTD-SEM-TURMA-NOVA        PIC 9(03) VALUE ZERO.
       01 WS-DATA-INICIO               PIC X(10) VALUE SPACES.
       01 WS-QTD-PROMOVIDOS            PIC 9(03) VALUE ZERO.
       01 WS-QTD-RETIDOS               PIC 9(03) VALUE ZERO.
               PERFORM ARQUIVA-NOTAS
               PERFORM ARQUIVA-SEQUENCIAIS
               PERFORM CARREGA-RESULTADO-ANUAL
               IF WS-RETORNO-JOB < 8
                   PERFORM CARREGA-MAX-DEPENDENCIAS
                   PERFORM CARREGA-DEPENDENCIAS
               END-IF
               IF WS-RETORNO-JOB < 8
                   PERFORM MONTA-ALUNOS-NOVO
               END-IF
                       NOT AT END
                           MOVE SPACES TO ARQUIVO-DESTINO-REG
                           MOVE NOTAS-SAIDA-REC
                                TO ARQUIVO-DESTINO-REG(1:46)
                           WRITE ARQUIVO-DESTINO-REG
                           ADD 1 TO WS-QTD-COPIADOS
                   END-READ
                  INTO WS-DESTINO-NOME
           END-STRING
           PERFORM COPIA-ARQUIVO

           MOVE 'AVALIACOES.TXT' TO WS-ORIGEM-NOME
           MOVE SPACES TO WS-DESTINO-NOME
           STRING 'AVAL' WS-ANO '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-DESTINO-NOME
           END-STRING
           PERFORM COPIA-ARQUIVO

           MOVE 'AVALNOTAS.TXT' TO WS-ORIGEM-NOME
           MOVE SPACES TO WS-DESTINO-NOME
           STRING 'AVNT' WS-ANO '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-DESTINO-NOME
           END-STRING
           PERFORM COPIA-ARQUIVO
           PERFORM REGISTRA-ANO-HISTORICO
           EXIT.
       FIM-ARQUIVA-SEQUENCIAIS.
      *-----------------------------------------------------------------
      * PROMOCAO: UM ALUNO E PROMOVIDO SE TODAS AS SUAS DISCIPLINAS
      * NO ANOFINAL.TXT SAIRAM APROVADO (O RECUPERACAO-APLICA JA
      * RESOLVEU AS RECUPERACOES ANTES DA VIRADA) OU SE AS REPROVADAS
      * POR NOTA, SOMADAS AS DEPENDENCIAS NAO CUMPRIDAS, NAO PASSAM
      * DO LIMITE DE DEPENDENCIAS DO REGIMENTO
      *-----------------------------------------------------------------
       CARREGA-RESULTADO-ANUAL.
           OPEN INPUT ANO-FINAL
                        TO WS-ALU-TURMA(WS-ALU-ACHOU-I)
                   MOVE 'S' TO WS-ALU-APROVADO(WS-ALU-ACHOU-I)
                   MOVE ZERO TO WS-ALU-QTD-DISC(WS-ALU-ACHOU-I)
                   MOVE 'N' TO WS-ALU-RETIDO(WS-ALU-ACHOU-I)
                   MOVE ZERO TO WS-ALU-QTD-DEP(WS-ALU-ACHOU-I)
               ELSE
                   DISPLAY 'VIRADA ABORTADA - ANOFINAL.TXT EXCEDE '
                           WS-TAB-ALU-LIMITE ' ALUNOS: O ALUNOS.TXT '
           IF WS-ALU-ACHOU-I > 0
               IF AF-SITUACAO NOT = 'APROVADO'
                   MOVE 'N' TO WS-ALU-APROVADO(WS-ALU-ACHOU-I)
                   IF AF-SITUACAO = 'REPROVADO'
                      AND WS-ALU-QTD-DEP(WS-ALU-ACHOU-I) < 10
                       ADD 1 TO WS-ALU-QTD-DEP(WS-ALU-ACHOU-I)
                       MOVE WS-ALU-QTD-DEP(WS-ALU-ACHOU-I) TO WS-DISC-J
                       MOVE AF-DISCIPLINA
                            TO WS-ALU-DEP-DISC(WS-ALU-ACHOU-I,
                                               WS-DISC-J)
                       MOVE 'A'
                            TO WS-ALU-DEP-TIPO(WS-ALU-ACHOU-I,
                                               WS-DISC-J)
                       MOVE WS-ANO
                            TO WS-ALU-DEP-ANO-ORIG(WS-ALU-ACHOU-I,
                                                   WS-DISC-J)
                       MOVE AF-TURMA
                            TO WS-ALU-DEP-TURMA-ORIG(WS-ALU-ACHOU-I,
                                                     WS-DISC-J)
                   ELSE
                       MOVE 'S' TO WS-ALU-RETIDO(WS-ALU-ACHOU-I)
                   END-IF
               END-IF
               IF WS-ALU-QTD-DISC(WS-ALU-ACHOU-I) < 10
                   ADD 1 TO WS-ALU-QTD-DISC(WS-ALU-ACHOU-I)
           EXIT.
       FIM-ACUMULA-ALUNO-RESULTADO.

      *-----------------------------------------------------------------
      * DEPENDENCIAS: LIMITE DO REGIMENTO EM MEDIAPAR.TXT (0 = SEM
      * PROGRESSAO PARCIAL) E DEPENDENCIAS CURSADAS NO ANO QUE FECHA -
      * A NAO CUMPRIDA (FECHADA PELO CONSOLIDA-ANO) VOLTA A SER LEVADA
      *-----------------------------------------------------------------
       CARREGA-MAX-DEPENDENCIAS.
           MOVE ZERO TO WS-MAX-DEPENDENCIAS
           OPEN INPUT MEDIA-PARAM
           IF WS-PARAM-STATUS = '00'
               READ MEDIA-PARAM
                   NOT AT END
                       IF PARAM-MAX-DEPENDENCIAS NUMERIC
                           MOVE PARAM-MAX-DEPENDENCIAS
                                TO WS-MAX-DEPENDENCIAS
                       END-IF
               END-READ
               CLOSE MEDIA-PARAM
           END-IF
           DISPLAY 'LIMITE DE DISCIPLINAS EM DEPENDENCIA: '
                   WS-MAX-DEPENDENCIAS
           EXIT.
       FIM-CARREGA-MAX-DEPENDENCIAS.

       CARREGA-DEPENDENCIAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE SPACES TO WS-DATA-FECHAMENTO
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FECHAMENTO
           END-STRING

           MOVE 'N' TO WS-FIM-DEP
           OPEN INPUT DEPENDENCIAS
           IF WS-DEP-STATUS = '00'
               PERFORM LER-DEPENDENCIAS
               PERFORM UNTIL WS-FIM-DEP-SIM
                   IF WS-QTD-DEP < WS-TAB-DEP-LIMITE
                       PERFORM ACUMULA-DEPENDENCIA
                   ELSE
                       DISPLAY 'VIRADA ABORTADA - DEPENDENCIAS.TXT '
                               'EXCEDE ' WS-TAB-DEP-LIMITE
                               ' REGISTROS'
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-DEP-SIM TO TRUE
                   END-IF
                   PERFORM LER-DEPENDENCIAS
               END-PERFORM
               CLOSE DEPENDENCIAS
           END-IF
           EXIT.
       FIM-CARREGA-DEPENDENCIAS.

       LER-DEPENDENCIAS.
           READ DEPENDENCIAS
               AT END
                   SET WS-FIM-DEP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-DEPENDENCIAS.

       ACUMULA-DEPENDENCIA.
           IF DP-ANO-CURSO = WS-ANO AND DP-SIT-ABERTA
               DISPLAY 'AVISO: DEPENDENCIA ' DP-DISCIPLINA ' DE '
                       DP-NOME ' AINDA ABERTA (CONSOLIDA-ANO NAO A '
                       'FECHOU) - FICA COMO NAO CUMPRIDA'
               SET DP-SIT-NAO-CUMPRIDA TO TRUE
               MOVE WS-DATA-FECHAMENTO TO DP-DATA-FECHAMENTO
               ADD 1 TO WS-QTD-DEP-VENCIDAS
               IF WS-RETORNO-JOB < 4
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF

           ADD 1 TO WS-QTD-DEP
           MOVE DEPENDENCIA-REG TO WS-DEP-REG(WS-QTD-DEP)

           IF DP-ANO-CURSO = WS-ANO AND DP-SIT-NAO-CUMPRIDA
               MOVE ZERO TO WS-ALU-ACHOU-I
               PERFORM VARYING WS-ALU-I FROM 1 BY 1
                       UNTIL WS-ALU-I > WS-QTD-ALUNOS
                          OR WS-ALU-ACHOU-I > 0
                   IF WS-ALU-MATRICULA(WS-ALU-I) = DP-MATRICULA
                       MOVE WS-ALU-I TO WS-ALU-ACHOU-I
                   END-IF
               END-PERFORM

               IF WS-ALU-ACHOU-I > 0 AND
                  WS-ALU-QTD-DEP(WS-ALU-ACHOU-I) < 10
                   ADD 1 TO WS-ALU-QTD-DEP(WS-ALU-ACHOU-I)
                   MOVE WS-ALU-QTD-DEP(WS-ALU-ACHOU-I) TO WS-DISC-J
                   MOVE DP-DISCIPLINA
                        TO WS-ALU-DEP-DISC(WS-ALU-ACHOU-I, WS-DISC-J)
                   MOVE 'D'
                        TO WS-ALU-DEP-TIPO(WS-ALU-ACHOU-I, WS-DISC-J)
                   MOVE DP-ANO-ORIGEM
                        TO WS-ALU-DEP-ANO-ORIG(WS-ALU-ACHOU-I,
                                               WS-DISC-J)
                   MOVE DP-TURMA-ORIGEM
                        TO WS-ALU-DEP-TURMA-ORIG(WS-ALU-ACHOU-I,
                                                 WS-DISC-J)
               END-IF
           END-IF
           EXIT.
       FIM-ACUMULA-DEPENDENCIA.

      *-----------------------------------------------------------------
      * REGRA DE PROMOCAO COM DEPENDENCIA: SEM RETENCAO POR FALTA/SEM
      * NOTA E COM AS REPROVADAS + DEPENDENCIAS NAO CUMPRIDAS DENTRO
      * DO LIMITE; COM LIMITE 0 VALE A REGRA ANTIGA (TUDO APROVADO)
      *-----------------------------------------------------------------
       APURA-PROMOCAO.
           IF WS-ALU-QTD-DEP(WS-ALU-I) > 0
               IF WS-ALU-RETIDO(WS-ALU-I) = 'N' AND
                  WS-ALU-QTD-DEP(WS-ALU-I) NOT > WS-MAX-DEPENDENCIAS
                   MOVE 'S' TO WS-ALU-APROVADO(WS-ALU-I)
                   ADD 1 TO WS-QTD-PROM-DEPEND
               ELSE
                   MOVE 'N' TO WS-ALU-APROVADO(WS-ALU-I)
               END-IF
           END-IF
           IF WS-ALU-QTD-DEP(WS-ALU-I) > 0 AND
              WS-ALU-APROVADO(WS-ALU-I) = 'N'
               PERFORM VARYING WS-DISC-J FROM 1 BY 1
                       UNTIL WS-DISC-J > WS-ALU-QTD-DEP(WS-ALU-I)
                   IF WS-ALU-DEP-TIPO(WS-ALU-I, WS-DISC-J) = 'A'
                       MOVE SPACES
                            TO WS-ALU-DEP-TIPO(WS-ALU-I, WS-DISC-J)
                   END-IF
               END-PERFORM
           END-IF
           EXIT.
       FIM-APURA-PROMOCAO.

       REGRAVA-DEPENDENCIAS.
           OPEN OUTPUT DEPENDENCIAS
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I > WS-QTD-DEP
               MOVE WS-DEP-REG(WS-DEP-I) TO DEPENDENCIA-REG
               WRITE DEPENDENCIA-REG
           END-PERFORM

           PERFORM VARYING WS-ALU-I FROM 1 BY 1
                   UNTIL WS-ALU-I > WS-QTD-ALUNOS
               PERFORM VARYING WS-DISC-J FROM 1 BY 1
                       UNTIL WS-DISC-J > WS-ALU-QTD-DEP(WS-ALU-I)
                   IF WS-ALU-DEP-TIPO(WS-ALU-I, WS-DISC-J) NOT =
                      SPACES
                       PERFORM GRAVA-DEPENDENCIA-NOVA
                   END-IF
               END-PERFORM
           END-PERFORM

           CLOSE DEPENDENCIAS
           DISPLAY 'DEPENDENCIAS.TXT REGRAVADO - ABERTAS PARA '
                   WS-ANO-NOVO ': ' WS-QTD-DEP-NOVAS
           EXIT.
       FIM-REGRAVA-DEPENDENCIAS.

       GRAVA-DEPENDENCIA-NOVA.
           INITIALIZE DEPENDENCIA-REG
           MOVE WS-ALU-MATRICULA(WS-ALU-I) TO DP-MATRICULA
           MOVE WS-ALU-DEP-DISC(WS-ALU-I, WS-DISC-J) TO DP-DISCIPLINA
           MOVE WS-ALU-DEP-ANO-ORIG(WS-ALU-I, WS-DISC-J)
                TO DP-ANO-ORIGEM
           MOVE WS-ALU-DEP-TURMA-ORIG(WS-ALU-I, WS-DISC-J)
                TO DP-TURMA-ORIGEM
           MOVE WS-ANO-NOVO TO DP-ANO-CURSO
           MOVE WS-ALU-NOME(WS-ALU-I) TO DP-NOME
           PERFORM VARYING WS-BIM-I FROM 1 BY 1
                   UNTIL WS-BIM-I > 4
               MOVE ZERO TO DP-NOTA-BIM(WS-BIM-I)
               MOVE 'N' TO DP-LANCADA(WS-BIM-I)
           END-PERFORM
           MOVE ZERO TO DP-MEDIA-FINAL
           SET DP-SIT-ABERTA TO TRUE
           MOVE SPACES TO DP-DATA-FECHAMENTO
           WRITE DEPENDENCIA-REG
           ADD 1 TO WS-QTD-DEP-NOVAS
           EXIT.
       FIM-GRAVA-DEPENDENCIA-NOVA.

       MONTA-ALUNOS-NOVO.
           IF WS-QTD-ALUNOS > 0
               MOVE SPACES TO WS-DATA-INICIO
                      INTO WS-DATA-INICIO
               END-STRING

               PERFORM CARREGA-MATRICULAS-INTEIRO

               OPEN OUTPUT ALUNOS-NOVO

               PERFORM VARYING WS-ALU-I FROM 1 BY 1
                       UNTIL WS-ALU-I > WS-QTD-ALUNOS
                   PERFORM APURA-PROMOCAO
                   PERFORM DEFINE-TURMA-NOVA
                   PERFORM GRAVA-LINHAS-ALUNO
                   PERFORM ATUALIZA-MATRICULA-ALUNO
               END-PERFORM

               CLOSE ALUNOS-NOVO

               MOVE 'ALUNOS.TXT' TO WS-SELO-ARQ
               PERFORM GRAVA-SELO-MESTRE

               PERFORM REGRAVA-DEPENDENCIAS

               IF WS-QTD-MAT-MUDADAS > 0
                   IF WS-TAB-MAT-CHEIA-SIM
                       DISPLAY 'AVISO: MATRICULAS.TXT NAO REGRAVADO - '
                               'A CARGA ESTOUROU A TABELA; A TURMA '
                               'DE ' WS-ANO-NOVO ' FICA SO NO '
                               'ALUNOS.TXT'
                       MOVE 4 TO WS-RETORNO-JOB
                   ELSE
                       PERFORM REGRAVA-MATRICULAS
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-MONTA-ALUNOS-NOVO.

       CARREGA-MATRICULAS-INTEIRO.
           MOVE 'N' TO WS-FIM-MAT
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO - A TURMA DO '
                       'ANO NOVO NAO SERA GRAVADA NO CADASTRO'
           ELSE
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   IF WS-QTD-MAT < WS-TAB-MAT-LIMITE
                       ADD 1 TO WS-QTD-MAT
                       MOVE MATRICULA-REG TO WS-MAT-REG(WS-QTD-MAT)
                   ELSE
                       SET WS-TAB-MAT-CHEIA-SIM TO TRUE
                       SET WS-FIM-MAT-SIM TO TRUE
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CARREGA-MATRICULAS-INTEIRO.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       ATUALIZA-MATRICULA-ALUNO.
           MOVE ZERO TO WS-MAT-ACHOU-I
           PERFORM VARYING WS-MAT-I FROM 1 BY 1
                   UNTIL WS-MAT-I > WS-QTD-MAT
                      OR WS-MAT-ACHOU-I > 0
               IF WS-MAT-REG(WS-MAT-I)(1:5) =
                  WS-ALU-MATRICULA(WS-ALU-I)
                   MOVE WS-MAT-I TO WS-MAT-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-MAT-ACHOU-I > 0
               MOVE WS-TURMA-NOVA
                    TO WS-MAT-REG(WS-MAT-ACHOU-I)(68:3)
               MOVE WS-ANO-NOVO-X
                    TO WS-MAT-REG(WS-MAT-ACHOU-I)(71:4)
               ADD 1 TO WS-QTD-MAT-MUDADAS
           END-IF
           EXIT.
       FIM-ATUALIZA-MATRICULA-ALUNO.

       REGRAVA-MATRICULAS.
           OPEN OUTPUT MATRICULAS
           PERFORM VARYING WS-MAT-I FROM 1 BY 1
                   UNTIL WS-MAT-I > WS-QTD-MAT
               MOVE WS-MAT-REG(WS-MAT-I) TO MATRICULA-REG
               WRITE MATRICULA-REG
           END-PERFORM
           CLOSE MATRICULAS
           DISPLAY 'MATRICULAS.TXT REGRAVADO COM A TURMA DE '
                   WS-ANO-NOVO ' DE ' WS-QTD-MAT-MUDADAS ' ALUNO(S)'
           EXIT.
       FIM-REGRAVA-MATRICULAS.

      *-----------------------------------------------------------------
      * TURMA DO ANO NOVO PELO CADASTRO DE TURMAS (ROTINA
      * TURMA-PROPOE): APROVADO VAI PARA A SERIE SEGUINTE, RETIDO
      * REPETE A SERIE; JA CONFIRMADO NA REMATRICULA MANTEM A TURMA
      *-----------------------------------------------------------------
       DEFINE-TURMA-NOVA.
           IF WS-ALU-APROVADO(WS-ALU-I) = 'S'
               ADD 1 TO WS-QTD-PROMOVIDOS
               MOVE 'S' TO WS-PROMOVE
           ELSE
               ADD 1 TO WS-QTD-RETIDOS
               MOVE 'N' TO WS-PROMOVE
           END-IF

           CALL 'TURMA-PROPOE' USING WS-ALU-MATRICULA(WS-ALU-I)
                                     WS-ALU-TURMA(WS-ALU-I)
                                     WS-ANO
                                     WS-PROMOVE
                                     WS-TURMA-NOVA
                                     WS-PROPOSTA-RESULTADO
           END-CALL

           EVALUATE TRUE
               WHEN WS-SEM-PROPOSTA
                   DISPLAY 'AVISO: TURMA ' WS-ALU-TURMA(WS-ALU-I)
                           ' SEM CORRESPONDENTE NO TURMAS.TXT DE '
                           WS-ANO-NOVO ' - ALUNO '
                           WS-ALU-NOME(WS-ALU-I)
                           ' PERMANECE NA MESMA TURMA'
                   ADD 1 TO WS-QTD-SEM-TURMA-NOVA
                   IF WS-RETORNO-JOB < 4
                       MOVE 4 TO WS-RETORNO-JOB
                   END-IF
               WHEN WS-PROPOSTA-LOTADA
                   DISPLAY 'AVISO: ALUNO ' WS-ALU-NOME(WS-ALU-I)
                           ' COLOCADO NA TURMA ' WS-TURMA-NOVA
                           ' ACIMA DA CAPACIDADE - NAO HA VAGA NA '
                           'SERIE EM ' WS-ANO-NOVO
                   IF WS-RETORNO-JOB < 4
                       MOVE 4 TO WS-RETORNO-JOB
                   END-IF
           END-EVALUATE
           EXIT.
       FIM-DEFINE-TURMA-NOVA.

           OPEN OUTPUT ARQUIVO-DESTINO
           CLOSE ARQUIVO-DESTINO

           MOVE 'AVALIACOES.TXT' TO WS-DESTINO-NOME
           OPEN OUTPUT ARQUIVO-DESTINO
           CLOSE ARQUIVO-DESTINO

           MOVE 'AVALNOTAS.TXT' TO WS-DESTINO-NOME
           OPEN OUTPUT ARQUIVO-DESTINO
           CLOSE ARQUIVO-DESTINO

           DISPLAY 'NOTAS.TXT, FREQUENCIA.TXT E FREQDIA.TXT '
                   'INICIALIZADOS VAZIOS PARA ' WS-ANO-NOVO
           DISPLAY 'AVALIACOES.TXT E AVALNOTAS.TXT INICIALIZADOS '
                   'VAZIOS PARA ' WS-ANO-NOVO

           MOVE 'FREQUENCIA.TXT' TO WS-SELO-ARQ
           PERFORM GRAVA-SELO-MESTRE
           DISPLAY '-----------------------------------'
           DISPLAY 'ALUNOS PROMOVIDOS : ' WS-QTD-PROMOVIDOS
           DISPLAY 'ALUNOS RETIDOS    : ' WS-QTD-RETIDOS
           DISPLAY 'PROMOVIDOS COM DEPENDENCIA: ' WS-QTD-PROM-DEPEND
           DISPLAY 'DEPENDENCIAS ABERTAS PARA O ANO NOVO: '
                   WS-QTD-DEP-NOVAS
           DISPLAY 'DEPENDENCIAS AINDA ABERTAS NA VIRADA: '
                   WS-QTD-DEP-VENCIDAS
           DISPLAY 'LINHAS NO ALUNOS.TXT NOVO: ' WS-QTD-LINHAS-NOVAS
           DISPLAY 'ALUNOS SEM TURMA NO CADASTRO: '
                   WS-QTD-SEM-TURMA-NOVA
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
