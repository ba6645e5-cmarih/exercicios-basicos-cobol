      *                    os meses futuros do ano, ainda em aberto
      *                    para todo mundo, bloqueavam a escola
      *                    inteira na campanha de novembro
      *   15/10/2026 MC  - Turma proposta pelo cadastro TURMAS.TXT
      *                    (rotina TURMA-PROPOE: turma do ano
      *                    seguinte na serie seguinte, ou na mesma
      *                    serie para o retido, com vaga e de
      *                    preferencia no mesmo turno) em vez da
      *                    conta no codigo da turma; a confirmacao
      *                    recusa turma proposta fora do cadastro ou
      *                    lotada (rotina TURMA-VAGAS) e grava a
      *                    turma e o ano seguinte no MATRICULAS.TXT
      *   15/10/2026 MC  - Proposta segue a progressao parcial do
      *                    VIRADA-ANO: reprovado por nota em ate
      *                    PARAM-MAX-DEPENDENCIAS disciplinas
      *                    (MEDIAPAR.TXT, somadas as dependencias do
      *                    ano ainda nao cumpridas em DEPENDENCIAS.TXT)
      *                    e proposto para a serie seguinte
      *   15/10/2026 MC  - Geracao da campanha avisa (retorno 4) quando
      *                    o BOLSAPROP.TXT ainda tem propostas de
      *                    renovacao de bolsa sem decisao do supervisor
      *                    (BOLSA-RENOVA, modo C)
      *   15/10/2026 MC  - Confirmacao confere a vaga da turma proposta
      *                    na unidade do aluno (MT-UNIDADE, em branco =
      *                    sede 01); registro do MATRICULAS.TXT com 76
      *                    posicoes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMATRICULA.
           SELECT REMATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REM-STATUS.
           SELECT MEDIA-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
           SELECT DEPENDENCIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEP-STATUS.
           SELECT BOLSA-PROPOSTA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROP-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'REMATRIC.TXT'.
       COPY REMATRIC.CPY.

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

       FD BOLSA-PROPOSTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BOLSAPROP.TXT'.
       COPY BOLSAPRO.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-ALOC-STATUS               PIC X(02) VALUE '00'.
       01 WS-ACORDO-STATUS             PIC X(02) VALUE '00'.
       01 WS-REM-STATUS                PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-DEP-STATUS                PIC X(02) VALUE '00'.
       01 WS-PROP-STATUS               PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
               88 WS-ACHOU-SIM            VALUE 'S'.
           02 WS-ALTEROU            PIC X(01) VALUE 'N'.
               88 WS-ALTEROU-SIM          VALUE 'S'.
           02 WS-MAT-ALTEROU        PIC X(01) VALUE 'N'.
               88 WS-MAT-ALTEROU-SIM      VALUE 'S'.
           02 WS-VAGA-OK            PIC X(01) VALUE 'N'.
               88 WS-VAGA-OK-SIM          VALUE 'S'.
           02 WS-FIM-DEP            PIC X(01) VALUE 'N'.
               88 WS-FIM-DEP-SIM          VALUE 'S'.
           02 WS-FIM-PROP           PIC X(01) VALUE 'N'.
               88 WS-FIM-PROP-SIM         VALUE 'S'.
       01 WS-MODO                      PIC X(01) VALUE SPACE.
           88 WS-MODO-VALIDO                  VALUE 'G' 'C' 'R'.
       01 WS-TAB-ALU-LIMITE            PIC 9(03) VALUE 500.
               03 WS-ALU-TEM-ANOFIM    PIC X(01).
               03 WS-ALU-DEVEDOR       PIC X(01).
               03 WS-ALU-ACORDO        PIC X(01).
               03 WS-ALU-RETIDO        PIC X(01).
               03 WS-ALU-QTD-DEP       PIC 9(02).
       01 WS-ALU-I                     PIC 9(03) VALUE ZERO.
       01 WS-ALU-ACHOU-I               PIC 9(03) VALUE ZERO.
       01 WS-TAB-REM-LIMITE            PIC 9(03) VALUE 500.
       01 WS-TU-I                      PIC 9(02) VALUE ZERO.
       01 WS-TU-ACHOU-I                PIC 9(02) VALUE ZERO.
       01 WS-TURMA-NOVA                PIC X(03) VALUE SPACES.
       01 WS-PROMOVE                   PIC X(01) VALUE 'N'.
       01 WS-PROPOSTA-RESULTADO        PIC X(01) VALUE 'N'.
           88 WS-PROPOSTA-LOTADA              VALUE 'C'.
           88 WS-SEM-PROPOSTA                 VALUE 'N'.
       01 WS-ANO-SEGUINTE              PIC 9(04) VALUE ZERO.
       01 WS-ANO-SEGUINTE-X REDEFINES WS-ANO-SEGUINTE PIC X(04).
       01 WS-VAGA-RESULTADO            PIC X(01) VALUE 'N'.
           88 WS-TURMA-INEXISTENTE            VALUE 'N'.
       01 WS-VAGA-SERIE                PIC 9(02) VALUE ZERO.
       01 WS-VAGA-TURNO                PIC X(01) VALUE SPACES.
       01 WS-VAGA-SALA                 PIC X(05) VALUE SPACES.
       01 WS-VAGA-CAPACIDADE           PIC 9(03) VALUE ZERO.
       01 WS-VAGA-OCUPADAS             PIC 9(03) VALUE ZERO.
       01 WS-OCUPADAS-PROPOSTA         PIC 9(04) VALUE ZERO.
       01 WS-TAB-MAT-LIMITE            PIC 9(04) VALUE 2000.
       01 WS-QTD-MAT                   PIC 9(04) VALUE ZERO.
       01 WS-TABELA-MAT.
           02 WS-MAT-REG PIC X(76) OCCURS 2000 TIMES.
       01 WS-MAT-I                     PIC 9(04) VALUE ZERO.
       01 WS-MAT-ACHOU-I               PIC 9(04) VALUE ZERO.
       01 WS-MATRICULA                 PIC X(05) VALUE SPACES.
       01 WS-UNIDADE-ALUNO             PIC X(02) VALUE SPACES.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO      PIC 9(04).
           02 WS-HOJE-MES      PIC 9(02).
           02 WS-HOJE-DIA      PIC 9(02).
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.
       01 WS-ANOMES-CORTE              PIC 9(06) VALUE ZERO.
       01 WS-MAX-DEPENDENCIAS          PIC 9(01) VALUE ZERO.
       01 WS-QTD-PROP-DEPEND           PIC 9(03) VALUE ZERO.
       01 WS-QTD-OFERTAS               PIC 9(03) VALUE ZERO.
       01 WS-QTD-BLOQUEADAS            PIC 9(03) VALUE ZERO.
       01 WS-QTD-CONFIRMADAS           PIC 9(03) VALUE ZERO.
       01 WS-QTD-BOLSAS-PENDENTES      PIC 9(04) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'REMATREL.TXT'.
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING
           COMPUTE WS-ANO-SEGUINTE = WS-HOJE-ANO + 1

           DISPLAY 'MODO: (G) GERA CAMPANHA  (C) CONFIRMA  '
                   '(R) RELATORIO'
               PERFORM MARCA-DEVEDORES
               PERFORM MARCA-ACORDOS
               PERFORM GRAVA-CAMPANHA
               PERFORM CONFERE-RENOVACAO-BOLSAS
           END-IF
           EXIT.
       FIM-GERA-CAMPANHA.

      *-----------------------------------------------------------------
      * A RENOVACAO DAS BOLSAS CONDICIONAIS DEVE ESTAR DECIDIDA ANTES
      * DAS OFERTAS DO ANO SEGUINTE
      *-----------------------------------------------------------------
       CONFERE-RENOVACAO-BOLSAS.
           OPEN INPUT BOLSA-PROPOSTA
           IF WS-PROP-STATUS = '00'
               PERFORM LER-PROPOSTA-BOLSA
               PERFORM UNTIL WS-FIM-PROP-SIM
                   IF BP-SIT-PENDENTE
                       ADD 1 TO WS-QTD-BOLSAS-PENDENTES
                   END-IF
                   PERFORM LER-PROPOSTA-BOLSA
               END-PERFORM
               CLOSE BOLSA-PROPOSTA
           END-IF

           IF WS-QTD-BOLSAS-PENDENTES > 0
               DISPLAY 'AVISO: ' WS-QTD-BOLSAS-PENDENTES
                       ' PROPOSTAS DE RENOVACAO DE BOLSA SEM DECISAO '
                       '- CONFIRME NO BOLSA-RENOVA (MODO C)'
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-CONFERE-RENOVACAO-BOLSAS.

       LER-PROPOSTA-BOLSA.
           READ BOLSA-PROPOSTA
               AT END
                   SET WS-FIM-PROP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PROPOSTA-BOLSA.

       CARREGA-ALUNOS-ATIVOS.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
                                WS-ALU-MATRICULA(WS-QTD-ALUNOS)
                           MOVE MT-NOME TO
                                WS-ALU-NOME(WS-QTD-ALUNOS)
                           MOVE MT-TURMA TO
                                WS-ALU-TURMA(WS-QTD-ALUNOS)
                           MOVE 'S' TO
                                WS-ALU-APROVADO(WS-QTD-ALUNOS)
                                WS-ALU-DEVEDOR(WS-QTD-ALUNOS)
                           MOVE 'N' TO
                                WS-ALU-ACORDO(WS-QTD-ALUNOS)
                           MOVE 'N' TO
                                WS-ALU-RETIDO(WS-QTD-ALUNOS)
                           MOVE ZERO TO
                                WS-ALU-QTD-DEP(WS-QTD-ALUNOS)
                       ELSE
                           DISPLAY 'AVISO: TABELA DE ALUNOS CHEIA '
                                   '(' WS-TAB-ALU-LIMITE ')'
                       IF AF-SITUACAO NOT = 'APROVADO'
                           MOVE 'N'
                                TO WS-ALU-APROVADO(WS-ALU-ACHOU-I)
                           IF AF-SITUACAO = 'REPROVADO'
                               ADD 1
                                TO WS-ALU-QTD-DEP(WS-ALU-ACHOU-I)
                           ELSE
                               MOVE 'S'
                                TO WS-ALU-RETIDO(WS-ALU-ACHOU-I)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM LER-ANO-FINAL
               END-PERFORM
               CLOSE ANO-FINAL
               PERFORM CONTA-DEPENDENCIAS-ANO
               PERFORM APLICA-LIMITE-DEPENDENCIA
           END-IF
           EXIT.
       FIM-APLICA-RESULTADO-ANO.

      *-----------------------------------------------------------------
      * PROGRESSAO PARCIAL (MESMA REGRA DO VIRADA-ANO): REPROVADAS POR
      * NOTA + DEPENDENCIAS DO ANO AINDA NAO CUMPRIDAS DENTRO DO LIMITE
      * DO MEDIAPAR.TXT, SEM RETENCAO POR FALTA OU SEM NOTA
      *-----------------------------------------------------------------
       CONTA-DEPENDENCIAS-ANO.
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

           MOVE 'N' TO WS-FIM-DEP
           OPEN INPUT DEPENDENCIAS
           IF WS-DEP-STATUS = '00'
               PERFORM LER-DEPENDENCIAS
               PERFORM UNTIL WS-FIM-DEP-SIM
                   IF DP-ANO-CURSO = WS-HOJE-ANO AND
                      NOT DP-SIT-CUMPRIDA
                       PERFORM VARYING WS-ALU-I FROM 1 BY 1
                               UNTIL WS-ALU-I > WS-QTD-ALUNOS
                           IF WS-ALU-MATRICULA(WS-ALU-I) =
                              DP-MATRICULA
                               ADD 1 TO WS-ALU-QTD-DEP(WS-ALU-I)
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM LER-DEPENDENCIAS
               END-PERFORM
               CLOSE DEPENDENCIAS
           END-IF
           EXIT.
       FIM-CONTA-DEPENDENCIAS-ANO.

       LER-DEPENDENCIAS.
           READ DEPENDENCIAS
               AT END
                   SET WS-FIM-DEP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-DEPENDENCIAS.

       APLICA-LIMITE-DEPENDENCIA.
           PERFORM VARYING WS-ALU-I FROM 1 BY 1
                   UNTIL WS-ALU-I > WS-QTD-ALUNOS
               IF WS-ALU-QTD-DEP(WS-ALU-I) > 0
                   IF WS-ALU-RETIDO(WS-ALU-I) = 'N' AND
                      WS-ALU-QTD-DEP(WS-ALU-I) NOT >
                      WS-MAX-DEPENDENCIAS
                       MOVE 'S' TO WS-ALU-APROVADO(WS-ALU-I)
                       ADD 1 TO WS-QTD-PROP-DEPEND
                   ELSE
                       MOVE 'N' TO WS-ALU-APROVADO(WS-ALU-I)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTD-PROP-DEPEND > 0
               DISPLAY 'PROPOSTOS PARA A SERIE SEGUINTE COM '
                       'DEPENDENCIA: ' WS-QTD-PROP-DEPEND
           END-IF
           EXIT.
       FIM-APLICA-LIMITE-DEPENDENCIA.

       LER-ANO-FINAL.
           READ ANO-FINAL
               AT END
       FIM-GRAVA-CAMPANHA.

      *-----------------------------------------------------------------
      * TURMA PROPOSTA PELO CADASTRO DE TURMAS: APROVADO EM TODAS AS
      * DISCIPLINAS (OU DENTRO DO LIMITE DE DEPENDENCIAS) VAI PARA A
      * SERIE SEGUINTE, OS DEMAIS REPETEM A SERIE; ALUNO JA COLOCADO
      * NO ANO SEGUINTE MANTEM A TURMA
      *-----------------------------------------------------------------
       DEFINE-TURMA-NOVA.
           IF WS-ALU-TEM-ANOFIM(WS-ALU-I) = 'S' AND
              WS-ALU-APROVADO(WS-ALU-I) = 'S'
               MOVE 'S' TO WS-PROMOVE
           ELSE
               MOVE 'N' TO WS-PROMOVE
           END-IF

           CALL 'TURMA-PROPOE' USING WS-ALU-MATRICULA(WS-ALU-I)
                                     WS-ALU-TURMA(WS-ALU-I)
                                     WS-HOJE-ANO
                                     WS-PROMOVE
                                     WS-TURMA-NOVA
                                     WS-PROPOSTA-RESULTADO
           END-CALL

           EVALUATE TRUE
               WHEN WS-SEM-PROPOSTA
                   DISPLAY 'AVISO: TURMA ' WS-ALU-TURMA(WS-ALU-I)
                           ' SEM CORRESPONDENTE NO TURMAS.TXT DE '
                           WS-ANO-SEGUINTE ' - ALUNO '
                           WS-ALU-MATRICULA(WS-ALU-I)
                           ' FICA COM A MESMA TURMA PROPOSTA'
               WHEN WS-PROPOSTA-LOTADA
                   DISPLAY 'AVISO: SERIE DA TURMA PROPOSTA '
                           WS-TURMA-NOVA ' SEM VAGA EM '
                           WS-ANO-SEGUINTE ' - ALUNO '
                           WS-ALU-MATRICULA(WS-ALU-I)
                           ' SO CONFIRMA SE ABRIR VAGA'
           END-EVALUATE
           EXIT.
       FIM-DEFINE-TURMA-NOVA.

      *-----------------------------------------------------------------
       CONFIRMA-REMATRICULAS.
           PERFORM CARREGA-CAMPANHA
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-MATRICULAS-INTEIRO
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM UNTIL WS-FIM-TELA-SIM
                   DISPLAY 'MATRICULA A CONFIRMAR (EM BRANCO PARA '
               IF WS-ALTEROU-SIM
                   PERFORM REGRAVA-CAMPANHA
               END-IF
               IF WS-MAT-ALTEROU-SIM
                   PERFORM REGRAVA-MATRICULAS
               END-IF
           END-IF
           EXIT.
       FIM-CONFIRMA-REMATRICULAS.

       CARREGA-MATRICULAS-INTEIRO.
           MOVE 'N' TO WS-FIM-MAT
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   IF WS-QTD-MAT < WS-TAB-MAT-LIMITE
                       ADD 1 TO WS-QTD-MAT
                       MOVE MATRICULA-REG TO WS-MAT-REG(WS-QTD-MAT)
                   ELSE
                       DISPLAY 'SESSAO ABORTADA - MATRICULAS.TXT '
                               'EXCEDE ' WS-TAB-MAT-LIMITE
                               ' ALUNOS: A REGRAVACAO TRUNCARIA O '
                               'CADASTRO'
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-MAT-SIM TO TRUE
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CARREGA-MATRICULAS-INTEIRO.

       CARREGA-CAMPANHA.
           OPEN INPUT REMATRICULAS
           IF WS-REM-STATUS NOT = '00'
                       DISPLAY 'REMATRICULA JA CONFIRMADA EM '
                               RM-DATA-CONFIRMA
                   WHEN OTHER
                       PERFORM CONFERE-VAGA-PROPOSTA
                       IF WS-VAGA-OK-SIM
                           PERFORM GRAVA-CONFIRMACAO
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.
       FIM-CONFIRMA-UMA.

      *-----------------------------------------------------------------
      * A TURMA PROPOSTA TEM QUE EXISTIR NO TURMAS.TXT DO ANO SEGUINTE
      * E TER VAGA: OCUPADAS SAO OS ALUNOS ATIVOS JA COLOCADOS NELA NO
      * MATRICULAS.TXT, CONTANDO AS CONFIRMACOES DESTA SESSAO
      *-----------------------------------------------------------------
       CONFERE-VAGA-PROPOSTA.
           MOVE 'N' TO WS-VAGA-OK
           MOVE '01' TO WS-UNIDADE-ALUNO
           PERFORM VARYING WS-MAT-I FROM 1 BY 1
                   UNTIL WS-MAT-I > WS-QTD-MAT
               IF WS-MAT-REG(WS-MAT-I)(1:5) = RM-MATRICULA AND
                  WS-MAT-REG(WS-MAT-I)(75:2) NOT = SPACES
                   MOVE WS-MAT-REG(WS-MAT-I)(75:2) TO WS-UNIDADE-ALUNO
               END-IF
           END-PERFORM
           CALL 'TURMA-VAGAS' USING RM-TURMA-PROPOSTA
                                    WS-ANO-SEGUINTE
                                    WS-VAGA-RESULTADO
                                    WS-VAGA-SERIE
                                    WS-VAGA-TURNO
                                    WS-VAGA-SALA
                                    WS-VAGA-CAPACIDADE
                                    WS-VAGA-OCUPADAS
                                    WS-UNIDADE-ALUNO
           END-CALL

           IF WS-TURMA-INEXISTENTE
               DISPLAY 'TURMA PROPOSTA ' RM-TURMA-PROPOSTA ' NAO '
                       'CADASTRADA PARA ' WS-ANO-SEGUINTE
                       ' - CONFIRMACAO RECUSADA'
           ELSE
               MOVE ZERO TO WS-OCUPADAS-PROPOSTA
               PERFORM VARYING WS-MAT-I FROM 1 BY 1
                       UNTIL WS-MAT-I > WS-QTD-MAT
                   IF WS-MAT-REG(WS-MAT-I)(68:3) = RM-TURMA-PROPOSTA
                      AND WS-MAT-REG(WS-MAT-I)(71:4) =
                          WS-ANO-SEGUINTE-X
                      AND (WS-MAT-REG(WS-MAT-I)(57:1) = 'A' OR
                           WS-MAT-REG(WS-MAT-I)(57:1) = SPACE)
                      AND (WS-MAT-REG(WS-MAT-I)(75:2) =
                           WS-UNIDADE-ALUNO OR
                          (WS-MAT-REG(WS-MAT-I)(75:2) = SPACES AND
                           WS-UNIDADE-ALUNO = '01'))
                       ADD 1 TO WS-OCUPADAS-PROPOSTA
                   END-IF
               END-PERFORM

               IF WS-OCUPADAS-PROPOSTA >= WS-VAGA-CAPACIDADE
                   DISPLAY 'TURMA PROPOSTA ' RM-TURMA-PROPOSTA
                           ' LOTADA (' WS-OCUPADAS-PROPOSTA ' DE '
                           WS-VAGA-CAPACIDADE
                           ') - CONFIRMACAO RECUSADA'
               ELSE
                   SET WS-VAGA-OK-SIM TO TRUE
               END-IF
           END-IF
           EXIT.
       FIM-CONFERE-VAGA-PROPOSTA.

       GRAVA-CONFIRMACAO.
           MOVE 'C' TO RM-SITUACAO
           MOVE WS-DATA-FMT TO RM-DATA-CONFIRMA
           MOVE REMATRIC-REG
                TO WS-REM-REGISTRO(WS-REM-ACHOU-I)
           SET WS-ALTEROU-SIM TO TRUE
           ADD 1 TO WS-QTD-CONFIRMADAS
           DISPLAY 'REMATRICULA DE ' RM-NOME(1:20)
                   ' CONFIRMADA NA TURMA '
                   RM-TURMA-PROPOSTA

           MOVE ZERO TO WS-MAT-ACHOU-I
           PERFORM VARYING WS-MAT-I FROM 1 BY 1
                   UNTIL WS-MAT-I > WS-QTD-MAT
                      OR WS-MAT-ACHOU-I > 0
               IF WS-MAT-REG(WS-MAT-I)(1:5) = RM-MATRICULA
                   MOVE WS-MAT-I TO WS-MAT-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-MAT-ACHOU-I > 0
               MOVE RM-TURMA-PROPOSTA
                    TO WS-MAT-REG(WS-MAT-ACHOU-I)(68:3)
               MOVE WS-ANO-SEGUINTE-X
                    TO WS-MAT-REG(WS-MAT-ACHOU-I)(71:4)
               SET WS-MAT-ALTEROU-SIM TO TRUE
           ELSE
               DISPLAY 'AVISO: MATRICULA ' RM-MATRICULA ' FORA DO '
                       'MATRICULAS.TXT - TURMA DO ANO SEGUINTE NAO '
                       'REGISTRADA NO CADASTRO'
           END-IF
           EXIT.
       FIM-GRAVA-CONFIRMACAO.

       REGRAVA-MATRICULAS.
           OPEN OUTPUT MATRICULAS
           PERFORM VARYING WS-MAT-I FROM 1 BY 1
                   UNTIL WS-MAT-I > WS-QTD-MAT
               MOVE WS-MAT-REG(WS-MAT-I) TO MATRICULA-REG
               WRITE MATRICULA-REG
           END-PERFORM
           CLOSE MATRICULAS
           DISPLAY 'MATRICULAS.TXT REGRAVADO COM A TURMA DE '
                   WS-ANO-SEGUINTE ' DOS CONFIRMADOS'
           EXIT.
       FIM-REGRAVA-MATRICULAS.

       REGRAVA-CAMPANHA.
           OPEN OUTPUT REMATRICULAS
           PERFORM VARYING WS-REM-I FROM 1 BY 1
