      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 MC  - Programa original
      *   15/10/2026 MC  - Carga horaria anual de cada disciplina,
      *                    exigida no historico oficial: a serie do
      *                    ano vem da turma no cadastro TURMAS.TXT e a
      *                    carga da matriz curricular MATRIZ.TXT;
      *                    total de horas cursadas no rodape
      *   15/10/2026 MC  - Dependencias (DEPENDENCIAS.TXT, DEPEND.CPY):
      *                    cada uma sai no ano em que foi cursada, com
      *                    o ano de origem, a media e a situacao
      *                    (cumprida, nao cumprida ou em curso); a
      *                    do ano ainda nao arquivado sai no fim
      *   15/10/2026 MC  - Serie do ano procurada por unidade + turma +
      *                    ano: a unidade do aluno vem do MATRICULAS.TXT
      *                    (MT-UNIDADE) e a da turma de TU-UNIDADE, em
      *                    branco = 01; o ANOFINAL nao guarda unidade
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORICO-ESCOLAR.
           SELECT ANO-ARQUIVO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARQUIVO-STATUS.
           SELECT MATRIZ ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MZ-STATUS.
           SELECT TURMAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TUR-STATUS.
           SELECT DEPENDENCIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEP-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-ARQUIVO-NOME.
       COPY ANOFINAL.CPY.

       FD MATRIZ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRIZ.TXT'.
       COPY MATRIZ.CPY.

       FD TURMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TURMAS.TXT'.
       COPY TURMA.CPY.

       FD DEPENDENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DEPENDENCIAS.TXT'.
       COPY DEPEND.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-ARQUIVO-STATUS            PIC X(02) VALUE '00'.
       01 WS-ARQUIVO-NOME              PIC X(16) VALUE SPACES.
       01 WS-MATRICULA                 PIC X(05) VALUE SPACES.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-UNIDADE-ALUNO             PIC X(02) VALUE '01'.
       01 WS-FLAGS.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM         VALUE 'S'.
               88 WS-FIM-ARQUIVO-SIM      VALUE 'S'.
           02 WS-ANO-TEM-ALUNO      PIC X(01) VALUE 'N'.
               88 WS-ANO-TEM-ALUNO-SIM    VALUE 'S'.
           02 WS-FIM-MZ             PIC X(01) VALUE 'N'.
               88 WS-FIM-MZ-SIM           VALUE 'S'.
           02 WS-FIM-TUR            PIC X(01) VALUE 'N'.
               88 WS-FIM-TUR-SIM          VALUE 'S'.
           02 WS-MZ-ACHOU           PIC X(01) VALUE 'N'.
               88 WS-MZ-ACHOU-SIM         VALUE 'S'.
           02 WS-TS-ACHOU           PIC X(01) VALUE 'N'.
               88 WS-TS-ACHOU-SIM         VALUE 'S'.
           02 WS-FIM-DEP            PIC X(01) VALUE 'N'.
               88 WS-FIM-DEP-SIM          VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
       01 WS-TAB-ANOS-LIMITE           PIC 9(02) VALUE 20.
       01 WS-QTD-ANOS                  PIC 9(02) VALUE ZERO.
       01 WS-TABELA-ANOS.
       01 WS-QTD-ANOS-CURSADOS         PIC 9(02) VALUE ZERO.
       01 WS-QTD-LINHAS                PIC 9(04) VALUE ZERO.
       01 WS-MEDIA-MASK                PIC Z9,99.
       01 WS-MZ-STATUS                 PIC X(02) VALUE '00'.
       01 WS-TUR-STATUS                PIC X(02) VALUE '00'.
       01 WS-TAB-MZ-LIMITE             PIC 9(03) VALUE 600.
       01 WS-QTD-MZ                    PIC 9(03) VALUE ZERO.
       01 WS-TABELA-MZ.
           02 WS-MZ-ENTRADA OCCURS 600 TIMES.
               03 WS-MZ-ANO            PIC 9(04).
               03 WS-MZ-SERIE          PIC 9(02).
               03 WS-MZ-DISCIPLINA     PIC X(02).
               03 WS-MZ-CARGA          PIC 9(04).
       01 WS-MZ-I                      PIC 9(03) VALUE ZERO.
       01 WS-TAB-TS-LIMITE             PIC 9(03) VALUE 300.
       01 WS-QTD-TS                    PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TS.
           02 WS-TS-ENTRADA OCCURS 300 TIMES.
               03 WS-TS-UNIDADE        PIC X(02).
               03 WS-TS-TURMA          PIC X(03).
               03 WS-TS-ANO            PIC 9(04).
               03 WS-TS-SERIE          PIC 9(02).
       01 WS-TS-I                      PIC 9(03) VALUE ZERO.
       01 WS-SERIE-LINHA               PIC 9(02) VALUE ZERO.
       01 WS-CARGA-LINHA               PIC 9(04) VALUE ZERO.
       01 WS-CARGA-MASK                PIC ZZZ9.
       01 WS-CARGA-TXT                 PIC X(04) VALUE SPACES.
       01 WS-CARGA-TOTAL               PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-CARGA             PIC 9(04) VALUE ZERO.
       01 WS-DEP-STATUS                PIC X(02) VALUE '00'.
       01 WS-TAB-DEP-LIMITE            PIC 9(02) VALUE 30.
       01 WS-QTD-DEP                   PIC 9(02) VALUE ZERO.
       01 WS-TABELA-DEP.
           02 WS-DEP-ENTRADA OCCURS 30 TIMES.
               03 WS-DEP-REG           PIC X(60).
               03 WS-DEP-IMPRESSA      PIC X(01).
       01 WS-DEP-I                     PIC 9(02) VALUE ZERO.
       01 WS-DEP-SITUACAO              PIC X(12) VALUE SPACES.
       01 WS-QTD-LINHAS-DEP            PIC 9(02) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'HISTORICO.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'ANO    TURMA  DISCIPLINA  CARGA H.  MEDIA FINAL  SITUACAO'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               DISPLAY 'MATRICULA EM BRANCO - NADA A FAZER'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               PERFORM CARREGA-MATRIZ
               PERFORM LOCALIZA-UNIDADE-ALUNO
               PERFORM CARREGA-TURMAS
               PERFORM CARREGA-DEPENDENCIAS
               PERFORM CARREGA-ANOS
               IF WS-QTD-ANOS = 0
                   DISPLAY 'NENHUM ANO ARQUIVADO EM HISTANOS.TXT - '
           EXIT.
       FIM-CARREGA-ANOS.

       CARREGA-MATRIZ.
           OPEN INPUT MATRIZ
           IF WS-MZ-STATUS = '00'
               PERFORM LER-MATRIZ
               PERFORM UNTIL WS-FIM-MZ-SIM
                   IF WS-QTD-MZ < WS-TAB-MZ-LIMITE
                       ADD 1 TO WS-QTD-MZ
                       MOVE MZ-ANO   TO WS-MZ-ANO(WS-QTD-MZ)
                       MOVE MZ-SERIE TO WS-MZ-SERIE(WS-QTD-MZ)
                       MOVE MZ-DISCIPLINA
                            TO WS-MZ-DISCIPLINA(WS-QTD-MZ)
                       MOVE MZ-CARGA-HORARIA
                            TO WS-MZ-CARGA(WS-QTD-MZ)
                   END-IF
                   PERFORM LER-MATRIZ
               END-PERFORM
               CLOSE MATRIZ
           ELSE
               DISPLAY 'MATRIZ.TXT NAO ENCONTRADO - HISTORICO SEM '
                       'CARGA HORARIA'
           END-IF
           EXIT.
       FIM-CARREGA-MATRIZ.

       LER-MATRIZ.
           READ MATRIZ
               AT END
                   SET WS-FIM-MZ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRIZ.

       CARREGA-TURMAS.
           OPEN INPUT TURMAS
           IF WS-TUR-STATUS = '00'
               PERFORM LER-TURMAS
               PERFORM UNTIL WS-FIM-TUR-SIM
                   IF WS-QTD-TS < WS-TAB-TS-LIMITE
                       ADD 1 TO WS-QTD-TS
                       MOVE TU-UNIDADE TO WS-TS-UNIDADE(WS-QTD-TS)
                       IF TU-UNIDADE = SPACES
                           MOVE '01' TO WS-TS-UNIDADE(WS-QTD-TS)
                       END-IF
                       MOVE TU-TURMA TO WS-TS-TURMA(WS-QTD-TS)
                       MOVE TU-ANO   TO WS-TS-ANO(WS-QTD-TS)
                       MOVE TU-SERIE TO WS-TS-SERIE(WS-QTD-TS)
                   END-IF
                   PERFORM LER-TURMAS
               END-PERFORM
               CLOSE TURMAS
           END-IF
           EXIT.
       FIM-CARREGA-TURMAS.

       LER-TURMAS.
           READ TURMAS
               AT END
                   SET WS-FIM-TUR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TURMAS.

      *-----------------------------------------------------------------
      * UNIDADE DO ALUNO (MATRICULAS.TXT, A ULTIMA LINHA DA MATRICULA);
      * SEM CADASTRO OU EM BRANCO VALE 01 (SEDE)
      *-----------------------------------------------------------------
       LOCALIZA-UNIDADE-ALUNO.
           MOVE '01' TO WS-UNIDADE-ALUNO
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS = '00'
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   IF MT-MATRICULA = WS-MATRICULA
                       MOVE MT-UNIDADE TO WS-UNIDADE-ALUNO
                       IF MT-UNIDADE = SPACES
                           MOVE '01' TO WS-UNIDADE-ALUNO
                       END-IF
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-LOCALIZA-UNIDADE-ALUNO.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

      *-----------------------------------------------------------------
      * SO AS DEPENDENCIAS DO ALUNO PEDIDO
      *-----------------------------------------------------------------
       CARREGA-DEPENDENCIAS.
           OPEN INPUT DEPENDENCIAS
           IF WS-DEP-STATUS = '00'
               PERFORM LER-DEPENDENCIAS
               PERFORM UNTIL WS-FIM-DEP-SIM
                   IF DP-MATRICULA = WS-MATRICULA
                       IF WS-QTD-DEP < WS-TAB-DEP-LIMITE
                           ADD 1 TO WS-QTD-DEP
                           MOVE DEPENDENCIA-REG
                                TO WS-DEP-REG(WS-QTD-DEP)
                           MOVE 'N' TO WS-DEP-IMPRESSA(WS-QTD-DEP)
                       ELSE
                           DISPLAY 'AVISO: ALUNO COM MAIS DE '
                                   WS-TAB-DEP-LIMITE ' DEPENDENCIAS '
                                   '- EXCEDENTES FORA DO HISTORICO'
                           MOVE 4 TO WS-RETORNO-JOB
                           SET WS-FIM-DEP-SIM TO TRUE
                       END-IF
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

       LER-HIST-ANOS.
           READ HIST-ANOS
               AT END
                   PERFORM PROCESSA-ANO
               END-PERFORM

               PERFORM VARYING WS-DEP-I FROM 1 BY 1
                       UNTIL WS-DEP-I > WS-QTD-DEP
                   IF WS-DEP-IMPRESSA(WS-DEP-I) = 'N'
                       PERFORM GRAVA-LINHA-DEPENDENCIA
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-IMP-LINHA
               STRING 'ALUNO: ' WS-NOME-ALUNO
                      ' - ANOS CURSADOS NA ESCOLA: '
                      WS-QTD-ANOS-CURSADOS
                      ' - CARGA HORARIA TOTAL: ' WS-CARGA-TOTAL
                      ' HORAS'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
                   ADD 1 TO WS-QTD-ANOS-CURSADOS
               END-IF
           END-IF

           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I > WS-QTD-DEP
               MOVE WS-DEP-REG(WS-DEP-I) TO DEPENDENCIA-REG
               IF DP-ANO-CURSO = WS-ANO-LETIVO(WS-ANO-I)
                   PERFORM GRAVA-LINHA-DEPENDENCIA
               END-IF
           END-PERFORM
           EXIT.
       FIM-PROCESSA-ANO.

      *-----------------------------------------------------------------
      * LINHA DA DEPENDENCIA: TURMA 'DEP', SEM CARGA (AS HORAS CONTAM
      * NO ANO DE ORIGEM) E O ANO EM QUE A DISCIPLINA FOI REPROVADA
      *-----------------------------------------------------------------
       GRAVA-LINHA-DEPENDENCIA.
           MOVE WS-DEP-REG(WS-DEP-I) TO DEPENDENCIA-REG
           MOVE 'S' TO WS-DEP-IMPRESSA(WS-DEP-I)

           EVALUATE TRUE
               WHEN DP-SIT-CUMPRIDA
                   MOVE 'CUMPRIDA' TO WS-DEP-SITUACAO
               WHEN DP-SIT-NAO-CUMPRIDA
                   MOVE 'NAO CUMPRIDA' TO WS-DEP-SITUACAO
               WHEN OTHER
                   MOVE 'EM CURSO' TO WS-DEP-SITUACAO
           END-EVALUATE

           MOVE SPACES TO WS-IMP-LINHA
           IF DP-SIT-ABERTA
               STRING DP-ANO-CURSO
                      '   DEP'
                      '    ' DP-DISCIPLINA
                      '             -'
                      '          -'
                      '        DEPENDENCIA ' WS-DEP-SITUACAO
                      ' (REPROVADA EM ' DP-ANO-ORIGEM ')'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           ELSE
               MOVE DP-MEDIA-FINAL TO WS-MEDIA-MASK
               STRING DP-ANO-CURSO
                      '   DEP'
                      '    ' DP-DISCIPLINA
                      '             -'
                      '      ' WS-MEDIA-MASK
                      '        DEPENDENCIA ' WS-DEP-SITUACAO
                      ' (REPROVADA EM ' DP-ANO-ORIGEM ')'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           END-IF
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:70)

           ADD 1 TO WS-QTD-LINHAS-DEP
           EXIT.
       FIM-GRAVA-LINHA-DEPENDENCIA.

       LER-ANO-ARQUIVO.
           READ ANO-ARQUIVO
               AT END

       GRAVA-LINHA-HISTORICO.
           MOVE AF-MEDIA-FINAL TO WS-MEDIA-MASK
           PERFORM LOCALIZA-CARGA
           IF WS-MZ-ACHOU-SIM
               MOVE WS-CARGA-LINHA TO WS-CARGA-MASK
               MOVE WS-CARGA-MASK TO WS-CARGA-TXT
               ADD WS-CARGA-LINHA TO WS-CARGA-TOTAL
           ELSE
               MOVE '   -' TO WS-CARGA-TXT
               ADD 1 TO WS-QTD-SEM-CARGA
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-ANO-LETIVO(WS-ANO-I)
                  '   ' AF-TURMA
                  '    ' AF-DISCIPLINA
                  '          ' WS-CARGA-TXT
                  '      ' WS-MEDIA-MASK
                  '        ' AF-SITUACAO
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           EXIT.
       FIM-GRAVA-LINHA-HISTORICO.

       LOCALIZA-CARGA.
           MOVE 'N' TO WS-TS-ACHOU
           MOVE 'N' TO WS-MZ-ACHOU
           MOVE ZERO TO WS-SERIE-LINHA
           MOVE ZERO TO WS-CARGA-LINHA

           PERFORM VARYING WS-TS-I FROM 1 BY 1
                   UNTIL WS-TS-I > WS-QTD-TS
                      OR WS-TS-ACHOU-SIM
               IF WS-TS-UNIDADE(WS-TS-I) = WS-UNIDADE-ALUNO AND
                  WS-TS-TURMA(WS-TS-I) = AF-TURMA AND
                  WS-TS-ANO(WS-TS-I) = WS-ANO-LETIVO(WS-ANO-I)
                   SET WS-TS-ACHOU-SIM TO TRUE
                   MOVE WS-TS-SERIE(WS-TS-I) TO WS-SERIE-LINHA
               END-IF
           END-PERFORM

           IF WS-TS-ACHOU-SIM
               PERFORM VARYING WS-MZ-I FROM 1 BY 1
                       UNTIL WS-MZ-I > WS-QTD-MZ
                          OR WS-MZ-ACHOU-SIM
                   IF WS-MZ-ANO(WS-MZ-I) = WS-ANO-LETIVO(WS-ANO-I)
                      AND WS-MZ-SERIE(WS-MZ-I) = WS-SERIE-LINHA
                      AND WS-MZ-DISCIPLINA(WS-MZ-I) = AF-DISCIPLINA
                       SET WS-MZ-ACHOU-SIM TO TRUE
                       MOVE WS-MZ-CARGA(WS-MZ-I) TO WS-CARGA-LINHA
                   END-IF
               END-PERFORM
           END-IF
           EXIT.
       FIM-LOCALIZA-CARGA.

       CHAMA-IMPRESSAO.
           CALL 'IMPRESSAO' USING WS-IMP-ACAO
                                  WS-IMP-ARQUIVO
           DISPLAY 'ANOS ARQUIVADOS     : ' WS-QTD-ANOS
           DISPLAY 'ANOS CURSADOS       : ' WS-QTD-ANOS-CURSADOS
           DISPLAY 'LINHAS DO HISTORICO : ' WS-QTD-LINHAS
           DISPLAY 'CARGA HORARIA TOTAL : ' WS-CARGA-TOTAL
           DISPLAY 'LINHAS DE DEPENDENCIA: ' WS-QTD-LINHAS-DEP
           IF WS-QTD-SEM-CARGA > 0
               DISPLAY 'AVISO: ' WS-QTD-SEM-CARGA ' LINHA(S) SEM '
                       'CARGA HORARIA NA MATRIZ CURRICULAR'
           END-IF
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
