      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 MC  - Programa original
      *   15/10/2026 MC  - Censo por unidade (rotina UNIDADE-ATIVA;
      *                    unidade do aluno pelo MATRICULAS.TXT, em
      *                    branco = sede 01): sessao de uma unidade so
      *                    apura os alunos dela e identifica a unidade
      *                    no header; turma apurada por codigo e
      *                    unidade, com a unidade no fim do detalhe
      *                    (WS-DET-UNIDADE); sessao consolidada mostra o
      *                    subtotal por unidade
      *   15/10/2026 MC  - CENSOINT.TXT registrado no livro de
      *                    interfaces de saida ENVIOS.TXT (rotina
      *                    ENVIO-CONTROLE) com a data do header como
      *                    periodo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSO-ESCOLAR.
           SELECT FREQUENCIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FREQ-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT INTERFACE-SAIDA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INT-STATUS.
           VALUE OF FILE-ID IS 'FREQUENCIA.TXT'.
       COPY FREQUENCIA.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD INTERFACE-SAIDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CENSOINT.TXT'.
       01 WS-ANOFINAL-STATUS               PIC X(02) VALUE '00'.
       01 WS-FREQ-STATUS                   PIC X(02) VALUE '00'.
       01 WS-INT-STATUS                    PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS                    PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-ANO                PIC X(01) VALUE 'N'.
               88 WS-FIM-ANO-SIM               VALUE 'S'.
           02 WS-FIM-FREQ               PIC X(01) VALUE 'N'.
               88 WS-FIM-FREQ-SIM              VALUE 'S'.
           02 WS-FIM-MAT                PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM               VALUE 'S'.
           02 WS-ALU-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ALU-ACHOU-SIM             VALUE 'S'.
           02 WS-TUR-ACHOU              PIC X(01) VALUE 'N'.
               03 WS-ALU-MATRICULA         PIC X(05).
               03 WS-ALU-NOME              PIC X(11).
               03 WS-ALU-TURMA             PIC X(03).
               03 WS-ALU-UNIDADE           PIC X(02).
               03 WS-ALU-TEM-REPROV        PIC X(01).
               03 WS-ALU-TEM-RECUP         PIC X(01).
       01 WS-ALU-I                         PIC 9(03) VALUE ZERO.
               03 WS-FREQ-NOME             PIC X(11).
               03 WS-FREQ-PCT              PIC 9(03)V9.
       01 WS-FREQ-I                        PIC 9(03) VALUE ZERO.
       01 WS-TAB-MAT-LIMITE                PIC 9(04) VALUE 2000.
       01 WS-QTD-MAT                       PIC 9(04) VALUE ZERO.
       01 WS-TABELA-MAT.
           02 WS-MAT-ENTRADA OCCURS 2000 TIMES.
               03 WS-MAT-NUMERO            PIC X(05).
               03 WS-MAT-UNIDADE           PIC X(02).
       01 WS-MAT-I                         PIC 9(04) VALUE ZERO.
       01 WS-UNIDADE-SESSAO                PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME                  PIC X(40) VALUE SPACES.
       01 WS-UNIDADE-ALUNO                 PIC X(02) VALUE SPACES.
       01 WS-QTD-OUTRAS-UNIDADES           PIC 9(05) VALUE ZERO.
       01 WS-TAB-UNI-LIMITE                PIC 9(02) VALUE 20.
       01 WS-QTD-UNIDADES                  PIC 9(02) VALUE ZERO.
       01 WS-TABELA-UNIDADES.
           02 WS-UNI-ENTRADA OCCURS 20 TIMES.
               03 WS-UNI-CODIGO            PIC X(02).
               03 WS-UNI-MATRICULADOS      PIC 9(05).
               03 WS-UNI-APROVADOS         PIC 9(05).
               03 WS-UNI-REPROVADOS        PIC 9(05).
               03 WS-UNI-RECUPERACAO       PIC 9(05).
       01 WS-UNI-I                         PIC 9(02) VALUE ZERO.
       01 WS-UNI-ACHOU-I                   PIC 9(02) VALUE ZERO.
       01 WS-TAB-TUR-LIMITE                PIC 9(02) VALUE 20.
       01 WS-QTD-TURMAS                    PIC 9(02) VALUE ZERO.
       01 WS-TABELA-TURMAS.
           02 WS-TUR-ENTRADA OCCURS 20 TIMES.
               03 WS-TUR-CODIGO            PIC X(03).
               03 WS-TUR-UNIDADE           PIC X(02).
               03 WS-TUR-MATRICULADOS      PIC 9(04).
               03 WS-TUR-APROVADOS         PIC 9(04).
               03 WS-TUR-REPROVADOS        PIC 9(04).
       01 WS-QTD-DETALHES                  PIC 9(06) VALUE ZERO.
       01 WS-HASH-MATRICULADOS             PIC 9(08) VALUE ZERO.
       01 WS-RETORNO-JOB                   PIC 9(02) VALUE ZERO.
       01 WS-ENV-INTERFACE                 PIC X(12) VALUE 'CENSOINT'.
       01 WS-ENV-ARQUIVO                   PIC X(20)
                                           VALUE 'CENSOINT.TXT'.
       01 WS-ENV-PERIODO                   PIC X(10) VALUE SPACES.
       01 WS-ENV-NUMERO                    PIC 9(06) VALUE ZERO.
       01 WS-ENV-RESULTADO                 PIC X(01) VALUE 'S'.

       01 WS-REG-HEADER.
           02 WS-HDR-TIPO          PIC X(01) VALUE 'H'.
           02 WS-DET-REPROVADOS    PIC 9(04).
           02 WS-DET-RECUPERACAO   PIC 9(04).
           02 WS-DET-FREQ-MEDIA    PIC 9(03)V9.
           02 WS-DET-UNIDADE       PIC X(02).

       01 WS-REG-TRAILER.
           02 WS-TRL-TIPO          PIC X(01) VALUE 'T'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-GERACAO

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-SESSAO
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-SESSAO = SPACES
               MOVE '00' TO WS-UNIDADE-SESSAO
           END-IF
           IF WS-UNIDADE-SESSAO NOT = '00'
               MOVE SPACES TO WS-HDR-ORIGEM
               STRING 'UNIDADE ' WS-UNIDADE-SESSAO
                      DELIMITED BY SIZE
                      INTO WS-HDR-ORIGEM
               END-STRING
               DISPLAY 'CENSO DA UNIDADE ' WS-UNIDADE-SESSAO
           END-IF

           OPEN INPUT ANO-FINAL
           IF WS-ANOFINAL-STATUS NOT = '00'
               DISPLAY 'ANOFINAL.TXT NAO ENCONTRADO - EXECUTE O '
           END-IF

           PERFORM CARREGA-FREQUENCIA
           PERFORM CARREGA-UNIDADE-ALUNOS
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * UNIDADE DE CADA ALUNO PELO MATRICULAS.TXT (EM BRANCO OU FORA
      * DO CADASTRO = SEDE '01')
      *-----------------------------------------------------------------
       CARREGA-UNIDADE-ALUNOS.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS = '00'
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   IF WS-QTD-MAT < WS-TAB-MAT-LIMITE
                       ADD 1 TO WS-QTD-MAT
                       MOVE MT-MATRICULA TO WS-MAT-NUMERO(WS-QTD-MAT)
                       MOVE MT-UNIDADE TO WS-MAT-UNIDADE(WS-QTD-MAT)
                       IF MT-UNIDADE = SPACES
                           MOVE '01' TO WS-MAT-UNIDADE(WS-QTD-MAT)
                       END-IF
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CARREGA-UNIDADE-ALUNOS.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       LOCALIZA-UNIDADE-ALUNO.
           MOVE '01' TO WS-UNIDADE-ALUNO
           PERFORM VARYING WS-MAT-I FROM 1 BY 1
                   UNTIL WS-MAT-I > WS-QTD-MAT
               IF WS-MAT-NUMERO(WS-MAT-I) = AF-MATRICULA
                   MOVE WS-MAT-UNIDADE(WS-MAT-I) TO WS-UNIDADE-ALUNO
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-UNIDADE-ALUNO.

       CARREGA-FREQUENCIA.
           OPEN INPUT FREQUENCIA
           IF WS-FREQ-STATUS = '00'
           IF WS-RETORNO-JOB < 8
               PERFORM LER-ANOFINAL
               PERFORM UNTIL WS-FIM-ANO-SIM
                   PERFORM LOCALIZA-UNIDADE-ALUNO
                   IF WS-UNIDADE-SESSAO = '00' OR
                      WS-UNIDADE-ALUNO = WS-UNIDADE-SESSAO
                       PERFORM ACUMULA-ALUNO
                   ELSE
                       ADD 1 TO WS-QTD-OUTRAS-UNIDADES
                   END-IF
                   PERFORM LER-ANOFINAL
               END-PERFORM
               CLOSE ANO-FINAL

               PERFORM TOTALIZA-TURMAS
               PERFORM GRAVA-INTERFACE
               IF WS-UNIDADE-SESSAO = '00'
                   PERFORM TOTALIZA-UNIDADES
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.
                        TO WS-ALU-NOME(WS-ALU-ACHOU-I)
                   MOVE AF-TURMA
                        TO WS-ALU-TURMA(WS-ALU-ACHOU-I)
                   MOVE WS-UNIDADE-ALUNO
                        TO WS-ALU-UNIDADE(WS-ALU-ACHOU-I)
                   MOVE 'N' TO WS-ALU-TEM-REPROV(WS-ALU-ACHOU-I)
                   MOVE 'N' TO WS-ALU-TEM-RECUP(WS-ALU-ACHOU-I)
               ELSE
                   UNTIL WS-TUR-I > WS-QTD-TURMAS
                      OR WS-TUR-ACHOU-SIM
               IF WS-TUR-CODIGO(WS-TUR-I) = WS-ALU-TURMA(WS-ALU-I)
                  AND WS-TUR-UNIDADE(WS-TUR-I) =
                      WS-ALU-UNIDADE(WS-ALU-I)
                   SET WS-TUR-ACHOU-SIM TO TRUE
                   MOVE WS-TUR-I TO WS-TUR-ACHOU-I
               END-IF
                   MOVE WS-QTD-TURMAS TO WS-TUR-ACHOU-I
                   MOVE WS-ALU-TURMA(WS-ALU-I)
                        TO WS-TUR-CODIGO(WS-TUR-ACHOU-I)
                   MOVE WS-ALU-UNIDADE(WS-ALU-I)
                        TO WS-TUR-UNIDADE(WS-TUR-ACHOU-I)
                   MOVE ZERO TO WS-TUR-MATRICULADOS(WS-TUR-ACHOU-I)
                   MOVE ZERO TO WS-TUR-APROVADOS(WS-TUR-ACHOU-I)
                   MOVE ZERO TO WS-TUR-REPROVADOS(WS-TUR-ACHOU-I)
               MOVE WS-TUR-RECUPERACAO(WS-TUR-I)
                    TO WS-DET-RECUPERACAO
               MOVE WS-FREQ-MEDIA TO WS-DET-FREQ-MEDIA
               MOVE WS-TUR-UNIDADE(WS-TUR-I) TO WS-DET-UNIDADE

               MOVE SPACES TO INTERFACE-REG
               MOVE WS-REG-DETALHE TO INTERFACE-REG
                   TO WS-HASH-MATRICULADOS

               DISPLAY 'TURMA ' WS-TUR-CODIGO(WS-TUR-I)
                       ' UN ' WS-TUR-UNIDADE(WS-TUR-I)
                       ' MATR: ' WS-TUR-MATRICULADOS(WS-TUR-I)
                       ' APR: ' WS-TUR-APROVADOS(WS-TUR-I)
                       ' REP: ' WS-TUR-REPROVADOS(WS-TUR-I)
           WRITE INTERFACE-REG

           CLOSE INTERFACE-SAIDA
           PERFORM REGISTRA-ENVIO
           EXIT.
       FIM-GRAVA-INTERFACE.

      *-----------------------------------------------------------------
      * VISAO CONSOLIDADA: SUBTOTAL POR UNIDADE NO CONSOLE, SOMANDO AS
      * TURMAS DE CADA UNIDADE (O TOTAL GERAL E O TRAILER)
      *-----------------------------------------------------------------
       TOTALIZA-UNIDADES.
           PERFORM VARYING WS-TUR-I FROM 1 BY 1
                   UNTIL WS-TUR-I > WS-QTD-TURMAS
               MOVE ZERO TO WS-UNI-ACHOU-I
               PERFORM VARYING WS-UNI-I FROM 1 BY 1
                       UNTIL WS-UNI-I > WS-QTD-UNIDADES
                          OR WS-UNI-ACHOU-I > 0
                   IF WS-UNI-CODIGO(WS-UNI-I) =
                      WS-TUR-UNIDADE(WS-TUR-I)
                       MOVE WS-UNI-I TO WS-UNI-ACHOU-I
                   END-IF
               END-PERFORM
               IF WS-UNI-ACHOU-I = 0 AND
                  WS-QTD-UNIDADES < WS-TAB-UNI-LIMITE
                   ADD 1 TO WS-QTD-UNIDADES
                   MOVE WS-QTD-UNIDADES TO WS-UNI-ACHOU-I
                   MOVE WS-TUR-UNIDADE(WS-TUR-I)
                        TO WS-UNI-CODIGO(WS-UNI-ACHOU-I)
                   MOVE ZERO TO WS-UNI-MATRICULADOS(WS-UNI-ACHOU-I)
                   MOVE ZERO TO WS-UNI-APROVADOS(WS-UNI-ACHOU-I)
                   MOVE ZERO TO WS-UNI-REPROVADOS(WS-UNI-ACHOU-I)
                   MOVE ZERO TO WS-UNI-RECUPERACAO(WS-UNI-ACHOU-I)
               END-IF
               IF WS-UNI-ACHOU-I > 0
                   ADD WS-TUR-MATRICULADOS(WS-TUR-I)
                       TO WS-UNI-MATRICULADOS(WS-UNI-ACHOU-I)
                   ADD WS-TUR-APROVADOS(WS-TUR-I)
                       TO WS-UNI-APROVADOS(WS-UNI-ACHOU-I)
                   ADD WS-TUR-REPROVADOS(WS-TUR-I)
                       TO WS-UNI-REPROVADOS(WS-UNI-ACHOU-I)
                   ADD WS-TUR-RECUPERACAO(WS-TUR-I)
                       TO WS-UNI-RECUPERACAO(WS-UNI-ACHOU-I)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-UNI-I FROM 1 BY 1
                   UNTIL WS-UNI-I > WS-QTD-UNIDADES
               DISPLAY 'UNIDADE ' WS-UNI-CODIGO(WS-UNI-I)
                       ' MATR: ' WS-UNI-MATRICULADOS(WS-UNI-I)
                       ' APR: ' WS-UNI-APROVADOS(WS-UNI-I)
                       ' REP: ' WS-UNI-REPROVADOS(WS-UNI-I)
                       ' REC: ' WS-UNI-RECUPERACAO(WS-UNI-I)
           END-PERFORM
           EXIT.
       FIM-TOTALIZA-UNIDADES.

      *-----------------------------------------------------------------
      * TRANSMISSAO NO LIVRO DE INTERFACES DE SAIDA (ENVIOS.TXT);
      * O PERIODO E A DATA DO HEADER (AAAAMMDD)
      *-----------------------------------------------------------------
       REGISTRA-ENVIO.
           MOVE WS-DATA-GERACAO TO WS-ENV-PERIODO
           CALL 'ENVIO-CONTROLE' USING WS-ENV-INTERFACE
                                       WS-ENV-ARQUIVO
                                       WS-ENV-PERIODO
                                       WS-ENV-NUMERO
                                       WS-ENV-RESULTADO
           END-CALL
           IF WS-ENV-RESULTADO NOT = 'S' AND WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-REGISTRA-ENVIO.

       FINALIZA-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'ALUNOS NO CENSO   : ' WS-QTD-ALUNOS
           DISPLAY 'TURMAS NO CENSO   : ' WS-QTD-TURMAS
           IF WS-UNIDADE-SESSAO NOT = '00'
               DISPLAY 'DE OUTRAS UNIDADES: ' WS-QTD-OUTRAS-UNIDADES
           END-IF
           DISPLAY 'DETALHES GRAVADOS : ' WS-QTD-DETALHES
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
