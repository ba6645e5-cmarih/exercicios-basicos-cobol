      *   02/09/2026 MC  - Selo de integridade (rotina SELO-ARQUIVO):
      *                    o FREQUENCIA.TXT recem-fechado e selado,
      *                    para o MEDIA recusar edicao manual
      *   15/10/2026 MC  - Abono de faltas: falta (presenca N) em dia
      *                    coberto por atestado do ATESTADOS.TXT
      *                    (CADASTRO-ATESTADO) entra em
      *                    FQ-AULAS-ABONADAS - continua falta, mas nao
      *                    conta para a reprovacao por falta; o
      *                    relatorio por turma de faltas abonadas e
      *                    nao justificadas sai pela rotina IMPRESSAO
      *                    (FALTASTUR.TXT) para a coordenacao
      *   15/10/2026 MC  - Datas do atestado conferidas so na estrutura
      *                    e no calendario: atestado ainda em curso no
      *                    fechamento (fim futuro) era ignorado pelo
      *                    DATA-VALIDA e as faltas cobertas ficavam
      *                    sem abono
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREQUENCIA-FECHA.
           SELECT FREQUENCIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FREQ-STATUS.
           SELECT ATESTADOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ATE-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'FREQUENCIA.TXT'.
       COPY FREQUENCIA.CPY.

       FD ATESTADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ATESTADOS.TXT'.
       COPY ATESTADO.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-SELO-PROGRAMA             PIC X(15)
       01 WS-SELO-RESULTADO            PIC X(01) VALUE 'S'.
       01 WS-FQD-STATUS            PIC X(02) VALUE '00'.
       01 WS-FREQ-STATUS           PIC X(02) VALUE '00'.
       01 WS-ATE-STATUS            PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS            PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-FQD            PIC X(01) VALUE 'N'.
               88 WS-FIM-FQD-SIM          VALUE 'S'.
           02 WS-ALUNO-ACHOU        PIC X(01) VALUE 'N'.
               88 WS-ALUNO-ACHOU-SIM      VALUE 'S'.
           02 WS-FIM-ATE            PIC X(01) VALUE 'N'.
               88 WS-FIM-ATE-SIM          VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-MAT-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-MAT-ACHOU-SIM        VALUE 'S'.
           02 WS-DIA-ABONADO        PIC X(01) VALUE 'N'.
               88 WS-DIA-ABONADO-SIM      VALUE 'S'.
           02 WS-TUR-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-TUR-ACHOU-SIM        VALUE 'S'.
       01 WS-TAB-LIMITE            PIC 9(03) VALUE 500.
       01 WS-QTD-ALUNOS            PIC 9(03) VALUE ZERO.
       01 WS-TABELA-ALUNOS.
               03 WS-ALU-NOME          PIC X(11).
               03 WS-ALU-DADAS         PIC 9(03).
               03 WS-ALU-ASSISTIDAS    PIC 9(03).
               03 WS-ALU-ABONADAS      PIC 9(03).
               03 WS-ALU-SUSPENSAO     PIC 9(03).
               03 WS-ALU-TURMA         PIC X(03).
       01 WS-ALU-I                 PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * ATESTADOS CONVERTIDOS PARA O NOME DO DIARIO (MATRICULAS.TXT)
      *-----------------------------------------------------------------
       01 WS-TAB-MAT-LIMITE        PIC 9(04) VALUE 2000.
       01 WS-QTD-MAT               PIC 9(04) VALUE ZERO.
       01 WS-TABELA-MAT.
           02 WS-MAT-ENTRADA OCCURS 2000 TIMES.
               03 WS-MAT-MATRICULA     PIC X(05).
               03 WS-MAT-NOME          PIC X(11).
       01 WS-MAT-I                 PIC 9(04) VALUE ZERO.
       01 WS-TAB-ATE-LIMITE        PIC 9(04) VALUE 1000.
       01 WS-QTD-ATE               PIC 9(04) VALUE ZERO.
       01 WS-TABELA-ATE.
           02 WS-ATE-ENTRADA OCCURS 1000 TIMES.
               03 WS-ATE-NOME          PIC X(11).
               03 WS-ATE-INICIO        PIC 9(08).
               03 WS-ATE-FIM           PIC 9(08).
       01 WS-ATE-I                 PIC 9(04) VALUE ZERO.
       01 WS-ATE-NOME-ALUNO        PIC X(11) VALUE SPACES.
       01 WS-ATE-INICIO-TRAB       PIC 9(08) VALUE ZERO.
       01 WS-QTD-ATE-IGNORADOS     PIC 9(04) VALUE ZERO.
       01 WS-DATA-OK               PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO           PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD         PIC 9(08) VALUE ZERO.
       01 WS-DATA-ATESTADO         PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
      * RELATORIO DE FALTAS ABONADAS E NAO JUSTIFICADAS POR TURMA
      *-----------------------------------------------------------------
       01 WS-TAB-TUR-LIMITE        PIC 9(03) VALUE 100.
       01 WS-QTD-TUR               PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TUR.
           02 WS-TUR-CODIGO PIC X(03) OCCURS 100 TIMES.
       01 WS-TUR-I                 PIC 9(03) VALUE ZERO.
       01 WS-FALTAS                PIC 9(03) VALUE ZERO.
       01 WS-NAO-JUSTIF            PIC 9(03) VALUE ZERO.
       01 WS-TOT-TUR-FALTAS        PIC 9(05) VALUE ZERO.
       01 WS-TOT-TUR-ABONADAS      PIC 9(05) VALUE ZERO.
       01 WS-TOT-TUR-NAO-JUSTIF    PIC 9(05) VALUE ZERO.
       01 WS-TOT-TUR-SUSPENSAO     PIC 9(05) VALUE ZERO.
       01 WS-TOT-ABONADAS          PIC 9(05) VALUE ZERO.
       01 WS-TOT-NAO-JUSTIF        PIC 9(05) VALUE ZERO.
       01 WS-MASK-3                PIC ZZ9.
       01 WS-MASK-3B               PIC ZZ9.
       01 WS-MASK-3C               PIC ZZ9.
       01 WS-MASK-3D               PIC ZZ9.
       01 WS-MASK-3E               PIC ZZ9.
       01 WS-MASK-5                PIC ZZZZ9.
       01 WS-MASK-5B               PIC ZZZZ9.
       01 WS-MASK-5C               PIC ZZZZ9.
       01 WS-MASK-5D               PIC ZZZZ9.
       01 WS-IMP-ACAO              PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO           PIC X(20) VALUE 'FALTASTUR.TXT'.
       01 WS-IMP-TITULO            PIC X(60) VALUE
           'FALTAS ABONADAS E NAO JUSTIFICADAS POR TURMA'.
       01 WS-IMP-CABECALHO         PIC X(100) VALUE
           'TURMA ALUNO       DADAS FALTAS ABONADAS NAO JUSTIF. (SUSPENS
      -    'AO)'.
       01 WS-IMP-LINHA             PIC X(100) VALUE SPACES.
       01 WS-TAB-CHEIA             PIC X(01) VALUE 'N'.
           88 WS-TAB-CHEIA-SIM        VALUE 'S'.
       01 WS-QTD-DIAS-LIDOS        PIC 9(05) VALUE ZERO.
                       'LANCADO AINDA'
               MOVE 4 TO WS-RETORNO-JOB
               SET WS-FIM-FQD-SIM TO TRUE
           ELSE
               PERFORM CARREGA-ATESTADOS
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * ATESTADOS: A MATRICULA VIRA O NOME DE 11 POSICOES DO DIARIO E O
      * PERIODO VIRA AAAAMMDD; SE A TABELA ESTOURA O FECHAMENTO PARA,
      * PARA NAO REPROVAR POR FALTA QUEM TEM ATESTADO
      *-----------------------------------------------------------------
       CARREGA-ATESTADOS.
           OPEN INPUT ATESTADOS
           IF WS-ATE-STATUS NOT = '00'
               DISPLAY 'ATESTADOS.TXT NAO ENCONTRADO - NENHUMA FALTA '
                       'ABONADA'
           ELSE
               PERFORM CARREGA-MATRICULAS
               PERFORM LER-ATESTADOS
               PERFORM UNTIL WS-FIM-ATE-SIM
                   PERFORM INCLUI-ATESTADO
                   PERFORM LER-ATESTADOS
               END-PERFORM
               CLOSE ATESTADOS
               DISPLAY 'ATESTADOS CARREGADOS: ' WS-QTD-ATE
                       ' IGNORADOS: ' WS-QTD-ATE-IGNORADOS
           END-IF
           EXIT.
       FIM-CARREGA-ATESTADOS.

       LER-ATESTADOS.
           READ ATESTADOS
               AT END
                   SET WS-FIM-ATE-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ATESTADOS.

       INCLUI-ATESTADO.
           MOVE 'N' TO WS-MAT-ACHOU
           PERFORM VARYING WS-MAT-I FROM 1 BY 1
                   UNTIL WS-MAT-I > WS-QTD-MAT
                      OR WS-MAT-ACHOU-SIM
               IF WS-MAT-MATRICULA(WS-MAT-I) = AT-MATRICULA
                   SET WS-MAT-ACHOU-SIM TO TRUE
                   MOVE WS-MAT-NOME(WS-MAT-I) TO WS-ATE-NOME-ALUNO
               END-IF
           END-PERFORM

           IF NOT WS-MAT-ACHOU-SIM
               DISPLAY 'AVISO: ATESTADO ' AT-DOCUMENTO ' DA MATRICULA '
                       AT-MATRICULA ' SEM CADASTRO - IGNORADO'
               ADD 1 TO WS-QTD-ATE-IGNORADOS
           ELSE
               MOVE AT-DATA-INICIO TO WS-DATA-ATESTADO
               PERFORM CONFERE-DATA-ATESTADO
               MOVE WS-DATA-AAAAMMDD TO WS-ATE-INICIO-TRAB
               IF WS-DATA-OK = 'S'
                   MOVE AT-DATA-FIM TO WS-DATA-ATESTADO
                   PERFORM CONFERE-DATA-ATESTADO
               END-IF
               IF WS-DATA-OK = 'N'
                   DISPLAY 'AVISO: ATESTADO ' AT-DOCUMENTO
                           ' DA MATRICULA ' AT-MATRICULA ': '
                           WS-DATA-MOTIVO ' - IGNORADO'
                   ADD 1 TO WS-QTD-ATE-IGNORADOS
               ELSE
                   IF WS-QTD-ATE < WS-TAB-ATE-LIMITE
                       ADD 1 TO WS-QTD-ATE
                       MOVE WS-ATE-NOME-ALUNO
                            TO WS-ATE-NOME(WS-QTD-ATE)
                       MOVE WS-ATE-INICIO-TRAB
                            TO WS-ATE-INICIO(WS-QTD-ATE)
                       MOVE WS-DATA-AAAAMMDD
                            TO WS-ATE-FIM(WS-QTD-ATE)
                   ELSE
                       DISPLAY 'AVISO: LIMITE DE ' WS-TAB-ATE-LIMITE
                               ' ATESTADOS ATINGIDO'
                       SET WS-TAB-CHEIA-SIM TO TRUE
                       SET WS-FIM-ATE-SIM TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-INCLUI-ATESTADO.

      *-----------------------------------------------------------------
      * DATA DO ATESTADO: MESMOS FORMATOS DO DATA-VALIDA (DD/MM/AAAA OU
      * AAAA-MM-DD), SEM A TRAVA DE DATA FUTURA - O ATESTADO PODE
      * COBRIR DIAS DEPOIS DO FECHAMENTO
      *-----------------------------------------------------------------
       CONFERE-DATA-ATESTADO.
           MOVE 'N' TO WS-DATA-OK
           MOVE 'DATA INVALIDA' TO WS-DATA-MOTIVO
           MOVE ZERO TO WS-DATA-AAAAMMDD
           EVALUATE TRUE
               WHEN (WS-DATA-ATESTADO(3:1) = '/' OR '-' OR '.') AND
                    WS-DATA-ATESTADO(6:1) = WS-DATA-ATESTADO(3:1)
                   MOVE WS-DATA-ATESTADO(7:4) TO WS-DATA-AAAAMMDD(1:4)
                   MOVE WS-DATA-ATESTADO(4:2) TO WS-DATA-AAAAMMDD(5:2)
                   MOVE WS-DATA-ATESTADO(1:2) TO WS-DATA-AAAAMMDD(7:2)
               WHEN (WS-DATA-ATESTADO(5:1) = '/' OR '-' OR '.') AND
                    WS-DATA-ATESTADO(8:1) = WS-DATA-ATESTADO(5:1)
                   MOVE WS-DATA-ATESTADO(1:4) TO WS-DATA-AAAAMMDD(1:4)
                   MOVE WS-DATA-ATESTADO(6:2) TO WS-DATA-AAAAMMDD(5:2)
                   MOVE WS-DATA-ATESTADO(9:2) TO WS-DATA-AAAAMMDD(7:2)
           END-EVALUATE
           IF WS-DATA-AAAAMMDD NUMERIC AND
              WS-DATA-AAAAMMDD(1:4) > '1600'
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-AAAAMMDD) = 0
                   MOVE 'S' TO WS-DATA-OK
                   MOVE SPACES TO WS-DATA-MOTIVO
               ELSE
                   MOVE ZERO TO WS-DATA-AAAAMMDD
               END-IF
           END-IF
           EXIT.
       FIM-CONFERE-DATA-ATESTADO.

       CARREGA-MATRICULAS.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO - ATESTADOS SEM '
                       'ALUNO'
           ELSE
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   IF WS-QTD-MAT < WS-TAB-MAT-LIMITE
                       ADD 1 TO WS-QTD-MAT
                       MOVE MT-MATRICULA
                            TO WS-MAT-MATRICULA(WS-QTD-MAT)
                       MOVE MT-NOME(1:11) TO WS-MAT-NOME(WS-QTD-MAT)
                   ELSE
                       DISPLAY 'AVISO: LIMITE DE ' WS-TAB-MAT-LIMITE
                               ' MATRICULAS ATINGIDO'
                       SET WS-TAB-CHEIA-SIM TO TRUE
                       SET WS-FIM-MAT-SIM TO TRUE
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CARREGA-MATRICULAS.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               PERFORM LER-FREQUENCIA-DIA
               CLOSE FREQUENCIA-DIA

               IF WS-TAB-CHEIA-SIM
                   DISPLAY 'FECHAMENTO ABORTADO - FREQDIA.TXT, '
                           'ATESTADOS.TXT OU MATRICULAS.TXT EXCEDE A '
                           'TABELA: O FREQUENCIA.TXT NAO SERA '
                           'REGRAVADO'
                   MOVE 8 TO WS-RETORNO-JOB
               ELSE
                   PERFORM REGRAVA-FREQUENCIA
                   PERFORM RELATORIO-FALTAS-TURMA
               END-IF
           END-IF
           EXIT.

       ACUMULA-ALUNO.
           MOVE 'N' TO WS-ALUNO-ACHOU
           MOVE 'N' TO WS-DIA-ABONADO
           IF FQD-AUSENTE
               PERFORM VERIFICA-ABONO
           END-IF

           PERFORM VARYING WS-ALU-I FROM 1 BY 1
                   UNTIL WS-ALU-I > WS-QTD-ALUNOS
               IF WS-ALU-NOME(WS-ALU-I) = FQD-NOME
                   SET WS-ALUNO-ACHOU-SIM TO TRUE
                   ADD 1 TO WS-ALU-DADAS(WS-ALU-I)
                   MOVE FQD-TURMA TO WS-ALU-TURMA(WS-ALU-I)
                   IF FQD-PRESENTE-SIM
                       ADD 1 TO WS-ALU-ASSISTIDAS(WS-ALU-I)
                   END-IF
                   IF WS-DIA-ABONADO-SIM
                       ADD 1 TO WS-ALU-ABONADAS(WS-ALU-I)
                   END-IF
                   IF FQD-SUSPENSO
                       ADD 1 TO WS-ALU-SUSPENSAO(WS-ALU-I)
                   END-IF
               END-IF
           END-PERFORM

               IF WS-QTD-ALUNOS < WS-TAB-LIMITE
                   ADD 1 TO WS-QTD-ALUNOS
                   MOVE FQD-NOME TO WS-ALU-NOME(WS-QTD-ALUNOS)
                   MOVE FQD-TURMA TO WS-ALU-TURMA(WS-QTD-ALUNOS)
                   MOVE 1 TO WS-ALU-DADAS(WS-QTD-ALUNOS)
                   MOVE ZERO TO WS-ALU-ABONADAS(WS-QTD-ALUNOS)
                   MOVE ZERO TO WS-ALU-SUSPENSAO(WS-QTD-ALUNOS)
                   IF FQD-PRESENTE-SIM
                       MOVE 1 TO WS-ALU-ASSISTIDAS(WS-QTD-ALUNOS)
                   ELSE
                       MOVE ZERO TO WS-ALU-ASSISTIDAS(WS-QTD-ALUNOS)
                   END-IF
                   IF WS-DIA-ABONADO-SIM
                       MOVE 1 TO WS-ALU-ABONADAS(WS-QTD-ALUNOS)
                   END-IF
                   IF FQD-SUSPENSO
                       MOVE 1 TO WS-ALU-SUSPENSAO(WS-QTD-ALUNOS)
                   END-IF
               ELSE
                   DISPLAY 'AVISO: LIMITE DE ' WS-TAB-LIMITE
                           ' ALUNOS ATINGIDO - ' FQD-NOME
           EXIT.
       FIM-ACUMULA-ALUNO.

       VERIFICA-ABONO.
           PERFORM VARYING WS-ATE-I FROM 1 BY 1
                   UNTIL WS-ATE-I > WS-QTD-ATE
                      OR WS-DIA-ABONADO-SIM
               IF WS-ATE-NOME(WS-ATE-I) = FQD-NOME AND
                  FQD-DATA >= WS-ATE-INICIO(WS-ATE-I) AND
                  FQD-DATA <= WS-ATE-FIM(WS-ATE-I)
                   SET WS-DIA-ABONADO-SIM TO TRUE
               END-IF
           END-PERFORM
           EXIT.
       FIM-VERIFICA-ABONO.

       REGRAVA-FREQUENCIA.
           OPEN OUTPUT FREQUENCIA

               MOVE WS-ALU-DADAS(WS-ALU-I)      TO FQ-AULAS-DADAS
               MOVE WS-ALU-ASSISTIDAS(WS-ALU-I)
                    TO FQ-AULAS-ASSISTIDAS
               MOVE WS-ALU-ABONADAS(WS-ALU-I)   TO FQ-AULAS-ABONADAS
               WRITE FREQUENCIA-REG
           END-PERFORM

           EXIT.
       FIM-REGRAVA-FREQUENCIA.

      *-----------------------------------------------------------------
      * RELATORIO POR TURMA (NA ORDEM EM QUE AS TURMAS APARECEM NO
      * DIARIO): UMA LINHA POR ALUNO E O TOTAL DA TURMA
      *-----------------------------------------------------------------
       RELATORIO-FALTAS-TURMA.
           MOVE ZERO TO WS-QTD-TUR
           PERFORM VARYING WS-ALU-I FROM 1 BY 1
                   UNTIL WS-ALU-I > WS-QTD-ALUNOS
               MOVE 'N' TO WS-TUR-ACHOU
               PERFORM VARYING WS-TUR-I FROM 1 BY 1
                       UNTIL WS-TUR-I > WS-QTD-TUR
                          OR WS-TUR-ACHOU-SIM
                   IF WS-TUR-CODIGO(WS-TUR-I) = WS-ALU-TURMA(WS-ALU-I)
                       SET WS-TUR-ACHOU-SIM TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-TUR-ACHOU-SIM AND
                  WS-QTD-TUR < WS-TAB-TUR-LIMITE
                   ADD 1 TO WS-QTD-TUR
                   MOVE WS-ALU-TURMA(WS-ALU-I)
                        TO WS-TUR-CODIGO(WS-QTD-TUR)
               END-IF
           END-PERFORM

           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-TUR-I FROM 1 BY 1
                   UNTIL WS-TUR-I > WS-QTD-TUR
               PERFORM IMPRIME-TURMA
           END-PERFORM

           MOVE WS-TOT-ABONADAS   TO WS-MASK-5
           MOVE WS-TOT-NAO-JUSTIF TO WS-MASK-5B
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TOTAL DA ESCOLA - ABONADAS: ' WS-MASK-5
                  '  NAO JUSTIFICADAS: ' WS-MASK-5B
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY 'RELATORIO DE FALTAS POR TURMA EM ' WS-IMP-ARQUIVO
           EXIT.
       FIM-RELATORIO-FALTAS-TURMA.

       IMPRIME-TURMA.
           MOVE ZERO TO WS-TOT-TUR-FALTAS
           MOVE ZERO TO WS-TOT-TUR-ABONADAS
           MOVE ZERO TO WS-TOT-TUR-NAO-JUSTIF
           MOVE ZERO TO WS-TOT-TUR-SUSPENSAO

           PERFORM VARYING WS-ALU-I FROM 1 BY 1
                   UNTIL WS-ALU-I > WS-QTD-ALUNOS
               IF WS-ALU-TURMA(WS-ALU-I) = WS-TUR-CODIGO(WS-TUR-I)
                   COMPUTE WS-FALTAS = WS-ALU-DADAS(WS-ALU-I)
                                     - WS-ALU-ASSISTIDAS(WS-ALU-I)
                   COMPUTE WS-NAO-JUSTIF = WS-FALTAS
                                         - WS-ALU-ABONADAS(WS-ALU-I)
                   ADD WS-FALTAS TO WS-TOT-TUR-FALTAS
                   ADD WS-ALU-ABONADAS(WS-ALU-I)
                       TO WS-TOT-TUR-ABONADAS
                   ADD WS-NAO-JUSTIF TO WS-TOT-TUR-NAO-JUSTIF
                   ADD WS-ALU-SUSPENSAO(WS-ALU-I)
                       TO WS-TOT-TUR-SUSPENSAO

                   MOVE WS-ALU-DADAS(WS-ALU-I)     TO WS-MASK-3
                   MOVE WS-FALTAS                  TO WS-MASK-3B
                   MOVE WS-ALU-ABONADAS(WS-ALU-I)  TO WS-MASK-3C
                   MOVE WS-NAO-JUSTIF              TO WS-MASK-3D
                   MOVE WS-ALU-SUSPENSAO(WS-ALU-I) TO WS-MASK-3E
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING WS-ALU-TURMA(WS-ALU-I) '   '
                          WS-ALU-NOME(WS-ALU-I) '   '
                          WS-MASK-3 '    '
                          WS-MASK-3B '       '
                          WS-MASK-3C '          '
                          WS-MASK-3D '    ('
                          WS-MASK-3E ')'
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   MOVE 'D' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO
               END-IF
           END-PERFORM

           ADD WS-TOT-TUR-ABONADAS   TO WS-TOT-ABONADAS
           ADD WS-TOT-TUR-NAO-JUSTIF TO WS-TOT-NAO-JUSTIF

           MOVE WS-TOT-TUR-FALTAS     TO WS-MASK-5
           MOVE WS-TOT-TUR-ABONADAS   TO WS-MASK-5B
           MOVE WS-TOT-TUR-NAO-JUSTIF TO WS-MASK-5C
           MOVE WS-TOT-TUR-SUSPENSAO  TO WS-MASK-5D
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TOTAL DA TURMA ' WS-TUR-CODIGO(WS-TUR-I)
                  ' - FALTAS: ' WS-MASK-5
                  ' ABONADAS: ' WS-MASK-5B
                  ' NAO JUSTIFICADAS: ' WS-MASK-5C
                  ' (SUSPENSAO: ' WS-MASK-5D ')'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-TURMA.

       CHAMA-IMPRESSAO.
           CALL 'IMPRESSAO' USING WS-IMP-ACAO
                                  WS-IMP-ARQUIVO
                                  WS-IMP-TITULO
                                  WS-IMP-CABECALHO
                                  WS-IMP-LINHA
           END-CALL
           EXIT.
       FIM-CHAMA-IMPRESSAO.

       FINALIZA-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'REGISTROS DO DIARIO LIDOS : ' WS-QTD-DIAS-LIDOS
           DISPLAY 'ALUNOS NO FREQUENCIA.TXT  : ' WS-QTD-ALUNOS
           DISPLAY 'FALTAS ABONADAS           : ' WS-TOT-ABONADAS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
