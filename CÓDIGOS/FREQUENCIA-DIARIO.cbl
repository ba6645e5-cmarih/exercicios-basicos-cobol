      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 MC  - Programa original
      *   15/10/2026 MC  - Dia de suspensao (presenca U, lancado pelo
      *                    CADASTRO-OCORRENCIA) nao conta como dia ja
      *                    lancado; o aluno suspenso no dia fica fora
      *                    da chamada
      *   15/10/2026 MC  - Aviso de falta ao responsavel: cada ausente
      *                    lancado gera uma mensagem na caixa de saida
      *                    NOTIFSAI.TXT pela rotina NOTIFICA (tipo FA,
      *                    chave matricula + data); o aluno do
      *                    ALUNOS.TXT e ligado a matricula da turma em
      *                    MATRICULAS.TXT pelos 11 primeiros
      *                    caracteres do nome; sem MATRICULAS.TXT a
      *                    chamada segue sem aviso
      *   15/10/2026 MC  - Aulas do dia pela grade horaria (GRADE.TXT,
      *                    CADASTRO-GRADE): os periodos da turma no dia
      *                    da semana da aula vao em FQD-AULAS de cada
      *                    registro; dia sem aula na grade e avisado e
      *                    segue (reposicao); sem grade da turma no ano
      *                    o campo fica em branco
      *   15/10/2026 MC  - Grade procurada na unidade da turma: unidade
      *                    ativa (UNIDADE-ATIVA) ou, na sessao
      *                    consolidada, perguntada; GR-UNIDADE em branco
      *                    vale 01
      *   15/10/2026 MC  - Matriculas do aviso de falta so da unidade
      *                    da turma (MT-UNIDADE, em branco = 01)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREQUENCIA-DIARIO.
           SELECT FREQUENCIA-DIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FQD-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT GRADE-HORARIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GR-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'FREQDIA.TXT'.
       COPY FREQDIA.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD GRADE-HORARIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'GRADE.TXT'.
       COPY GRADE.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ALUNOS-STATUS         PIC X(02) VALUE '00'.
       01 WS-FQD-STATUS            PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS            PIC X(02) VALUE '00'.
       01 WS-GR-STATUS             PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-ALUNOS         PIC X(01) VALUE 'N'.
               88 WS-FIM-ALUNOS-SIM       VALUE 'S'.
               88 WS-DIA-JA-LANCADO-SIM   VALUE 'S'.
           02 WS-NOME-JA-NA-LISTA   PIC X(01) VALUE 'N'.
               88 WS-NOME-JA-NA-LISTA-SIM VALUE 'S'.
           02 WS-ALUNO-SUSPENSO     PIC X(01) VALUE 'N'.
               88 WS-ALUNO-SUSPENSO-SIM   VALUE 'S'.
           02 WS-ENTRADA-VALIDA     PIC X(01) VALUE 'S'.
               88 WS-ENTRADA-OK           VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-MAT-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-MAT-ACHOU-SIM        VALUE 'S'.
           02 WS-FIM-GR             PIC X(01) VALUE 'N'.
               88 WS-FIM-GR-SIM           VALUE 'S'.
           02 WS-TEM-GRADE          PIC X(01) VALUE 'N'.
               88 WS-TEM-GRADE-SIM        VALUE 'S'.
       01 WS-TURMA                 PIC X(03) VALUE SPACES.
       01 WS-UNIDADE               PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-ATIVA         PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME          PIC X(40) VALUE SPACES.
       01 WS-GR-UNIDADE            PIC X(02) VALUE SPACES.
       01 WS-MT-UNIDADE            PIC X(02) VALUE SPACES.
       01 WS-DATA-AULA             PIC X(10) VALUE SPACES.
       01 WS-DATA-OK               PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO           PIC X(30) VALUE SPACES.
       01 WS-TABELA-TURMA.
           02 WS-TUR-NOME PIC X(11) OCCURS 100 TIMES.
       01 WS-TUR-I                 PIC 9(03) VALUE ZERO.
       01 WS-QTD-SUSPENSOS         PIC 9(03) VALUE ZERO.
       01 WS-TABELA-SUSPENSOS.
           02 WS-SUS-NOME PIC X(11) OCCURS 100 TIMES.
       01 WS-SUS-I                 PIC 9(03) VALUE ZERO.
       01 WS-RESPOSTA              PIC X(01) VALUE 'S'.
           88 WS-RESPOSTA-AUSENTE         VALUE 'N' 'n'.
       01 WS-QTD-PRESENTES         PIC 9(03) VALUE ZERO.
       01 WS-QTD-AUSENTES          PIC 9(03) VALUE ZERO.
       01 WS-QTD-FORA-SUSPENSAO    PIC 9(03) VALUE ZERO.
       01 WS-QTD-MAT               PIC 9(03) VALUE ZERO.
       01 WS-TABELA-MAT.
           02 WS-MAT-ENTRADA OCCURS 100 TIMES.
               03 WS-MAT-MATRICULA  PIC X(05).
               03 WS-MAT-NOME       PIC X(30).
       01 WS-MAT-I                 PIC 9(03) VALUE ZERO.
       01 WS-QTD-AVISOS            PIC 9(03) VALUE ZERO.
       01 WS-NTF-TIPO              PIC X(02) VALUE 'FA'.
       01 WS-NTF-MATRICULA         PIC X(05) VALUE SPACES.
       01 WS-NTF-CHAVE             PIC X(20) VALUE SPACES.
       01 WS-NTF-ALUNO             PIC X(30) VALUE SPACES.
       01 WS-NTF-DATA              PIC X(10) VALUE SPACES.
       01 WS-NTF-INFO              PIC X(45) VALUE SPACES.
       01 WS-NTF-RETORNO           PIC X(01) VALUE SPACE.
           88 WS-NTF-GRAVADA              VALUE 'G'.
       01 WS-DIA-INT               PIC 9(08) VALUE ZERO.
       01 WS-DIA-SEMANA            PIC 9(01) VALUE ZERO.
       01 WS-AULAS-DIA             PIC 9(01) VALUE ZERO.
       01 WS-TABELA-PERIODOS.
           02 WS-PER-MARCA OCCURS 9 TIMES PIC X(01).
       01 WS-PER-I                 PIC 9(02) VALUE ZERO.
       01 WS-NOMES-DIAS.
           02 FILLER               PIC X(07) VALUE 'SEGUNDA'.
           02 FILLER               PIC X(07) VALUE 'TERCA  '.
           02 FILLER               PIC X(07) VALUE 'QUARTA '.
           02 FILLER               PIC X(07) VALUE 'QUINTA '.
           02 FILLER               PIC X(07) VALUE 'SEXTA  '.
           02 FILLER               PIC X(07) VALUE 'SABADO '.
           02 FILLER               PIC X(07) VALUE 'DOMINGO'.
       01 WS-TAB-DIAS REDEFINES WS-NOMES-DIAS.
           02 WS-NOME-DIA OCCURS 7 TIMES PIC X(07).
       01 WS-RETORNO-JOB           PIC 9(02) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'DIARIO DE FREQUENCIA - LANCAMENTO DO DIA'
           DISPLAY '-----------------------------------'

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-ATIVA
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-NOME NOT = SPACES
               DISPLAY 'UNIDADE: ' WS-UNIDADE-ATIVA ' - '
                       WS-UNIDADE-NOME
           END-IF

           PERFORM COLETA-UNIDADE
           DISPLAY 'TURMA: '
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               PERFORM CARREGA-MATRICULAS-TURMA
               PERFORM CONTA-AULAS-GRADE
           END-IF

           IF NOT WS-ENTRADA-OK
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * CADA UNIDADE TEM OS SEUS CODIGOS DE TURMA: NA SESSAO DE UMA
      * UNIDADE VALE A UNIDADE ATIVA; NA CONSOLIDADA A UNIDADE E
      * PERGUNTADA (EM BRANCO = 01, SEDE)
      *-----------------------------------------------------------------
       COLETA-UNIDADE.
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
           EXIT.
       FIM-COLETA-UNIDADE.

       VERIFICA-DIA-JA-LANCADO.
           MOVE 'N' TO WS-DIA-JA-LANCADO
           MOVE 'N' TO WS-FIM-FQD
                      OR WS-DIA-JA-LANCADO-SIM
                   IF FQD-TURMA = WS-TURMA AND
                      FQD-DATA = WS-DATA-AAAAMMDD
                       IF FQD-SUSPENSO
                           IF WS-QTD-SUSPENSOS < WS-TAB-LIMITE
                               ADD 1 TO WS-QTD-SUSPENSOS
                               MOVE FQD-NOME
                                    TO WS-SUS-NOME(WS-QTD-SUSPENSOS)
                           END-IF
                       ELSE
                           SET WS-DIA-JA-LANCADO-SIM TO TRUE
                       END-IF
                   END-IF
                   PERFORM LER-FREQUENCIA-DIA
               END-PERFORM
           EXIT.
       FIM-LER-ALUNOS.

      *-----------------------------------------------------------------
      * PERIODOS DA TURMA NO DIA DA SEMANA DA AULA, PELA GRADE DO ANO
      * DA DATA NA UNIDADE DA TURMA (GR-UNIDADE EM BRANCO = 01); O
      * MESMO CODIGO DE TURMA EM OUTRA UNIDADE E OUTRA TURMA E A GRADE
      * DELA NAO ENTRA NA CONTA
      *-----------------------------------------------------------------
       CONTA-AULAS-GRADE.
           COMPUTE WS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-INT - 1, 7) + 1
           MOVE SPACES TO WS-TABELA-PERIODOS
           MOVE ZERO TO WS-AULAS-DIA

           OPEN INPUT GRADE-HORARIA
           IF WS-GR-STATUS = '00'
               PERFORM LER-GRADE
               PERFORM UNTIL WS-FIM-GR-SIM
                   MOVE GR-UNIDADE TO WS-GR-UNIDADE
                   IF GR-UNIDADE = SPACES
                       MOVE '01' TO WS-GR-UNIDADE
                   END-IF
                   IF WS-GR-UNIDADE = WS-UNIDADE AND
                      GR-TURMA = WS-TURMA AND
                      GR-ANO = WS-DATA-AAAAMMDD(1:4)
                       SET WS-TEM-GRADE-SIM TO TRUE
                       IF GR-DIA-SEMANA = WS-DIA-SEMANA AND
                          GR-PERIODO-VALIDO
                           MOVE 'S' TO WS-PER-MARCA(GR-PERIODO)
                       END-IF
                   END-IF
                   PERFORM LER-GRADE
               END-PERFORM
               CLOSE GRADE-HORARIA
           END-IF

           IF WS-TEM-GRADE-SIM
               PERFORM VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 9
                   IF WS-PER-MARCA(WS-PER-I) = 'S'
                       ADD 1 TO WS-AULAS-DIA
                   END-IF
               END-PERFORM
               DISPLAY 'AULAS DO DIA PELA GRADE ('
                       WS-NOME-DIA(WS-DIA-SEMANA) '): ' WS-AULAS-DIA
               IF WS-AULAS-DIA = 0
                   DISPLAY 'AVISO: A GRADE DA TURMA ' WS-TURMA
                           ' NAO TEM AULA NA '
                           WS-NOME-DIA(WS-DIA-SEMANA)
                           ' - LANCAMENTO SEGUE COMO REPOSICAO'
               END-IF
           ELSE
               DISPLAY 'TURMA ' WS-TURMA ' DA UNIDADE ' WS-UNIDADE
                       ' SEM GRADE HORARIA EM '
                       WS-DATA-AAAAMMDD(1:4) ' - AULAS DO DIA EM BRANCO'
           END-IF
           EXIT.
       FIM-CONTA-AULAS-GRADE.

       LER-GRADE.
           READ GRADE-HORARIA
               AT END
                   SET WS-FIM-GR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-GRADE.

      *-----------------------------------------------------------------
      * MATRICULAS ATIVAS DA TURMA NA UNIDADE, PARA O AVISO DE FALTA
      * CHEGAR AO RESPONSAVEL CERTO
      *-----------------------------------------------------------------
       CARREGA-MATRICULAS-TURMA.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO - FALTAS SEM '
                       'AVISO AO RESPONSAVEL'
           ELSE
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   MOVE MT-UNIDADE TO WS-MT-UNIDADE
                   IF MT-UNIDADE = SPACES
                       MOVE '01' TO WS-MT-UNIDADE
                   END-IF
                   IF MT-TURMA = WS-TURMA AND MT-SIT-ATIVA AND
                      WS-MT-UNIDADE = WS-UNIDADE AND
                      WS-QTD-MAT < WS-TAB-LIMITE
                       ADD 1 TO WS-QTD-MAT
                       MOVE MT-MATRICULA
                            TO WS-MAT-MATRICULA(WS-QTD-MAT)
                       MOVE MT-NOME TO WS-MAT-NOME(WS-QTD-MAT)
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CARREGA-MATRICULAS-TURMA.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       AVISA-FALTA.
           MOVE 'N' TO WS-MAT-ACHOU
           PERFORM VARYING WS-MAT-I FROM 1 BY 1
                   UNTIL WS-MAT-I > WS-QTD-MAT
                      OR WS-MAT-ACHOU-SIM
               IF WS-MAT-NOME(WS-MAT-I)(1:11) = WS-TUR-NOME(WS-TUR-I)
                   SET WS-MAT-ACHOU-SIM TO TRUE
                   MOVE WS-MAT-MATRICULA(WS-MAT-I) TO WS-NTF-MATRICULA
                   MOVE WS-MAT-NOME(WS-MAT-I)      TO WS-NTF-ALUNO
               END-IF
           END-PERFORM

           IF WS-MAT-ACHOU-SIM
               MOVE SPACES TO WS-NTF-CHAVE
               STRING WS-NTF-MATRICULA WS-DATA-AAAAMMDD
                      DELIMITED BY SIZE
                      INTO WS-NTF-CHAVE
               END-STRING
               MOVE WS-DATA-AULA TO WS-NTF-DATA
               MOVE SPACES TO WS-NTF-INFO
               STRING 'TURMA ' WS-TURMA
                      DELIMITED BY SIZE
                      INTO WS-NTF-INFO
               END-STRING
               CALL 'NOTIFICA' USING WS-NTF-TIPO
                                     WS-NTF-MATRICULA
                                     WS-NTF-CHAVE
                                     WS-NTF-ALUNO
                                     WS-NTF-DATA
                                     WS-NTF-INFO
                                     WS-NTF-RETORNO
               END-CALL
               IF WS-NTF-GRAVADA
                   ADD 1 TO WS-QTD-AVISOS
               END-IF
           END-IF
           EXIT.
       FIM-AVISA-FALTA.

       PROCESSA-PROGRAMA.
           IF WS-ENTRADA-OK
               OPEN EXTEND FREQUENCIA-DIA

               PERFORM VARYING WS-TUR-I FROM 1 BY 1
                       UNTIL WS-TUR-I > WS-QTD-ALUNOS
                   MOVE 'N' TO WS-ALUNO-SUSPENSO
                   PERFORM VARYING WS-SUS-I FROM 1 BY 1
                           UNTIL WS-SUS-I > WS-QTD-SUSPENSOS
                              OR WS-ALUNO-SUSPENSO-SIM
                       IF WS-SUS-NOME(WS-SUS-I) = WS-TUR-NOME(WS-TUR-I)
                           SET WS-ALUNO-SUSPENSO-SIM TO TRUE
                       END-IF
                   END-PERFORM

                   IF WS-ALUNO-SUSPENSO-SIM
                       DISPLAY WS-TUR-NOME(WS-TUR-I) ' SUSPENSO NO DIA'
                               ' - FALTA JA LANCADA'
                       ADD 1 TO WS-QTD-FORA-SUSPENSAO
                   ELSE
                       DISPLAY WS-TUR-NOME(WS-TUR-I)
                               ' PRESENTE? (S/N)'
                       MOVE 'S' TO WS-RESPOSTA
                       ACCEPT WS-RESPOSTA

                       MOVE SPACES TO FREQUENCIA-DIA-REG
                       MOVE WS-TURMA         TO FQD-TURMA
                       MOVE WS-DATA-AAAAMMDD TO FQD-DATA
                       MOVE WS-TUR-NOME(WS-TUR-I) TO FQD-NOME
                       IF WS-TEM-GRADE-SIM
                           MOVE WS-AULAS-DIA TO FQD-AULAS
                       END-IF
                       IF WS-RESPOSTA-AUSENTE
                           MOVE 'N' TO FQD-PRESENTE
                           ADD 1 TO WS-QTD-AUSENTES
                       ELSE
                           MOVE 'S' TO FQD-PRESENTE
                           ADD 1 TO WS-QTD-PRESENTES
                       END-IF
                       WRITE FREQUENCIA-DIA-REG
                       IF WS-RESPOSTA-AUSENTE
                           PERFORM AVISA-FALTA
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE FREQUENCIA-DIA
           DISPLAY 'TURMA / DATA       : ' WS-TURMA ' / ' WS-DATA-AULA
           DISPLAY 'PRESENTES LANCADOS : ' WS-QTD-PRESENTES
           DISPLAY 'AUSENTES LANCADOS  : ' WS-QTD-AUSENTES
           DISPLAY 'SUSPENSOS NO DIA   : ' WS-QTD-FORA-SUSPENSAO
           DISPLAY 'AVISOS DE FALTA    : ' WS-QTD-AVISOS
           DISPLAY '-----------------------------------'
           DISPLAY 'EXECUTE O FREQUENCIA-FECHA PARA ATUALIZAR OS '
                   'TOTAIS DO FREQUENCIA.TXT'
