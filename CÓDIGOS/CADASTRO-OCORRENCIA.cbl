      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CADASTRO DE OCORRENCIAS DISCIPLINARES - MANTEM O
      *          OCORRENCIAS.TXT (OCORREN.CPY) NO LUGAR DO LIVRO DE
      *          PAPEL DA COORDENACAO: REGISTRA ADVERTENCIA VERBAL OU
      *          ESCRITA, SUSPENSAO COM DIAS E OBSERVACAO DE
      *          COMPORTAMENTO POR MATRICULA (CONFERIDA NO
      *          MATRICULAS.TXT), COM O PROFESSOR QUE RELATOU
      *          (PROFESSORES.TXT) E A CIENCIA DO RESPONSAVEL; OS DIAS
      *          DE SUSPENSAO (DIAS UTEIS A PARTIR DA DATA) SAO
      *          LANCADOS NO FREQDIA.TXT COM PRESENCA U, NA TURMA DO
      *          ALUNO - DIA QUE O DIARIO JA TEM PARA O ALUNO NAO E
      *          LANCADO DE NOVO; O RELATORIO DO ALUNO SAI PELA ROTINA
      *          IMPRESSAO (OCORALUNO.TXT); A OCORRENCIA NOVA E
      *          ANEXADA NA HORA E A CIENCIA REGRAVA O ARQUIVO NO FIM,
      *          SO SE A CARGA COUBE INTEIRA NA TABELA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-OCORRENCIA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCORRENCIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OCOR-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT PROFESSORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROF-STATUS.
           SELECT FREQUENCIA-DIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FQD-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD OCORRENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'OCORRENCIAS.TXT'.
       COPY OCORREN.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD PROFESSORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PROFESSORES.TXT'.
       COPY PROFESSOR.CPY.

       FD FREQUENCIA-DIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'FREQDIA.TXT'.
       COPY FREQDIA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-OCOR-STATUS           PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS            PIC X(02) VALUE '00'.
       01 WS-PROF-STATUS           PIC X(02) VALUE '00'.
       01 WS-FQD-STATUS            PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-OCOR           PIC X(01) VALUE 'N'.
               88 WS-FIM-OCOR-SIM         VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-FIM-PROF           PIC X(01) VALUE 'N'.
               88 WS-FIM-PROF-SIM         VALUE 'S'.
           02 WS-FIM-FQD            PIC X(01) VALUE 'N'.
               88 WS-FIM-FQD-SIM          VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-MAT-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-MAT-ACHOU-SIM        VALUE 'S'.
           02 WS-PROF-ACHOU         PIC X(01) VALUE 'N'.
               88 WS-PROF-ACHOU-SIM       VALUE 'S'.
           02 WS-OC-ACHOU           PIC X(01) VALUE 'N'.
               88 WS-OC-ACHOU-SIM         VALUE 'S'.
           02 WS-OCOR-CHEIA         PIC X(01) VALUE 'N'.
               88 WS-OCOR-CHEIA-SIM       VALUE 'S'.
           02 WS-DIA-NO-DIARIO      PIC X(01) VALUE 'N'.
               88 WS-DIA-NO-DIARIO-SIM    VALUE 'S'.
           02 WS-ENTRADA-VALIDA     PIC X(01) VALUE 'S'.
               88 WS-ENTRADA-OK           VALUE 'S'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-TAB-OCOR-LIMITE       PIC 9(04) VALUE 3000.
       01 WS-QTD-OCOR              PIC 9(04) VALUE ZERO.
       01 WS-TABELA-OCOR.
           02 WS-OCOR-REG PIC X(99) OCCURS 3000 TIMES.
       01 WS-OC-I                  PIC 9(04) VALUE ZERO.
       01 WS-OC-ACHOU-I            PIC 9(04) VALUE ZERO.
       01 WS-MATRICULA             PIC X(05) VALUE SPACES.
       01 WS-SEQUENCIA             PIC 9(03) VALUE ZERO.
       01 WS-MAIOR-SEQUENCIA       PIC 9(03) VALUE ZERO.
       01 WS-ALU-NOME              PIC X(30) VALUE SPACES.
       01 WS-ALU-TURMA             PIC X(03) VALUE SPACES.
       01 WS-ALU-SITUACAO          PIC X(01) VALUE SPACES.
       01 WS-PROF-CODIGO           PIC X(05) VALUE SPACES.
       01 WS-PROF-NOME             PIC X(30) VALUE SPACES.
       01 WS-PROF-ATIVO            PIC X(01) VALUE SPACES.
       01 WS-DATA                  PIC X(10) VALUE SPACES.
       01 WS-TIPO                  PIC X(01) VALUE SPACES.
       01 WS-DIAS                  PIC 9(02) VALUE ZERO.
       01 WS-DESCRICAO             PIC X(60) VALUE SPACES.
       01 WS-CONFIRMA              PIC X(01) VALUE 'N'.
           88 WS-CONFIRMA-SIM             VALUE 'S' 's'.
       01 WS-DATA-OK               PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO           PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD         PIC 9(08) VALUE ZERO.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO           PIC 9(04).
           02 WS-HOJE-MES           PIC 9(02).
           02 WS-HOJE-DIA           PIC 9(02).
       01 WS-DATA-FMT              PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
      * LANCAMENTO DOS DIAS DE SUSPENSAO NO DIARIO DE FREQUENCIA
      *-----------------------------------------------------------------
       01 WS-TAB-DIA-LIMITE        PIC 9(03) VALUE 400.
       01 WS-QTD-DIAS-ALUNO        PIC 9(03) VALUE ZERO.
       01 WS-DIA-ALUNO PIC 9(08) OCCURS 400 TIMES.
       01 WS-DIA-I                 PIC 9(03) VALUE ZERO.
       01 WS-DIA-INT               PIC 9(08) VALUE ZERO.
       01 WS-DIA-AAAAMMDD          PIC 9(08) VALUE ZERO.
       01 WS-DIA-SEMANA            PIC 9(01) VALUE ZERO.
       01 WS-DIAS-LANCADOS         PIC 9(02) VALUE ZERO.
       01 WS-DIAS-CONTADOS         PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
      * RELATORIO DO ALUNO
      *-----------------------------------------------------------------
       01 WS-TIPO-NOME             PIC X(20) VALUE SPACES.
       01 WS-CIENCIA-TEXTO         PIC X(16) VALUE SPACES.
       01 WS-QTD-VERBAL            PIC 9(03) VALUE ZERO.
       01 WS-QTD-ESCRITA           PIC 9(03) VALUE ZERO.
       01 WS-QTD-SUSPENSAO         PIC 9(03) VALUE ZERO.
       01 WS-QTD-OBSERVACAO        PIC 9(03) VALUE ZERO.
       01 WS-TOT-DIAS-SUSP         PIC 9(04) VALUE ZERO.
       01 WS-QTD-INCLUIDAS         PIC 9(03) VALUE ZERO.
       01 WS-QTD-CIENCIAS          PIC 9(03) VALUE ZERO.
       01 WS-QTD-DIAS-POSTADOS     PIC 9(04) VALUE ZERO.
       01 WS-IMP-ACAO              PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO           PIC X(20) VALUE 'OCORALUNO.TXT'.
       01 WS-IMP-TITULO            PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO         PIC X(100) VALUE
           'SEQ DATA       TIPO                 DIAS PROF  CIENCIA
      -    '       DESCRICAO'.
       01 WS-IMP-LINHA             PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'OCORRENCIAS DISCIPLINARES'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING

           PERFORM CARREGA-OCORRENCIAS
           DISPLAY 'OCORRENCIAS REGISTRADAS: ' WS-QTD-OCOR
           EXIT.
       FIM-INICIO.

       CARREGA-OCORRENCIAS.
           OPEN INPUT OCORRENCIAS
           IF WS-OCOR-STATUS = '00'
               PERFORM LER-OCORRENCIAS
               PERFORM UNTIL WS-FIM-OCOR-SIM
                   IF WS-QTD-OCOR < WS-TAB-OCOR-LIMITE
                       ADD 1 TO WS-QTD-OCOR
                       MOVE OCORRENCIA-REG TO WS-OCOR-REG(WS-QTD-OCOR)
                   ELSE
                       DISPLAY 'AVISO: OCORRENCIAS.TXT EXCEDE '
                               WS-TAB-OCOR-LIMITE ' REGISTROS - '
                               'INCLUSAO E CIENCIA BLOQUEADAS NESTA '
                               'SESSAO'
                       SET WS-OCOR-CHEIA-SIM TO TRUE
                       SET WS-FIM-OCOR-SIM TO TRUE
                   END-IF
                   PERFORM LER-OCORRENCIAS
               END-PERFORM
               CLOSE OCORRENCIAS
           END-IF
           EXIT.
       FIM-CARREGA-OCORRENCIAS.

       LER-OCORRENCIAS.
           READ OCORRENCIAS
               AT END
                   SET WS-FIM-OCOR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-OCORRENCIAS.

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - REGISTRAR OCORRENCIA'
               DISPLAY '2 - REGISTRAR CIENCIA DO RESPONSAVEL'
               DISPLAY '3 - RELATORIO DE OCORRENCIAS DO ALUNO'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM REGISTRA-OCORRENCIA
                   WHEN 2
                       PERFORM REGISTRA-CIENCIA
                   WHEN 3
                       PERFORM RELATORIO-ALUNO
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * REGISTRO DE OCORRENCIA: MATRICULA, DATA, TIPO, DIAS (SO NA
      * SUSPENSAO), DESCRICAO E PROFESSOR QUE RELATOU
      *-----------------------------------------------------------------
       REGISTRA-OCORRENCIA.
           MOVE 'S' TO WS-ENTRADA-VALIDA

           IF WS-OCOR-CHEIA-SIM
               DISPLAY 'OCORRENCIAS.TXT ACIMA DA TABELA - INCLUSAO '
                       'BLOQUEADA'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK
               PERFORM COLETA-MATRICULA
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'DATA DA OCORRENCIA (DD/MM/AAAA, EM BRANCO '
                       'PARA ' WS-DATA-FMT '): '
               MOVE SPACES TO WS-DATA
               ACCEPT WS-DATA
               IF WS-DATA = SPACES
                   MOVE WS-DATA-FMT TO WS-DATA
               END-IF
               CALL 'DATA-VALIDA' USING WS-DATA
                                        WS-DATA-OK
                                        WS-DATA-MOTIVO
                                        WS-DATA-AAAAMMDD
               END-CALL
               IF WS-DATA-OK = 'N'
                   DISPLAY 'DATA DA OCORRENCIA: ' WS-DATA-MOTIVO
                           ' - INCLUSAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'TIPO: (V) ADVERTENCIA VERBAL  (E) ADVERTENCIA '
                       'ESCRITA  (S) SUSPENSAO  (O) OBSERVACAO'
               MOVE SPACES TO WS-TIPO
               ACCEPT WS-TIPO
               MOVE ZERO TO WS-DIAS
               EVALUATE WS-TIPO
                   WHEN 'V'
                   WHEN 'E'
                   WHEN 'O'
                       CONTINUE
                   WHEN 'S'
                       DISPLAY 'DIAS DE SUSPENSAO (1 A 30): '
                       ACCEPT WS-DIAS
                       IF WS-DIAS < 1 OR WS-DIAS > 30
                           DISPLAY 'DIAS DE SUSPENSAO INVALIDOS - '
                                   'INCLUSAO CANCELADA'
                           MOVE 'N' TO WS-ENTRADA-VALIDA
                       END-IF
                   WHEN OTHER
                       DISPLAY 'TIPO INVALIDO - INCLUSAO CANCELADA'
                       MOVE 'N' TO WS-ENTRADA-VALIDA
               END-EVALUATE
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'DESCRICAO: '
               MOVE SPACES TO WS-DESCRICAO
               ACCEPT WS-DESCRICAO
               IF WS-DESCRICAO = SPACES
                   DISPLAY 'DESCRICAO EM BRANCO - INCLUSAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'CODIGO DO PROFESSOR QUE RELATOU: '
               MOVE SPACES TO WS-PROF-CODIGO
               ACCEPT WS-PROF-CODIGO
               PERFORM CONSULTA-PROFESSOR
               IF NOT WS-PROF-ACHOU-SIM
                   DISPLAY 'PROFESSOR NAO CADASTRADO - INCLUSAO '
                           'CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               ELSE
               IF WS-PROF-ATIVO = 'N'
                   DISPLAY 'PROFESSOR INATIVO - INCLUSAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               IF WS-TIPO = 'S'
                   DISPLAY 'SUSPENSAO DE ' WS-DIAS ' DIA(S) UTEIS A '
                           'PARTIR DE ' WS-DATA ' SERA LANCADA NO '
                           'DIARIO DA TURMA ' WS-ALU-TURMA
               END-IF
               DISPLAY 'CONFIRMA A OCORRENCIA? (S) SIM  (N) NAO'
               MOVE 'N' TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA-SIM
                   PERFORM GRAVA-OCORRENCIA
               ELSE
                   DISPLAY 'INCLUSAO CANCELADA'
               END-IF
           END-IF
           EXIT.
       FIM-REGISTRA-OCORRENCIA.

       COLETA-MATRICULA.
           DISPLAY 'MATRICULA DO ALUNO: '
           MOVE SPACES TO WS-MATRICULA
           ACCEPT WS-MATRICULA

           PERFORM CONSULTA-MATRICULA
           IF NOT WS-MAT-ACHOU-SIM
               DISPLAY 'MATRICULA ' WS-MATRICULA ' NAO CADASTRADA '
                       'NO MATRICULAS.TXT'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY 'ALUNO: ' WS-ALU-NOME ' TURMA: ' WS-ALU-TURMA
           END-IF
           EXIT.
       FIM-COLETA-MATRICULA.

       CONSULTA-MATRICULA.
           MOVE 'N' TO WS-MAT-ACHOU
           MOVE 'N' TO WS-FIM-MAT
           MOVE SPACES TO WS-ALU-NOME
           MOVE SPACES TO WS-ALU-TURMA

           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS = '00'
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM OR WS-MAT-ACHOU-SIM
                   IF MT-MATRICULA = WS-MATRICULA
                       SET WS-MAT-ACHOU-SIM TO TRUE
                       MOVE MT-NOME     TO WS-ALU-NOME
                       MOVE MT-TURMA    TO WS-ALU-TURMA
                       MOVE MT-SITUACAO TO WS-ALU-SITUACAO
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CONSULTA-MATRICULA.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       CONSULTA-PROFESSOR.
           MOVE 'N' TO WS-PROF-ACHOU
           MOVE 'N' TO WS-FIM-PROF
           MOVE SPACES TO WS-PROF-NOME

           OPEN INPUT PROFESSORES
           IF WS-PROF-STATUS = '00'
               PERFORM LER-PROFESSORES
               PERFORM UNTIL WS-FIM-PROF-SIM OR WS-PROF-ACHOU-SIM
                   IF PF-CODIGO = WS-PROF-CODIGO
                       SET WS-PROF-ACHOU-SIM TO TRUE
                       MOVE PF-NOME  TO WS-PROF-NOME
                       MOVE PF-ATIVO TO WS-PROF-ATIVO
                   END-IF
                   PERFORM LER-PROFESSORES
               END-PERFORM
               CLOSE PROFESSORES
           END-IF
           EXIT.
       FIM-CONSULTA-PROFESSOR.

       LER-PROFESSORES.
           READ PROFESSORES
               AT END
                   SET WS-FIM-PROF-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PROFESSORES.

       GRAVA-OCORRENCIA.
           MOVE ZERO TO WS-MAIOR-SEQUENCIA
           PERFORM VARYING WS-OC-I FROM 1 BY 1
                   UNTIL WS-OC-I > WS-QTD-OCOR
               MOVE WS-OCOR-REG(WS-OC-I) TO OCORRENCIA-REG
               IF OC-MATRICULA = WS-MATRICULA AND
                  OC-SEQUENCIA > WS-MAIOR-SEQUENCIA
                   MOVE OC-SEQUENCIA TO WS-MAIOR-SEQUENCIA
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-DIAS-LANCADOS
           IF WS-TIPO = 'S'
               IF WS-ALU-TURMA = SPACES
                   DISPLAY 'AVISO: ALUNO SEM TURMA NO MATRICULAS.TXT '
                           '- SUSPENSAO REGISTRADA SEM LANCAMENTO NO '
                           'DIARIO'
               ELSE
                   PERFORM LANCA-SUSPENSAO-DIARIO
               END-IF
           END-IF

           MOVE SPACES TO OCORRENCIA-REG
           MOVE WS-MATRICULA       TO OC-MATRICULA
           COMPUTE OC-SEQUENCIA = WS-MAIOR-SEQUENCIA + 1
           MOVE WS-DATA            TO OC-DATA
           MOVE WS-TIPO            TO OC-TIPO
           MOVE WS-DIAS            TO OC-DIAS-SUSPENSAO
           MOVE WS-DESCRICAO       TO OC-DESCRICAO
           MOVE WS-PROF-CODIGO     TO OC-PROFESSOR
           MOVE 'N'                TO OC-CIENCIA
           MOVE WS-DIAS-LANCADOS   TO OC-DIAS-LANCADOS

           ADD 1 TO WS-QTD-OCOR
           MOVE OCORRENCIA-REG TO WS-OCOR-REG(WS-QTD-OCOR)

           OPEN EXTEND OCORRENCIAS
           IF WS-OCOR-STATUS = '35'
               OPEN OUTPUT OCORRENCIAS
           END-IF
           WRITE OCORRENCIA-REG
           CLOSE OCORRENCIAS

           IF WS-QTD-OCOR >= WS-TAB-OCOR-LIMITE
               SET WS-OCOR-CHEIA-SIM TO TRUE
           END-IF

           ADD 1 TO WS-QTD-INCLUIDAS
           DISPLAY 'OCORRENCIA ' OC-MATRICULA '-' OC-SEQUENCIA
                   ' REGISTRADA - CIENCIA DO RESPONSAVEL PENDENTE'
           EXIT.
       FIM-GRAVA-OCORRENCIA.

      *-----------------------------------------------------------------
      * DIAS DE SUSPENSAO: OS WS-DIAS DIAS UTEIS (SEGUNDA A SEXTA) A
      * PARTIR DA DATA DA OCORRENCIA VAO PARA O FREQDIA.TXT COM
      * PRESENCA U; O DIA QUE O DIARIO JA TEM PARA O ALUNO FICA COMO
      * ESTA (A AUSENCIA JA FOI LANCADA PELA CHAMADA)
      *-----------------------------------------------------------------
       LANCA-SUSPENSAO-DIARIO.
           PERFORM CARREGA-DIAS-ALUNO

           COMPUTE WS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
           MOVE ZERO TO WS-DIAS-CONTADOS

           OPEN EXTEND FREQUENCIA-DIA
           IF WS-FQD-STATUS = '35'
               OPEN OUTPUT FREQUENCIA-DIA
           END-IF

           PERFORM UNTIL WS-DIAS-CONTADOS >= WS-DIAS
               COMPUTE WS-DIA-SEMANA =
                       FUNCTION MOD(WS-DIA-INT - 1, 7)
               IF WS-DIA-SEMANA < 5
                   ADD 1 TO WS-DIAS-CONTADOS
                   COMPUTE WS-DIA-AAAAMMDD =
                           FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
                   MOVE 'N' TO WS-DIA-NO-DIARIO
                   PERFORM VARYING WS-DIA-I FROM 1 BY 1
                           UNTIL WS-DIA-I > WS-QTD-DIAS-ALUNO
                              OR WS-DIA-NO-DIARIO-SIM
                       IF WS-DIA-ALUNO(WS-DIA-I) = WS-DIA-AAAAMMDD
                           SET WS-DIA-NO-DIARIO-SIM TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-DIA-NO-DIARIO-SIM
                       DISPLAY 'AVISO: DIA ' WS-DIA-AAAAMMDD
                               ' JA CONSTA NO DIARIO PARA O ALUNO - '
                               'NAO RELANCADO'
                   ELSE
                       MOVE SPACES TO FREQUENCIA-DIA-REG
                       MOVE WS-ALU-TURMA      TO FQD-TURMA
                       MOVE WS-DIA-AAAAMMDD   TO FQD-DATA
                       MOVE WS-ALU-NOME(1:11) TO FQD-NOME
                       SET FQD-SUSPENSO TO TRUE
                       WRITE FREQUENCIA-DIA-REG
                       ADD 1 TO WS-DIAS-LANCADOS
                       ADD 1 TO WS-QTD-DIAS-POSTADOS
                   END-IF
               END-IF
               ADD 1 TO WS-DIA-INT
           END-PERFORM

           CLOSE FREQUENCIA-DIA
           DISPLAY 'DIAS DE SUSPENSAO LANCADOS NO FREQDIA.TXT: '
                   WS-DIAS-LANCADOS
           EXIT.
       FIM-LANCA-SUSPENSAO-DIARIO.

       CARREGA-DIAS-ALUNO.
           MOVE ZERO TO WS-QTD-DIAS-ALUNO
           MOVE 'N' TO WS-FIM-FQD

           OPEN INPUT FREQUENCIA-DIA
           IF WS-FQD-STATUS = '00'
               PERFORM LER-FREQUENCIA-DIA
               PERFORM UNTIL WS-FIM-FQD-SIM
                   IF FQD-NOME = WS-ALU-NOME(1:11) AND
                      FQD-TURMA = WS-ALU-TURMA AND
                      FQD-DATA >= WS-DATA-AAAAMMDD
                       IF WS-QTD-DIAS-ALUNO < WS-TAB-DIA-LIMITE
                           ADD 1 TO WS-QTD-DIAS-ALUNO
                           MOVE FQD-DATA
                                TO WS-DIA-ALUNO(WS-QTD-DIAS-ALUNO)
                       END-IF
                   END-IF
                   PERFORM LER-FREQUENCIA-DIA
               END-PERFORM
               CLOSE FREQUENCIA-DIA
           END-IF
           EXIT.
       FIM-CARREGA-DIAS-ALUNO.

       LER-FREQUENCIA-DIA.
           READ FREQUENCIA-DIA
               AT END
                   SET WS-FIM-FQD-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-FREQUENCIA-DIA.

      *-----------------------------------------------------------------
      * CIENCIA DO RESPONSAVEL: MARCA A OCORRENCIA COM A DATA DE HOJE
      *-----------------------------------------------------------------
       REGISTRA-CIENCIA.
           IF WS-OCOR-CHEIA-SIM
               DISPLAY 'OCORRENCIAS.TXT ACIMA DA TABELA - CIENCIA '
                       'BLOQUEADA'
           ELSE
               DISPLAY 'MATRICULA DO ALUNO: '
               MOVE SPACES TO WS-MATRICULA
               ACCEPT WS-MATRICULA
               DISPLAY 'SEQUENCIA DA OCORRENCIA: '
               MOVE ZERO TO WS-SEQUENCIA
               ACCEPT WS-SEQUENCIA

               PERFORM LOCALIZA-OCORRENCIA
               IF NOT WS-OC-ACHOU-SIM
                   DISPLAY 'OCORRENCIA ' WS-MATRICULA '-'
                           WS-SEQUENCIA ' NAO ENCONTRADA'
               ELSE
                   MOVE WS-OCOR-REG(WS-OC-ACHOU-I) TO OCORRENCIA-REG
                   IF OC-CIENCIA-SIM
                       DISPLAY 'CIENCIA JA REGISTRADA EM '
                               OC-DATA-CIENCIA
                   ELSE
                       DISPLAY OC-DATA ' ' OC-DESCRICAO
                       DISPLAY 'RESPONSAVEL TOMOU CIENCIA? (S) SIM  '
                               '(N) NAO'
                       MOVE 'N' TO WS-CONFIRMA
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA-SIM
                           MOVE 'S'         TO OC-CIENCIA
                           MOVE WS-DATA-FMT TO OC-DATA-CIENCIA
                           MOVE OCORRENCIA-REG
                                TO WS-OCOR-REG(WS-OC-ACHOU-I)
                           ADD 1 TO WS-QTD-CIENCIAS
                           DISPLAY 'CIENCIA REGISTRADA EM '
                                   WS-DATA-FMT
                       ELSE
                           DISPLAY 'CIENCIA CONTINUA PENDENTE'
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-REGISTRA-CIENCIA.

       LOCALIZA-OCORRENCIA.
           MOVE 'N' TO WS-OC-ACHOU
           MOVE ZERO TO WS-OC-ACHOU-I

           PERFORM VARYING WS-OC-I FROM 1 BY 1
                   UNTIL WS-OC-I > WS-QTD-OCOR
                      OR WS-OC-ACHOU-SIM
               MOVE WS-OCOR-REG(WS-OC-I) TO OCORRENCIA-REG
               IF OC-MATRICULA = WS-MATRICULA AND
                  OC-SEQUENCIA = WS-SEQUENCIA
                   SET WS-OC-ACHOU-SIM TO TRUE
                   MOVE WS-OC-I TO WS-OC-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-OCORRENCIA.

      *-----------------------------------------------------------------
      * RELATORIO DO ALUNO PELA ROTINA IMPRESSAO (OCORALUNO.TXT)
      *-----------------------------------------------------------------
       RELATORIO-ALUNO.
           MOVE 'S' TO WS-ENTRADA-VALIDA
           PERFORM COLETA-MATRICULA

           IF WS-ENTRADA-OK
               MOVE ZERO TO WS-QTD-VERBAL
               MOVE ZERO TO WS-QTD-ESCRITA
               MOVE ZERO TO WS-QTD-SUSPENSAO
               MOVE ZERO TO WS-QTD-OBSERVACAO
               MOVE ZERO TO WS-TOT-DIAS-SUSP

               MOVE SPACES TO WS-IMP-TITULO
               STRING 'OCORRENCIAS - ' WS-MATRICULA ' '
                      WS-ALU-NOME ' TURMA ' WS-ALU-TURMA
                      DELIMITED BY SIZE
                      INTO WS-IMP-TITULO
               END-STRING
               MOVE 'I' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               PERFORM VARYING WS-OC-I FROM 1 BY 1
                       UNTIL WS-OC-I > WS-QTD-OCOR
                   MOVE WS-OCOR-REG(WS-OC-I) TO OCORRENCIA-REG
                   IF OC-MATRICULA = WS-MATRICULA
                       PERFORM GRAVA-LINHA-OCORRENCIA
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-IMP-LINHA
               STRING 'TOTAL - VERBAL: ' WS-QTD-VERBAL
                      ' ESCRITA: ' WS-QTD-ESCRITA
                      ' SUSPENSAO: ' WS-QTD-SUSPENSAO
                      ' (' WS-TOT-DIAS-SUSP ' DIAS)'
                      ' OBSERVACAO: ' WS-QTD-OBSERVACAO
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               DISPLAY WS-IMP-LINHA(1:80)

               MOVE 'E' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               DISPLAY 'RELATORIO GRAVADO EM ' WS-IMP-ARQUIVO
           END-IF
           EXIT.
       FIM-RELATORIO-ALUNO.

       GRAVA-LINHA-OCORRENCIA.
           EVALUATE TRUE
               WHEN OC-ADVERTENCIA-VERBAL
                   MOVE 'ADVERTENCIA VERBAL' TO WS-TIPO-NOME
                   ADD 1 TO WS-QTD-VERBAL
               WHEN OC-ADVERTENCIA-ESCRITA
                   MOVE 'ADVERTENCIA ESCRITA' TO WS-TIPO-NOME
                   ADD 1 TO WS-QTD-ESCRITA
               WHEN OC-SUSPENSAO
                   MOVE 'SUSPENSAO' TO WS-TIPO-NOME
                   ADD 1 TO WS-QTD-SUSPENSAO
                   ADD OC-DIAS-SUSPENSAO TO WS-TOT-DIAS-SUSP
               WHEN OTHER
                   MOVE 'OBSERVACAO' TO WS-TIPO-NOME
                   ADD 1 TO WS-QTD-OBSERVACAO
           END-EVALUATE

           MOVE SPACES TO WS-CIENCIA-TEXTO
           IF OC-CIENCIA-SIM
               STRING 'CIENTE ' OC-DATA-CIENCIA
                      DELIMITED BY SIZE
                      INTO WS-CIENCIA-TEXTO
               END-STRING
           ELSE
               MOVE 'PENDENTE' TO WS-CIENCIA-TEXTO
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           STRING OC-SEQUENCIA ' '
                  OC-DATA ' '
                  WS-TIPO-NOME ' '
                  OC-DIAS-SUSPENSAO '   '
                  OC-PROFESSOR ' '
                  WS-CIENCIA-TEXTO ' '
                  OC-DESCRICAO(1:32)
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:80)
           EXIT.
       FIM-GRAVA-LINHA-OCORRENCIA.

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
           IF WS-QTD-CIENCIAS > 0
               PERFORM REGRAVA-OCORRENCIAS
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'OCORRENCIAS REGISTRADAS : ' WS-QTD-INCLUIDAS
           DISPLAY 'CIENCIAS REGISTRADAS    : ' WS-QTD-CIENCIAS
           DISPLAY 'DIAS LANCADOS NO DIARIO : ' WS-QTD-DIAS-POSTADOS
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.

       REGRAVA-OCORRENCIAS.
           OPEN OUTPUT OCORRENCIAS
           PERFORM VARYING WS-OC-I FROM 1 BY 1
                   UNTIL WS-OC-I > WS-QTD-OCOR
               MOVE WS-OCOR-REG(WS-OC-I) TO OCORRENCIA-REG
               WRITE OCORRENCIA-REG
           END-PERFORM
           CLOSE OCORRENCIAS
           EXIT.
       FIM-REGRAVA-OCORRENCIAS.
      ******************************************************************
       END PROGRAM CADASTRO-OCORRENCIA.
