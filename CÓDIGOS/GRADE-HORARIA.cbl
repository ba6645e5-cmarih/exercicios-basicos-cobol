      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: GRADE HORARIA IMPRESSA - A PARTIR DA GRADE DO ANO
      *          LETIVO INFORMADO (GRADE.TXT, GRADE.CPY, MANTIDA PELO
      *          CADASTRO-GRADE) SAEM PELA ROTINA IMPRESSAO DOIS
      *          RELATORIOS: A GRADE DE CADA TURMA (GRADETUR.TXT -
      *          PERIODO x DIA DA SEMANA COM DISCIPLINA/PROFESSOR E A
      *          LEGENDA DAS DISCIPLINAS COM AS AULAS POR SEMANA) E A
      *          GRADE DE CADA PROFESSOR (GRADEPRO.TXT - TURNO E
      *          PERIODO x DIA DA SEMANA COM TURMA/DISCIPLINA E O
      *          TOTAL DE AULAS POR SEMANA); NA SESSAO DE UMA UNIDADE
      *          (ROTINA UNIDADE-ATIVA) SAI SO A GRADE DA UNIDADE, NA
      *          CONSOLIDADA SAEM TODAS; TURMA DO ANO SEM AULA NA GRADE
      *          SAI MARCADA (RETURN-CODE 4)
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-HORARIA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-HORARIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GR-STATUS.
           SELECT TURMAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TUR-STATUS.
           SELECT DISCIPLINAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISC-STATUS.
           SELECT PROFESSORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROF-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD GRADE-HORARIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'GRADE.TXT'.
       COPY GRADE.CPY.

       FD TURMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TURMAS.TXT'.
       COPY TURMA.CPY.

       FD DISCIPLINAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DISCIPLINAS.TXT'.
       COPY DISCIPL.CPY.

       FD PROFESSORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PROFESSORES.TXT'.
       COPY PROFESSOR.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-GR-STATUS                 PIC X(02) VALUE '00'.
       01 WS-TUR-STATUS                PIC X(02) VALUE '00'.
       01 WS-DISC-STATUS               PIC X(02) VALUE '00'.
       01 WS-PROF-STATUS               PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-GR             PIC X(01) VALUE 'N'.
               88 WS-FIM-GR-SIM           VALUE 'S'.
           02 WS-FIM-TUR            PIC X(01) VALUE 'N'.
               88 WS-FIM-TUR-SIM          VALUE 'S'.
           02 WS-FIM-DISC           PIC X(01) VALUE 'N'.
               88 WS-FIM-DISC-SIM         VALUE 'S'.
           02 WS-FIM-PROF           PIC X(01) VALUE 'N'.
               88 WS-FIM-PROF-SIM         VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM            VALUE 'S'.
           02 WS-TEM-AULA           PIC X(01) VALUE 'N'.
               88 WS-TEM-AULA-SIM         VALUE 'S'.
       01 WS-ANO                       PIC 9(04) VALUE ZERO.
       01 WS-UNIDADE-ATIVA             PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME              PIC X(40) VALUE SPACES.
       01 WS-UNIDADE                   PIC X(02) VALUE SPACES.
       01 WS-TAB-GR-LIMITE             PIC 9(04) VALUE 2000.
       01 WS-QTD-GR                    PIC 9(04) VALUE ZERO.
       01 WS-TABELA-GR.
           02 WS-GR-ENTRADA OCCURS 2000 TIMES.
               03 WS-GR-UNIDADE        PIC X(02).
               03 WS-GR-TURMA          PIC X(03).
               03 WS-GR-TURNO          PIC X(01).
               03 WS-GR-DIA            PIC 9(01).
               03 WS-GR-PERIODO        PIC 9(01).
               03 WS-GR-HORARIO        PIC X(05).
               03 WS-GR-DISCIPLINA     PIC X(02).
               03 WS-GR-PROFESSOR      PIC X(05).
               03 WS-GR-SALA           PIC X(05).
       01 WS-GR-I                      PIC 9(04) VALUE ZERO.
       01 WS-TAB-TUR-LIMITE            PIC 9(03) VALUE 200.
       01 WS-QTD-TUR                   PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TURMAS.
           02 WS-TM-ENTRADA OCCURS 200 TIMES.
               03 WS-TM-UNIDADE        PIC X(02).
               03 WS-TM-TURMA          PIC X(03).
               03 WS-TM-TURNO          PIC X(01).
               03 WS-TM-SALA           PIC X(05).
       01 WS-TM-I                      PIC 9(03) VALUE ZERO.
       01 WS-TAB-DISC-LIMITE           PIC 9(02) VALUE 50.
       01 WS-QTD-DISC                  PIC 9(02) VALUE ZERO.
       01 WS-TABELA-DISCIPLINAS.
           02 WS-DS-ENTRADA OCCURS 50 TIMES.
               03 WS-DS-CODIGO         PIC X(02).
               03 WS-DS-NOME           PIC X(20).
       01 WS-DS-I                      PIC 9(02) VALUE ZERO.
       01 WS-TAB-PROF-LIMITE           PIC 9(03) VALUE 200.
       01 WS-QTD-PROF                  PIC 9(03) VALUE ZERO.
       01 WS-TABELA-PROFESSORES.
           02 WS-PF-ENTRADA OCCURS 200 TIMES.
               03 WS-PF-CODIGO         PIC X(05).
               03 WS-PF-NOME           PIC X(30).
       01 WS-PF-I                      PIC 9(03) VALUE ZERO.
      * PROFESSORES QUE APARECEM NA GRADE, NA ORDEM DE APARICAO
       01 WS-QTD-LP                    PIC 9(03) VALUE ZERO.
       01 WS-TABELA-LP.
           02 WS-LP-PROFESSOR OCCURS 200 TIMES PIC X(05).
       01 WS-LP-I                      PIC 9(03) VALUE ZERO.
      * DISCIPLINAS DA TURMA EM IMPRESSAO, PARA A LEGENDA
       01 WS-QTD-LD                    PIC 9(02) VALUE ZERO.
       01 WS-TABELA-LD.
           02 WS-LD-ENTRADA OCCURS 30 TIMES.
               03 WS-LD-DISCIPLINA     PIC X(02).
               03 WS-LD-PROFESSOR      PIC X(05).
               03 WS-LD-AULAS          PIC 9(02).
       01 WS-LD-I                      PIC 9(02) VALUE ZERO.
       01 WS-TURMA                     PIC X(03) VALUE SPACES.
       01 WS-PROFESSOR                 PIC X(05) VALUE SPACES.
       01 WS-TURNO                     PIC X(01) VALUE SPACES.
       01 WS-TURNO-I                   PIC 9(01) VALUE ZERO.
       01 WS-PER-I                     PIC 9(02) VALUE ZERO.
       01 WS-DISC-NOME                 PIC X(20) VALUE SPACES.
       01 WS-PROF-NOME                 PIC X(30) VALUE SPACES.
       01 WS-AULAS-SEMANA              PIC 9(03) VALUE ZERO.
       01 WS-LINHA-GRADE.
           02 WS-LG-TURNO              PIC X(01).
           02 FILLER                   PIC X(01).
           02 WS-LG-PERIODO            PIC 9(01).
           02 WS-LG-ORDINAL            PIC X(01).
           02 FILLER                   PIC X(01).
           02 WS-LG-HORARIO            PIC X(05).
           02 FILLER                   PIC X(02).
           02 WS-LG-CELULA OCCURS 7 TIMES PIC X(10).
       01 WS-CELULA                    PIC X(10) VALUE SPACES.
       01 WS-QTD-TURMAS-IMPRESSAS      PIC 9(03) VALUE ZERO.
       01 WS-QTD-TURMAS-SEM-AULA       PIC 9(03) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'GRADETUR.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'T PE INICIO SEGUNDA   TERCA     QUARTA    QUINTA    SEXTA   
      -    '  SABADO    DOMINGO'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'GRADE HORARIA - TURMAS E PROFESSORES'
           DISPLAY '-----------------------------------'

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-ATIVA
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-NOME NOT = SPACES
               DISPLAY 'UNIDADE: ' WS-UNIDADE-ATIVA ' - '
                       WS-UNIDADE-NOME
           END-IF

           DISPLAY 'ANO LETIVO (AAAA, ZERO PARA O ANO CORRENTE): '
           ACCEPT WS-ANO
           IF WS-ANO = ZERO
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO
           END-IF

           PERFORM CARREGA-GRADE
           PERFORM CARREGA-TURMAS
           PERFORM CARREGA-DISCIPLINAS
           PERFORM CARREGA-PROFESSORES
           IF WS-QTD-GR = 0
               DISPLAY 'NENHUMA AULA DE ' WS-ANO ' NO GRADE.TXT - '
                       'NADA A IMPRIMIR (CADASTRO-GRADE)'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * SO AS AULAS DO ANO (E DA UNIDADE ATIVA, FORA DA CONSOLIDADA);
      * A LISTA DE PROFESSORES DO SEGUNDO RELATORIO E MONTADA AQUI
      *-----------------------------------------------------------------
       CARREGA-GRADE.
           OPEN INPUT GRADE-HORARIA
           IF WS-GR-STATUS NOT = '00'
               DISPLAY 'GRADE.TXT NAO ENCONTRADO'
           ELSE
               PERFORM LER-GRADE
               PERFORM UNTIL WS-FIM-GR-SIM
                   MOVE GR-UNIDADE TO WS-UNIDADE
                   IF WS-UNIDADE = SPACES
                       MOVE '01' TO WS-UNIDADE
                   END-IF
                   IF GR-ANO = WS-ANO AND
                      (WS-UNIDADE-ATIVA = '00' OR
                       WS-UNIDADE-ATIVA = SPACES OR
                       WS-UNIDADE-ATIVA = WS-UNIDADE)
                       PERFORM GUARDA-AULA
                   END-IF
                   PERFORM LER-GRADE
               END-PERFORM
               CLOSE GRADE-HORARIA
           END-IF
           EXIT.
       FIM-CARREGA-GRADE.

       LER-GRADE.
           READ GRADE-HORARIA
               AT END
                   SET WS-FIM-GR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-GRADE.

       GUARDA-AULA.
           IF WS-QTD-GR < WS-TAB-GR-LIMITE
               ADD 1 TO WS-QTD-GR
               MOVE WS-UNIDADE    TO WS-GR-UNIDADE(WS-QTD-GR)
               MOVE GR-TURMA      TO WS-GR-TURMA(WS-QTD-GR)
               MOVE GR-TURNO      TO WS-GR-TURNO(WS-QTD-GR)
               MOVE GR-DIA-SEMANA TO WS-GR-DIA(WS-QTD-GR)
               MOVE GR-PERIODO    TO WS-GR-PERIODO(WS-QTD-GR)
               MOVE GR-HORARIO    TO WS-GR-HORARIO(WS-QTD-GR)
               MOVE GR-DISCIPLINA TO WS-GR-DISCIPLINA(WS-QTD-GR)
               MOVE GR-PROFESSOR  TO WS-GR-PROFESSOR(WS-QTD-GR)
               MOVE GR-SALA       TO WS-GR-SALA(WS-QTD-GR)

               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-LP-I FROM 1 BY 1
                       UNTIL WS-LP-I > WS-QTD-LP
                          OR WS-ACHOU-SIM
                   IF WS-LP-PROFESSOR(WS-LP-I) = GR-PROFESSOR
                       SET WS-ACHOU-SIM TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ACHOU-SIM AND WS-QTD-LP < 200
                   ADD 1 TO WS-QTD-LP
                   MOVE GR-PROFESSOR TO WS-LP-PROFESSOR(WS-QTD-LP)
               END-IF
           ELSE
               DISPLAY 'AVISO: MAIS DE ' WS-TAB-GR-LIMITE ' AULAS EM '
                       WS-ANO ' - AS EXCEDENTES FICAM FORA DO '
                       'RELATORIO'
               MOVE 4 TO WS-RETORNO-JOB
               SET WS-FIM-GR-SIM TO TRUE
           END-IF
           EXIT.
       FIM-GUARDA-AULA.

       CARREGA-TURMAS.
           OPEN INPUT TURMAS
           IF WS-TUR-STATUS = '00'
               PERFORM LER-TURMAS
               PERFORM UNTIL WS-FIM-TUR-SIM
                   MOVE TU-UNIDADE TO WS-UNIDADE
                   IF WS-UNIDADE = SPACES
                       MOVE '01' TO WS-UNIDADE
                   END-IF
                   IF TU-ANO = WS-ANO AND
                      WS-QTD-TUR < WS-TAB-TUR-LIMITE AND
                      (WS-UNIDADE-ATIVA = '00' OR
                       WS-UNIDADE-ATIVA = SPACES OR
                       WS-UNIDADE-ATIVA = WS-UNIDADE)
                       ADD 1 TO WS-QTD-TUR
                       MOVE WS-UNIDADE TO WS-TM-UNIDADE(WS-QTD-TUR)
                       MOVE TU-TURMA   TO WS-TM-TURMA(WS-QTD-TUR)
                       MOVE TU-TURNO   TO WS-TM-TURNO(WS-QTD-TUR)
                       MOVE TU-SALA    TO WS-TM-SALA(WS-QTD-TUR)
                   END-IF
                   PERFORM LER-TURMAS
               END-PERFORM
               CLOSE TURMAS
           ELSE
               DISPLAY 'TURMAS.TXT NAO ENCONTRADO'
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

       CARREGA-DISCIPLINAS.
           OPEN INPUT DISCIPLINAS
           IF WS-DISC-STATUS = '00'
               PERFORM LER-DISCIPLINAS
               PERFORM UNTIL WS-FIM-DISC-SIM
                   IF WS-QTD-DISC < WS-TAB-DISC-LIMITE
                       ADD 1 TO WS-QTD-DISC
                       MOVE DS-CODIGO TO WS-DS-CODIGO(WS-QTD-DISC)
                       MOVE DS-NOME   TO WS-DS-NOME(WS-QTD-DISC)
                   END-IF
                   PERFORM LER-DISCIPLINAS
               END-PERFORM
               CLOSE DISCIPLINAS
           END-IF
           EXIT.
       FIM-CARREGA-DISCIPLINAS.

       LER-DISCIPLINAS.
           READ DISCIPLINAS
               AT END
                   SET WS-FIM-DISC-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-DISCIPLINAS.

       CARREGA-PROFESSORES.
           OPEN INPUT PROFESSORES
           IF WS-PROF-STATUS = '00'
               PERFORM LER-PROFESSORES
               PERFORM UNTIL WS-FIM-PROF-SIM
                   IF WS-QTD-PROF < WS-TAB-PROF-LIMITE
                       ADD 1 TO WS-QTD-PROF
                       MOVE PF-CODIGO TO WS-PF-CODIGO(WS-QTD-PROF)
                       MOVE PF-NOME   TO WS-PF-NOME(WS-QTD-PROF)
                   END-IF
                   PERFORM LER-PROFESSORES
               END-PERFORM
               CLOSE PROFESSORES
           END-IF
           EXIT.
       FIM-CARREGA-PROFESSORES.

       LER-PROFESSORES.
           READ PROFESSORES
               AT END
                   SET WS-FIM-PROF-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PROFESSORES.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               PERFORM IMPRIME-GRADE-TURMAS
               PERFORM IMPRIME-GRADE-PROFESSORES
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * GRADE DAS TURMAS: UM BLOCO POR TURMA DO CADASTRO DO ANO, COM
      * UMA LINHA POR PERIODO QUE TEM AULA E A LEGENDA DAS DISCIPLINAS
      *-----------------------------------------------------------------
       IMPRIME-GRADE-TURMAS.
           MOVE 'GRADETUR.TXT' TO WS-IMP-ARQUIVO
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'GRADE HORARIA POR TURMA - ANO LETIVO ' WS-ANO
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-QTD-TUR
               PERFORM IMPRIME-TURMA
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TURMAS: ' WS-QTD-TURMAS-IMPRESSAS
                  '  SEM AULA NA GRADE: ' WS-QTD-TURMAS-SEM-AULA
                  '  AULAS NA GRADE: ' WS-QTD-GR
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:80)
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-GRADE-TURMAS.

       IMPRIME-TURMA.
           ADD 1 TO WS-QTD-TURMAS-IMPRESSAS
           MOVE WS-TM-TURMA(WS-TM-I)   TO WS-TURMA
           MOVE WS-TM-UNIDADE(WS-TM-I) TO WS-UNIDADE
           MOVE ZERO TO WS-QTD-LD

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TURMA ' WS-TURMA ' - UNIDADE ' WS-UNIDADE
                  ' - TURNO ' WS-TM-TURNO(WS-TM-I)
                  ' - SALA ' WS-TM-SALA(WS-TM-I)
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 9
               PERFORM MONTA-LINHA-TURMA
               IF WS-TEM-AULA-SIM
                   MOVE WS-LINHA-GRADE TO WS-IMP-LINHA
                   PERFORM CHAMA-IMPRESSAO
               END-IF
           END-PERFORM

           IF WS-QTD-LD = 0
               MOVE '  SEM AULA NA GRADE' TO WS-IMP-LINHA
               PERFORM CHAMA-IMPRESSAO
               ADD 1 TO WS-QTD-TURMAS-SEM-AULA
               MOVE 4 TO WS-RETORNO-JOB
               DISPLAY 'AVISO: TURMA ' WS-TURMA ' DA UNIDADE '
                       WS-UNIDADE ' SEM AULA NA GRADE DE ' WS-ANO
           ELSE
               PERFORM IMPRIME-LEGENDA-TURMA
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-TURMA.

       MONTA-LINHA-TURMA.
           MOVE 'N' TO WS-TEM-AULA
           MOVE SPACES TO WS-LINHA-GRADE
           MOVE WS-PER-I TO WS-LG-PERIODO
           MOVE 'o' TO WS-LG-ORDINAL

           PERFORM VARYING WS-GR-I FROM 1 BY 1
                   UNTIL WS-GR-I > WS-QTD-GR
               IF WS-GR-UNIDADE(WS-GR-I) = WS-UNIDADE AND
                  WS-GR-TURMA(WS-GR-I) = WS-TURMA AND
                  WS-GR-PERIODO(WS-GR-I) = WS-PER-I AND
                  WS-GR-DIA(WS-GR-I) >= 1 AND WS-GR-DIA(WS-GR-I) <= 7
                   SET WS-TEM-AULA-SIM TO TRUE
                   IF WS-LG-HORARIO = SPACES
                       MOVE WS-GR-HORARIO(WS-GR-I) TO WS-LG-HORARIO
                   END-IF
                   MOVE SPACES TO WS-CELULA
                   STRING WS-GR-DISCIPLINA(WS-GR-I) '/'
                          WS-GR-PROFESSOR(WS-GR-I)
                          DELIMITED BY SIZE
                          INTO WS-CELULA
                   END-STRING
                   MOVE WS-CELULA TO WS-LG-CELULA(WS-GR-DIA(WS-GR-I))
                   PERFORM CONTA-DISCIPLINA-TURMA
               END-IF
           END-PERFORM
           EXIT.
       FIM-MONTA-LINHA-TURMA.

       CONTA-DISCIPLINA-TURMA.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-LD-I FROM 1 BY 1
                   UNTIL WS-LD-I > WS-QTD-LD
                      OR WS-ACHOU-SIM
               IF WS-LD-DISCIPLINA(WS-LD-I) = WS-GR-DISCIPLINA(WS-GR-I)
                   SET WS-ACHOU-SIM TO TRUE
                   ADD 1 TO WS-LD-AULAS(WS-LD-I)
               END-IF
           END-PERFORM
           IF NOT WS-ACHOU-SIM AND WS-QTD-LD < 30
               ADD 1 TO WS-QTD-LD
               MOVE WS-GR-DISCIPLINA(WS-GR-I)
                    TO WS-LD-DISCIPLINA(WS-QTD-LD)
               MOVE WS-GR-PROFESSOR(WS-GR-I)
                    TO WS-LD-PROFESSOR(WS-QTD-LD)
               MOVE 1 TO WS-LD-AULAS(WS-QTD-LD)
           END-IF
           EXIT.
       FIM-CONTA-DISCIPLINA-TURMA.

       IMPRIME-LEGENDA-TURMA.
           PERFORM VARYING WS-LD-I FROM 1 BY 1
                   UNTIL WS-LD-I > WS-QTD-LD
               MOVE SPACES TO WS-DISC-NOME
               PERFORM VARYING WS-DS-I FROM 1 BY 1
                       UNTIL WS-DS-I > WS-QTD-DISC
                   IF WS-DS-CODIGO(WS-DS-I) = WS-LD-DISCIPLINA(WS-LD-I)
                       MOVE WS-DS-NOME(WS-DS-I) TO WS-DISC-NOME
                   END-IF
               END-PERFORM
               MOVE WS-LD-PROFESSOR(WS-LD-I) TO WS-PROFESSOR
               PERFORM LOCALIZA-NOME-PROFESSOR

               MOVE SPACES TO WS-IMP-LINHA
               STRING '  ' WS-LD-DISCIPLINA(WS-LD-I) ' '
                      WS-DISC-NOME ' AULAS/SEMANA: '
                      WS-LD-AULAS(WS-LD-I) '  PROF. '
                      WS-PROFESSOR ' ' WS-PROF-NOME
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-PERFORM
           EXIT.
       FIM-IMPRIME-LEGENDA-TURMA.

       LOCALIZA-NOME-PROFESSOR.
           MOVE '(FORA DO CADASTRO)' TO WS-PROF-NOME
           PERFORM VARYING WS-PF-I FROM 1 BY 1
                   UNTIL WS-PF-I > WS-QTD-PROF
               IF WS-PF-CODIGO(WS-PF-I) = WS-PROFESSOR
                   MOVE WS-PF-NOME(WS-PF-I) TO WS-PROF-NOME
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-NOME-PROFESSOR.

      *-----------------------------------------------------------------
      * GRADE DOS PROFESSORES: UM BLOCO POR PROFESSOR DA GRADE, COM
      * UMA LINHA POR TURNO E PERIODO EM QUE ELE DA AULA
      *-----------------------------------------------------------------
       IMPRIME-GRADE-PROFESSORES.
           MOVE 'GRADEPRO.TXT' TO WS-IMP-ARQUIVO
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'GRADE HORARIA POR PROFESSOR - ANO LETIVO ' WS-ANO
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-LP-I FROM 1 BY 1
                   UNTIL WS-LP-I > WS-QTD-LP
               PERFORM IMPRIME-PROFESSOR
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'PROFESSORES NA GRADE: ' WS-QTD-LP
                  '  AULAS NA GRADE: ' WS-QTD-GR
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:80)
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-GRADE-PROFESSORES.

       IMPRIME-PROFESSOR.
           MOVE WS-LP-PROFESSOR(WS-LP-I) TO WS-PROFESSOR
           PERFORM LOCALIZA-NOME-PROFESSOR
           MOVE ZERO TO WS-AULAS-SEMANA

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'PROFESSOR ' WS-PROFESSOR ' - ' WS-PROF-NOME
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-TURNO-I FROM 1 BY 1 UNTIL WS-TURNO-I > 2
               IF WS-TURNO-I = 1
                   MOVE 'M' TO WS-TURNO
               ELSE
                   MOVE 'T' TO WS-TURNO
               END-IF
               PERFORM VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 9
                   PERFORM MONTA-LINHA-PROFESSOR
                   IF WS-TEM-AULA-SIM
                       MOVE WS-LINHA-GRADE TO WS-IMP-LINHA
                       PERFORM CHAMA-IMPRESSAO
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           STRING '  AULAS POR SEMANA: ' WS-AULAS-SEMANA
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-PROFESSOR.

       MONTA-LINHA-PROFESSOR.
           MOVE 'N' TO WS-TEM-AULA
           MOVE SPACES TO WS-LINHA-GRADE
           MOVE WS-TURNO TO WS-LG-TURNO
           MOVE WS-PER-I TO WS-LG-PERIODO
           MOVE 'o' TO WS-LG-ORDINAL

           PERFORM VARYING WS-GR-I FROM 1 BY 1
                   UNTIL WS-GR-I > WS-QTD-GR
               IF WS-GR-PROFESSOR(WS-GR-I) = WS-PROFESSOR AND
                  WS-GR-TURNO(WS-GR-I) = WS-TURNO AND
                  WS-GR-PERIODO(WS-GR-I) = WS-PER-I AND
                  WS-GR-DIA(WS-GR-I) >= 1 AND WS-GR-DIA(WS-GR-I) <= 7
                   SET WS-TEM-AULA-SIM TO TRUE
                   ADD 1 TO WS-AULAS-SEMANA
                   IF WS-LG-HORARIO = SPACES
                       MOVE WS-GR-HORARIO(WS-GR-I) TO WS-LG-HORARIO
                   END-IF
                   MOVE SPACES TO WS-CELULA
                   STRING WS-GR-TURMA(WS-GR-I) '/'
                          WS-GR-DISCIPLINA(WS-GR-I) ' '
                          WS-GR-SALA(WS-GR-I)(1:3)
                          DELIMITED BY SIZE
                          INTO WS-CELULA
                   END-STRING
                   MOVE WS-CELULA TO WS-LG-CELULA(WS-GR-DIA(WS-GR-I))
               END-IF
           END-PERFORM
           EXIT.
       FIM-MONTA-LINHA-PROFESSOR.

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
           DISPLAY 'AULAS DO ANO NA GRADE : ' WS-QTD-GR
           DISPLAY 'TURMAS IMPRESSAS      : ' WS-QTD-TURMAS-IMPRESSAS
           DISPLAY 'TURMAS SEM AULA       : ' WS-QTD-TURMAS-SEM-AULA
           DISPLAY 'PROFESSORES IMPRESSOS : ' WS-QTD-LP
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM GRADE-HORARIA.
