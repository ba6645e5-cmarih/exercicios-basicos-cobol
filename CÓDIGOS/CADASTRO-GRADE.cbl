      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CADASTRO DA GRADE HORARIA - MANTEM A GRADE DO ANO
      *          LETIVO (GRADE.TXT, GRADE.CPY): PARA CADA TURMA, DIA
      *          DA SEMANA E PERIODO, A DISCIPLINA, O PROFESSOR E A
      *          SALA DA AULA; A TURMA PRECISA EXISTIR NO TURMAS.TXT
      *          DO ANO (DE LA VEM O TURNO E A SALA PADRAO), A
      *          DISCIPLINA NO DISCIPLINAS.TXT E O PROFESSOR ATIVO NO
      *          PROFESSORES.TXT; O PROFESSOR EM BRANCO VEM DA
      *          ATRIBUICAO DE AULAS (ROTINA PROFESSOR-TURMA) E O
      *          PROFESSOR DIFERENTE DO ATRIBUIDO E AVISADO; AULA QUE
      *          POE O PROFESSOR EM DOIS LUGARES, A SALA COM DUAS
      *          TURMAS OU A TURMA COM DUAS DISCIPLINAS NO MESMO DIA,
      *          TURNO E PERIODO E RECUSADA - O CHOQUE APARECE NA
      *          MONTAGEM DA GRADE, NAO NO PRIMEIRO DIA DE AULA; O
      *          ARQUIVO SO E REGRAVADO SE A CARGA COUBE INTEIRA NA
      *          TABELA; AS GRADES IMPRESSAS SAEM PELO GRADE-HORARIA
      *          E AS AULAS PREVISTAS PELO AULAS-PREVISTAS
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Professor atribuido procurado na unidade
      *                    da grade (WS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-GRADE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
       01 WS-GR-STATUS             PIC X(02) VALUE '00'.
       01 WS-TUR-STATUS            PIC X(02) VALUE '00'.
       01 WS-DISC-STATUS           PIC X(02) VALUE '00'.
       01 WS-PROF-STATUS           PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-GR             PIC X(01) VALUE 'N'.
               88 WS-FIM-GR-SIM           VALUE 'S'.
           02 WS-FIM-TUR            PIC X(01) VALUE 'N'.
               88 WS-FIM-TUR-SIM          VALUE 'S'.
           02 WS-FIM-DISC           PIC X(01) VALUE 'N'.
               88 WS-FIM-DISC-SIM         VALUE 'S'.
           02 WS-FIM-PROF           PIC X(01) VALUE 'N'.
               88 WS-FIM-PROF-SIM         VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-CARGA-CHEIA        PIC X(01) VALUE 'N'.
               88 WS-CARGA-CHEIA-SIM      VALUE 'S'.
           02 WS-TUR-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-TUR-ACHOU-SIM        VALUE 'S'.
           02 WS-DISC-ACHOU         PIC X(01) VALUE 'N'.
               88 WS-DISC-ACHOU-SIM       VALUE 'S'.
           02 WS-PROF-ACHOU         PIC X(01) VALUE 'N'.
               88 WS-PROF-ACHOU-SIM       VALUE 'S'.
           02 WS-AULA-ACHOU         PIC X(01) VALUE 'N'.
               88 WS-AULA-ACHOU-SIM       VALUE 'S'.
           02 WS-DADOS-OK           PIC X(01) VALUE 'N'.
               88 WS-DADOS-OK-SIM         VALUE 'S'.
           02 WS-CONFLITO           PIC X(01) VALUE 'N'.
               88 WS-CONFLITO-SIM         VALUE 'S'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-ANO                   PIC 9(04) VALUE ZERO.
       01 WS-UNIDADE-ATIVA         PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME          PIC X(40) VALUE SPACES.
       01 WS-TAB-GR-LIMITE         PIC 9(04) VALUE 2000.
       01 WS-QTD-GR                PIC 9(04) VALUE ZERO.
       01 WS-TABELA-GR.
           02 WS-GR-ENTRADA OCCURS 2000 TIMES.
               03 WS-GR-UNIDADE        PIC X(02).
               03 WS-GR-TURMA          PIC X(03).
               03 WS-GR-ANO            PIC 9(04).
               03 WS-GR-TURNO          PIC X(01).
               03 WS-GR-DIA            PIC 9(01).
               03 WS-GR-PERIODO        PIC 9(01).
               03 WS-GR-HORARIO        PIC X(05).
               03 WS-GR-DISCIPLINA     PIC X(02).
               03 WS-GR-PROFESSOR      PIC X(05).
               03 WS-GR-SALA           PIC X(05).
               03 WS-GR-AR-LIVRE       PIC X(01).
       01 WS-GR-I                  PIC 9(04) VALUE ZERO.
       01 WS-GR-ACHOU-I            PIC 9(04) VALUE ZERO.
       01 WS-GR-IGNORA-I           PIC 9(04) VALUE ZERO.
       01 WS-TAB-TUR-LIMITE        PIC 9(03) VALUE 200.
       01 WS-QTD-TUR               PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TURMAS.
           02 WS-TM-ENTRADA OCCURS 200 TIMES.
               03 WS-TM-UNIDADE        PIC X(02).
               03 WS-TM-TURMA          PIC X(03).
               03 WS-TM-TURNO          PIC X(01).
               03 WS-TM-SALA           PIC X(05).
       01 WS-TM-I                  PIC 9(03) VALUE ZERO.
       01 WS-TM-ACHOU-I            PIC 9(03) VALUE ZERO.
       01 WS-TAB-DISC-LIMITE       PIC 9(02) VALUE 50.
       01 WS-QTD-DISC              PIC 9(02) VALUE ZERO.
       01 WS-TABELA-DISCIPLINAS.
           02 WS-DS-ENTRADA OCCURS 50 TIMES.
               03 WS-DS-CODIGO         PIC X(02).
               03 WS-DS-NOME           PIC X(20).
       01 WS-DS-I                  PIC 9(02) VALUE ZERO.
       01 WS-DS-ACHOU-I            PIC 9(02) VALUE ZERO.
       01 WS-TAB-PROF-LIMITE       PIC 9(03) VALUE 200.
       01 WS-QTD-PROF              PIC 9(03) VALUE ZERO.
       01 WS-TABELA-PROFESSORES.
           02 WS-PF-ENTRADA OCCURS 200 TIMES.
               03 WS-PF-CODIGO         PIC X(05).
               03 WS-PF-NOME           PIC X(30).
               03 WS-PF-ATIVO          PIC X(01).
       01 WS-PF-I                  PIC 9(03) VALUE ZERO.
       01 WS-PF-ACHOU-I            PIC 9(03) VALUE ZERO.
       01 WS-UNIDADE               PIC X(02) VALUE SPACES.
       01 WS-TURMA                 PIC X(03) VALUE SPACES.
       01 WS-TURNO                 PIC X(01) VALUE SPACES.
       01 WS-DIA                   PIC 9(01) VALUE ZERO.
           88 WS-DIA-VALIDO               VALUE 1 THRU 7.
       01 WS-PERIODO               PIC 9(01) VALUE ZERO.
           88 WS-PERIODO-VALIDO           VALUE 1 THRU 9.
       01 WS-HORARIO               PIC X(05) VALUE SPACES.
       01 WS-DISCIPLINA            PIC X(02) VALUE SPACES.
       01 WS-PROFESSOR             PIC X(05) VALUE SPACES.
       01 WS-SALA                  PIC X(05) VALUE SPACES.
       01 WS-PER-I                 PIC 9(02) VALUE ZERO.
       01 WS-ENTRADA               PIC X(05) VALUE SPACES.
       01 WS-AR-LIVRE              PIC X(01) VALUE 'N'.
           88 WS-AR-LIVRE-SIM             VALUE 'S'.
       01 WS-ATR-ACHOU             PIC X(01) VALUE 'N'.
           88 WS-ATR-ACHOU-SIM            VALUE 'S'.
       01 WS-ATR-PROFESSOR         PIC X(05) VALUE SPACES.
       01 WS-ATR-NOME              PIC X(30) VALUE SPACES.
       01 WS-ATR-OPERADOR          PIC X(08) VALUE SPACES.
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
       01 WS-QTD-ALTERACOES        PIC 9(03) VALUE ZERO.
       01 WS-QTD-RECUSADAS         PIC 9(03) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'GRADE HORARIA DAS TURMAS'
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
           DISPLAY 'AULAS NA GRADE (TODOS OS ANOS): ' WS-QTD-GR
           DISPLAY 'TURMAS DE ' WS-ANO '             : ' WS-QTD-TUR
           IF WS-QTD-TUR = 0
               DISPLAY 'AVISO: NENHUMA TURMA DE ' WS-ANO ' NO '
                       'TURMAS.TXT - CADASTRE AS TURMAS ANTES DA GRADE'
           END-IF
           IF WS-QTD-DISC = 0
               DISPLAY 'AVISO: DISCIPLINAS.TXT VAZIO OU AUSENTE - A '
                       'DISCIPLINA NAO SERA CONFERIDA'
           END-IF
           IF WS-QTD-PROF = 0
               DISPLAY 'AVISO: PROFESSORES.TXT VAZIO OU AUSENTE - O '
                       'PROFESSOR NAO SERA CONFERIDO'
           END-IF
           EXIT.
       FIM-INICIO.

       CARREGA-GRADE.
           OPEN INPUT GRADE-HORARIA
           IF WS-GR-STATUS = '00'
               PERFORM LER-GRADE
               PERFORM UNTIL WS-FIM-GR-SIM
                   IF WS-QTD-GR < WS-TAB-GR-LIMITE
                       ADD 1 TO WS-QTD-GR
                       MOVE GR-UNIDADE    TO WS-GR-UNIDADE(WS-QTD-GR)
                       IF GR-UNIDADE = SPACES
                           MOVE '01' TO WS-GR-UNIDADE(WS-QTD-GR)
                       END-IF
                       MOVE GR-TURMA      TO WS-GR-TURMA(WS-QTD-GR)
                       MOVE GR-ANO        TO WS-GR-ANO(WS-QTD-GR)
                       MOVE GR-TURNO      TO WS-GR-TURNO(WS-QTD-GR)
                       MOVE GR-DIA-SEMANA TO WS-GR-DIA(WS-QTD-GR)
                       MOVE GR-PERIODO    TO WS-GR-PERIODO(WS-QTD-GR)
                       MOVE GR-HORARIO    TO WS-GR-HORARIO(WS-QTD-GR)
                       MOVE GR-DISCIPLINA
                            TO WS-GR-DISCIPLINA(WS-QTD-GR)
                       MOVE GR-PROFESSOR
                            TO WS-GR-PROFESSOR(WS-QTD-GR)
                       MOVE GR-SALA       TO WS-GR-SALA(WS-QTD-GR)
                       MOVE GR-AR-LIVRE   TO WS-GR-AR-LIVRE(WS-QTD-GR)
                   ELSE
                       DISPLAY 'AVISO: GRADE.TXT EXCEDE '
                               WS-TAB-GR-LIMITE ' AULAS - NADA '
                               'SERA REGRAVADO NESTA SESSAO'
                       SET WS-CARGA-CHEIA-SIM TO TRUE
                       SET WS-FIM-GR-SIM TO TRUE
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

      *-----------------------------------------------------------------
      * SO AS TURMAS DO ANO LETIVO DA SESSAO; DELAS VEM O TURNO (QUE
      * ENTRA NA CHAVE DO HORARIO) E A SALA PADRAO DA AULA
      *-----------------------------------------------------------------
       CARREGA-TURMAS.
           OPEN INPUT TURMAS
           IF WS-TUR-STATUS = '00'
               PERFORM LER-TURMAS
               PERFORM UNTIL WS-FIM-TUR-SIM
                   IF TU-ANO = WS-ANO
                       IF WS-QTD-TUR < WS-TAB-TUR-LIMITE
                           ADD 1 TO WS-QTD-TUR
                           MOVE TU-UNIDADE
                                TO WS-TM-UNIDADE(WS-QTD-TUR)
                           IF TU-UNIDADE = SPACES
                               MOVE '01' TO WS-TM-UNIDADE(WS-QTD-TUR)
                           END-IF
                           MOVE TU-TURMA TO WS-TM-TURMA(WS-QTD-TUR)
                           MOVE TU-TURNO TO WS-TM-TURNO(WS-QTD-TUR)
                           MOVE TU-SALA  TO WS-TM-SALA(WS-QTD-TUR)
                       ELSE
                           DISPLAY 'AVISO: MAIS DE ' WS-TAB-TUR-LIMITE
                                   ' TURMAS EM ' WS-ANO
                                   ' - AS EXCEDENTES FICAM FORA DA '
                                   'GRADE'
                       END-IF
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
                       MOVE PF-ATIVO  TO WS-PF-ATIVO(WS-QTD-PROF)
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
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - INCLUIR AULA NA GRADE'
               DISPLAY '2 - ALTERAR AULA (DISCIPLINA, PROFESSOR, SALA)'
               DISPLAY '3 - EXCLUIR AULA DA GRADE'
               DISPLAY '4 - LISTAR A GRADE DE UMA TURMA'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM INCLUI-AULA
                   WHEN 2
                       PERFORM ALTERA-AULA
                   WHEN 3
                       PERFORM EXCLUI-AULA
                   WHEN 4
                       PERFORM LISTA-GRADE-TURMA
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

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

       COLETA-TURMA.
           PERFORM COLETA-UNIDADE
           DISPLAY 'TURMA (EM BRANCO CANCELA): '
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA
           IF WS-TURMA NOT = SPACES
               PERFORM LOCALIZA-TURMA
               IF WS-TUR-ACHOU-SIM
                   MOVE WS-TM-TURNO(WS-TM-ACHOU-I) TO WS-TURNO
               ELSE
                   DISPLAY 'TURMA ' WS-TURMA ' NAO CADASTRADA PARA '
                           WS-ANO ' NA UNIDADE ' WS-UNIDADE
                           ' (CADASTRO-TURMA)'
                   MOVE SPACES TO WS-TURMA
               END-IF
           END-IF
           EXIT.
       FIM-COLETA-TURMA.

       LOCALIZA-TURMA.
           MOVE 'N' TO WS-TUR-ACHOU
           MOVE ZERO TO WS-TM-ACHOU-I
           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-QTD-TUR
                      OR WS-TUR-ACHOU-SIM
               IF WS-TM-TURMA(WS-TM-I) = WS-TURMA AND
                  WS-TM-UNIDADE(WS-TM-I) = WS-UNIDADE
                   SET WS-TUR-ACHOU-SIM TO TRUE
                   MOVE WS-TM-I TO WS-TM-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-TURMA.

       COLETA-HORARIO-AULA.
           DISPLAY 'DIA DA SEMANA (1=SEG 2=TER 3=QUA 4=QUI 5=SEX '
                   '6=SAB 7=DOM): '
           MOVE ZERO TO WS-DIA
           ACCEPT WS-DIA
           DISPLAY 'PERIODO DO TURNO (1 A 9): '
           MOVE ZERO TO WS-PERIODO
           ACCEPT WS-PERIODO
           EXIT.
       FIM-COLETA-HORARIO-AULA.

       LOCALIZA-AULA.
           MOVE 'N' TO WS-AULA-ACHOU
           MOVE ZERO TO WS-GR-ACHOU-I
           PERFORM VARYING WS-GR-I FROM 1 BY 1
                   UNTIL WS-GR-I > WS-QTD-GR
                      OR WS-AULA-ACHOU-SIM
               IF WS-GR-UNIDADE(WS-GR-I) = WS-UNIDADE AND
                  WS-GR-TURMA(WS-GR-I) = WS-TURMA AND
                  WS-GR-ANO(WS-GR-I) = WS-ANO AND
                  WS-GR-DIA(WS-GR-I) = WS-DIA AND
                  WS-GR-PERIODO(WS-GR-I) = WS-PERIODO
                   SET WS-AULA-ACHOU-SIM TO TRUE
                   MOVE WS-GR-I TO WS-GR-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-AULA.

       INCLUI-AULA.
           PERFORM COLETA-TURMA

           IF WS-TURMA NOT = SPACES
               PERFORM COLETA-HORARIO-AULA
               PERFORM LOCALIZA-AULA

               EVALUATE TRUE
                   WHEN NOT WS-DIA-VALIDO
                       DISPLAY 'DIA DA SEMANA INVALIDO - INCLUSAO '
                               'CANCELADA'
                   WHEN NOT WS-PERIODO-VALIDO
                       DISPLAY 'PERIODO INVALIDO - INCLUSAO CANCELADA'
                   WHEN WS-AULA-ACHOU-SIM
                       DISPLAY 'CONFLITO: A TURMA ' WS-TURMA ' JA TEM '
                               'AULA NA ' WS-NOME-DIA(WS-DIA) ' '
                               WS-PERIODO 'o PERIODO - DISCIPLINA '
                               WS-GR-DISCIPLINA(WS-GR-ACHOU-I)
                               ' - USE A OPCAO 2 PARA ALTERAR'
                       ADD 1 TO WS-QTD-RECUSADAS
                   WHEN WS-QTD-GR >= WS-TAB-GR-LIMITE
                       DISPLAY 'LIMITE DE ' WS-TAB-GR-LIMITE
                               ' AULAS ATINGIDO - INCLUSAO CANCELADA'
                   WHEN OTHER
                       MOVE SPACES TO WS-DISCIPLINA
                       MOVE SPACES TO WS-PROFESSOR
                       MOVE WS-TM-SALA(WS-TM-ACHOU-I) TO WS-SALA
                       MOVE SPACES TO WS-HORARIO
                       MOVE 'N' TO WS-AR-LIVRE
                       PERFORM COLETA-DADOS-AULA
                       IF WS-DADOS-OK-SIM
                           MOVE ZERO TO WS-GR-IGNORA-I
                           PERFORM VERIFICA-CONFLITOS
                           IF WS-CONFLITO-SIM
                               DISPLAY 'INCLUSAO CANCELADA'
                               ADD 1 TO WS-QTD-RECUSADAS
                           ELSE
                               ADD 1 TO WS-QTD-GR
                               MOVE WS-QTD-GR TO WS-GR-ACHOU-I
                               PERFORM GUARDA-AULA
                               DISPLAY 'AULA INCLUIDA: ' WS-TURMA ' '
                                       WS-NOME-DIA(WS-DIA) ' '
                                       WS-PERIODO 'o PERIODO '
                                       WS-DISCIPLINA ' PROF. '
                                       WS-PROFESSOR ' SALA ' WS-SALA
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.
       FIM-INCLUI-AULA.

      *-----------------------------------------------------------------
      * DISCIPLINA, PROFESSOR, SALA, HORARIO DE INICIO E MARCA DE AULA
      * AO AR LIVRE; ENTRA COM OS VALORES ATUAIS (OU OS PADROES DA
      * TURMA) E ENTRADA EM BRANCO MANTEM O VALOR
      *-----------------------------------------------------------------
       COLETA-DADOS-AULA.
           MOVE 'N' TO WS-DADOS-OK

           DISPLAY 'DISCIPLINA (EM BRANCO = ' WS-DISCIPLINA '): '
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO WS-DISCIPLINA
           END-IF

           CALL 'PROFESSOR-TURMA' USING WS-TURMA
                                        WS-DISCIPLINA
                                        WS-ANO
                                        WS-ATR-ACHOU
                                        WS-ATR-PROFESSOR
                                        WS-ATR-NOME
                                        WS-ATR-OPERADOR
                                        WS-UNIDADE
           END-CALL
           IF WS-ATR-ACHOU-SIM
               DISPLAY 'PROFESSOR ATRIBUIDO: ' WS-ATR-PROFESSOR ' - '
                       WS-ATR-NOME
               IF WS-PROFESSOR = SPACES
                   MOVE WS-ATR-PROFESSOR TO WS-PROFESSOR
               END-IF
           ELSE
               DISPLAY 'AVISO: A TURMA ' WS-TURMA ' NAO TEM PROFESSOR '
                       'ATRIBUIDO PARA A DISCIPLINA ' WS-DISCIPLINA
                       ' EM ' WS-ANO ' (CADASTRO-PROFESSOR)'
           END-IF

           DISPLAY 'PROFESSOR (EM BRANCO = ' WS-PROFESSOR '): '
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO WS-PROFESSOR
           END-IF

           DISPLAY 'SALA (EM BRANCO = ' WS-SALA '): '
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO WS-SALA
           END-IF

           IF WS-HORARIO = SPACES
               PERFORM LOCALIZA-HORARIO-PERIODO
           END-IF
           DISPLAY 'HORARIO DE INICIO HH:MM (EM BRANCO = ' WS-HORARIO
                   '): '
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO WS-HORARIO
           END-IF

           DISPLAY 'AULA AO AR LIVRE? (S/N, EM BRANCO = ' WS-AR-LIVRE
                   '): '
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA(1:1) = 'S' OR WS-ENTRADA(1:1) = 's'
               MOVE 'S' TO WS-AR-LIVRE
           END-IF
           IF WS-ENTRADA(1:1) = 'N' OR WS-ENTRADA(1:1) = 'n'
               MOVE 'N' TO WS-AR-LIVRE
           END-IF

           PERFORM LOCALIZA-DISCIPLINA
           PERFORM LOCALIZA-PROFESSOR

           EVALUATE TRUE
               WHEN WS-DISCIPLINA = SPACES
                   DISPLAY 'DISCIPLINA EM BRANCO - OPERACAO CANCELADA'
               WHEN WS-QTD-DISC > 0 AND NOT WS-DISC-ACHOU-SIM
                   DISPLAY 'DISCIPLINA ' WS-DISCIPLINA ' NAO '
                           'CADASTRADA - OPERACAO CANCELADA'
               WHEN WS-PROFESSOR = SPACES
                   DISPLAY 'PROFESSOR EM BRANCO E SEM ATRIBUICAO - '
                           'OPERACAO CANCELADA'
               WHEN WS-QTD-PROF > 0 AND NOT WS-PROF-ACHOU-SIM
                   DISPLAY 'PROFESSOR ' WS-PROFESSOR ' NAO '
                           'CADASTRADO - OPERACAO CANCELADA'
               WHEN WS-PROF-ACHOU-SIM AND
                    WS-PF-ATIVO(WS-PF-ACHOU-I) = 'N'
                   DISPLAY 'PROFESSOR ' WS-PROFESSOR ' INATIVO - '
                           'OPERACAO CANCELADA'
               WHEN WS-SALA = SPACES
                   DISPLAY 'SALA EM BRANCO - OPERACAO CANCELADA'
               WHEN WS-HORARIO NOT = SPACES AND
                    (WS-HORARIO(1:2) NOT NUMERIC OR
                     WS-HORARIO(3:1) NOT = ':' OR
                     WS-HORARIO(4:2) NOT NUMERIC)
                   DISPLAY 'HORARIO INVALIDO - OPERACAO CANCELADA'
               WHEN WS-AR-LIVRE-SIM AND WS-HORARIO = SPACES
                   DISPLAY 'AULA AO AR LIVRE PRECISA DO HORARIO PARA '
                           'O AVISO DE QUALIDADE DO AR - OPERACAO '
                           'CANCELADA'
               WHEN OTHER
                   SET WS-DADOS-OK-SIM TO TRUE
                   IF WS-ATR-ACHOU-SIM AND
                      WS-PROFESSOR NOT = WS-ATR-PROFESSOR
                       DISPLAY 'AVISO: PROFESSOR ' WS-PROFESSOR
                               ' DIFERENTE DO ATRIBUIDO ('
                               WS-ATR-PROFESSOR ') PARA A DISCIPLINA'
                   END-IF
           END-EVALUATE
           EXIT.
       FIM-COLETA-DADOS-AULA.

       LOCALIZA-DISCIPLINA.
           MOVE 'N' TO WS-DISC-ACHOU
           MOVE ZERO TO WS-DS-ACHOU-I
           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I > WS-QTD-DISC
                      OR WS-DISC-ACHOU-SIM
               IF WS-DS-CODIGO(WS-DS-I) = WS-DISCIPLINA
                   SET WS-DISC-ACHOU-SIM TO TRUE
                   MOVE WS-DS-I TO WS-DS-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-DISCIPLINA.

       LOCALIZA-PROFESSOR.
           MOVE 'N' TO WS-PROF-ACHOU
           MOVE ZERO TO WS-PF-ACHOU-I
           PERFORM VARYING WS-PF-I FROM 1 BY 1
                   UNTIL WS-PF-I > WS-QTD-PROF
                      OR WS-PROF-ACHOU-SIM
               IF WS-PF-CODIGO(WS-PF-I) = WS-PROFESSOR
                   SET WS-PROF-ACHOU-SIM TO TRUE
                   MOVE WS-PF-I TO WS-PF-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-PROFESSOR.

      *-----------------------------------------------------------------
      * HORARIO PADRAO: O MESMO PERIODO DO MESMO TURNO JA USADO EM
      * OUTRA AULA DA UNIDADE NO ANO
      *-----------------------------------------------------------------
       LOCALIZA-HORARIO-PERIODO.
           PERFORM VARYING WS-GR-I FROM 1 BY 1
                   UNTIL WS-GR-I > WS-QTD-GR
                      OR WS-HORARIO NOT = SPACES
               IF WS-GR-UNIDADE(WS-GR-I) = WS-UNIDADE AND
                  WS-GR-ANO(WS-GR-I) = WS-ANO AND
                  WS-GR-TURNO(WS-GR-I) = WS-TURNO AND
                  WS-GR-PERIODO(WS-GR-I) = WS-PERIODO
                   MOVE WS-GR-HORARIO(WS-GR-I) TO WS-HORARIO
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-HORARIO-PERIODO.

      *-----------------------------------------------------------------
      * CHOQUES NO MESMO ANO, DIA, TURNO E PERIODO: A TURMA COM OUTRA
      * AULA, O PROFESSOR EM OUTRA TURMA (EM QUALQUER UNIDADE) E A
      * SALA DA UNIDADE COM OUTRA TURMA; WS-GR-IGNORA-I E A PROPRIA
      * AULA NA ALTERACAO (ZERO NA INCLUSAO)
      *-----------------------------------------------------------------
       VERIFICA-CONFLITOS.
           MOVE 'N' TO WS-CONFLITO
           PERFORM VARYING WS-GR-I FROM 1 BY 1
                   UNTIL WS-GR-I > WS-QTD-GR
               IF WS-GR-I NOT = WS-GR-IGNORA-I AND
                  WS-GR-ANO(WS-GR-I) = WS-ANO AND
                  WS-GR-DIA(WS-GR-I) = WS-DIA AND
                  WS-GR-TURNO(WS-GR-I) = WS-TURNO AND
                  WS-GR-PERIODO(WS-GR-I) = WS-PERIODO
                   IF WS-GR-UNIDADE(WS-GR-I) = WS-UNIDADE AND
                      WS-GR-TURMA(WS-GR-I) = WS-TURMA
                       SET WS-CONFLITO-SIM TO TRUE
                       DISPLAY 'CONFLITO: A TURMA ' WS-TURMA ' JA TEM '
                               'A DISCIPLINA '
                               WS-GR-DISCIPLINA(WS-GR-I)
                               ' NESSE HORARIO'
                   END-IF
                   IF WS-GR-PROFESSOR(WS-GR-I) = WS-PROFESSOR
                       SET WS-CONFLITO-SIM TO TRUE
                       DISPLAY 'CONFLITO: O PROFESSOR ' WS-PROFESSOR
                               ' JA DA AULA NA TURMA '
                               WS-GR-TURMA(WS-GR-I) ' DA UNIDADE '
                               WS-GR-UNIDADE(WS-GR-I) ' NESSE HORARIO'
                   END-IF
                   IF WS-GR-UNIDADE(WS-GR-I) = WS-UNIDADE AND
                      WS-GR-SALA(WS-GR-I) = WS-SALA AND
                      WS-GR-TURMA(WS-GR-I) NOT = WS-TURMA
                       SET WS-CONFLITO-SIM TO TRUE
                       DISPLAY 'CONFLITO: A SALA ' WS-SALA ' JA ESTA '
                               'COM A TURMA ' WS-GR-TURMA(WS-GR-I)
                               ' NESSE HORARIO'
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-VERIFICA-CONFLITOS.

       GUARDA-AULA.
           MOVE WS-UNIDADE    TO WS-GR-UNIDADE(WS-GR-ACHOU-I)
           MOVE WS-TURMA      TO WS-GR-TURMA(WS-GR-ACHOU-I)
           MOVE WS-ANO        TO WS-GR-ANO(WS-GR-ACHOU-I)
           MOVE WS-TURNO      TO WS-GR-TURNO(WS-GR-ACHOU-I)
           MOVE WS-DIA        TO WS-GR-DIA(WS-GR-ACHOU-I)
           MOVE WS-PERIODO    TO WS-GR-PERIODO(WS-GR-ACHOU-I)
           MOVE WS-HORARIO    TO WS-GR-HORARIO(WS-GR-ACHOU-I)
           MOVE WS-DISCIPLINA TO WS-GR-DISCIPLINA(WS-GR-ACHOU-I)
           MOVE WS-PROFESSOR  TO WS-GR-PROFESSOR(WS-GR-ACHOU-I)
           MOVE WS-SALA       TO WS-GR-SALA(WS-GR-ACHOU-I)
           MOVE WS-AR-LIVRE   TO WS-GR-AR-LIVRE(WS-GR-ACHOU-I)
           ADD 1 TO WS-QTD-ALTERACOES
           EXIT.
       FIM-GUARDA-AULA.

       ALTERA-AULA.
           PERFORM COLETA-TURMA

           IF WS-TURMA NOT = SPACES
               PERFORM COLETA-HORARIO-AULA
               PERFORM LOCALIZA-AULA
               IF NOT WS-AULA-ACHOU-SIM
                   DISPLAY 'NENHUMA AULA DA TURMA ' WS-TURMA
                           ' NESSE DIA E PERIODO'
               ELSE
                   MOVE WS-GR-DISCIPLINA(WS-GR-ACHOU-I)
                        TO WS-DISCIPLINA
                   MOVE WS-GR-PROFESSOR(WS-GR-ACHOU-I) TO WS-PROFESSOR
                   MOVE WS-GR-SALA(WS-GR-ACHOU-I)      TO WS-SALA
                   MOVE WS-GR-HORARIO(WS-GR-ACHOU-I)   TO WS-HORARIO
                   MOVE WS-GR-AR-LIVRE(WS-GR-ACHOU-I)  TO WS-AR-LIVRE
                   IF WS-AR-LIVRE NOT = 'S'
                       MOVE 'N' TO WS-AR-LIVRE
                   END-IF
                   DISPLAY 'AULA ATUAL: DISCIPLINA ' WS-DISCIPLINA
                           ' PROF. ' WS-PROFESSOR ' SALA ' WS-SALA
                           ' INICIO ' WS-HORARIO ' AR LIVRE '
                           WS-AR-LIVRE
                   PERFORM COLETA-DADOS-AULA
                   IF WS-DADOS-OK-SIM
                       MOVE WS-GR-ACHOU-I TO WS-GR-IGNORA-I
                       PERFORM VERIFICA-CONFLITOS
                       IF WS-CONFLITO-SIM
                           DISPLAY 'ALTERACAO CANCELADA'
                           ADD 1 TO WS-QTD-RECUSADAS
                       ELSE
                           MOVE WS-GR-IGNORA-I TO WS-GR-ACHOU-I
                           PERFORM GUARDA-AULA
                           DISPLAY 'AULA ALTERADA: ' WS-TURMA ' '
                                   WS-NOME-DIA(WS-DIA) ' '
                                   WS-PERIODO 'o PERIODO '
                                   WS-DISCIPLINA ' PROF. '
                                   WS-PROFESSOR ' SALA ' WS-SALA
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-ALTERA-AULA.

       EXCLUI-AULA.
           PERFORM COLETA-TURMA

           IF WS-TURMA NOT = SPACES
               PERFORM COLETA-HORARIO-AULA
               PERFORM LOCALIZA-AULA
               IF NOT WS-AULA-ACHOU-SIM
                   DISPLAY 'NENHUMA AULA DA TURMA ' WS-TURMA
                           ' NESSE DIA E PERIODO'
               ELSE
                   DISPLAY 'AULA EXCLUIDA: DISCIPLINA '
                           WS-GR-DISCIPLINA(WS-GR-ACHOU-I) ' PROF. '
                           WS-GR-PROFESSOR(WS-GR-ACHOU-I)
                   PERFORM VARYING WS-GR-I FROM WS-GR-ACHOU-I BY 1
                           UNTIL WS-GR-I >= WS-QTD-GR
                       MOVE WS-GR-ENTRADA(WS-GR-I + 1)
                            TO WS-GR-ENTRADA(WS-GR-I)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-QTD-GR
                   ADD 1 TO WS-QTD-ALTERACOES
               END-IF
           END-IF
           EXIT.
       FIM-EXCLUI-AULA.

       LISTA-GRADE-TURMA.
           PERFORM COLETA-TURMA

           IF WS-TURMA NOT = SPACES
               DISPLAY '-----------------------------------'
               DISPLAY 'TURMA ' WS-TURMA ' - UNIDADE ' WS-UNIDADE
                       ' - ' WS-ANO ' - TURNO ' WS-TURNO
               DISPLAY '-----------------------------------'
               PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 7
                   PERFORM VARYING WS-PER-I FROM 1 BY 1
                           UNTIL WS-PER-I > 9
                       MOVE WS-PER-I TO WS-PERIODO
                       PERFORM LOCALIZA-AULA
                       IF WS-AULA-ACHOU-SIM
                           DISPLAY WS-NOME-DIA(WS-DIA) ' '
                                   WS-PERIODO 'o '
                                   WS-GR-HORARIO(WS-GR-ACHOU-I) ' '
                                   WS-GR-DISCIPLINA(WS-GR-ACHOU-I) ' '
                                   WS-GR-PROFESSOR(WS-GR-ACHOU-I) ' '
                                   WS-GR-SALA(WS-GR-ACHOU-I) ' '
                                   WS-GR-AR-LIVRE(WS-GR-ACHOU-I)
                       END-IF
                   END-PERFORM
               END-PERFORM
               DISPLAY '-----------------------------------'
           END-IF
           EXIT.
       FIM-LISTA-GRADE-TURMA.

       FINALIZA-PROGRAMA.
           IF WS-QTD-ALTERACOES > 0
               IF WS-CARGA-CHEIA-SIM
                   DISPLAY 'GRADE.TXT NAO REGRAVADO - A CARGA '
                           'ESTOUROU A TABELA E A REGRAVACAO '
                           'TRUNCARIA A GRADE'
               ELSE
                   PERFORM REGRAVA-GRADE
               END-IF
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'ALTERACOES GRAVADAS: ' WS-QTD-ALTERACOES
           DISPLAY 'RECUSADAS POR CHOQUE: ' WS-QTD-RECUSADAS
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.

       REGRAVA-GRADE.
           OPEN OUTPUT GRADE-HORARIA
           PERFORM VARYING WS-GR-I FROM 1 BY 1
                   UNTIL WS-GR-I > WS-QTD-GR
               MOVE SPACES TO GRADE-REG
               MOVE WS-GR-UNIDADE(WS-GR-I)    TO GR-UNIDADE
               MOVE WS-GR-TURMA(WS-GR-I)      TO GR-TURMA
               MOVE WS-GR-ANO(WS-GR-I)        TO GR-ANO
               MOVE WS-GR-TURNO(WS-GR-I)      TO GR-TURNO
               MOVE WS-GR-DIA(WS-GR-I)        TO GR-DIA-SEMANA
               MOVE WS-GR-PERIODO(WS-GR-I)    TO GR-PERIODO
               MOVE WS-GR-HORARIO(WS-GR-I)    TO GR-HORARIO
               MOVE WS-GR-DISCIPLINA(WS-GR-I) TO GR-DISCIPLINA
               MOVE WS-GR-PROFESSOR(WS-GR-I)  TO GR-PROFESSOR
               MOVE WS-GR-SALA(WS-GR-I)       TO GR-SALA
               MOVE WS-GR-AR-LIVRE(WS-GR-I)   TO GR-AR-LIVRE
               WRITE GRADE-REG
           END-PERFORM
           CLOSE GRADE-HORARIA
           EXIT.
       FIM-REGRAVA-GRADE.
      ******************************************************************
       END PROGRAM CADASTRO-GRADE.
