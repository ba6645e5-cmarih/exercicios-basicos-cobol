      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: AULAS PREVISTAS POR BIMESTRE - CRUZA A GRADE HORARIA
      *          DO ANO LETIVO (GRADE.TXT, GRADE.CPY) COM O CALENDARIO
      *          DE BIMESTRES (BIMCAL.TXT, BIMCAL.CPY): OS DIAS DE
      *          CADA BIMESTRE, DA ABERTURA AO FECHO, SAO CONTADOS POR
      *          DIA DA SEMANA, SEM OS FERIADOS DO FERIADOS.TXT, E
      *          CADA AULA DA GRADE VALE UMA AULA EM CADA DIA DAQUELE
      *          DIA DA SEMANA; SAI PELA ROTINA IMPRESSAO
      *          (AULASPREV.TXT) O PREVISTO POR TURMA E DISCIPLINA EM
      *          CADA BIMESTRE E NO ANO, O PREVISTO DA TURMA CONTRA AS
      *          AULAS DADAS LANCADAS NO DIARIO (FREQDIA.TXT - AS
      *          AULAS DO DIA GRAVADAS PELA CHAMADA OU, NO DIA LANCADO
      *          SEM ELAS, AS DA GRADE NAQUELE DIA DA SEMANA) E A CARGA
      *          DE CADA PROFESSOR EM HORAS-AULA; BIMESTRE JA FECHADO
      *          COM MENOS AULAS DADAS QUE AS PREVISTAS SAI MARCADO
      *          ABAIXO (RETURN-CODE 4)
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULAS-PREVISTAS.
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
           SELECT BIMESTRE-CAL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BC-STATUS.
           SELECT FERIADOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FERIADOS-STATUS.
           SELECT FREQUENCIA-DIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FQD-STATUS.
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

       FD BIMESTRE-CAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BIMCAL.TXT'.
       COPY BIMCAL.CPY.

       FD FERIADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'FERIADOS.TXT'.
       01 FERIADO-REG.
           02 FE-DATA              PIC X(10).

       FD FREQUENCIA-DIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'FREQDIA.TXT'.
       COPY FREQDIA.CPY.

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
       01 WS-BC-STATUS                 PIC X(02) VALUE '00'.
       01 WS-FERIADOS-STATUS           PIC X(02) VALUE '00'.
       01 WS-FQD-STATUS                PIC X(02) VALUE '00'.
       01 WS-DISC-STATUS               PIC X(02) VALUE '00'.
       01 WS-PROF-STATUS               PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-GR             PIC X(01) VALUE 'N'.
               88 WS-FIM-GR-SIM           VALUE 'S'.
           02 WS-FIM-BC             PIC X(01) VALUE 'N'.
               88 WS-FIM-BC-SIM           VALUE 'S'.
           02 WS-FIM-FERIADOS       PIC X(01) VALUE 'N'.
               88 WS-FIM-FERIADOS-SIM     VALUE 'S'.
           02 WS-FIM-FQD            PIC X(01) VALUE 'N'.
               88 WS-FIM-FQD-SIM          VALUE 'S'.
           02 WS-FIM-DISC           PIC X(01) VALUE 'N'.
               88 WS-FIM-DISC-SIM         VALUE 'S'.
           02 WS-FIM-PROF           PIC X(01) VALUE 'N'.
               88 WS-FIM-PROF-SIM         VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM            VALUE 'S'.
           02 WS-FERIADO-ACHOU      PIC X(01) VALUE 'N'.
               88 WS-FERIADO-ACHOU-SIM    VALUE 'S'.
       01 WS-ANO                       PIC 9(04) VALUE ZERO.
       01 WS-HOJE                      PIC 9(08) VALUE ZERO.
       01 WS-UNIDADE-ATIVA             PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME              PIC X(40) VALUE SPACES.
       01 WS-UNIDADE                   PIC X(02) VALUE SPACES.
      * CALENDARIO: DIAS DE CADA DIA DA SEMANA EM CADA BIMESTRE
       01 WS-QTD-BIM-OK                PIC 9(01) VALUE ZERO.
       01 WS-TABELA-BIM.
           02 WS-BIM-ENTRADA OCCURS 4 TIMES.
               03 WS-BIM-OK            PIC X(01).
                   88 WS-BIM-OK-SIM           VALUE 'S'.
               03 WS-BIM-ABERTURA      PIC X(10).
               03 WS-BIM-FECHO         PIC X(10).
               03 WS-BIM-INI-DATA      PIC 9(08).
               03 WS-BIM-FIM-DATA      PIC 9(08).
               03 WS-BIM-INI-DIAS      PIC 9(08).
               03 WS-BIM-FIM-DIAS      PIC 9(08).
               03 WS-BIM-FERIADOS      PIC 9(03).
               03 WS-BIM-DIAS OCCURS 7 TIMES PIC 9(03).
       01 WS-BIM-I                     PIC 9(01) VALUE ZERO.
       01 WS-BIM-ACHOU-I               PIC 9(01) VALUE ZERO.
       01 WS-TAB-FER-LIMITE            PIC 9(02) VALUE 50.
       01 WS-QTD-FERIADOS              PIC 9(02) VALUE ZERO.
       01 WS-TABELA-FERIADOS.
           02 WS-FER-DIAS PIC 9(08) OCCURS 50 TIMES.
       01 WS-FER-I                     PIC 9(02) VALUE ZERO.
       01 WS-CONV-DATA                 PIC X(10) VALUE SPACES.
       01 WS-CONV-OK                   PIC X(01) VALUE 'N'.
           88 WS-CONV-OK-SIM                  VALUE 'S'.
       01 WS-CONV-AAAAMMDD.
           02 WS-CONV-ANO           PIC 9(04).
           02 WS-CONV-MES           PIC 9(02).
           02 WS-CONV-DIA           PIC 9(02).
       01 WS-CONV-NUMERO REDEFINES WS-CONV-AAAAMMDD PIC 9(08).
       01 WS-CONV-DIAS                 PIC 9(08) VALUE ZERO.
       01 WS-DIA-CORRENTE              PIC 9(08) VALUE ZERO.
       01 WS-DIA-SEMANA                PIC 9(01) VALUE ZERO.
      * TURMA x DISCIPLINA: AULAS POR SEMANA E PREVISTAS POR BIMESTRE
       01 WS-TAB-TD-LIMITE             PIC 9(03) VALUE 500.
       01 WS-QTD-TD                    PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TD.
           02 WS-TD-ENTRADA OCCURS 500 TIMES.
               03 WS-TD-UNIDADE        PIC X(02).
               03 WS-TD-TURMA          PIC X(03).
               03 WS-TD-DISCIPLINA     PIC X(02).
               03 WS-TD-PROFESSOR      PIC X(05).
               03 WS-TD-SEMANA         PIC 9(02).
               03 WS-TD-PREV OCCURS 4 TIMES PIC 9(04).
       01 WS-TD-I                      PIC 9(03) VALUE ZERO.
       01 WS-TD-ACHOU-I                PIC 9(03) VALUE ZERO.
      * TURMA: PREVISTAS, DADAS NO DIARIO E AULAS DE CADA DIA DA SEMANA
       01 WS-TAB-TT-LIMITE             PIC 9(03) VALUE 200.
       01 WS-QTD-TT                    PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TT.
           02 WS-TT-ENTRADA OCCURS 200 TIMES.
               03 WS-TT-UNIDADE        PIC X(02).
               03 WS-TT-TURMA          PIC X(03).
               03 WS-TT-SEMANA         PIC 9(02).
               03 WS-TT-PREV OCCURS 4 TIMES PIC 9(04).
               03 WS-TT-DADAS OCCURS 4 TIMES PIC 9(04).
               03 WS-TT-AULAS-DIA OCCURS 7 TIMES PIC 9(01).
       01 WS-TT-I                      PIC 9(03) VALUE ZERO.
       01 WS-TT-ACHOU-I                PIC 9(03) VALUE ZERO.
      * PROFESSOR: CARGA EM HORAS-AULA
       01 WS-TAB-PR-LIMITE             PIC 9(03) VALUE 200.
       01 WS-QTD-PR                    PIC 9(03) VALUE ZERO.
       01 WS-TABELA-PR.
           02 WS-PR-ENTRADA OCCURS 200 TIMES.
               03 WS-PR-PROFESSOR      PIC X(05).
               03 WS-PR-SEMANA         PIC 9(03).
               03 WS-PR-PREV OCCURS 4 TIMES PIC 9(04).
       01 WS-PR-I                      PIC 9(03) VALUE ZERO.
       01 WS-PR-ACHOU-I                PIC 9(03) VALUE ZERO.
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
       01 WS-QTD-AULAS-GRADE           PIC 9(04) VALUE ZERO.
       01 WS-ULT-TURMA                 PIC X(03) VALUE SPACES.
       01 WS-ULT-DATA                  PIC 9(08) VALUE ZERO.
       01 WS-QTD-DIAS-DIARIO           PIC 9(05) VALUE ZERO.
       01 WS-QTD-DIAS-PELA-GRADE       PIC 9(05) VALUE ZERO.
       01 WS-QTD-ABAIXO                PIC 9(03) VALUE ZERO.
       01 WS-DISC-NOME                 PIC X(20) VALUE SPACES.
       01 WS-PROF-NOME                 PIC X(30) VALUE SPACES.
       01 WS-SOMA-ANO                  PIC 9(05) VALUE ZERO.
       01 WS-SITUACAO                  PIC X(27) VALUE SPACES.
       01 WS-LINHA-VALORES.
           02 WS-LV-SEMANA             PIC ZZ9.
           02 WS-LV-BIM OCCURS 4 TIMES.
               03 FILLER               PIC X(02).
               03 WS-LV-QTD            PIC ZZZ9.
           02 FILLER                   PIC X(02).
           02 WS-LV-ANO                PIC ZZZZ9.
       01 WS-MASK-DIAS                 PIC ZZ9.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'AULASPREV.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           '   DISC NOME                 PROF. SEM  1oBIM 2oBIM 3oBIM 4o
      -    'BIM    ANO'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'AULAS PREVISTAS POR BIMESTRE'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
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
               MOVE WS-HOJE(1:4) TO WS-ANO
           END-IF

           PERFORM CARREGA-FERIADOS
           PERFORM CARREGA-CALENDARIO
           IF WS-QTD-BIM-OK = 0
               DISPLAY 'BIMCAL.TXT SEM BIMESTRE VALIDO - NAO HA COMO '
                       'PREVER AS AULAS'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM CONTA-DIAS-BIMESTRES
               PERFORM CARREGA-DISCIPLINAS
               PERFORM CARREGA-PROFESSORES
               PERFORM CARREGA-GRADE
               IF WS-QTD-AULAS-GRADE = 0
                   DISPLAY 'NENHUMA AULA DE ' WS-ANO ' NO GRADE.TXT '
                           '- NADA A PREVER (CADASTRO-GRADE)'
                   MOVE 8 TO WS-RETORNO-JOB
               END-IF
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * FERIADOS: MESMA CARGA DO REQUERIMENTO - OS FERIADOS DO ANO
      * LETIVO PODEM SER FUTUROS, QUE O DATA-VALIDA REJEITARIA; ENTRADA
      * INVALIDA E AVISADA E IGNORADA
      *-----------------------------------------------------------------
       CARREGA-FERIADOS.
           OPEN INPUT FERIADOS
           IF WS-FERIADOS-STATUS NOT = '00'
               DISPLAY 'FERIADOS.TXT NAO ENCONTRADO - SO OS DIAS DA '
                       'SEMANA SERAO CONTADOS'
           ELSE
               PERFORM LER-FERIADOS
               PERFORM UNTIL WS-FIM-FERIADOS-SIM
                   MOVE FE-DATA TO WS-CONV-DATA
                   PERFORM CONVERTE-DATA
                   IF NOT WS-CONV-OK-SIM
                       DISPLAY 'FERIADO IGNORADO (' FE-DATA '): '
                               'DATA INVALIDA'
                   ELSE
                       IF WS-QTD-FERIADOS < WS-TAB-FER-LIMITE
                           ADD 1 TO WS-QTD-FERIADOS
                           MOVE WS-CONV-DIAS
                                TO WS-FER-DIAS(WS-QTD-FERIADOS)
                       END-IF
                   END-IF
                   PERFORM LER-FERIADOS
               END-PERFORM
               CLOSE FERIADOS
           END-IF
           EXIT.
       FIM-CARREGA-FERIADOS.

       LER-FERIADOS.
           READ FERIADOS
               AT END
                   SET WS-FIM-FERIADOS-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-FERIADOS.

      *-----------------------------------------------------------------
      * DD/MM/AAAA CONFERIDA NA ESTRUTURA E NO CALENDARIO, SEM A TRAVA
      * DE DATA FUTURA; DEVOLVE O NUMERO DO DIA (INTEGER-OF-DATE)
      *-----------------------------------------------------------------
       CONVERTE-DATA.
           MOVE 'N' TO WS-CONV-OK
           MOVE ZERO TO WS-CONV-DIAS
           IF WS-CONV-DATA(1:2) NUMERIC AND
              WS-CONV-DATA(4:2) NUMERIC AND
              WS-CONV-DATA(7:4) NUMERIC AND
              WS-CONV-DATA(3:1) = '/' AND
              WS-CONV-DATA(6:1) = '/'
               MOVE WS-CONV-DATA(1:2) TO WS-CONV-DIA
               MOVE WS-CONV-DATA(4:2) TO WS-CONV-MES
               MOVE WS-CONV-DATA(7:4) TO WS-CONV-ANO
               IF WS-CONV-ANO > 1600 AND
                  FUNCTION TEST-DATE-YYYYMMDD(WS-CONV-NUMERO) = 0
                   SET WS-CONV-OK-SIM TO TRUE
                   COMPUTE WS-CONV-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-CONV-NUMERO)
               END-IF
           END-IF
           EXIT.
       FIM-CONVERTE-DATA.

      *-----------------------------------------------------------------
      * BIMESTRES 1 A 4 DO BIMCAL.TXT: VALE O PERIODO DA ABERTURA AO
      * FECHO; BIMESTRE COM DATA INVALIDA OU INVERTIDA FICA FORA
      *-----------------------------------------------------------------
       CARREGA-CALENDARIO.
           MOVE SPACES TO WS-TABELA-BIM
           PERFORM VARYING WS-BIM-I FROM 1 BY 1 UNTIL WS-BIM-I > 4
               MOVE 'N' TO WS-BIM-OK(WS-BIM-I)
           END-PERFORM

           OPEN INPUT BIMESTRE-CAL
           IF WS-BC-STATUS NOT = '00'
               DISPLAY 'BIMCAL.TXT NAO ENCONTRADO'
           ELSE
               PERFORM LER-CALENDARIO
               PERFORM UNTIL WS-FIM-BC-SIM
                   IF BC-BIMESTRE >= 1 AND BC-BIMESTRE <= 4
                       PERFORM GUARDA-BIMESTRE
                   END-IF
                   PERFORM LER-CALENDARIO
               END-PERFORM
               CLOSE BIMESTRE-CAL
           END-IF
           EXIT.
       FIM-CARREGA-CALENDARIO.

       LER-CALENDARIO.
           READ BIMESTRE-CAL
               AT END
                   SET WS-FIM-BC-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CALENDARIO.

       GUARDA-BIMESTRE.
           MOVE BC-BIMESTRE TO WS-BIM-I
           MOVE BC-DATA-ABERTURA TO WS-BIM-ABERTURA(WS-BIM-I)
           MOVE BC-DATA-FECHO    TO WS-BIM-FECHO(WS-BIM-I)

           MOVE BC-DATA-ABERTURA TO WS-CONV-DATA
           PERFORM CONVERTE-DATA
           IF WS-CONV-OK-SIM
               MOVE WS-CONV-NUMERO TO WS-BIM-INI-DATA(WS-BIM-I)
               MOVE WS-CONV-DIAS   TO WS-BIM-INI-DIAS(WS-BIM-I)
               MOVE BC-DATA-FECHO TO WS-CONV-DATA
               PERFORM CONVERTE-DATA
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-CONV-OK-SIM
                   DISPLAY 'AVISO: ' BC-BIMESTRE 'o BIMESTRE COM DATA '
                           'INVALIDA NO BIMCAL.TXT - FICA FORA DA '
                           'PREVISAO'
                   MOVE 4 TO WS-RETORNO-JOB
               WHEN WS-CONV-DIAS < WS-BIM-INI-DIAS(WS-BIM-I)
                   DISPLAY 'AVISO: ' BC-BIMESTRE 'o BIMESTRE FECHA '
                           'ANTES DE ABRIR NO BIMCAL.TXT - FICA FORA '
                           'DA PREVISAO'
                   MOVE 4 TO WS-RETORNO-JOB
               WHEN OTHER
                   MOVE WS-CONV-NUMERO TO WS-BIM-FIM-DATA(WS-BIM-I)
                   MOVE WS-CONV-DIAS   TO WS-BIM-FIM-DIAS(WS-BIM-I)
                   IF NOT WS-BIM-OK-SIM(WS-BIM-I)
                       ADD 1 TO WS-QTD-BIM-OK
                   END-IF
                   SET WS-BIM-OK-SIM(WS-BIM-I) TO TRUE
           END-EVALUATE
           EXIT.
       FIM-GUARDA-BIMESTRE.

      *-----------------------------------------------------------------
      * DIAS DE CADA DIA DA SEMANA NO BIMESTRE, PULANDO OS FERIADOS;
      * O DIA 1 DO INTEGER-OF-DATE E UMA SEGUNDA-FEIRA
      *-----------------------------------------------------------------
       CONTA-DIAS-BIMESTRES.
           PERFORM VARYING WS-BIM-I FROM 1 BY 1 UNTIL WS-BIM-I > 4
               MOVE ZERO TO WS-BIM-FERIADOS(WS-BIM-I)
               PERFORM VARYING WS-DIA-SEMANA FROM 1 BY 1
                       UNTIL WS-DIA-SEMANA > 7
                   MOVE ZERO TO WS-BIM-DIAS(WS-BIM-I, WS-DIA-SEMANA)
               END-PERFORM
               IF WS-BIM-OK-SIM(WS-BIM-I)
                   PERFORM VARYING WS-DIA-CORRENTE
                           FROM WS-BIM-INI-DIAS(WS-BIM-I) BY 1
                           UNTIL WS-DIA-CORRENTE >
                                 WS-BIM-FIM-DIAS(WS-BIM-I)
                       PERFORM CONFERE-FERIADO
                       IF WS-FERIADO-ACHOU-SIM
                           ADD 1 TO WS-BIM-FERIADOS(WS-BIM-I)
                       ELSE
                           COMPUTE WS-DIA-SEMANA =
                                   FUNCTION MOD(WS-DIA-CORRENTE - 1, 7)
                                   + 1
                           ADD 1 TO WS-BIM-DIAS(WS-BIM-I, WS-DIA-SEMANA)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           EXIT.
       FIM-CONTA-DIAS-BIMESTRES.

       CONFERE-FERIADO.
           MOVE 'N' TO WS-FERIADO-ACHOU
           PERFORM VARYING WS-FER-I FROM 1 BY 1
                   UNTIL WS-FER-I > WS-QTD-FERIADOS
                      OR WS-FERIADO-ACHOU-SIM
               IF WS-FER-DIAS(WS-FER-I) = WS-DIA-CORRENTE
                   SET WS-FERIADO-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM
           EXIT.
       FIM-CONFERE-FERIADO.

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

      *-----------------------------------------------------------------
      * CADA AULA DA GRADE DO ANO (E DA UNIDADE ATIVA, FORA DA
      * CONSOLIDADA) SOMA OS DIAS DO SEU DIA DA SEMANA EM CADA
      * BIMESTRE NA TURMA/DISCIPLINA, NA TURMA E NO PROFESSOR
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
                   IF GR-ANO = WS-ANO AND GR-DIA-VALIDO AND
                      (WS-UNIDADE-ATIVA = '00' OR
                       WS-UNIDADE-ATIVA = SPACES OR
                       WS-UNIDADE-ATIVA = WS-UNIDADE)
                       ADD 1 TO WS-QTD-AULAS-GRADE
                       PERFORM SOMA-AULA-TURMA-DISCIPLINA
                       PERFORM SOMA-AULA-TURMA
                       PERFORM SOMA-AULA-PROFESSOR
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

       SOMA-AULA-TURMA-DISCIPLINA.
           MOVE 'N' TO WS-ACHOU
           MOVE ZERO TO WS-TD-ACHOU-I
           PERFORM VARYING WS-TD-I FROM 1 BY 1
                   UNTIL WS-TD-I > WS-QTD-TD
                      OR WS-ACHOU-SIM
               IF WS-TD-UNIDADE(WS-TD-I) = WS-UNIDADE AND
                  WS-TD-TURMA(WS-TD-I) = GR-TURMA AND
                  WS-TD-DISCIPLINA(WS-TD-I) = GR-DISCIPLINA
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-TD-I TO WS-TD-ACHOU-I
               END-IF
           END-PERFORM

           IF NOT WS-ACHOU-SIM
               IF WS-QTD-TD < WS-TAB-TD-LIMITE
                   ADD 1 TO WS-QTD-TD
                   MOVE WS-QTD-TD TO WS-TD-ACHOU-I
                   MOVE WS-UNIDADE    TO WS-TD-UNIDADE(WS-TD-ACHOU-I)
                   MOVE GR-TURMA      TO WS-TD-TURMA(WS-TD-ACHOU-I)
                   MOVE GR-DISCIPLINA
                        TO WS-TD-DISCIPLINA(WS-TD-ACHOU-I)
                   MOVE GR-PROFESSOR  TO WS-TD-PROFESSOR(WS-TD-ACHOU-I)
                   MOVE ZERO TO WS-TD-SEMANA(WS-TD-ACHOU-I)
                   PERFORM VARYING WS-BIM-I FROM 1 BY 1
                           UNTIL WS-BIM-I > 4
                       MOVE ZERO TO WS-TD-PREV(WS-TD-ACHOU-I, WS-BIM-I)
                   END-PERFORM
               ELSE
                   DISPLAY 'AVISO: MAIS DE ' WS-TAB-TD-LIMITE
                           ' TURMAS/DISCIPLINAS - ' GR-TURMA '/'
                           GR-DISCIPLINA ' FORA DO RELATORIO'
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF

           IF WS-TD-ACHOU-I > 0
               ADD 1 TO WS-TD-SEMANA(WS-TD-ACHOU-I)
               PERFORM VARYING WS-BIM-I FROM 1 BY 1 UNTIL WS-BIM-I > 4
                   ADD WS-BIM-DIAS(WS-BIM-I, GR-DIA-SEMANA)
                    TO WS-TD-PREV(WS-TD-ACHOU-I, WS-BIM-I)
               END-PERFORM
           END-IF
           EXIT.
       FIM-SOMA-AULA-TURMA-DISCIPLINA.

       SOMA-AULA-TURMA.
           MOVE 'N' TO WS-ACHOU
           MOVE ZERO TO WS-TT-ACHOU-I
           PERFORM VARYING WS-TT-I FROM 1 BY 1
                   UNTIL WS-TT-I > WS-QTD-TT
                      OR WS-ACHOU-SIM
               IF WS-TT-UNIDADE(WS-TT-I) = WS-UNIDADE AND
                  WS-TT-TURMA(WS-TT-I) = GR-TURMA
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-TT-I TO WS-TT-ACHOU-I
               END-IF
           END-PERFORM

           IF NOT WS-ACHOU-SIM AND WS-QTD-TT < WS-TAB-TT-LIMITE
               ADD 1 TO WS-QTD-TT
               MOVE WS-QTD-TT TO WS-TT-ACHOU-I
               MOVE WS-UNIDADE TO WS-TT-UNIDADE(WS-TT-ACHOU-I)
               MOVE GR-TURMA   TO WS-TT-TURMA(WS-TT-ACHOU-I)
               MOVE ZERO TO WS-TT-SEMANA(WS-TT-ACHOU-I)
               PERFORM VARYING WS-BIM-I FROM 1 BY 1 UNTIL WS-BIM-I > 4
                   MOVE ZERO TO WS-TT-PREV(WS-TT-ACHOU-I, WS-BIM-I)
                   MOVE ZERO TO WS-TT-DADAS(WS-TT-ACHOU-I, WS-BIM-I)
               END-PERFORM
               PERFORM VARYING WS-DIA-SEMANA FROM 1 BY 1
                       UNTIL WS-DIA-SEMANA > 7
                   MOVE ZERO
                        TO WS-TT-AULAS-DIA(WS-TT-ACHOU-I, WS-DIA-SEMANA)
               END-PERFORM
           END-IF

           IF WS-TT-ACHOU-I > 0
               ADD 1 TO WS-TT-SEMANA(WS-TT-ACHOU-I)
               ADD 1 TO WS-TT-AULAS-DIA(WS-TT-ACHOU-I, GR-DIA-SEMANA)
               PERFORM VARYING WS-BIM-I FROM 1 BY 1 UNTIL WS-BIM-I > 4
                   ADD WS-BIM-DIAS(WS-BIM-I, GR-DIA-SEMANA)
                    TO WS-TT-PREV(WS-TT-ACHOU-I, WS-BIM-I)
               END-PERFORM
           END-IF
           EXIT.
       FIM-SOMA-AULA-TURMA.

       SOMA-AULA-PROFESSOR.
           MOVE 'N' TO WS-ACHOU
           MOVE ZERO TO WS-PR-ACHOU-I
           PERFORM VARYING WS-PR-I FROM 1 BY 1
                   UNTIL WS-PR-I > WS-QTD-PR
                      OR WS-ACHOU-SIM
               IF WS-PR-PROFESSOR(WS-PR-I) = GR-PROFESSOR
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-PR-I TO WS-PR-ACHOU-I
               END-IF
           END-PERFORM

           IF NOT WS-ACHOU-SIM AND WS-QTD-PR < WS-TAB-PR-LIMITE
               ADD 1 TO WS-QTD-PR
               MOVE WS-QTD-PR TO WS-PR-ACHOU-I
               MOVE GR-PROFESSOR TO WS-PR-PROFESSOR(WS-PR-ACHOU-I)
               MOVE ZERO TO WS-PR-SEMANA(WS-PR-ACHOU-I)
               PERFORM VARYING WS-BIM-I FROM 1 BY 1 UNTIL WS-BIM-I > 4
                   MOVE ZERO TO WS-PR-PREV(WS-PR-ACHOU-I, WS-BIM-I)
               END-PERFORM
           END-IF

           IF WS-PR-ACHOU-I > 0
               ADD 1 TO WS-PR-SEMANA(WS-PR-ACHOU-I)
               PERFORM VARYING WS-BIM-I FROM 1 BY 1 UNTIL WS-BIM-I > 4
                   ADD WS-BIM-DIAS(WS-BIM-I, GR-DIA-SEMANA)
                    TO WS-PR-PREV(WS-PR-ACHOU-I, WS-BIM-I)
               END-PERFORM
           END-IF
           EXIT.
       FIM-SOMA-AULA-PROFESSOR.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               PERFORM SOMA-AULAS-DADAS
               PERFORM GRAVA-RELATORIO
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * AULAS DADAS: CADA TURMA/DIA LANCADO PELA CHAMADA (AS LINHAS DE
      * SUSPENSAO NAO CONTAM) VALE AS AULAS DO DIA GRAVADAS NELA, OU AS
      * DA GRADE NAQUELE DIA DA SEMANA QUANDO O DIA FOI LANCADO ANTES
      * DA GRADE; A CHAMADA GRAVA OS ALUNOS DO DIA EM SEQUENCIA, ENTAO
      * A TROCA DE TURMA OU DATA MARCA O DIA SEGUINTE
      *-----------------------------------------------------------------
       SOMA-AULAS-DADAS.
           OPEN INPUT FREQUENCIA-DIA
           IF WS-FQD-STATUS NOT = '00'
               DISPLAY 'FREQDIA.TXT NAO ENCONTRADO - NENHUMA AULA DADA '
                       'A COMPARAR'
           ELSE
               PERFORM LER-FREQUENCIA-DIA
               PERFORM UNTIL WS-FIM-FQD-SIM
                   IF NOT FQD-SUSPENSO AND FQD-DATA NUMERIC AND
                      (FQD-TURMA NOT = WS-ULT-TURMA OR
                       FQD-DATA NOT = WS-ULT-DATA)
                       MOVE FQD-TURMA TO WS-ULT-TURMA
                       MOVE FQD-DATA  TO WS-ULT-DATA
                       PERFORM CREDITA-DIA-DIARIO
                   END-IF
                   PERFORM LER-FREQUENCIA-DIA
               END-PERFORM
               CLOSE FREQUENCIA-DIA
           END-IF
           EXIT.
       FIM-SOMA-AULAS-DADAS.

       LER-FREQUENCIA-DIA.
           READ FREQUENCIA-DIA
               AT END
                   SET WS-FIM-FQD-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-FREQUENCIA-DIA.

       CREDITA-DIA-DIARIO.
           MOVE ZERO TO WS-BIM-ACHOU-I
           PERFORM VARYING WS-BIM-I FROM 1 BY 1 UNTIL WS-BIM-I > 4
               IF WS-BIM-OK-SIM(WS-BIM-I) AND
                  FQD-DATA >= WS-BIM-INI-DATA(WS-BIM-I) AND
                  FQD-DATA <= WS-BIM-FIM-DATA(WS-BIM-I)
                   MOVE WS-BIM-I TO WS-BIM-ACHOU-I
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-TT-ACHOU-I
           IF WS-BIM-ACHOU-I > 0
               PERFORM VARYING WS-TT-I FROM 1 BY 1
                       UNTIL WS-TT-I > WS-QTD-TT
                          OR WS-TT-ACHOU-I > 0
                   IF WS-TT-TURMA(WS-TT-I) = FQD-TURMA
                       MOVE WS-TT-I TO WS-TT-ACHOU-I
                   END-IF
               END-PERFORM
           END-IF

           IF WS-TT-ACHOU-I > 0
               ADD 1 TO WS-QTD-DIAS-DIARIO
               IF FQD-AULAS NUMERIC
                   ADD FQD-AULAS
                    TO WS-TT-DADAS(WS-TT-ACHOU-I, WS-BIM-ACHOU-I)
               ELSE
                   COMPUTE WS-DIA-SEMANA =
                           FUNCTION MOD(FUNCTION INTEGER-OF-DATE
                                        (FQD-DATA) - 1, 7) + 1
                   ADD WS-TT-AULAS-DIA(WS-TT-ACHOU-I, WS-DIA-SEMANA)
                    TO WS-TT-DADAS(WS-TT-ACHOU-I, WS-BIM-ACHOU-I)
                   ADD 1 TO WS-QTD-DIAS-PELA-GRADE
               END-IF
           END-IF
           EXIT.
       FIM-CREDITA-DIA-DIARIO.

       GRAVA-RELATORIO.
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'AULAS PREVISTAS POR BIMESTRE - ANO LETIVO ' WS-ANO
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM IMPRIME-CALENDARIO

           PERFORM VARYING WS-TT-I FROM 1 BY 1
                   UNTIL WS-TT-I > WS-QTD-TT
               PERFORM IMPRIME-TURMA
           END-PERFORM

           PERFORM IMPRIME-CARGA-PROFESSORES

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TURMAS: ' WS-QTD-TT
                  '  AULAS NA GRADE: ' WS-QTD-AULAS-GRADE
                  '  DIAS NO DIARIO: ' WS-QTD-DIAS-DIARIO
                  '  BIMESTRES ABAIXO DO PREVISTO: ' WS-QTD-ABAIXO
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:90)
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-RELATORIO.

       IMPRIME-CALENDARIO.
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM VARYING WS-BIM-I FROM 1 BY 1 UNTIL WS-BIM-I > 4
               MOVE SPACES TO WS-IMP-LINHA
               IF WS-BIM-OK-SIM(WS-BIM-I)
                   MOVE WS-BIM-FERIADOS(WS-BIM-I) TO WS-MASK-DIAS
                   STRING WS-BIM-I 'o BIM '
                          WS-BIM-ABERTURA(WS-BIM-I) ' A '
                          WS-BIM-FECHO(WS-BIM-I) ' SEG '
                          WS-BIM-DIAS(WS-BIM-I, 1) ' TER '
                          WS-BIM-DIAS(WS-BIM-I, 2) ' QUA '
                          WS-BIM-DIAS(WS-BIM-I, 3) ' QUI '
                          WS-BIM-DIAS(WS-BIM-I, 4) ' SEX '
                          WS-BIM-DIAS(WS-BIM-I, 5) ' SAB '
                          WS-BIM-DIAS(WS-BIM-I, 6) ' FERIADOS '
                          WS-MASK-DIAS
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
               ELSE
                   STRING WS-BIM-I 'o BIMESTRE: FORA DO BIMCAL.TXT OU '
                          'COM DATA INVALIDA - PREVISTO ZERO'
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
               END-IF
               PERFORM CHAMA-IMPRESSAO
           END-PERFORM
           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-CALENDARIO.

       IMPRIME-TURMA.
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TURMA ' WS-TT-TURMA(WS-TT-I) ' - UNIDADE '
                  WS-TT-UNIDADE(WS-TT-I)
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-TD-I FROM 1 BY 1
                   UNTIL WS-TD-I > WS-QTD-TD
               IF WS-TD-UNIDADE(WS-TD-I) = WS-TT-UNIDADE(WS-TT-I) AND
                  WS-TD-TURMA(WS-TD-I) = WS-TT-TURMA(WS-TT-I)
                   PERFORM IMPRIME-LINHA-DISCIPLINA
               END-IF
           END-PERFORM

           MOVE WS-TT-SEMANA(WS-TT-I) TO WS-LV-SEMANA
           MOVE ZERO TO WS-SOMA-ANO
           PERFORM VARYING WS-BIM-I FROM 1 BY 1 UNTIL WS-BIM-I > 4
               MOVE WS-TT-PREV(WS-TT-I, WS-BIM-I)
                    TO WS-LV-QTD(WS-BIM-I)
               ADD WS-TT-PREV(WS-TT-I, WS-BIM-I) TO WS-SOMA-ANO
           END-PERFORM
           MOVE WS-SOMA-ANO TO WS-LV-ANO
           MOVE SPACES TO WS-IMP-LINHA
           STRING '   PREVISTAS DA TURMA' '              '
                  WS-LINHA-VALORES
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-SITUACAO
           MOVE ZERO TO WS-SOMA-ANO
           PERFORM VARYING WS-BIM-I FROM 1 BY 1 UNTIL WS-BIM-I > 4
               MOVE WS-TT-DADAS(WS-TT-I, WS-BIM-I)
                    TO WS-LV-QTD(WS-BIM-I)
               ADD WS-TT-DADAS(WS-TT-I, WS-BIM-I) TO WS-SOMA-ANO
               IF WS-BIM-OK-SIM(WS-BIM-I) AND
                  WS-BIM-FIM-DATA(WS-BIM-I) < WS-HOJE AND
                  WS-TT-DADAS(WS-TT-I, WS-BIM-I) <
                  WS-TT-PREV(WS-TT-I, WS-BIM-I)
                   ADD 1 TO WS-QTD-ABAIXO
                   MOVE 4 TO WS-RETORNO-JOB
                   MOVE 'ABAIXO NO BIMESTRE:' TO WS-SITUACAO(1:19)
                   MOVE WS-BIM-I TO WS-SITUACAO(19 + 2 * WS-BIM-I:1)
                   DISPLAY 'AVISO: TURMA ' WS-TT-TURMA(WS-TT-I)
                           ' COM ' WS-TT-DADAS(WS-TT-I, WS-BIM-I)
                           ' AULAS DADAS E '
                           WS-TT-PREV(WS-TT-I, WS-BIM-I)
                           ' PREVISTAS NO ' WS-BIM-I 'o BIMESTRE'
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINHA-VALORES(1:3)
           MOVE WS-SOMA-ANO TO WS-LV-ANO
           MOVE SPACES TO WS-IMP-LINHA
           STRING '   DADAS NO DIARIO' '                 '
                  WS-LINHA-VALORES '  ' WS-SITUACAO
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-TURMA.

       IMPRIME-LINHA-DISCIPLINA.
           MOVE SPACES TO WS-DISC-NOME
           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I > WS-QTD-DISC
               IF WS-DS-CODIGO(WS-DS-I) = WS-TD-DISCIPLINA(WS-TD-I)
                   MOVE WS-DS-NOME(WS-DS-I) TO WS-DISC-NOME
               END-IF
           END-PERFORM

           MOVE WS-TD-SEMANA(WS-TD-I) TO WS-LV-SEMANA
           MOVE ZERO TO WS-SOMA-ANO
           PERFORM VARYING WS-BIM-I FROM 1 BY 1 UNTIL WS-BIM-I > 4
               MOVE WS-TD-PREV(WS-TD-I, WS-BIM-I)
                    TO WS-LV-QTD(WS-BIM-I)
               ADD WS-TD-PREV(WS-TD-I, WS-BIM-I) TO WS-SOMA-ANO
           END-PERFORM
           MOVE WS-SOMA-ANO TO WS-LV-ANO

           MOVE SPACES TO WS-IMP-LINHA
           STRING '   ' WS-TD-DISCIPLINA(WS-TD-I) '   '
                  WS-DISC-NOME ' '
                  WS-TD-PROFESSOR(WS-TD-I) ' '
                  WS-LINHA-VALORES
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-LINHA-DISCIPLINA.

      *-----------------------------------------------------------------
      * CARGA DOS PROFESSORES: AS MESMAS AULAS SOMADAS POR PROFESSOR,
      * EM HORAS-AULA (UMA AULA DA GRADE = UMA HORA-AULA)
      *-----------------------------------------------------------------
       IMPRIME-CARGA-PROFESSORES.
           MOVE 'D' TO WS-IMP-ACAO
           MOVE 'CARGA DOS PROFESSORES EM HORAS-AULA' TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-PR-I FROM 1 BY 1
                   UNTIL WS-PR-I > WS-QTD-PR
               MOVE '(FORA DO CADASTRO)' TO WS-PROF-NOME
               PERFORM VARYING WS-PF-I FROM 1 BY 1
                       UNTIL WS-PF-I > WS-QTD-PROF
                   IF WS-PF-CODIGO(WS-PF-I) = WS-PR-PROFESSOR(WS-PR-I)
                       MOVE WS-PF-NOME(WS-PF-I) TO WS-PROF-NOME
                   END-IF
               END-PERFORM

               MOVE WS-PR-SEMANA(WS-PR-I) TO WS-LV-SEMANA
               MOVE ZERO TO WS-SOMA-ANO
               PERFORM VARYING WS-BIM-I FROM 1 BY 1 UNTIL WS-BIM-I > 4
                   MOVE WS-PR-PREV(WS-PR-I, WS-BIM-I)
                        TO WS-LV-QTD(WS-BIM-I)
                   ADD WS-PR-PREV(WS-PR-I, WS-BIM-I) TO WS-SOMA-ANO
               END-PERFORM
               MOVE WS-SOMA-ANO TO WS-LV-ANO

               MOVE SPACES TO WS-IMP-LINHA
               STRING '        ' WS-PROF-NOME(1:20) ' '
                      WS-PR-PROFESSOR(WS-PR-I) ' '
                      WS-LINHA-VALORES
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               PERFORM CHAMA-IMPRESSAO
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-CARGA-PROFESSORES.

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
           DISPLAY 'BIMESTRES NO CALENDARIO : ' WS-QTD-BIM-OK
           DISPLAY 'AULAS NA GRADE DO ANO   : ' WS-QTD-AULAS-GRADE
           DISPLAY 'DIAS LANCADOS NO DIARIO : ' WS-QTD-DIAS-DIARIO
           DISPLAY 'DIAS CONTADOS PELA GRADE: ' WS-QTD-DIAS-PELA-GRADE
           DISPLAY 'BIMESTRES ABAIXO        : ' WS-QTD-ABAIXO
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM AULAS-PREVISTAS.
