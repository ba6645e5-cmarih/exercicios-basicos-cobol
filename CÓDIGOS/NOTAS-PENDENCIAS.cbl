      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: PENDENCIAS DE LANCAMENTO DE NOTAS - RELATORIO DIARIO,
      *          PELA ROTINA IMPRESSAO (PENDNOTAS.TXT), DE CADA TURMA
      *          X DISCIPLINA X BIMESTRE SEM NOTAS OU COM NOTAS
      *          PARCIAIS NO NOTAS.TXT, COM OS DIAS QUE FALTAM PARA O
      *          FECHO DA JANELA DO BIMESTRE (BIMCAL.TXT) E O
      *          PROFESSOR RESPONSAVEL (ROTINA PROFESSOR-TURMA);
      *          O CONJUNTO ESPERADO SAO AS TURMAS DO ANO NO
      *          TURMAS.TXT COM AS DISCIPLINAS DA MATRIZ DA SERIE
      *          (MATRIZ.TXT) - SEM MATRIZ DA SERIE, TODAS AS
      *          DISCIPLINAS DO DISCIPLINAS.TXT; SEM TURMAS DO ANO
      *          NO CADASTRO, AS TURMAS PRESENTES NO ALUNOS.TXT; SO
      *          ENTRAM OS BIMESTRES CUJA JANELA JA ABRIU; PARCIAL E
      *          MENOS REGISTROS QUE ALUNOS NA TURMA (ATIVOS NO
      *          MATRICULAS.TXT, OU NOMES DO ALUNOS.TXT QUANDO A
      *          TURMA NAO TEM MATRICULA); A DATA DE REFERENCIA E A
      *          DO PROCESSAMENTO DO JOB (DATAPROC.TXT) QUANDO
      *          PRESENTE; RETURN-CODE 4 QUANDO HA PENDENCIA, 8
      *          QUANDO NAO HA CALENDARIO OU CONJUNTO ESPERADO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Abertura e fecho do BIMCAL.TXT conferidos so
      *                    na estrutura e no calendario: o DATA-VALIDA
      *                    recusa data futura e a janela aberta (fecho
      *                    adiante) nunca era conferida
      *   15/10/2026 MC  - Professor atribuido procurado na unidade
      *                    da turma (TU-UNIDADE, em branco = 01; turma
      *                    tomada do ALUNOS.TXT fica na sede 01)
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      *   15/10/2026 MC  - Alunos matriculados contados na turma da
      *                    mesma unidade (MT-UNIDADE, em branco = 01)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAS-PENDENCIAS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FDS-CHAVE
                   ALTERNATE RECORD KEY IS FDS-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-NOTAS-STATUS.
           SELECT BIMESTRE-CAL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAL-STATUS.
           SELECT TURMAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TUR-STATUS.
           SELECT MATRIZ ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MZ-STATUS.
           SELECT DISCIPLINAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISC-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT ALUNOS-NOTAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALUNOS-STATUS.
           SELECT DATA-PROC ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DATAPROC-STATUS.
           SELECT RESUMO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESUMO-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD NOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NOTAS.TXT'.
       COPY NOTAS.CPY REPLACING LAYOUT-ARQUIVO-REC BY NOTAS-SAIDA-REC
                                FD-CHAVE BY FDS-CHAVE
                                FD-ID    BY FDS-ID
                                FD-DISCIPLINA BY FDS-DISCIPLINA
                                FD-BIMESTRE BY FDS-BIMESTRE
                                FD-NOME  BY FDS-NOME
                                FD-TURMA BY FDS-TURMA
                                FD-NOTA1 BY FDS-NOTA1
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.

       FD BIMESTRE-CAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BIMCAL.TXT'.
       COPY BIMCAL.CPY.

       FD TURMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TURMAS.TXT'.
       COPY TURMA.CPY.

       FD MATRIZ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRIZ.TXT'.
       COPY MATRIZ.CPY.

       FD DISCIPLINAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DISCIPLINAS.TXT'.
       COPY DISCIPL.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD ALUNOS-NOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ALUNOS.TXT'.
       01 ALUNOS-NOTAS-REC.
           02 FD-NOME             PIC X(11).
           02 FD-NOTA1            PIC 9(02)V9.
           02 FD-NOTA2            PIC 9(02)V9.
           02 FD-NOTA3            PIC 9(02)V9.
           02 FD-NOTA4            PIC 9(02)V9.
           02 FD-DATA             PIC X(10).
           02 FD-TURMA            PIC X(03).
           02 FD-DISCIPLINA       PIC X(02).

       FD DATA-PROC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DATAPROC.TXT'.
       01 DATA-PROC-REG.
           02 DP-DATA              PIC X(10).

       FD RESUMO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RESUMO.TXT'.
       COPY RESUMO.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-NOTAS-STATUS              PIC X(02) VALUE '00'.
       01 WS-CAL-STATUS                PIC X(02) VALUE '00'.
       01 WS-TUR-STATUS                PIC X(02) VALUE '00'.
       01 WS-MZ-STATUS                 PIC X(02) VALUE '00'.
       01 WS-DISC-STATUS               PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-ALUNOS-STATUS             PIC X(02) VALUE '00'.
       01 WS-DATAPROC-STATUS           PIC X(02) VALUE '00'.
       01 WS-RESUMO-STATUS             PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-NOTAS          PIC X(01) VALUE 'N'.
               88 WS-FIM-NOTAS-SIM        VALUE 'S'.
           02 WS-FIM-CAL            PIC X(01) VALUE 'N'.
               88 WS-FIM-CAL-SIM          VALUE 'S'.
           02 WS-FIM-TUR            PIC X(01) VALUE 'N'.
               88 WS-FIM-TUR-SIM          VALUE 'S'.
           02 WS-FIM-MZ             PIC X(01) VALUE 'N'.
               88 WS-FIM-MZ-SIM           VALUE 'S'.
           02 WS-FIM-DISC           PIC X(01) VALUE 'N'.
               88 WS-FIM-DISC-SIM         VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-FIM-ALUNOS         PIC X(01) VALUE 'N'.
               88 WS-FIM-ALUNOS-SIM       VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM            VALUE 'S'.
           02 WS-CT-CHEIA           PIC X(01) VALUE 'N'.
               88 WS-CT-CHEIA-SIM         VALUE 'S'.
           02 WS-TURMAS-DO-ALUNOS   PIC X(01) VALUE 'N'.
               88 WS-TURMAS-DO-ALUNOS-SIM VALUE 'S'.
       01 WS-DATA-REF                  PIC X(10) VALUE SPACES.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO           PIC 9(04).
           02 WS-HOJE-MES           PIC 9(02).
           02 WS-HOJE-DIA           PIC 9(02).
       01 WS-HOJE-AAAAMMDD REDEFINES WS-DATA-HOJE PIC 9(08).
       01 WS-ANO                       PIC 9(04) VALUE ZERO.
       01 WS-HOJE-INT                  PIC 9(08) VALUE ZERO.
       01 WS-DATA-OK                   PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO               PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-DATA-BIMCAL               PIC X(10) VALUE SPACES.
       01 WS-ABERTURA-INT              PIC 9(08) VALUE ZERO.
       01 WS-FECHO-INT                 PIC 9(08) VALUE ZERO.
      *-----------------------------------------------------------------
      * JANELAS DOS BIMESTRES (SO OS JA ABERTOS SAO CONFERIDOS)
      *-----------------------------------------------------------------
       01 WS-TABELA-BIMESTRES.
           02 WS-BM-ENTRADA OCCURS 4 TIMES.
               03 WS-BM-ATIVO          PIC X(01).
                   88 WS-BM-ATIVO-SIM         VALUE 'S'.
               03 WS-BM-DIAS           PIC S9(05).
               03 WS-BM-CARENCIA       PIC 9(02).
               03 WS-BM-JANELA         PIC X(09).
       01 WS-BM-I                      PIC 9(01) VALUE ZERO.
       01 WS-QTD-BIM-ATIVOS            PIC 9(01) VALUE ZERO.
      *-----------------------------------------------------------------
      * TURMAS ESPERADAS, COM A SERIE E A QUANTIDADE DE ALUNOS
      *-----------------------------------------------------------------
       01 WS-TAB-TUR-LIMITE            PIC 9(03) VALUE 100.
       01 WS-QTD-TURMAS                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TURMAS.
           02 WS-TM-ENTRADA OCCURS 100 TIMES.
               03 WS-TM-TURMA          PIC X(03).
               03 WS-TM-UNIDADE        PIC X(02).
               03 WS-TM-SERIE          PIC 9(02).
               03 WS-TM-ALUNOS         PIC 9(04).
               03 WS-TM-ALUNOS-ARQ     PIC 9(04).
       01 WS-TM-I                      PIC 9(03) VALUE ZERO.
       01 WS-MT-UNIDADE                PIC X(02) VALUE SPACES.
       01 WS-TM-ACHOU-I                PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * MATRIZ DO ANO E CATALOGO DE DISCIPLINAS
      *-----------------------------------------------------------------
       01 WS-TAB-MZ-LIMITE             PIC 9(03) VALUE 300.
       01 WS-QTD-MZ                    PIC 9(03) VALUE ZERO.
       01 WS-TABELA-MATRIZ.
           02 WS-MZ-ENTRADA OCCURS 300 TIMES.
               03 WS-MZ-SERIE          PIC 9(02).
               03 WS-MZ-DISCIPLINA     PIC X(02).
       01 WS-MZ-I                      PIC 9(03) VALUE ZERO.
       01 WS-TAB-DS-LIMITE             PIC 9(02) VALUE 50.
       01 WS-QTD-DS                    PIC 9(02) VALUE ZERO.
       01 WS-DS-CODIGO-TAB PIC X(02) OCCURS 50 TIMES.
       01 WS-DS-I                      PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
      * NOMES DO ALUNOS.TXT POR TURMA (TURMAS SEM MATRICULA)
      *-----------------------------------------------------------------
       01 WS-TAB-AL-LIMITE             PIC 9(04) VALUE 5000.
       01 WS-QTD-AL                    PIC 9(04) VALUE ZERO.
       01 WS-TABELA-ALUNOS.
           02 WS-AL-ENTRADA OCCURS 5000 TIMES.
               03 WS-AL-TURMA          PIC X(03).
               03 WS-AL-NOME           PIC X(11).
       01 WS-AL-I                      PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * CONTAGEM DE REGISTROS DO NOTAS.TXT POR TURMA/DISCIPLINA/BIM.
      *-----------------------------------------------------------------
       01 WS-TAB-CT-LIMITE             PIC 9(04) VALUE 2000.
       01 WS-QTD-CT                    PIC 9(04) VALUE ZERO.
       01 WS-TABELA-CONTAGEM.
           02 WS-CT-ENTRADA OCCURS 2000 TIMES.
               03 WS-CT-TURMA          PIC X(03).
               03 WS-CT-DISCIPLINA     PIC X(02).
               03 WS-CT-BIMESTRE       PIC 9(01).
               03 WS-CT-QTD            PIC 9(04).
       01 WS-CT-I                      PIC 9(04) VALUE ZERO.
       01 WS-NT-DISCIPLINA             PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------
      * COMBINACAO CONFERIDA E PROFESSOR RESPONSAVEL
      *-----------------------------------------------------------------
       01 WS-CONF-DISCIPLINA           PIC X(02) VALUE SPACES.
       01 WS-CONF-LANCADOS             PIC 9(04) VALUE ZERO.
       01 WS-CONF-ALUNOS               PIC 9(04) VALUE ZERO.
       01 WS-CONF-SITUACAO             PIC X(09) VALUE SPACES.
       01 WS-MASK-DIAS                 PIC -ZZZ9.
       01 WS-USA-MATRIZ                PIC X(01) VALUE 'N'.
           88 WS-USA-MATRIZ-SIM              VALUE 'S'.
       01 WS-PT-ACHOU                  PIC X(01) VALUE 'N'.
           88 WS-PT-ACHOU-SIM                VALUE 'S'.
       01 WS-PT-PROFESSOR              PIC X(05) VALUE SPACES.
       01 WS-PT-NOME                   PIC X(30) VALUE SPACES.
       01 WS-PT-OPERADOR               PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
      * TOTAIS E RESUMO DO PASSO
      *-----------------------------------------------------------------
       01 WS-QTD-LIDOS                 PIC 9(06) VALUE ZERO.
       01 WS-QTD-CONFERIDAS            PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-NOTAS             PIC 9(05) VALUE ZERO.
       01 WS-QTD-PARCIAIS              PIC 9(05) VALUE ZERO.
       01 WS-QTD-PENDENCIAS            PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-PROFESSOR         PIC 9(05) VALUE ZERO.
       01 WS-RES-LIDOS-MASK            PIC Z(03)9.
       01 WS-RES-PROC-MASK             PIC Z(03)9.
       01 WS-RES-REJ-MASK              PIC Z(03)9.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'PENDNOTAS.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'TURMA DISC BIM LANCADOS ALUNOS SITUACAO   DIAS JANELA    PR
      -    'OFESSOR'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'PENDENCIAS DE LANCAMENTO DE NOTAS'
           DISPLAY '-----------------------------------'

           PERFORM OBTEM-DATA-REFERENCIA
           DISPLAY 'DATA DE REFERENCIA: ' WS-DATA-REF

           PERFORM CARREGA-CALENDARIO
           IF WS-QTD-BIM-ATIVOS = 0
               DISPLAY 'NENHUMA JANELA DE BIMESTRE ABERTA ATE '
                       WS-DATA-REF ' NO BIMCAL.TXT - NADA A CONFERIR'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM CARREGA-TURMAS
               PERFORM CARREGA-ALUNOS
               IF WS-QTD-TURMAS = 0
                   DISPLAY 'NENHUMA TURMA DE ' WS-ANO
                           ' NO TURMAS.TXT NEM NO ALUNOS.TXT - '
                           'NADA A CONFERIR'
                   MOVE 8 TO WS-RETORNO-JOB
               ELSE
                   PERFORM CARREGA-MATRIZ
                   PERFORM CARREGA-DISCIPLINAS
                   PERFORM CONTA-MATRICULAS
               END-IF
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * DATA DE REFERENCIA: A DO PROCESSAMENTO DO JOB, SE GRAVADA, OU A
      * DATA DA MAQUINA
      *-----------------------------------------------------------------
       OBTEM-DATA-REFERENCIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN INPUT DATA-PROC
           IF WS-DATAPROC-STATUS = '00'
               READ DATA-PROC
                   NOT AT END
                       IF DP-DATA NOT = SPACES
                           CALL 'DATA-VALIDA' USING DP-DATA
                                                    WS-DATA-OK
                                                    WS-DATA-MOTIVO
                                                    WS-DATA-AAAAMMDD
                           END-CALL
                           IF WS-DATA-OK = 'S'
                               MOVE WS-DATA-AAAAMMDD
                                    TO WS-HOJE-AAAAMMDD
                           END-IF
                       END-IF
               END-READ
               CLOSE DATA-PROC
           END-IF

           MOVE WS-HOJE-ANO TO WS-ANO
           COMPUTE WS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-REF
           END-STRING
           EXIT.
       FIM-OBTEM-DATA-REFERENCIA.

      *-----------------------------------------------------------------
      * CALENDARIO DOS BIMESTRES: DIAS ATE O FECHO DE CADA JANELA JA
      * ABERTA (NEGATIVO DEPOIS DO FECHO)
      *-----------------------------------------------------------------
       CARREGA-CALENDARIO.
           PERFORM VARYING WS-BM-I FROM 1 BY 1 UNTIL WS-BM-I > 4
               MOVE 'N'    TO WS-BM-ATIVO(WS-BM-I)
               MOVE ZERO   TO WS-BM-DIAS(WS-BM-I)
               MOVE ZERO   TO WS-BM-CARENCIA(WS-BM-I)
               MOVE SPACES TO WS-BM-JANELA(WS-BM-I)
           END-PERFORM

           OPEN INPUT BIMESTRE-CAL
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'BIMCAL.TXT NAO ENCONTRADO'
           ELSE
               PERFORM LER-CALENDARIO
               PERFORM UNTIL WS-FIM-CAL-SIM
                   IF BC-BIMESTRE NUMERIC AND
                      BC-BIMESTRE >= 1 AND BC-BIMESTRE <= 4
                       PERFORM AVALIA-JANELA
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
                   SET WS-FIM-CAL-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CALENDARIO.

       AVALIA-JANELA.
           MOVE BC-BIMESTRE TO WS-BM-I

           MOVE BC-DATA-ABERTURA TO WS-DATA-BIMCAL
           PERFORM CONFERE-DATA-BIMCAL
           IF WS-DATA-OK = 'N'
               DISPLAY 'AVISO: BIMESTRE ' BC-BIMESTRE
                       ' COM ABERTURA INVALIDA NO BIMCAL.TXT - '
                       'NAO CONFERIDO'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               COMPUTE WS-ABERTURA-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
               MOVE BC-DATA-FECHO TO WS-DATA-BIMCAL
               PERFORM CONFERE-DATA-BIMCAL
               IF WS-DATA-OK = 'N'
                   DISPLAY 'AVISO: BIMESTRE ' BC-BIMESTRE
                           ' COM FECHO INVALIDO NO BIMCAL.TXT - '
                           'NAO CONFERIDO'
                   MOVE 4 TO WS-RETORNO-JOB
               ELSE
                   COMPUTE WS-FECHO-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
                   IF WS-ABERTURA-INT <= WS-HOJE-INT
                       IF NOT WS-BM-ATIVO-SIM(WS-BM-I)
                           ADD 1 TO WS-QTD-BIM-ATIVOS
                       END-IF
                       MOVE 'S' TO WS-BM-ATIVO(WS-BM-I)
                       COMPUTE WS-BM-DIAS(WS-BM-I) =
                               WS-FECHO-INT - WS-HOJE-INT
                       IF BC-DIAS-CARENCIA NUMERIC
                           MOVE BC-DIAS-CARENCIA
                                TO WS-BM-CARENCIA(WS-BM-I)
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-BM-DIAS(WS-BM-I) >= 0
                               MOVE 'ABERTA' TO WS-BM-JANELA(WS-BM-I)
                           WHEN WS-BM-DIAS(WS-BM-I) +
                                WS-BM-CARENCIA(WS-BM-I) >= 0
                               MOVE 'CARENCIA'
                                    TO WS-BM-JANELA(WS-BM-I)
                           WHEN OTHER
                               MOVE 'ENCERRADA'
                                    TO WS-BM-JANELA(WS-BM-I)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-AVALIA-JANELA.

      *-----------------------------------------------------------------
      * DATAS DO CALENDARIO PODEM SER FUTURAS (A JANELA ABERTA FECHA
      * ADIANTE), QUE O DATA-VALIDA RECUSA: CONFERE SO A ESTRUTURA
      * DD/MM/AAAA E O CALENDARIO, COMO O REQUERIMENTO
      *-----------------------------------------------------------------
       CONFERE-DATA-BIMCAL.
           MOVE 'N' TO WS-DATA-OK
           MOVE ZERO TO WS-DATA-AAAAMMDD
           IF WS-DATA-BIMCAL(1:2) NUMERIC AND
              WS-DATA-BIMCAL(4:2) NUMERIC AND
              WS-DATA-BIMCAL(7:4) NUMERIC AND
              WS-DATA-BIMCAL(3:1) = '/' AND
              WS-DATA-BIMCAL(6:1) = '/'
               MOVE WS-DATA-BIMCAL(7:4) TO WS-DATA-AAAAMMDD(1:4)
               MOVE WS-DATA-BIMCAL(4:2) TO WS-DATA-AAAAMMDD(5:2)
               MOVE WS-DATA-BIMCAL(1:2) TO WS-DATA-AAAAMMDD(7:2)
               IF WS-DATA-AAAAMMDD(1:4) > '1600' AND
                  FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-AAAAMMDD) = 0
                   MOVE 'S' TO WS-DATA-OK
               END-IF
           END-IF
           EXIT.
       FIM-CONFERE-DATA-BIMCAL.

      *-----------------------------------------------------------------
      * CONJUNTO ESPERADO: TURMAS DO ANO NO CADASTRO; SEM CADASTRO DO
      * ANO, AS TURMAS QUE APARECEM NO ALUNOS.TXT (SERIE DESCONHECIDA)
      *-----------------------------------------------------------------
       CARREGA-TURMAS.
           OPEN INPUT TURMAS
           IF WS-TUR-STATUS = '00'
               PERFORM LER-TURMAS
               PERFORM UNTIL WS-FIM-TUR-SIM
                   IF TU-ANO = WS-ANO
                       IF WS-QTD-TURMAS < WS-TAB-TUR-LIMITE
                           ADD 1 TO WS-QTD-TURMAS
                           MOVE TU-TURMA
                                TO WS-TM-TURMA(WS-QTD-TURMAS)
                           MOVE TU-SERIE
                                TO WS-TM-SERIE(WS-QTD-TURMAS)
                           MOVE TU-UNIDADE
                                TO WS-TM-UNIDADE(WS-QTD-TURMAS)
                           IF TU-UNIDADE = SPACES
                               MOVE '01'
                                    TO WS-TM-UNIDADE(WS-QTD-TURMAS)
                           END-IF
                           MOVE ZERO
                                TO WS-TM-ALUNOS(WS-QTD-TURMAS)
                           MOVE ZERO
                                TO WS-TM-ALUNOS-ARQ(WS-QTD-TURMAS)
                       ELSE
                           DISPLAY 'AVISO: MAIS DE ' WS-TAB-TUR-LIMITE
                                   ' TURMAS EM ' WS-ANO
                                   ' - AS EXCEDENTES FICAM FORA '
                                   'DO RELATORIO'
                           MOVE 4 TO WS-RETORNO-JOB
                       END-IF
                   END-IF
                   PERFORM LER-TURMAS
               END-PERFORM
               CLOSE TURMAS
           END-IF

           IF WS-QTD-TURMAS = 0
               DISPLAY 'SEM TURMAS DE ' WS-ANO ' NO TURMAS.TXT - '
                       'TURMAS TOMADAS DO ALUNOS.TXT'
               SET WS-TURMAS-DO-ALUNOS-SIM TO TRUE
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

       CARREGA-ALUNOS.
           OPEN INPUT ALUNOS-NOTAS
           IF WS-ALUNOS-STATUS = '00'
               PERFORM LER-ALUNOS
               PERFORM UNTIL WS-FIM-ALUNOS-SIM
                   IF FD-TURMA NOT = SPACES
                       PERFORM REGISTRA-ALUNO
                   END-IF
                   PERFORM LER-ALUNOS
               END-PERFORM
               CLOSE ALUNOS-NOTAS
           ELSE
               DISPLAY 'ALUNOS.TXT NAO ENCONTRADO'
           END-IF
           EXIT.
       FIM-CARREGA-ALUNOS.

       LER-ALUNOS.
           READ ALUNOS-NOTAS
               AT END
                   SET WS-FIM-ALUNOS-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ALUNOS.

       REGISTRA-ALUNO.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-AL OR WS-ACHOU-SIM
               IF WS-AL-TURMA(WS-AL-I) = FD-TURMA AND
                  WS-AL-NOME(WS-AL-I) = FD-NOME
                   SET WS-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-ACHOU-SIM
               IF WS-QTD-AL < WS-TAB-AL-LIMITE
                   ADD 1 TO WS-QTD-AL
                   MOVE FD-TURMA TO WS-AL-TURMA(WS-QTD-AL)
                   MOVE FD-NOME  TO WS-AL-NOME(WS-QTD-AL)
                   PERFORM LOCALIZA-TURMA-ALUNOS
                   IF WS-TM-ACHOU-I > 0
                       ADD 1 TO WS-TM-ALUNOS-ARQ(WS-TM-ACHOU-I)
                   END-IF
               ELSE
                   DISPLAY 'AVISO: ALUNOS.TXT COM MAIS DE '
                           WS-TAB-AL-LIMITE ' NOMES - CONTAGEM '
                           'PARCIAL'
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           EXIT.
       FIM-REGISTRA-ALUNO.

       LOCALIZA-TURMA-ALUNOS.
           MOVE ZERO TO WS-TM-ACHOU-I
           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-QTD-TURMAS
                      OR WS-TM-ACHOU-I > 0
               IF WS-TM-TURMA(WS-TM-I) = FD-TURMA
                   MOVE WS-TM-I TO WS-TM-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-TM-ACHOU-I = 0 AND WS-TURMAS-DO-ALUNOS-SIM
               IF WS-QTD-TURMAS < WS-TAB-TUR-LIMITE
                   ADD 1 TO WS-QTD-TURMAS
                   MOVE FD-TURMA TO WS-TM-TURMA(WS-QTD-TURMAS)
                   MOVE '01'     TO WS-TM-UNIDADE(WS-QTD-TURMAS)
                   MOVE ZERO     TO WS-TM-SERIE(WS-QTD-TURMAS)
                   MOVE ZERO     TO WS-TM-ALUNOS(WS-QTD-TURMAS)
                   MOVE ZERO     TO WS-TM-ALUNOS-ARQ(WS-QTD-TURMAS)
                   MOVE WS-QTD-TURMAS TO WS-TM-ACHOU-I
               ELSE
                   DISPLAY 'AVISO: MAIS DE ' WS-TAB-TUR-LIMITE
                           ' TURMAS NO ALUNOS.TXT - AS EXCEDENTES '
                           'FICAM FORA DO RELATORIO'
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           EXIT.
       FIM-LOCALIZA-TURMA-ALUNOS.

       CARREGA-MATRIZ.
           OPEN INPUT MATRIZ
           IF WS-MZ-STATUS = '00'
               PERFORM LER-MATRIZ
               PERFORM UNTIL WS-FIM-MZ-SIM
                   IF MZ-ANO = WS-ANO
                       IF WS-QTD-MZ < WS-TAB-MZ-LIMITE
                           ADD 1 TO WS-QTD-MZ
                           MOVE MZ-SERIE
                                TO WS-MZ-SERIE(WS-QTD-MZ)
                           MOVE MZ-DISCIPLINA
                                TO WS-MZ-DISCIPLINA(WS-QTD-MZ)
                       ELSE
                           DISPLAY 'AVISO: MATRIZ DE ' WS-ANO
                                   ' COM MAIS DE ' WS-TAB-MZ-LIMITE
                                   ' DISCIPLINAS - EXCEDENTES '
                                   'IGNORADAS'
                           MOVE 4 TO WS-RETORNO-JOB
                       END-IF
                   END-IF
                   PERFORM LER-MATRIZ
               END-PERFORM
               CLOSE MATRIZ
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

       CARREGA-DISCIPLINAS.
           OPEN INPUT DISCIPLINAS
           IF WS-DISC-STATUS = '00'
               PERFORM LER-DISCIPLINAS
               PERFORM UNTIL WS-FIM-DISC-SIM
                   IF DS-CODIGO NOT = SPACES
                       IF WS-QTD-DS < WS-TAB-DS-LIMITE
                           ADD 1 TO WS-QTD-DS
                           MOVE DS-CODIGO
                                TO WS-DS-CODIGO-TAB(WS-QTD-DS)
                       ELSE
                           DISPLAY 'AVISO: DISCIPLINAS.TXT COM MAIS '
                                   'DE ' WS-TAB-DS-LIMITE
                                   ' DISCIPLINAS - EXCEDENTES '
                                   'IGNORADAS'
                           MOVE 4 TO WS-RETORNO-JOB
                       END-IF
                   END-IF
                   PERFORM LER-DISCIPLINAS
               END-PERFORM
               CLOSE DISCIPLINAS
           END-IF

           IF WS-QTD-DS = 0
               MOVE 1 TO WS-QTD-DS
               MOVE '01' TO WS-DS-CODIGO-TAB(1)
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

       CONTA-MATRICULAS.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS = '00'
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   IF MT-SIT-ATIVA AND MT-ANO-LETIVO = WS-ANO
                      AND MT-TURMA NOT = SPACES
                       MOVE MT-UNIDADE TO WS-MT-UNIDADE
                       IF MT-UNIDADE = SPACES
                           MOVE '01' TO WS-MT-UNIDADE
                       END-IF
                       PERFORM VARYING WS-TM-I FROM 1 BY 1
                               UNTIL WS-TM-I > WS-QTD-TURMAS
                           IF WS-TM-UNIDADE(WS-TM-I) = WS-MT-UNIDADE
                              AND WS-TM-TURMA(WS-TM-I) = MT-TURMA
                               ADD 1 TO WS-TM-ALUNOS(WS-TM-I)
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF

           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-QTD-TURMAS
               IF WS-TM-ALUNOS(WS-TM-I) = 0
                   MOVE WS-TM-ALUNOS-ARQ(WS-TM-I)
                        TO WS-TM-ALUNOS(WS-TM-I)
               END-IF
           END-PERFORM
           EXIT.
       FIM-CONTA-MATRICULAS.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               PERFORM CONTA-NOTAS
               PERFORM GRAVA-RELATORIO
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * REGISTROS DO NOTAS.TXT POR TURMA/DISCIPLINA/BIMESTRE
      *-----------------------------------------------------------------
       CONTA-NOTAS.
           OPEN INPUT NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY 'NOTAS.TXT NAO ENCONTRADO - TODAS AS '
                       'COMBINACOES SAIRAO SEM NOTAS'
           ELSE
               PERFORM LER-NOTAS
               PERFORM UNTIL WS-FIM-NOTAS-SIM
                   ADD 1 TO WS-QTD-LIDOS
                   IF FDS-DISCIPLINA = SPACES
                       MOVE '01' TO WS-NT-DISCIPLINA
                   ELSE
                       MOVE FDS-DISCIPLINA TO WS-NT-DISCIPLINA
                   END-IF
                   PERFORM CREDITA-CONTAGEM
                   PERFORM LER-NOTAS
               END-PERFORM
               CLOSE NOTAS
           END-IF
           EXIT.
       FIM-CONTA-NOTAS.

       LER-NOTAS.
           READ NOTAS NEXT RECORD
               AT END
                   SET WS-FIM-NOTAS-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-NOTAS.

       CREDITA-CONTAGEM.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-CT-I FROM 1 BY 1
                   UNTIL WS-CT-I > WS-QTD-CT OR WS-ACHOU-SIM
               IF WS-CT-TURMA(WS-CT-I) = FDS-TURMA AND
                  WS-CT-DISCIPLINA(WS-CT-I) = WS-NT-DISCIPLINA AND
                  WS-CT-BIMESTRE(WS-CT-I) = FDS-BIMESTRE
                   SET WS-ACHOU-SIM TO TRUE
                   ADD 1 TO WS-CT-QTD(WS-CT-I)
               END-IF
           END-PERFORM

           IF NOT WS-ACHOU-SIM
               IF WS-QTD-CT < WS-TAB-CT-LIMITE
                   ADD 1 TO WS-QTD-CT
                   MOVE FDS-TURMA        TO WS-CT-TURMA(WS-QTD-CT)
                   MOVE WS-NT-DISCIPLINA TO WS-CT-DISCIPLINA(WS-QTD-CT)
                   MOVE FDS-BIMESTRE     TO WS-CT-BIMESTRE(WS-QTD-CT)
                   MOVE 1                TO WS-CT-QTD(WS-QTD-CT)
               ELSE
                   IF NOT WS-CT-CHEIA-SIM
                       DISPLAY 'AVISO: MAIS DE ' WS-TAB-CT-LIMITE
                               ' COMBINACOES NO NOTAS.TXT - '
                               'CONTAGEM PARCIAL'
                       SET WS-CT-CHEIA-SIM TO TRUE
                       MOVE 4 TO WS-RETORNO-JOB
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-CREDITA-CONTAGEM.

      *-----------------------------------------------------------------
      * RELATORIO: PARA CADA TURMA, AS DISCIPLINAS DA MATRIZ DA SERIE
      * (OU DO CATALOGO) EM CADA BIMESTRE COM JANELA JA ABERTA
      *-----------------------------------------------------------------
       GRAVA-RELATORIO.
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'PENDENCIAS DE NOTAS - ANO ' WS-ANO
                  ' - REFERENCIA ' WS-DATA-REF
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING

           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-QTD-TURMAS
               PERFORM CONFERE-TURMA
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TOTAL - CONFERIDAS: ' WS-QTD-CONFERIDAS
                  ' SEM NOTAS: ' WS-QTD-SEM-NOTAS
                  ' PARCIAIS: ' WS-QTD-PARCIAIS
                  ' SEM PROFESSOR: ' WS-QTD-SEM-PROFESSOR
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:80)

           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-RELATORIO.

       CONFERE-TURMA.
           MOVE 'N' TO WS-USA-MATRIZ
           PERFORM VARYING WS-MZ-I FROM 1 BY 1
                   UNTIL WS-MZ-I > WS-QTD-MZ OR WS-USA-MATRIZ-SIM
               IF WS-MZ-SERIE(WS-MZ-I) = WS-TM-SERIE(WS-TM-I)
                   SET WS-USA-MATRIZ-SIM TO TRUE
               END-IF
           END-PERFORM

           IF WS-USA-MATRIZ-SIM
               PERFORM VARYING WS-MZ-I FROM 1 BY 1
                       UNTIL WS-MZ-I > WS-QTD-MZ
                   IF WS-MZ-SERIE(WS-MZ-I) = WS-TM-SERIE(WS-TM-I)
                       MOVE WS-MZ-DISCIPLINA(WS-MZ-I)
                            TO WS-CONF-DISCIPLINA
                       PERFORM CONFERE-DISCIPLINA
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-DS-I FROM 1 BY 1
                       UNTIL WS-DS-I > WS-QTD-DS
                   MOVE WS-DS-CODIGO-TAB(WS-DS-I) TO WS-CONF-DISCIPLINA
                   PERFORM CONFERE-DISCIPLINA
               END-PERFORM
           END-IF
           EXIT.
       FIM-CONFERE-TURMA.

       CONFERE-DISCIPLINA.
           MOVE 'N' TO WS-PT-ACHOU
           MOVE SPACES TO WS-PT-NOME

           PERFORM VARYING WS-BM-I FROM 1 BY 1 UNTIL WS-BM-I > 4
               IF WS-BM-ATIVO-SIM(WS-BM-I)
                   PERFORM CONFERE-BIMESTRE
               END-IF
           END-PERFORM
           EXIT.
       FIM-CONFERE-DISCIPLINA.

       CONFERE-BIMESTRE.
           ADD 1 TO WS-QTD-CONFERIDAS
           MOVE ZERO TO WS-CONF-LANCADOS
           MOVE WS-TM-ALUNOS(WS-TM-I) TO WS-CONF-ALUNOS

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-CT-I FROM 1 BY 1
                   UNTIL WS-CT-I > WS-QTD-CT OR WS-ACHOU-SIM
               IF WS-CT-TURMA(WS-CT-I) = WS-TM-TURMA(WS-TM-I) AND
                  WS-CT-DISCIPLINA(WS-CT-I) = WS-CONF-DISCIPLINA AND
                  WS-CT-BIMESTRE(WS-CT-I) = WS-BM-I
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-CT-QTD(WS-CT-I) TO WS-CONF-LANCADOS
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-CONF-LANCADOS = 0
                   MOVE 'SEM NOTAS' TO WS-CONF-SITUACAO
                   ADD 1 TO WS-QTD-SEM-NOTAS
               WHEN WS-CONF-LANCADOS < WS-CONF-ALUNOS
                   MOVE 'PARCIAL' TO WS-CONF-SITUACAO
                   ADD 1 TO WS-QTD-PARCIAIS
               WHEN OTHER
                   MOVE SPACES TO WS-CONF-SITUACAO
           END-EVALUATE

           IF WS-CONF-SITUACAO NOT = SPACES
               ADD 1 TO WS-QTD-PENDENCIAS
               MOVE 4 TO WS-RETORNO-JOB
               IF WS-PT-NOME = SPACES
                   PERFORM CONSULTA-PROFESSOR
               END-IF
               PERFORM GRAVA-LINHA-PENDENCIA
           END-IF
           EXIT.
       FIM-CONFERE-BIMESTRE.

       CONSULTA-PROFESSOR.
           CALL 'PROFESSOR-TURMA' USING WS-TM-TURMA(WS-TM-I)
                                        WS-CONF-DISCIPLINA
                                        WS-ANO
                                        WS-PT-ACHOU
                                        WS-PT-PROFESSOR
                                        WS-PT-NOME
                                        WS-PT-OPERADOR
                                        WS-TM-UNIDADE(WS-TM-I)
           END-CALL

           IF NOT WS-PT-ACHOU-SIM
               MOVE '(SEM PROFESSOR ATRIBUIDO)' TO WS-PT-NOME
               ADD 1 TO WS-QTD-SEM-PROFESSOR
           END-IF
           EXIT.
       FIM-CONSULTA-PROFESSOR.

       GRAVA-LINHA-PENDENCIA.
           MOVE WS-BM-DIAS(WS-BM-I) TO WS-MASK-DIAS

           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-TM-TURMA(WS-TM-I) '   '
                  WS-CONF-DISCIPLINA '   '
                  WS-BM-I '     '
                  WS-CONF-LANCADOS '   '
                  WS-CONF-ALUNOS '  '
                  WS-CONF-SITUACAO ' '
                  WS-MASK-DIAS ' '
                  WS-BM-JANELA(WS-BM-I) ' '
                  WS-PT-NOME
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:80)
           EXIT.
       FIM-GRAVA-LINHA-PENDENCIA.

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
           DISPLAY 'REGISTROS DE NOTAS LIDOS: ' WS-QTD-LIDOS
           DISPLAY 'COMBINACOES CONFERIDAS  : ' WS-QTD-CONFERIDAS
           DISPLAY 'SEM NOTAS               : ' WS-QTD-SEM-NOTAS
           DISPLAY 'PARCIAIS                : ' WS-QTD-PARCIAIS
           DISPLAY '-----------------------------------'
           PERFORM GRAVA-RESUMO
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           EXIT.
           GOBACK.
       FIM-FINALIZA.

       GRAVA-RESUMO.
           MOVE WS-QTD-LIDOS       TO WS-RES-LIDOS-MASK
           MOVE WS-QTD-CONFERIDAS  TO WS-RES-PROC-MASK
           MOVE WS-QTD-PENDENCIAS  TO WS-RES-REJ-MASK

           OPEN EXTEND RESUMO
           IF WS-RESUMO-STATUS = '35'
               OPEN OUTPUT RESUMO
           END-IF

           MOVE SPACES TO RESUMO-REG
           STRING 'NOTAS-PENDENCIAS' DELIMITED BY SIZE
                  ' - LIDOS: ' DELIMITED BY SIZE
                  WS-RES-LIDOS-MASK DELIMITED BY SIZE
                  ' PROCESSADOS: ' DELIMITED BY SIZE
                  WS-RES-PROC-MASK DELIMITED BY SIZE
                  ' REJEITADOS: ' DELIMITED BY SIZE
                  WS-RES-REJ-MASK DELIMITED BY SIZE
                  INTO RESUMO-REG
           END-STRING
           WRITE RESUMO-REG

           CLOSE RESUMO
           EXIT.
       FIM-GRAVA-RESUMO.
      ******************************************************************
       END PROGRAM NOTAS-PENDENCIAS.
