      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: HISTORICO DE DURACAO DOS JOBS E PREVISAO DE ESTOURO
      *          DA JANELA - LE O JOBLOG.TXT ACUMULADO PELOS DRIVERS
      *          BATCH-NOTURNO E BATCH-FECHAMES (O JOB DE CADA LINHA
      *          SAI DO PASSO, PELA TABELA JOBPASSO.CPY; UMA NOVA
      *          EXECUCAO COMECA QUANDO A ORDEM DO PASSO VOLTA OU
      *          QUANDO HA MAIS DE 6 HORAS DESDE O PASSO ANTERIOR) E
      *          EMITE EM JOBTEND.TXT, POR PASSO, EXECUCOES, DURACAO
      *          MEDIA, MAXIMA E DA ULTIMA EXECUCAO, REGISTROS LIDOS
      *          POR SEGUNDO NA ULTIMA NOITE (CONTAGEM DO RESUMO.TXT)
      *          E A TENDENCIA DE CRESCIMENTO (SEGUNDOS A MAIS POR
      *          EXECUCAO, RETA DE MINIMOS QUADRADOS); POR JOB, A
      *          FOLGA DA ULTIMA EXECUCAO ATE O FIM DA JANELA DO
      *          CARTAO JANBATCH.TXT E EM QUANTAS EXECUCOES, NO RITMO
      *          ATUAL, O JOB PASSA A ESTOURAR; RETURN-CODE 4 QUANDO
      *          UM JOB TERMINOU DENTRO DA MARGEM OU JA ESTOUROU
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Tabela de passos com o INTEGRIDADE-REF (16
      *                    passos) e ordem do passo com 2 digitos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBLOG-TENDENCIA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOBLOG-STATUS.
           SELECT RESUMO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESUMO-STATUS.
           SELECT JANELA-BATCH ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JANELA-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD JOB-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'JOBLOG.TXT'.
       01 JOB-LOG-REG                  PIC X(100).

       FD RESUMO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RESUMO.TXT'.
       COPY RESUMO.CPY.

       FD JANELA-BATCH
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'JANBATCH.TXT'.
       COPY JANBATCH.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-JOBLOG-STATUS             PIC X(02) VALUE '00'.
       01 WS-RESUMO-STATUS             PIC X(02) VALUE '00'.
       01 WS-JANELA-STATUS             PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-JOBLOG         PIC X(01) VALUE 'N'.
               88 WS-FIM-JOBLOG-SIM       VALUE 'S'.
           02 WS-FIM-RESUMO         PIC X(01) VALUE 'N'.
               88 WS-FIM-RESUMO-SIM       VALUE 'S'.
       COPY JOBPASSO.CPY.
      *-----------------------------------------------------------------
      * JANELA DO BATCH (SEGUNDOS DO DIA) E MARGEM (SEGUNDOS)
      *-----------------------------------------------------------------
       01 WS-JANELA-HORA               PIC 9(02) VALUE 07.
       01 WS-JANELA-MINUTO             PIC 9(02) VALUE 00.
       01 WS-MARGEM-MINUTOS            PIC 9(03) VALUE 60.
       01 WS-JANELA-SEGUNDOS           PIC 9(05) VALUE ZERO.
       01 WS-MARGEM-SEGUNDOS           PIC 9(05) VALUE ZERO.
      *-----------------------------------------------------------------
      * CAMPOS DA LINHA DO JOBLOG
      *-----------------------------------------------------------------
       01 WS-LINHA-DATA                PIC X(10) VALUE SPACES.
       01 WS-LINHA-PASSO               PIC X(17) VALUE SPACES.
       01 WS-LINHA-INICIO              PIC X(08) VALUE SPACES.
       01 WS-LINHA-FIM                 PIC X(08) VALUE SPACES.
       01 WS-LINHA-DURACAO             PIC 9(05) VALUE ZERO.
       01 WS-AAAAMMDD                  PIC 9(08) VALUE ZERO.
       01 WS-DIA-INTEIRO               PIC 9(07) VALUE ZERO.
       01 WS-SEG-INICIO-DIA            PIC 9(05) VALUE ZERO.
       01 WS-SEG-FIM-DIA               PIC 9(05) VALUE ZERO.
       01 WS-ABS-INICIO                PIC 9(12) VALUE ZERO.
       01 WS-ABS-FIM                   PIC 9(12) VALUE ZERO.
       01 WS-PASSO-I                   PIC 9(02) VALUE ZERO.
       01 WS-JOB-I                     PIC 9(01) VALUE ZERO.
       01 WS-QTD-LINHAS                PIC 9(06) VALUE ZERO.
       01 WS-QTD-IGNORADAS             PIC 9(06) VALUE ZERO.
       01 WS-INTERVALO-NOVA-EXEC       PIC 9(05) VALUE 21600.
      *-----------------------------------------------------------------
      * EXECUCOES POR JOB (1 = BATCH-NOTURNO, 2 = BATCH-FECHAMES)
      *-----------------------------------------------------------------
       01 WS-TABELA-JOBS.
           02 WS-JB-ENTRADA OCCURS 2 TIMES.
               03 WS-JB-NOME           PIC X(14).
               03 WS-JB-EXECS          PIC 9(04).
               03 WS-JB-ABERTA         PIC X(01).
                   88 WS-JB-ABERTA-SIM        VALUE 'S'.
               03 WS-JB-ULT-ORDEM      PIC 9(02).
               03 WS-JB-RUN-INICIO     PIC 9(12).
               03 WS-JB-RUN-FIM        PIC 9(12).
               03 WS-JB-RUN-DATA       PIC X(10).
               03 WS-JB-RUN-HORA-INI   PIC X(08).
               03 WS-JB-RUN-HORA-FIM   PIC X(08).
               03 WS-JB-SOMA-DUR       PIC 9(11).
               03 WS-JB-MAX-DUR        PIC 9(06).
               03 WS-JB-ULT-DUR        PIC 9(06).
               03 WS-JB-SOMA-X         PIC 9(09).
               03 WS-JB-SOMA-XY        PIC 9(15).
               03 WS-JB-SOMA-XX        PIC 9(12).
      *-----------------------------------------------------------------
      * ESTATISTICA POR PASSO (PARALELA A TABELA JOBPASSO.CPY)
      *-----------------------------------------------------------------
       01 WS-TABELA-ESTAT.
           02 WS-PS-ENTRADA OCCURS 16 TIMES.
               03 WS-PS-EXECS          PIC 9(04).
               03 WS-PS-SOMA-DUR       PIC 9(11).
               03 WS-PS-MAX-DUR        PIC 9(05).
               03 WS-PS-ULT-DUR        PIC 9(05).
               03 WS-PS-SOMA-X         PIC 9(09).
               03 WS-PS-SOMA-XY        PIC 9(15).
               03 WS-PS-SOMA-XX        PIC 9(12).
               03 WS-PS-LIDOS          PIC 9(07).
               03 WS-PS-TEM-LIDOS      PIC X(01).
                   88 WS-PS-TEM-LIDOS-SIM     VALUE 'S'.
      *-----------------------------------------------------------------
      * RETA DE TENDENCIA (MINIMOS QUADRADOS: DURACAO X EXECUCAO)
      *-----------------------------------------------------------------
       01 WS-RT-N                      PIC 9(04) VALUE ZERO.
       01 WS-RT-SOMA-X                 PIC 9(09) VALUE ZERO.
       01 WS-RT-SOMA-Y                 PIC 9(11) VALUE ZERO.
       01 WS-RT-SOMA-XY                PIC 9(15) VALUE ZERO.
       01 WS-RT-SOMA-XX                PIC 9(12) VALUE ZERO.
       01 WS-RT-NUMERADOR              PIC S9(18) VALUE ZERO.
       01 WS-RT-DENOMINADOR            PIC S9(18) VALUE ZERO.
       01 WS-RT-INCLINACAO             PIC S9(07)V99 VALUE ZERO.
      *-----------------------------------------------------------------
      * RESUMO.TXT (REGISTROS LIDOS NA ULTIMA NOITE POR PASSO)
      *-----------------------------------------------------------------
       01 WS-RES-PASSO                 PIC X(20) VALUE SPACES.
       01 WS-RES-RESTO                 PIC X(60) VALUE SPACES.
       01 WS-RES-LIDOS-TXT             PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
      * PREVISAO POR JOB
      *-----------------------------------------------------------------
       01 WS-DIA-JANELA                PIC 9(07) VALUE ZERO.
       01 WS-ABS-JANELA                PIC 9(12) VALUE ZERO.
       01 WS-FOLGA-SEGUNDOS            PIC S9(12) VALUE ZERO.
       01 WS-FOLGA-MINUTOS             PIC S9(07) VALUE ZERO.
       01 WS-EXECS-ATE-ESTOURO         PIC 9(06) VALUE ZERO.
       01 WS-DATA-ESTOURO-INT          PIC 9(07) VALUE ZERO.
       01 WS-DATA-ESTOURO              PIC 9(08) VALUE ZERO.
       01 WS-QTD-JOBS-NA-MARGEM        PIC 9(01) VALUE ZERO.
      *-----------------------------------------------------------------
      * MASCARAS DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-EXECS-MASK                PIC ZZZ9.
       01 WS-MEDIA-MASK                PIC ZZZZ9.
       01 WS-MAX-MASK                  PIC ZZZZZ9.
       01 WS-ULT-MASK                  PIC ZZZZZ9.
       01 WS-TAXA-MASK                 PIC ZZZZZ9.99.
       01 WS-TAXA-TXT                  PIC X(09) VALUE SPACES.
       01 WS-TEND-MASK                 PIC -ZZZZ9.99.
       01 WS-TAXA                      PIC 9(06)V99 VALUE ZERO.
       01 WS-MEDIA                     PIC 9(06) VALUE ZERO.
       01 WS-FOLGA-MASK                PIC -ZZZZZ9.
       01 WS-MARGEM-MASK               PIC ZZ9.
       01 WS-ESTOURO-MASK              PIC ZZZZZ9.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'JOBTEND.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE
           'DURACAO DOS JOBS E PREVISAO DE ESTOURO DA JANELA'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'PASSO             JOB EXECS MEDIA(S) MAX(S) ULTIMA(S)  REG/S
      -    'EG  TEND(S/EXEC)'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'TENDENCIA DE DURACAO DOS JOBS'
           DISPLAY '-----------------------------------'

           INITIALIZE WS-TABELA-JOBS
           INITIALIZE WS-TABELA-ESTAT
           MOVE 'BATCH-NOTURNO'  TO WS-JB-NOME(1)
           MOVE 'BATCH-FECHAMES' TO WS-JB-NOME(2)

           PERFORM CARREGA-JANELA
           PERFORM CARREGA-RESUMO
           EXIT.
       FIM-INICIO.

       CARREGA-JANELA.
           OPEN INPUT JANELA-BATCH
           IF WS-JANELA-STATUS = '00'
               READ JANELA-BATCH
                   NOT AT END
                       IF JN-FIM-JANELA NUMERIC AND
                          JN-FIM-HORA < 24 AND JN-FIM-MINUTO < 60
                           MOVE JN-FIM-HORA   TO WS-JANELA-HORA
                           MOVE JN-FIM-MINUTO TO WS-JANELA-MINUTO
                       END-IF
                       IF JN-MARGEM-MINUTOS NUMERIC
                           MOVE JN-MARGEM-MINUTOS
                                TO WS-MARGEM-MINUTOS
                       END-IF
               END-READ
               CLOSE JANELA-BATCH
           ELSE
               DISPLAY 'JANBATCH.TXT NAO ENCONTRADO - JANELA ATE '
                       '07:00 COM MARGEM DE 60 MINUTOS'
           END-IF
           COMPUTE WS-JANELA-SEGUNDOS =
                   (WS-JANELA-HORA * 3600) + (WS-JANELA-MINUTO * 60)
           COMPUTE WS-MARGEM-SEGUNDOS = WS-MARGEM-MINUTOS * 60
           EXIT.
       FIM-CARREGA-JANELA.

      *-----------------------------------------------------------------
      * RESUMO.TXT TRAZ OS LIDOS DE CADA PASSO DA ULTIMA NOITE
      * ("PASSO - LIDOS: N PROCESSADOS: ...")
      *-----------------------------------------------------------------
       CARREGA-RESUMO.
           OPEN INPUT RESUMO
           IF WS-RESUMO-STATUS = '00'
               PERFORM LER-RESUMO
               PERFORM UNTIL WS-FIM-RESUMO-SIM
                   MOVE SPACES TO WS-RES-PASSO WS-RES-RESTO
                                  WS-RES-LIDOS-TXT
                   UNSTRING RESUMO-REG DELIMITED BY ' - LIDOS: '
                       INTO WS-RES-PASSO WS-RES-RESTO
                   END-UNSTRING
                   UNSTRING WS-RES-RESTO DELIMITED BY ' PROCESSADOS'
                       INTO WS-RES-LIDOS-TXT
                   END-UNSTRING
                   MOVE WS-RES-PASSO TO WS-LINHA-PASSO
                   PERFORM LOCALIZA-PASSO
                   IF WS-PASSO-I > 0 AND WS-RES-LIDOS-TXT NOT = SPACES
                       COMPUTE WS-PS-LIDOS(WS-PASSO-I) =
                               FUNCTION NUMVAL(WS-RES-LIDOS-TXT)
                       MOVE 'S' TO WS-PS-TEM-LIDOS(WS-PASSO-I)
                   END-IF
                   PERFORM LER-RESUMO
               END-PERFORM
               CLOSE RESUMO
           END-IF
           EXIT.
       FIM-CARREGA-RESUMO.

       LER-RESUMO.
           READ RESUMO
               AT END
                   SET WS-FIM-RESUMO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-RESUMO.

       LOCALIZA-PASSO.
           PERFORM VARYING WS-PASSO-I FROM 1 BY 1
                   UNTIL WS-PASSO-I > JP-QTD-PASSOS
                      OR JP-PASSO(WS-PASSO-I) = WS-LINHA-PASSO
               CONTINUE
           END-PERFORM
           IF WS-PASSO-I > JP-QTD-PASSOS
               MOVE ZERO TO WS-PASSO-I
           END-IF
           EXIT.
       FIM-LOCALIZA-PASSO.

       PROCESSA-PROGRAMA.
           OPEN INPUT JOB-LOG
           IF WS-JOBLOG-STATUS NOT = '00'
               DISPLAY 'JOBLOG.TXT NAO ENCONTRADO - SEM HISTORICO '
                       'DE EXECUCAO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-JOBLOG
               PERFORM UNTIL WS-FIM-JOBLOG-SIM
                   ADD 1 TO WS-QTD-LINHAS
                   PERFORM TRATA-LINHA-JOBLOG
                   PERFORM LER-JOBLOG
               END-PERFORM
               CLOSE JOB-LOG

               PERFORM VARYING WS-JOB-I FROM 1 BY 1
                       UNTIL WS-JOB-I > 2
                   IF WS-JB-ABERTA-SIM(WS-JOB-I)
                       PERFORM FECHA-EXECUCAO
                   END-IF
               END-PERFORM

               PERFORM IMPRIME-RELATORIO
           END-IF
           EXIT.
       FIM-PROCESSA.

       LER-JOBLOG.
           READ JOB-LOG
               AT END
                   SET WS-FIM-JOBLOG-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-JOBLOG.

      *-----------------------------------------------------------------
      * LINHA DO JOBLOG: DATA(1:10) PASSO(20:17) INICIO(48:8)
      * FIM(64:8) DURACAO(84:5)
      *-----------------------------------------------------------------
       TRATA-LINHA-JOBLOG.
           MOVE JOB-LOG-REG(1:10)  TO WS-LINHA-DATA
           MOVE JOB-LOG-REG(20:17) TO WS-LINHA-PASSO
           MOVE JOB-LOG-REG(48:8)  TO WS-LINHA-INICIO
           MOVE JOB-LOG-REG(64:8)  TO WS-LINHA-FIM
           PERFORM LOCALIZA-PASSO

           IF WS-PASSO-I = 0 OR
              JOB-LOG-REG(11:9) NOT = ' - PASSO ' OR
              JOB-LOG-REG(84:5) NOT NUMERIC OR
              WS-LINHA-DATA(1:2) NOT NUMERIC OR
              WS-LINHA-DATA(4:2) NOT NUMERIC OR
              WS-LINHA-DATA(7:4) NOT NUMERIC OR
              WS-LINHA-INICIO(1:2) NOT NUMERIC OR
              WS-LINHA-FIM(1:2) NOT NUMERIC
               ADD 1 TO WS-QTD-IGNORADAS
           ELSE
               MOVE JOB-LOG-REG(84:5) TO WS-LINHA-DURACAO
               PERFORM CALCULA-INSTANTES
               IF JP-JOB-NOTURNO(WS-PASSO-I)
                   MOVE 1 TO WS-JOB-I
               ELSE
                   MOVE 2 TO WS-JOB-I
               END-IF

               IF NOT WS-JB-ABERTA-SIM(WS-JOB-I)
                   PERFORM ABRE-EXECUCAO
               ELSE
                   IF JP-ORDEM(WS-PASSO-I) <=
                      WS-JB-ULT-ORDEM(WS-JOB-I) OR
                      WS-ABS-INICIO > WS-JB-RUN-FIM(WS-JOB-I) +
                                      WS-INTERVALO-NOVA-EXEC
                       PERFORM FECHA-EXECUCAO
                       PERFORM ABRE-EXECUCAO
                   END-IF
               END-IF

               MOVE JP-ORDEM(WS-PASSO-I) TO WS-JB-ULT-ORDEM(WS-JOB-I)
               IF WS-ABS-FIM > WS-JB-RUN-FIM(WS-JOB-I)
                   MOVE WS-ABS-FIM TO WS-JB-RUN-FIM(WS-JOB-I)
                   MOVE WS-LINHA-FIM TO WS-JB-RUN-HORA-FIM(WS-JOB-I)
               END-IF

               ADD 1 TO WS-PS-EXECS(WS-PASSO-I)
               ADD WS-LINHA-DURACAO TO WS-PS-SOMA-DUR(WS-PASSO-I)
               IF WS-LINHA-DURACAO > WS-PS-MAX-DUR(WS-PASSO-I)
                   MOVE WS-LINHA-DURACAO TO WS-PS-MAX-DUR(WS-PASSO-I)
               END-IF
               MOVE WS-LINHA-DURACAO TO WS-PS-ULT-DUR(WS-PASSO-I)
               ADD WS-JB-EXECS(WS-JOB-I) TO WS-PS-SOMA-X(WS-PASSO-I)
               COMPUTE WS-PS-SOMA-XY(WS-PASSO-I) =
                       WS-PS-SOMA-XY(WS-PASSO-I) +
                       (WS-JB-EXECS(WS-JOB-I) * WS-LINHA-DURACAO)
               COMPUTE WS-PS-SOMA-XX(WS-PASSO-I) =
                       WS-PS-SOMA-XX(WS-PASSO-I) +
                       (WS-JB-EXECS(WS-JOB-I) * WS-JB-EXECS(WS-JOB-I))
           END-IF
           EXIT.
       FIM-TRATA-LINHA-JOBLOG.

      *-----------------------------------------------------------------
      * INSTANTE ABSOLUTO EM SEGUNDOS (DIA INTEIRO * 86400 + HORA); O
      * FIM ANTES DO INICIO E VIRADA DE MEIA-NOITE
      *-----------------------------------------------------------------
       CALCULA-INSTANTES.
           MOVE WS-LINHA-DATA(7:4) TO WS-AAAAMMDD(1:4)
           MOVE WS-LINHA-DATA(4:2) TO WS-AAAAMMDD(5:2)
           MOVE WS-LINHA-DATA(1:2) TO WS-AAAAMMDD(7:2)
           COMPUTE WS-DIA-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD)
           COMPUTE WS-SEG-INICIO-DIA =
                   (FUNCTION NUMVAL(WS-LINHA-INICIO(1:2)) * 3600) +
                   (FUNCTION NUMVAL(WS-LINHA-INICIO(4:2)) * 60) +
                    FUNCTION NUMVAL(WS-LINHA-INICIO(7:2))
           COMPUTE WS-SEG-FIM-DIA =
                   (FUNCTION NUMVAL(WS-LINHA-FIM(1:2)) * 3600) +
                   (FUNCTION NUMVAL(WS-LINHA-FIM(4:2)) * 60) +
                    FUNCTION NUMVAL(WS-LINHA-FIM(7:2))
           COMPUTE WS-ABS-INICIO =
                   (WS-DIA-INTEIRO * 86400) + WS-SEG-INICIO-DIA
           IF WS-SEG-FIM-DIA >= WS-SEG-INICIO-DIA
               COMPUTE WS-ABS-FIM =
                       (WS-DIA-INTEIRO * 86400) + WS-SEG-FIM-DIA
           ELSE
               COMPUTE WS-ABS-FIM =
                       ((WS-DIA-INTEIRO + 1) * 86400) + WS-SEG-FIM-DIA
           END-IF
           EXIT.
       FIM-CALCULA-INSTANTES.

       ABRE-EXECUCAO.
           ADD 1 TO WS-JB-EXECS(WS-JOB-I)
           MOVE 'S' TO WS-JB-ABERTA(WS-JOB-I)
           MOVE WS-ABS-INICIO   TO WS-JB-RUN-INICIO(WS-JOB-I)
           MOVE WS-ABS-FIM      TO WS-JB-RUN-FIM(WS-JOB-I)
           MOVE WS-LINHA-DATA   TO WS-JB-RUN-DATA(WS-JOB-I)
           MOVE WS-LINHA-INICIO TO WS-JB-RUN-HORA-INI(WS-JOB-I)
           MOVE WS-LINHA-FIM    TO WS-JB-RUN-HORA-FIM(WS-JOB-I)
           EXIT.
       FIM-ABRE-EXECUCAO.

       FECHA-EXECUCAO.
           MOVE 'N' TO WS-JB-ABERTA(WS-JOB-I)
           COMPUTE WS-JB-ULT-DUR(WS-JOB-I) =
                   WS-JB-RUN-FIM(WS-JOB-I) - WS-JB-RUN-INICIO(WS-JOB-I)
           ADD WS-JB-ULT-DUR(WS-JOB-I) TO WS-JB-SOMA-DUR(WS-JOB-I)
           IF WS-JB-ULT-DUR(WS-JOB-I) > WS-JB-MAX-DUR(WS-JOB-I)
               MOVE WS-JB-ULT-DUR(WS-JOB-I) TO WS-JB-MAX-DUR(WS-JOB-I)
           END-IF
           ADD WS-JB-EXECS(WS-JOB-I) TO WS-JB-SOMA-X(WS-JOB-I)
           COMPUTE WS-JB-SOMA-XY(WS-JOB-I) =
                   WS-JB-SOMA-XY(WS-JOB-I) +
                   (WS-JB-EXECS(WS-JOB-I) * WS-JB-ULT-DUR(WS-JOB-I))
           COMPUTE WS-JB-SOMA-XX(WS-JOB-I) =
                   WS-JB-SOMA-XX(WS-JOB-I) +
                   (WS-JB-EXECS(WS-JOB-I) * WS-JB-EXECS(WS-JOB-I))
           EXIT.
       FIM-FECHA-EXECUCAO.

      *-----------------------------------------------------------------
      * INCLINACAO = (N.SXY - SX.SY) / (N.SXX - SX.SX), EM SEGUNDOS A
      * MAIS POR EXECUCAO; COM MENOS DE 2 EXECUCOES NAO HA TENDENCIA
      *-----------------------------------------------------------------
       CALCULA-TENDENCIA.
           MOVE ZERO TO WS-RT-INCLINACAO
           IF WS-RT-N > 1
               COMPUTE WS-RT-NUMERADOR =
                       (WS-RT-N * WS-RT-SOMA-XY) -
                       (WS-RT-SOMA-X * WS-RT-SOMA-Y)
               COMPUTE WS-RT-DENOMINADOR =
                       (WS-RT-N * WS-RT-SOMA-XX) -
                       (WS-RT-SOMA-X * WS-RT-SOMA-X)
               IF WS-RT-DENOMINADOR NOT = 0
                   COMPUTE WS-RT-INCLINACAO ROUNDED =
                           WS-RT-NUMERADOR / WS-RT-DENOMINADOR
               END-IF
           END-IF
           EXIT.
       FIM-CALCULA-TENDENCIA.

       IMPRIME-RELATORIO.
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'D' TO WS-IMP-ACAO

           PERFORM VARYING WS-PASSO-I FROM 1 BY 1
                   UNTIL WS-PASSO-I > JP-QTD-PASSOS
               IF WS-PS-EXECS(WS-PASSO-I) > 0
                   PERFORM IMPRIME-PASSO
               END-IF
           END-PERFORM

           PERFORM VARYING WS-JOB-I FROM 1 BY 1
                   UNTIL WS-JOB-I > 2
               MOVE SPACES TO WS-IMP-LINHA
               PERFORM CHAMA-IMPRESSAO
               PERFORM IMPRIME-JOB
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'LINHAS DO JOBLOG: ' WS-QTD-LINHAS
                  ' - FORA DOS JOBS OU ILEGIVEIS: ' WS-QTD-IGNORADAS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-RELATORIO.

       IMPRIME-PASSO.
           MOVE WS-PS-EXECS(WS-PASSO-I)   TO WS-RT-N
           MOVE WS-PS-SOMA-X(WS-PASSO-I)  TO WS-RT-SOMA-X
           MOVE WS-PS-SOMA-DUR(WS-PASSO-I) TO WS-RT-SOMA-Y
           MOVE WS-PS-SOMA-XY(WS-PASSO-I) TO WS-RT-SOMA-XY
           MOVE WS-PS-SOMA-XX(WS-PASSO-I) TO WS-RT-SOMA-XX
           PERFORM CALCULA-TENDENCIA

           COMPUTE WS-MEDIA ROUNDED =
                   WS-PS-SOMA-DUR(WS-PASSO-I) / WS-PS-EXECS(WS-PASSO-I)

           MOVE SPACES TO WS-TAXA-TXT
           IF WS-PS-TEM-LIDOS-SIM(WS-PASSO-I)
               IF WS-PS-ULT-DUR(WS-PASSO-I) > 0
                   COMPUTE WS-TAXA ROUNDED =
                           WS-PS-LIDOS(WS-PASSO-I) /
                           WS-PS-ULT-DUR(WS-PASSO-I)
               ELSE
                   MOVE WS-PS-LIDOS(WS-PASSO-I) TO WS-TAXA
               END-IF
               MOVE WS-TAXA TO WS-TAXA-MASK
               MOVE WS-TAXA-MASK TO WS-TAXA-TXT
           ELSE
               MOVE '      N/D' TO WS-TAXA-TXT
           END-IF

           MOVE WS-PS-EXECS(WS-PASSO-I)   TO WS-EXECS-MASK
           MOVE WS-MEDIA                  TO WS-MEDIA-MASK
           MOVE WS-PS-MAX-DUR(WS-PASSO-I) TO WS-MAX-MASK
           MOVE WS-PS-ULT-DUR(WS-PASSO-I) TO WS-ULT-MASK
           MOVE WS-RT-INCLINACAO          TO WS-TEND-MASK

           MOVE SPACES TO WS-IMP-LINHA
           STRING JP-PASSO(WS-PASSO-I) ' '
                  JP-JOB(WS-PASSO-I) '   '
                  WS-EXECS-MASK '    '
                  WS-MEDIA-MASK ' '
                  WS-MAX-MASK '    '
                  WS-ULT-MASK ' '
                  WS-TAXA-TXT '     '
                  WS-TEND-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-PASSO.

      *-----------------------------------------------------------------
      * POR JOB: DURACAO DAS EXECUCOES, FOLGA DA ULTIMA ATE O FIM DA
      * JANELA SEGUINTE AO SEU INICIO E PREVISAO DE ESTOURO PELA
      * TENDENCIA DA DURACAO TOTAL
      *-----------------------------------------------------------------
       IMPRIME-JOB.
           IF WS-JB-EXECS(WS-JOB-I) = 0
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'JOB ' WS-JB-NOME(WS-JOB-I)
                      ' - SEM EXECUCOES NO JOBLOG'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               PERFORM CHAMA-IMPRESSAO
           ELSE
               MOVE WS-JB-EXECS(WS-JOB-I)    TO WS-RT-N
               MOVE WS-JB-SOMA-X(WS-JOB-I)   TO WS-RT-SOMA-X
               MOVE WS-JB-SOMA-DUR(WS-JOB-I) TO WS-RT-SOMA-Y
               MOVE WS-JB-SOMA-XY(WS-JOB-I)  TO WS-RT-SOMA-XY
               MOVE WS-JB-SOMA-XX(WS-JOB-I)  TO WS-RT-SOMA-XX
               PERFORM CALCULA-TENDENCIA

               COMPUTE WS-MEDIA ROUNDED =
                       WS-JB-SOMA-DUR(WS-JOB-I) / WS-JB-EXECS(WS-JOB-I)
               MOVE WS-JB-EXECS(WS-JOB-I)   TO WS-EXECS-MASK
               MOVE WS-MEDIA                TO WS-MAX-MASK
               MOVE WS-JB-MAX-DUR(WS-JOB-I) TO WS-ULT-MASK
               MOVE WS-RT-INCLINACAO        TO WS-TEND-MASK
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'JOB ' WS-JB-NOME(WS-JOB-I)
                      ' - EXECUCOES: ' WS-EXECS-MASK
                      ' - MEDIA: ' WS-MAX-MASK ' S'
                      ' - MAXIMA: ' WS-ULT-MASK ' S'
                      ' - TEND: ' WS-TEND-MASK ' S/EXEC'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               PERFORM CHAMA-IMPRESSAO

               PERFORM CALCULA-FOLGA
               MOVE WS-JB-ULT-DUR(WS-JOB-I) TO WS-ULT-MASK
               MOVE WS-FOLGA-MINUTOS TO WS-FOLGA-MASK
               MOVE SPACES TO WS-IMP-LINHA
               STRING '    ULTIMA: ' WS-JB-RUN-DATA(WS-JOB-I) ' '
                      WS-JB-RUN-HORA-INI(WS-JOB-I) ' A '
                      WS-JB-RUN-HORA-FIM(WS-JOB-I) ' ('
                      WS-ULT-MASK ' S) - FOLGA ATE AS '
                      WS-JANELA-HORA ':' WS-JANELA-MINUTO ': '
                      WS-FOLGA-MASK ' MIN'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               PERFORM CHAMA-IMPRESSAO

               PERFORM IMPRIME-PREVISAO
           END-IF
           EXIT.
       FIM-IMPRIME-JOB.

       CALCULA-FOLGA.
           COMPUTE WS-DIA-JANELA = WS-JB-RUN-INICIO(WS-JOB-I) / 86400
           IF WS-JB-RUN-INICIO(WS-JOB-I) -
              (WS-DIA-JANELA * 86400) >= WS-JANELA-SEGUNDOS
               ADD 1 TO WS-DIA-JANELA
           END-IF
           COMPUTE WS-ABS-JANELA =
                   (WS-DIA-JANELA * 86400) + WS-JANELA-SEGUNDOS
           COMPUTE WS-FOLGA-SEGUNDOS =
                   WS-ABS-JANELA - WS-JB-RUN-FIM(WS-JOB-I)
           IF WS-FOLGA-SEGUNDOS < 0
               COMPUTE WS-FOLGA-MINUTOS =
                       (WS-FOLGA-SEGUNDOS - 59) / 60
           ELSE
               COMPUTE WS-FOLGA-MINUTOS = WS-FOLGA-SEGUNDOS / 60
           END-IF
           EXIT.
       FIM-CALCULA-FOLGA.

       IMPRIME-PREVISAO.
           MOVE SPACES TO WS-IMP-LINHA
           EVALUATE TRUE
               WHEN WS-FOLGA-SEGUNDOS <= 0
                   STRING '    *** JANELA ESTOURADA NA ULTIMA EXECUCAO'
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   ADD 1 TO WS-QTD-JOBS-NA-MARGEM
               WHEN WS-RT-INCLINACAO > 0
                   COMPUTE WS-EXECS-ATE-ESTOURO =
                           (WS-FOLGA-SEGUNDOS / WS-RT-INCLINACAO) + 1
                   MOVE WS-EXECS-ATE-ESTOURO TO WS-ESTOURO-MASK
                   IF WS-JOB-I = 1
                       COMPUTE WS-DATA-ESTOURO-INT =
                               (WS-JB-RUN-INICIO(WS-JOB-I) / 86400) +
                               WS-EXECS-ATE-ESTOURO
                       COMPUTE WS-DATA-ESTOURO = FUNCTION
                               DATE-OF-INTEGER(WS-DATA-ESTOURO-INT)
                       STRING '    PREVISAO: NO RITMO ATUAL ESTOURA A '
                              'JANELA EM ' WS-ESTOURO-MASK
                              ' NOITE(S), POR VOLTA DE '
                              WS-DATA-ESTOURO(7:2) '/'
                              WS-DATA-ESTOURO(5:2) '/'
                              WS-DATA-ESTOURO(1:4)
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
                   ELSE
                       STRING '    PREVISAO: NO RITMO ATUAL ESTOURA A '
                              'JANELA EM ' WS-ESTOURO-MASK
                              ' FECHAMENTO(S) MENSAL(IS)'
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
                   END-IF
               WHEN OTHER
                   STRING '    PREVISAO: DURACAO SEM TENDENCIA DE '
                          'CRESCIMENTO - SEM ESTOURO PREVISTO'
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
           END-EVALUATE
           PERFORM CHAMA-IMPRESSAO

           IF WS-FOLGA-SEGUNDOS > 0 AND
              WS-FOLGA-SEGUNDOS < WS-MARGEM-SEGUNDOS
               MOVE WS-MARGEM-MINUTOS TO WS-MARGEM-MASK
               MOVE SPACES TO WS-IMP-LINHA
               STRING '    *** ULTIMA EXECUCAO TERMINOU DENTRO DA '
                      'MARGEM DE ' WS-MARGEM-MASK ' MIN DA JANELA'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               PERFORM CHAMA-IMPRESSAO
               ADD 1 TO WS-QTD-JOBS-NA-MARGEM
           END-IF
           EXIT.
       FIM-IMPRIME-PREVISAO.

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
           IF WS-QTD-JOBS-NA-MARGEM > 0 AND WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           DISPLAY '-----------------------------------'
           DISPLAY 'LINHAS DO JOBLOG LIDAS  : ' WS-QTD-LINHAS
           DISPLAY 'EXECUCOES BATCH-NOTURNO : ' WS-JB-EXECS(1)
           DISPLAY 'EXECUCOES BATCH-FECHAMES: ' WS-JB-EXECS(2)
           DISPLAY 'JOBS NA MARGEM/ESTOURO  : ' WS-QTD-JOBS-NA-MARGEM
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM JOBLOG-TENDENCIA.
