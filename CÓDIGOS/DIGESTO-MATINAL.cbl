      *          UNICO RELATORIO PRIORIZADO O QUE CADA PROGRAMA
      *          ESPALHOU NO SEU PROPRIO ARQUIVO (POLUICAO-ALERTA.TXT
      *          COMO CRITICO, POLUICAO-EXC.TXT COMO ALTO,
      *          ALUNOSREJ.TXT, AUDITORIA.TXT E INTEGREXC.TXT COMO
      *          MEDIO, CONCILIA.TXT COMO BAIXO), COM CONTAGEM POR
      *          FONTE E
      *          SEVERIDADE E OS PIORES ITENS PRIMEIRO (ATE 10 LINHAS
      *          POR FONTE), EM DIGESTO.TXT E NA TELA; E CHAMADO COMO
      *          ULTIMO PASSO DO BATCH-NOTURNO PARA A CONFERENCIA DAS
      *                    PAG e rodape) deixaram de contar e de ser
      *                    exibidas como excecao - so as linhas de
      *                    detalhe entram
      *   15/10/2026 MC  - Aviso de janela: a ultima execucao do
      *                    BATCH-NOTURNO no JOBLOG.TXT e comparada com
      *                    o fim da janela do cartao JANBATCH.TXT (sem
      *                    cartao, 07:00 com margem de 60 minutos);
      *                    terminar dentro da margem entra no digesto
      *                    como ALTA e estourar a janela como CRITICA
      *   15/10/2026 MC  - Nova fonte INTEGREXC.TXT (MEDIA): as regras
      *                    com registro orfao, pai inativo ou chave
      *                    duplicada na varredura semanal do
      *                    INTEGRIDADE-REF; base do digesto passou a
      *                    guardar 6 fontes; ordem do passo no
      *                    JOBPASSO.CPY passou a 2 digitos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGESTO-MATINAL.
           SELECT BASE-DIGESTO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BASE-STATUS.
           SELECT JOB-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOBLOG-STATUS.
           SELECT JANELA-BATCH ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JANELA-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DIGESTOBASE.TXT'.
       01 BASE-DIGESTO-REG             PIC X(30).

       FD JOB-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'JOBLOG.TXT'.
       01 JOB-LOG-REG                  PIC X(100).

       FD JANELA-BATCH
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'JANBATCH.TXT'.
       COPY JANBATCH.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FONTE-STATUS              PIC X(02) VALUE '00'.
       01 WS-QTD-RAW-FONTE             PIC 9(06) VALUE ZERO.
       01 WS-QTD-PAG-TAG               PIC 9(03) VALUE ZERO.
       01 WS-TABELA-BASE.
           02 WS-BASE-ENTRADA OCCURS 6 TIMES.
               03 WS-BASE-FONTE        PIC X(20).
               03 WS-BASE-LINHAS       PIC 9(06).
       01 WS-LIMITE-LINHAS             PIC 9(02) VALUE 10.
       01 WS-QTD-LINHAS-FONTE          PIC 9(05) VALUE ZERO.
       01 WS-QTD-EXIBIDAS              PIC 9(02) VALUE ZERO.
       01 WS-TOTAL-EXCECOES            PIC 9(06) VALUE ZERO.
      *-----------------------------------------------------------------
      * JANELA DO BATCH: ULTIMA EXECUCAO DO BATCH-NOTURNO NO JOBLOG
      *-----------------------------------------------------------------
       01 WS-JOBLOG-STATUS             PIC X(02) VALUE '00'.
       01 WS-JANELA-STATUS             PIC X(02) VALUE '00'.
       01 WS-FIM-JOBLOG                PIC X(01) VALUE 'N'.
           88 WS-FIM-JOBLOG-SIM               VALUE 'S'.
       COPY JOBPASSO.CPY.
       01 WS-PASSO-I                   PIC 9(02) VALUE ZERO.
       01 WS-JANELA-HORA               PIC 9(02) VALUE 07.
       01 WS-JANELA-MINUTO             PIC 9(02) VALUE 00.
       01 WS-MARGEM-MINUTOS            PIC 9(03) VALUE 60.
       01 WS-JANELA-SEGUNDOS           PIC 9(05) VALUE ZERO.
       01 WS-LOG-DATA                  PIC X(10) VALUE SPACES.
       01 WS-LOG-INICIO                PIC X(08) VALUE SPACES.
       01 WS-LOG-FIM                   PIC X(08) VALUE SPACES.
       01 WS-LOG-AAAAMMDD              PIC 9(08) VALUE ZERO.
       01 WS-LOG-DIA                   PIC 9(07) VALUE ZERO.
       01 WS-LOG-SEG-INICIO            PIC 9(05) VALUE ZERO.
       01 WS-LOG-SEG-FIM               PIC 9(05) VALUE ZERO.
       01 WS-LOG-ABS-INICIO            PIC 9(12) VALUE ZERO.
       01 WS-LOG-ABS-FIM               PIC 9(12) VALUE ZERO.
       01 WS-EXEC-ULT-ORDEM            PIC 9(02) VALUE ZERO.
       01 WS-EXEC-ABS-INICIO           PIC 9(12) VALUE ZERO.
       01 WS-EXEC-ABS-FIM              PIC 9(12) VALUE ZERO.
       01 WS-EXEC-DATA                 PIC X(10) VALUE SPACES.
       01 WS-EXEC-HORA-FIM             PIC X(08) VALUE SPACES.
       01 WS-DIA-JANELA                PIC 9(07) VALUE ZERO.
       01 WS-FOLGA-SEGUNDOS            PIC S9(12) VALUE ZERO.
       01 WS-FOLGA-MINUTOS             PIC 9(07) VALUE ZERO.
       01 WS-FOLGA-MASK                PIC ZZZZ9.
       01 WS-MARGEM-MASK               PIC ZZ9.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
           IF WS-BASE-STATUS = '00'
               PERFORM LER-BASE
               PERFORM UNTIL WS-FIM-BASE-SIM
                   IF WS-QTD-BASES < 6
                       ADD 1 TO WS-QTD-BASES
                       MOVE SPACES TO WS-BASE-QTD-TXT
                       UNSTRING BASE-DIGESTO-REG DELIMITED BY ';'
           MOVE 'MEDIA' TO WS-SEVERIDADE
           PERFORM DIGERE-FONTE

           MOVE 'INTEGREXC.TXT' TO WS-FONTE-NOME
           MOVE 'MEDIA' TO WS-SEVERIDADE
           PERFORM DIGERE-FONTE

           MOVE 'CONCILIA.TXT' TO WS-FONTE-NOME
           MOVE 'BAIXA' TO WS-SEVERIDADE
           SET WS-FILTRA-DECORACAO-SIM TO TRUE
           PERFORM DIGERE-FONTE
           MOVE 'N' TO WS-FILTRA-DECORACAO

           PERFORM VERIFICA-JANELA-BATCH
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * JANELA DO BATCH: A ULTIMA EXECUCAO DO BATCH-NOTURNO NO JOBLOG
      * (NOVA EXECUCAO QUANDO A ORDEM DO PASSO VOLTA OU HA MAIS DE 6
      * HORAS DE INTERVALO) TERMINOU A QUANTOS MINUTOS DO FIM DA
      * JANELA SEGUINTE AO SEU INICIO
      *-----------------------------------------------------------------
       VERIFICA-JANELA-BATCH.
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
           END-IF
           COMPUTE WS-JANELA-SEGUNDOS =
                   (WS-JANELA-HORA * 3600) + (WS-JANELA-MINUTO * 60)

           OPEN INPUT JOB-LOG
           IF WS-JOBLOG-STATUS = '00'
               PERFORM LER-JOBLOG
               PERFORM UNTIL WS-FIM-JOBLOG-SIM
                   PERFORM TRATA-LINHA-JOBLOG
                   PERFORM LER-JOBLOG
               END-PERFORM
               CLOSE JOB-LOG
           END-IF

           IF WS-EXEC-ABS-INICIO = 0
               MOVE '--- BAIXA - JANELA DO BATCH (JOBLOG.TXT)'
                    TO DIGESTO-REG
               WRITE DIGESTO-REG
               DISPLAY DIGESTO-REG(1:60)
               MOVE '    (SEM EXECUCAO DO BATCH-NOTURNO NO JOBLOG)'
                    TO DIGESTO-REG
               WRITE DIGESTO-REG
               DISPLAY DIGESTO-REG(1:60)
           ELSE
               PERFORM AVALIA-FOLGA-JANELA
           END-IF
           EXIT.
       FIM-VERIFICA-JANELA-BATCH.

       LER-JOBLOG.
           READ JOB-LOG
               AT END
                   SET WS-FIM-JOBLOG-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-JOBLOG.

       TRATA-LINHA-JOBLOG.
           PERFORM VARYING WS-PASSO-I FROM 1 BY 1
                   UNTIL WS-PASSO-I > JP-QTD-PASSOS
                      OR JP-PASSO(WS-PASSO-I) = JOB-LOG-REG(20:17)
               CONTINUE
           END-PERFORM
           MOVE JOB-LOG-REG(1:10)  TO WS-LOG-DATA
           MOVE JOB-LOG-REG(48:8)  TO WS-LOG-INICIO
           MOVE JOB-LOG-REG(64:8)  TO WS-LOG-FIM

           IF WS-PASSO-I <= JP-QTD-PASSOS AND
              JOB-LOG-REG(11:9) = ' - PASSO ' AND
              WS-LOG-DATA(1:2) NUMERIC AND
              WS-LOG-DATA(4:2) NUMERIC AND
              WS-LOG-DATA(7:4) NUMERIC AND
              WS-LOG-INICIO(1:2) NUMERIC AND
              WS-LOG-FIM(1:2) NUMERIC
               IF JP-JOB-NOTURNO(WS-PASSO-I)
                   MOVE WS-LOG-DATA(7:4) TO WS-LOG-AAAAMMDD(1:4)
                   MOVE WS-LOG-DATA(4:2) TO WS-LOG-AAAAMMDD(5:2)
                   MOVE WS-LOG-DATA(1:2) TO WS-LOG-AAAAMMDD(7:2)
                   COMPUTE WS-LOG-DIA =
                           FUNCTION INTEGER-OF-DATE(WS-LOG-AAAAMMDD)
                   COMPUTE WS-LOG-SEG-INICIO =
                       (FUNCTION NUMVAL(WS-LOG-INICIO(1:2)) * 3600) +
                       (FUNCTION NUMVAL(WS-LOG-INICIO(4:2)) * 60) +
                        FUNCTION NUMVAL(WS-LOG-INICIO(7:2))
                   COMPUTE WS-LOG-SEG-FIM =
                       (FUNCTION NUMVAL(WS-LOG-FIM(1:2)) * 3600) +
                       (FUNCTION NUMVAL(WS-LOG-FIM(4:2)) * 60) +
                        FUNCTION NUMVAL(WS-LOG-FIM(7:2))
                   COMPUTE WS-LOG-ABS-INICIO =
                           (WS-LOG-DIA * 86400) + WS-LOG-SEG-INICIO
                   IF WS-LOG-SEG-FIM >= WS-LOG-SEG-INICIO
                       COMPUTE WS-LOG-ABS-FIM =
                               (WS-LOG-DIA * 86400) + WS-LOG-SEG-FIM
                   ELSE
                       COMPUTE WS-LOG-ABS-FIM =
                           ((WS-LOG-DIA + 1) * 86400) + WS-LOG-SEG-FIM
                   END-IF

                   IF WS-EXEC-ABS-INICIO = 0 OR
                      JP-ORDEM(WS-PASSO-I) <= WS-EXEC-ULT-ORDEM OR
                      WS-LOG-ABS-INICIO > WS-EXEC-ABS-FIM + 21600
                       MOVE WS-LOG-ABS-INICIO TO WS-EXEC-ABS-INICIO
                       MOVE ZERO TO WS-EXEC-ABS-FIM
                       MOVE WS-LOG-DATA TO WS-EXEC-DATA
                   END-IF
                   MOVE JP-ORDEM(WS-PASSO-I) TO WS-EXEC-ULT-ORDEM
                   IF WS-LOG-ABS-FIM > WS-EXEC-ABS-FIM
                       MOVE WS-LOG-ABS-FIM TO WS-EXEC-ABS-FIM
                       MOVE WS-LOG-FIM TO WS-EXEC-HORA-FIM
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-TRATA-LINHA-JOBLOG.

       AVALIA-FOLGA-JANELA.
           COMPUTE WS-DIA-JANELA = WS-EXEC-ABS-INICIO / 86400
           IF WS-EXEC-ABS-INICIO - (WS-DIA-JANELA * 86400)
              >= WS-JANELA-SEGUNDOS
               ADD 1 TO WS-DIA-JANELA
           END-IF
           COMPUTE WS-FOLGA-SEGUNDOS =
                   (WS-DIA-JANELA * 86400) + WS-JANELA-SEGUNDOS
                   - WS-EXEC-ABS-FIM
           MOVE WS-MARGEM-MINUTOS TO WS-MARGEM-MASK

           EVALUATE TRUE
               WHEN WS-FOLGA-SEGUNDOS <= 0
                   MOVE '--- CRITICA - JANELA DO BATCH (JOBLOG.TXT)'
                        TO DIGESTO-REG
                   WRITE DIGESTO-REG
                   DISPLAY DIGESTO-REG(1:60)
                   COMPUTE WS-FOLGA-MINUTOS =
                           ((0 - WS-FOLGA-SEGUNDOS) + 59) / 60
                   MOVE WS-FOLGA-MINUTOS TO WS-FOLGA-MASK
                   MOVE SPACES TO DIGESTO-REG
                   STRING '    BATCH-NOTURNO DE ' WS-EXEC-DATA
                          ' TERMINOU AS ' WS-EXEC-HORA-FIM
                          ' - JANELA DAS ' WS-JANELA-HORA ':'
                          WS-JANELA-MINUTO ' ESTOURADA EM '
                          WS-FOLGA-MASK ' MIN'
                          DELIMITED BY SIZE
                          INTO DIGESTO-REG
                   END-STRING
                   ADD 1 TO WS-TOTAL-EXCECOES
               WHEN WS-FOLGA-SEGUNDOS < WS-MARGEM-MINUTOS * 60
                   MOVE '--- ALTA - JANELA DO BATCH (JOBLOG.TXT)'
                        TO DIGESTO-REG
                   WRITE DIGESTO-REG
                   DISPLAY DIGESTO-REG(1:60)
                   COMPUTE WS-FOLGA-MINUTOS = WS-FOLGA-SEGUNDOS / 60
                   MOVE WS-FOLGA-MINUTOS TO WS-FOLGA-MASK
                   MOVE SPACES TO DIGESTO-REG
                   STRING '    BATCH-NOTURNO DE ' WS-EXEC-DATA
                          ' TERMINOU AS ' WS-EXEC-HORA-FIM
                          ' - SO ' WS-FOLGA-MASK ' MIN ANTES DAS '
                          WS-JANELA-HORA ':' WS-JANELA-MINUTO
                          ' (MARGEM DE ' WS-MARGEM-MASK ' MIN)'
                          DELIMITED BY SIZE
                          INTO DIGESTO-REG
                   END-STRING
                   ADD 1 TO WS-TOTAL-EXCECOES
               WHEN OTHER
                   MOVE '--- BAIXA - JANELA DO BATCH (JOBLOG.TXT)'
                        TO DIGESTO-REG
                   WRITE DIGESTO-REG
                   DISPLAY DIGESTO-REG(1:60)
                   COMPUTE WS-FOLGA-MINUTOS = WS-FOLGA-SEGUNDOS / 60
                   MOVE WS-FOLGA-MINUTOS TO WS-FOLGA-MASK
                   MOVE SPACES TO DIGESTO-REG
                   STRING '    BATCH-NOTURNO DE ' WS-EXEC-DATA
                          ' TERMINOU AS ' WS-EXEC-HORA-FIM
                          ' - FOLGA DE ' WS-FOLGA-MASK ' MIN ATE AS '
                          WS-JANELA-HORA ':' WS-JANELA-MINUTO
                          DELIMITED BY SIZE
                          INTO DIGESTO-REG
                   END-STRING
           END-EVALUATE
           WRITE DIGESTO-REG
           DISPLAY DIGESTO-REG(1:100)
           EXIT.
       FIM-AVALIA-FOLGA-JANELA.

       DIGERE-FONTE.
           MOVE 'N' TO WS-FIM-FONTE
           MOVE ZERO TO WS-QTD-LINHAS-FONTE
