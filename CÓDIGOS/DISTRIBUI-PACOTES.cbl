      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: DISTRIBUICAO DOS RELATORIOS DOS JOBS - PASSO CHAMADO
      *          PELO BATCH-NOTURNO (JOB N) E PELO BATCH-FECHAMES
      *          (JOB F): ACAO 'I' NO INICIO DE UM JOB NOVO ABRE UMA
      *          EXECUCAO (ROTINA RUN-ID) E GRAVA A BASE DO JOB
      *          (DISTBASE-<JOB>.TXT: EXECUCAO DE ABERTURA E A
      *          FOTOGRAFIA - LINHAS E ULTIMA LINHA - DOS RELATORIOS
      *          GRAVADOS DIRETO, FORA DO SPOOL); ACAO 'D' NO FIM DO
      *          JOB MONTA O PACOTE DE CADA DESTINATARIO DA TABELA
      *          DISTRIB.TXT (DISTRIB.CPY) - PCT-<DESTINATARIO>-
      *          <EXECUCAO>.TXT, COM CAPA LISTANDO OS RELATORIOS,
      *          EXECUCAO E PAGINAS, SEGUIDA DAS COPIAS PEDIDAS DE
      *          CADA RELATORIO TIRADAS DO SPOOL (SPOOLIDX.TXT, SO AS
      *          ENTRADAS DESDE A EXECUCAO DE ABERTURA DO JOB) - E
      *          REGISTRA NO DISTLOG.TXT (DISTLOG.CPY) O QUE FOI
      *          ENTREGUE A QUEM E QUANDO, E O QUE ERA DEVIDO E NAO
      *          FOI PRODUZIDO (RC 4); O DISTRIB-FALTAS LISTA ESSAS
      *          FALTAS NA MANHA SEGUINTE
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUI-PACOTES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIB ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISTRIB-STATUS.
           SELECT SPOOL-IDX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-IDX-STATUS.
           SELECT SPOOL-COPIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COPIA-STATUS.
           SELECT DIST-BASE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BASE-STATUS.
           SELECT DIST-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.
           SELECT PACOTE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PACOTE-STATUS.
           SELECT DATA-PROC ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DATAPROC-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD DISTRIB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DISTRIB.TXT'.
       COPY DISTRIB.CPY.

       FD SPOOL-IDX
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'SPOOLIDX.TXT'.
       COPY SPOOLIDX.CPY.

       FD SPOOL-COPIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-COPIA-NOME.
       01 SPOOL-COPIA-REG              PIC X(120).

       FD DIST-BASE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-BASE-NOME.
       01 DIST-BASE-REG.
           02 DB-TIPO              PIC X(01).
               88 DB-TIPO-EXECUCAO        VALUE 'E'.
               88 DB-TIPO-ARQUIVO         VALUE 'A'.
           02 DB-RUNID             PIC 9(06).
           02 DB-DATA              PIC X(10).
           02 DB-ARQUIVO           PIC X(20).
           02 DB-LINHAS            PIC 9(06).
           02 DB-ULTIMA            PIC X(80).

       FD DIST-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DISTLOG.TXT'.
       COPY DISTLOG.CPY.

       FD PACOTE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-PACOTE-NOME.
       01 PACOTE-REG                   PIC X(120).

       FD DATA-PROC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DATAPROC.TXT'.
       01 DATA-PROC-REG.
           02 DP-DATA              PIC X(10).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-DISTRIB-STATUS            PIC X(02) VALUE '00'.
       01 WS-IDX-STATUS                PIC X(02) VALUE '00'.
       01 WS-COPIA-STATUS              PIC X(02) VALUE '00'.
       01 WS-BASE-STATUS               PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS                PIC X(02) VALUE '00'.
       01 WS-PACOTE-STATUS             PIC X(02) VALUE '00'.
       01 WS-DATAPROC-STATUS           PIC X(02) VALUE '00'.
       01 WS-COPIA-NOME                PIC X(40) VALUE SPACES.
       01 WS-BASE-NOME                 PIC X(16) VALUE SPACES.
       01 WS-PACOTE-NOME               PIC X(40) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-DISTRIB        PIC X(01) VALUE 'N'.
               88 WS-FIM-DISTRIB-SIM       VALUE 'S'.
           02 WS-FIM-IDX            PIC X(01) VALUE 'N'.
               88 WS-FIM-IDX-SIM           VALUE 'S'.
           02 WS-FIM-COPIA          PIC X(01) VALUE 'N'.
               88 WS-FIM-COPIA-SIM         VALUE 'S'.
           02 WS-FIM-BASE           PIC X(01) VALUE 'N'.
               88 WS-FIM-BASE-SIM          VALUE 'S'.
           02 WS-FIM-LOG            PIC X(01) VALUE 'N'.
               88 WS-FIM-LOG-SIM           VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM             VALUE 'S'.
           02 WS-TEM-BASE           PIC X(01) VALUE 'N'.
               88 WS-TEM-BASE-SIM          VALUE 'S'.
       01 WS-JOB-NOME                  PIC X(10) VALUE SPACES.
       01 WS-RUNID-ACAO                PIC X(01) VALUE 'N'.
       01 WS-RUNID-BASE                PIC 9(06) VALUE ZERO.
       01 WS-DATA-PROC                 PIC X(10) VALUE SPACES.
       01 WS-HOJE.
           02 WS-HOJE-ANO           PIC 9(04).
           02 WS-HOJE-MES           PIC 9(02).
           02 WS-HOJE-DIA           PIC 9(02).
           02 WS-HOJE-HOR           PIC 9(02).
           02 WS-HOJE-MIN           PIC 9(02).
           02 WS-HOJE-SEG           PIC 9(02).
       01 WS-HORA-FMT                  PIC X(08) VALUE SPACES.
       01 WS-DATA-VALIDA               PIC X(01) VALUE 'N'.
       01 WS-DATA-MOTIVO               PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-DIA-SEMANA                PIC 9(01) VALUE ZERO.
       01 WS-DIA-DISTRIB-SEMANAL       PIC 9(01) VALUE 1.
       01 WS-TAB-DS-LIMITE             PIC 9(03) VALUE 100.
       01 WS-QTD-DS                    PIC 9(03) VALUE ZERO.
       01 WS-TABELA-DS.
           02 WS-DS-ENTRADA OCCURS 100 TIMES.
               03 WS-DS-RELATORIO      PIC X(20).
               03 WS-DS-DESTINATARIO   PIC X(20).
               03 WS-DS-FREQUENCIA     PIC X(01).
               03 WS-DS-COPIAS         PIC 9(02).
               03 WS-DS-ORIGEM         PIC X(01).
               03 WS-DS-DEVIDO         PIC X(01).
               03 WS-DS-ACHOU          PIC X(01).
               03 WS-DS-RUNID          PIC 9(06).
               03 WS-DS-PAGINAS        PIC 9(04).
               03 WS-DS-COPIA-NOME     PIC X(40).
       01 WS-DS-I                      PIC 9(03) VALUE ZERO.
       01 WS-TAB-DEST-LIMITE           PIC 9(02) VALUE 20.
       01 WS-QTD-DEST                  PIC 9(02) VALUE ZERO.
       01 WS-TABELA-DEST.
           02 WS-DEST-NOME PIC X(20) OCCURS 20 TIMES.
       01 WS-DEST-I                    PIC 9(02) VALUE ZERO.
       01 WS-TAB-ARQ-LIMITE            PIC 9(02) VALUE 20.
       01 WS-QTD-ARQ                   PIC 9(02) VALUE ZERO.
       01 WS-TABELA-ARQ.
           02 WS-ARQ-ENTRADA OCCURS 20 TIMES.
               03 WS-ARQ-NOME          PIC X(20).
               03 WS-ARQ-LINHAS        PIC 9(06).
               03 WS-ARQ-ULTIMA        PIC X(80).
       01 WS-ARQ-I                     PIC 9(02) VALUE ZERO.
       01 WS-QTD-LINHAS                PIC 9(06) VALUE ZERO.
       01 WS-ULTIMA-LINHA              PIC X(80) VALUE SPACES.
       01 WS-COPIA-K                   PIC 9(02) VALUE ZERO.
       01 WS-PAG-PACOTE                PIC 9(05) VALUE ZERO.
       01 WS-PAG-MASK                  PIC ZZZZ9.
       01 WS-QTD-PACOTES               PIC 9(02) VALUE ZERO.
       01 WS-QTD-ENTREGUES             PIC 9(03) VALUE ZERO.
       01 WS-QTD-FALTAS                PIC 9(03) VALUE ZERO.
       01 WS-QTD-FORA-FREQ             PIC 9(03) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
      ******************************************************************
       LINKAGE SECTION.
       01 LNK-JOB                      PIC X(01).
           88 LNK-JOB-NOTURNO                 VALUE 'N'.
           88 LNK-JOB-FECHAMES                VALUE 'F'.
       01 LNK-ACAO                     PIC X(01).
           88 LNK-ACAO-INICIO                 VALUE 'I'.
           88 LNK-ACAO-DISTRIBUI              VALUE 'D'.
      ******************************************************************
       PROCEDURE DIVISION USING LNK-JOB
                                LNK-ACAO.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
      *    CHAMADO DUAS VEZES NO MESMO JOB (ACOES I E D): NADA DA
      *    CHAMADA ANTERIOR PODE SOBRAR
           MOVE 'N'    TO WS-TEM-BASE
           MOVE SPACES TO WS-DATA-PROC
           MOVE ZERO   TO WS-RUNID-BASE
           MOVE ZERO   TO WS-QTD-PACOTES
           MOVE ZERO   TO WS-QTD-ENTREGUES
           MOVE ZERO   TO WS-QTD-FALTAS
           MOVE ZERO   TO WS-QTD-FORA-FREQ
           MOVE ZERO   TO WS-RETORNO-JOB

           IF LNK-JOB-FECHAMES
               MOVE 'FECHAMENTO' TO WS-JOB-NOME
           ELSE
               MOVE 'NOTURNO' TO WS-JOB-NOME
           END-IF
           MOVE SPACES TO WS-BASE-NOME
           STRING 'DISTBASE-' LNK-JOB '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-BASE-NOME
           END-STRING

           MOVE FUNCTION CURRENT-DATE TO WS-HOJE
           MOVE SPACES TO WS-HORA-FMT
           STRING WS-HOJE-HOR ':' WS-HOJE-MIN ':' WS-HOJE-SEG
                  DELIMITED BY SIZE
                  INTO WS-HORA-FMT
           END-STRING

           OPEN INPUT DATA-PROC
           IF WS-DATAPROC-STATUS = '00'
               READ DATA-PROC
                   NOT AT END
                       MOVE DP-DATA TO WS-DATA-PROC
               END-READ
               CLOSE DATA-PROC
           END-IF
           IF WS-DATA-PROC = SPACES
               STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                      DELIMITED BY SIZE
                      INTO WS-DATA-PROC
               END-STRING
           END-IF

           PERFORM CARREGA-DISTRIBUICAO
           EXIT.
       FIM-INICIO.

       PROCESSA-PROGRAMA.
           EVALUATE TRUE
               WHEN LNK-ACAO-INICIO
                   PERFORM GRAVA-BASE-JOB
               WHEN LNK-ACAO-DISTRIBUI
                   IF WS-QTD-DS = 0
                       DISPLAY 'DISTRIBUICAO: NENHUM RELATORIO DO JOB '
                               WS-JOB-NOME ' NO DISTRIB.TXT'
                   ELSE
                       PERFORM LE-BASE-JOB
                       PERFORM APURA-DEVIDOS
                       PERFORM LOCALIZA-PRODUZIDOS
                       PERFORM MONTA-PACOTES
                   END-IF
               WHEN OTHER
                   DISPLAY 'DISTRIBUICAO: ACAO INVALIDA ' LNK-ACAO
                   MOVE 8 TO WS-RETORNO-JOB
           END-EVALUATE
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * TABELA DE DISTRIBUICAO: SO AS LINHAS DO JOB CHAMADOR; LINHA
      * SEM COPIAS VALE 1 COPIA
      *-----------------------------------------------------------------
       CARREGA-DISTRIBUICAO.
           MOVE ZERO TO WS-QTD-DS
           MOVE 'N' TO WS-FIM-DISTRIB
           OPEN INPUT DISTRIB
           IF WS-DISTRIB-STATUS NOT = '00'
               DISPLAY 'DISTRIB.TXT NAO ENCONTRADO - SEM '
                       'DISTRIBUICAO DE RELATORIOS'
           ELSE
               PERFORM LER-DISTRIB
               PERFORM UNTIL WS-FIM-DISTRIB-SIM
                   IF DS-JOB = LNK-JOB AND DS-RELATORIO NOT = SPACES
                      AND DS-DESTINATARIO NOT = SPACES
                       IF WS-QTD-DS < WS-TAB-DS-LIMITE
                           ADD 1 TO WS-QTD-DS
                           PERFORM GUARDA-DISTRIBUICAO
                       ELSE
                           DISPLAY 'AVISO: TABELA DE DISTRIBUICAO '
                                   'CHEIA (' WS-TAB-DS-LIMITE ')'
                       END-IF
                   END-IF
                   PERFORM LER-DISTRIB
               END-PERFORM
               CLOSE DISTRIB
           END-IF
           EXIT.
       FIM-CARREGA-DISTRIBUICAO.

       GUARDA-DISTRIBUICAO.
           MOVE DS-RELATORIO    TO WS-DS-RELATORIO(WS-QTD-DS)
           MOVE DS-DESTINATARIO TO WS-DS-DESTINATARIO(WS-QTD-DS)
           MOVE DS-FREQUENCIA   TO WS-DS-FREQUENCIA(WS-QTD-DS)
           IF DS-FREQ-DIARIA
               MOVE 'D' TO WS-DS-FREQUENCIA(WS-QTD-DS)
           END-IF
           IF DS-COPIAS NUMERIC AND DS-COPIAS > 0
               MOVE DS-COPIAS TO WS-DS-COPIAS(WS-QTD-DS)
           ELSE
               MOVE 1 TO WS-DS-COPIAS(WS-QTD-DS)
           END-IF
           MOVE 'S' TO WS-DS-ORIGEM(WS-QTD-DS)
           IF DS-ORIGEM-ARQUIVO
               MOVE 'A' TO WS-DS-ORIGEM(WS-QTD-DS)
           END-IF
           MOVE 'N'    TO WS-DS-DEVIDO(WS-QTD-DS)
           MOVE 'N'    TO WS-DS-ACHOU(WS-QTD-DS)
           MOVE ZERO   TO WS-DS-RUNID(WS-QTD-DS)
           MOVE ZERO   TO WS-DS-PAGINAS(WS-QTD-DS)
           MOVE SPACES TO WS-DS-COPIA-NOME(WS-QTD-DS)
           EXIT.
       FIM-GUARDA-DISTRIBUICAO.

       LER-DISTRIB.
           READ DISTRIB
               AT END
                   SET WS-FIM-DISTRIB-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-DISTRIB.

      *-----------------------------------------------------------------
      * INICIO DO JOB: NOVA EXECUCAO - TUDO QUE O SPOOL INDEXAR DAQUI
      * EM DIANTE E DESTE JOB; OS RELATORIOS GRAVADOS DIRETO SAO
      * FOTOGRAFADOS (LINHAS E ULTIMA LINHA) PARA SE SABER NO FIM SE
      * O JOB OS REGRAVOU
      *-----------------------------------------------------------------
       GRAVA-BASE-JOB.
           MOVE 'N' TO WS-RUNID-ACAO
           CALL 'RUN-ID' USING WS-RUNID-ACAO
                               WS-RUNID-BASE
           END-CALL

           OPEN OUTPUT DIST-BASE
           MOVE SPACES TO DIST-BASE-REG
           MOVE 'E'           TO DB-TIPO
           MOVE WS-RUNID-BASE TO DB-RUNID
           MOVE WS-DATA-PROC  TO DB-DATA
           MOVE ZERO          TO DB-LINHAS
           WRITE DIST-BASE-REG

           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I > WS-QTD-DS
               IF WS-DS-ORIGEM(WS-DS-I) = 'A'
                   MOVE WS-DS-RELATORIO(WS-DS-I) TO WS-COPIA-NOME
                   PERFORM CONTA-ARQUIVO-DIRETO
                   MOVE SPACES TO DIST-BASE-REG
                   MOVE 'A'             TO DB-TIPO
                   MOVE WS-RUNID-BASE   TO DB-RUNID
                   MOVE WS-DATA-PROC    TO DB-DATA
                   MOVE WS-DS-RELATORIO(WS-DS-I) TO DB-ARQUIVO
                   MOVE WS-QTD-LINHAS   TO DB-LINHAS
                   MOVE WS-ULTIMA-LINHA TO DB-ULTIMA
                   WRITE DIST-BASE-REG
               END-IF
           END-PERFORM
           CLOSE DIST-BASE

           DISPLAY 'DISTRIBUICAO: BASE DO JOB ' WS-JOB-NOME
                   ' NA EXECUCAO ' WS-RUNID-BASE
           EXIT.
       FIM-GRAVA-BASE-JOB.

       CONTA-ARQUIVO-DIRETO.
           MOVE ZERO TO WS-QTD-LINHAS
           MOVE SPACES TO WS-ULTIMA-LINHA
           MOVE 'N' TO WS-FIM-COPIA
           OPEN INPUT SPOOL-COPIA
           IF WS-COPIA-STATUS = '00'
               PERFORM LER-COPIA
               PERFORM UNTIL WS-FIM-COPIA-SIM
                   ADD 1 TO WS-QTD-LINHAS
                   MOVE SPOOL-COPIA-REG(1:80) TO WS-ULTIMA-LINHA
                   PERFORM LER-COPIA
               END-PERFORM
               CLOSE SPOOL-COPIA
           END-IF
           EXIT.
       FIM-CONTA-ARQUIVO-DIRETO.

       LER-COPIA.
           READ SPOOL-COPIA
               AT END
                   SET WS-FIM-COPIA-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-COPIA.

      *-----------------------------------------------------------------
      * FIM DO JOB: SEM BASE (JOB ANTIGO OU BASE APAGADA) VALEM AS
      * ENTRADAS DO SPOOL DATADAS DO DIA
      *-----------------------------------------------------------------
       LE-BASE-JOB.
           MOVE ZERO TO WS-QTD-ARQ
           MOVE 'N' TO WS-FIM-BASE
           OPEN INPUT DIST-BASE
           IF WS-BASE-STATUS = '00'
               PERFORM LER-BASE
               PERFORM UNTIL WS-FIM-BASE-SIM
                   EVALUATE TRUE
                       WHEN DB-TIPO-EXECUCAO
                           SET WS-TEM-BASE-SIM TO TRUE
                           MOVE DB-RUNID TO WS-RUNID-BASE
                       WHEN DB-TIPO-ARQUIVO
                           IF WS-QTD-ARQ < WS-TAB-ARQ-LIMITE
                               ADD 1 TO WS-QTD-ARQ
                               MOVE DB-ARQUIVO
                                    TO WS-ARQ-NOME(WS-QTD-ARQ)
                               MOVE DB-LINHAS
                                    TO WS-ARQ-LINHAS(WS-QTD-ARQ)
                               MOVE DB-ULTIMA
                                    TO WS-ARQ-ULTIMA(WS-QTD-ARQ)
                           END-IF
                   END-EVALUATE
                   PERFORM LER-BASE
               END-PERFORM
               CLOSE DIST-BASE
           END-IF

           IF NOT WS-TEM-BASE-SIM
               DISPLAY WS-BASE-NOME ' NAO ENCONTRADO - VALEM AS '
                       'ENTRADAS DO SPOOL DE ' WS-DATA-PROC
               MOVE 'A' TO WS-RUNID-ACAO
               CALL 'RUN-ID' USING WS-RUNID-ACAO
                                   WS-RUNID-BASE
               END-CALL
           END-IF
           EXIT.
       FIM-LE-BASE-JOB.

       LER-BASE.
           READ DIST-BASE
               AT END
                   SET WS-FIM-BASE-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-BASE.

      *-----------------------------------------------------------------
      * FREQUENCIA: D SEMPRE; S SO NA SEGUNDA-FEIRA (PELA DATA DE
      * PROCESSAMENTO); M SO ENQUANTO O RELATORIO NAO FOI ENTREGUE AO
      * DESTINATARIO NO MES (PELO DISTLOG.TXT)
      *-----------------------------------------------------------------
       APURA-DEVIDOS.
           MOVE ZERO TO WS-DIA-SEMANA
           CALL 'DATA-VALIDA' USING WS-DATA-PROC
                                    WS-DATA-VALIDA
                                    WS-DATA-MOTIVO
                                    WS-DATA-AAAAMMDD
           END-CALL
           IF WS-DATA-VALIDA = 'S'
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD
                       (FUNCTION INTEGER-OF-DATE
                       (WS-DATA-AAAAMMDD) - 1, 7) + 1
           END-IF

           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I > WS-QTD-DS
               EVALUATE WS-DS-FREQUENCIA(WS-DS-I)
                   WHEN 'S'
                       IF WS-DIA-SEMANA = WS-DIA-DISTRIB-SEMANAL
                           MOVE 'S' TO WS-DS-DEVIDO(WS-DS-I)
                       END-IF
                   WHEN 'M'
                       PERFORM VERIFICA-ENTREGA-MES
                       IF NOT WS-ACHOU-SIM
                           MOVE 'S' TO WS-DS-DEVIDO(WS-DS-I)
                       END-IF
                   WHEN OTHER
                       MOVE 'S' TO WS-DS-DEVIDO(WS-DS-I)
               END-EVALUATE
               IF WS-DS-DEVIDO(WS-DS-I) NOT = 'S'
                   ADD 1 TO WS-QTD-FORA-FREQ
               END-IF
           END-PERFORM
           EXIT.
       FIM-APURA-DEVIDOS.

       VERIFICA-ENTREGA-MES.
           MOVE 'N' TO WS-ACHOU
           MOVE 'N' TO WS-FIM-LOG
           OPEN INPUT DIST-LOG
           IF WS-LOG-STATUS = '00'
               PERFORM LER-DIST-LOG
               PERFORM UNTIL WS-FIM-LOG-SIM
                   IF DL-JOB = LNK-JOB AND DL-ENTREGUE AND
                      DL-RELATORIO = WS-DS-RELATORIO(WS-DS-I) AND
                      DL-DESTINATARIO = WS-DS-DESTINATARIO(WS-DS-I)
                      AND DL-DATA(4:7) = WS-DATA-PROC(4:7)
                       SET WS-ACHOU-SIM TO TRUE
                   END-IF
                   PERFORM LER-DIST-LOG
               END-PERFORM
               CLOSE DIST-LOG
           END-IF
           EXIT.
       FIM-VERIFICA-ENTREGA-MES.

       LER-DIST-LOG.
           READ DIST-LOG
               AT END
                   SET WS-FIM-LOG-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-DIST-LOG.

      *-----------------------------------------------------------------
      * PRODUZIDO NESTE JOB: ORIGEM S - ENTRADA DO SPOOL DESDE A
      * EXECUCAO DE ABERTURA (A MAIS RECENTE VALE); ORIGEM A - ARQUIVO
      * COM LINHAS QUE MUDOU EM RELACAO A FOTOGRAFIA DA BASE
      *-----------------------------------------------------------------
       LOCALIZA-PRODUZIDOS.
           MOVE 'N' TO WS-FIM-IDX
           OPEN INPUT SPOOL-IDX
           IF WS-IDX-STATUS = '00'
               PERFORM LER-SPOOL-IDX
               PERFORM UNTIL WS-FIM-IDX-SIM
                   IF (WS-TEM-BASE-SIM AND
                       SI-RUNID >= WS-RUNID-BASE) OR
                      (NOT WS-TEM-BASE-SIM AND
                       SI-DATA = WS-DATA-PROC)
                       PERFORM MARCA-ENTRADA-SPOOL
                   END-IF
                   PERFORM LER-SPOOL-IDX
               END-PERFORM
               CLOSE SPOOL-IDX
           END-IF

           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I > WS-QTD-DS
               IF WS-DS-ORIGEM(WS-DS-I) = 'A' AND
                  WS-DS-DEVIDO(WS-DS-I) = 'S'
                   PERFORM CONFERE-ARQUIVO-DIRETO
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-PRODUZIDOS.

       MARCA-ENTRADA-SPOOL.
           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I > WS-QTD-DS
               IF WS-DS-ORIGEM(WS-DS-I) = 'S' AND
                  WS-DS-RELATORIO(WS-DS-I) = SI-ARQUIVO
                   MOVE 'S'        TO WS-DS-ACHOU(WS-DS-I)
                   MOVE SI-RUNID   TO WS-DS-RUNID(WS-DS-I)
                   MOVE SI-PAGINAS TO WS-DS-PAGINAS(WS-DS-I)
                   MOVE SI-COPIA   TO WS-DS-COPIA-NOME(WS-DS-I)
               END-IF
           END-PERFORM
           EXIT.
       FIM-MARCA-ENTRADA-SPOOL.

       LER-SPOOL-IDX.
           READ SPOOL-IDX
               AT END
                   SET WS-FIM-IDX-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-SPOOL-IDX.

       CONFERE-ARQUIVO-DIRETO.
           MOVE WS-DS-RELATORIO(WS-DS-I) TO WS-COPIA-NOME
           PERFORM CONTA-ARQUIVO-DIRETO

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-ARQ-I FROM 1 BY 1
                   UNTIL WS-ARQ-I > WS-QTD-ARQ
               IF WS-ARQ-NOME(WS-ARQ-I) = WS-DS-RELATORIO(WS-DS-I)
                   SET WS-ACHOU-SIM TO TRUE
                   IF WS-QTD-LINHAS > 0 AND
                      (WS-QTD-LINHAS NOT = WS-ARQ-LINHAS(WS-ARQ-I) OR
                       WS-ULTIMA-LINHA NOT = WS-ARQ-ULTIMA(WS-ARQ-I))
                       MOVE 'S' TO WS-DS-ACHOU(WS-DS-I)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-ACHOU-SIM AND WS-QTD-LINHAS > 0
               MOVE 'S' TO WS-DS-ACHOU(WS-DS-I)
           END-IF

           IF WS-DS-ACHOU(WS-DS-I) = 'S'
               MOVE WS-RUNID-BASE TO WS-DS-RUNID(WS-DS-I)
               COMPUTE WS-DS-PAGINAS(WS-DS-I) =
                       (WS-QTD-LINHAS + 59) / 60
               MOVE WS-DS-RELATORIO(WS-DS-I)
                    TO WS-DS-COPIA-NOME(WS-DS-I)
           END-IF
           EXIT.
       FIM-CONFERE-ARQUIVO-DIRETO.

      *-----------------------------------------------------------------
      * UM PACOTE POR DESTINATARIO COM ALGUM RELATORIO DEVIDO
      *-----------------------------------------------------------------
       MONTA-PACOTES.
           MOVE ZERO TO WS-QTD-DEST
           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I > WS-QTD-DS
               IF WS-DS-DEVIDO(WS-DS-I) = 'S'
                   MOVE 'N' TO WS-ACHOU
                   PERFORM VARYING WS-DEST-I FROM 1 BY 1
                           UNTIL WS-DEST-I > WS-QTD-DEST
                       IF WS-DEST-NOME(WS-DEST-I) =
                          WS-DS-DESTINATARIO(WS-DS-I)
                           SET WS-ACHOU-SIM TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-ACHOU-SIM AND
                      WS-QTD-DEST < WS-TAB-DEST-LIMITE
                       ADD 1 TO WS-QTD-DEST
                       MOVE WS-DS-DESTINATARIO(WS-DS-I)
                            TO WS-DEST-NOME(WS-QTD-DEST)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DEST-I FROM 1 BY 1
                   UNTIL WS-DEST-I > WS-QTD-DEST
               PERFORM MONTA-PACOTE-DESTINATARIO
           END-PERFORM
           EXIT.
       FIM-MONTA-PACOTES.

       MONTA-PACOTE-DESTINATARIO.
           MOVE SPACES TO WS-PACOTE-NOME
           STRING 'PCT-' DELIMITED BY SIZE
                  WS-DEST-NOME(WS-DEST-I) DELIMITED BY SPACE
                  '-' WS-RUNID-BASE '.TXT' DELIMITED BY SIZE
                  INTO WS-PACOTE-NOME
           END-STRING

           OPEN OUTPUT PACOTE
           ADD 1 TO WS-QTD-PACOTES
           PERFORM GRAVA-CAPA

           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I > WS-QTD-DS
               IF WS-DS-DEVIDO(WS-DS-I) = 'S' AND
                  WS-DS-DESTINATARIO(WS-DS-I) =
                  WS-DEST-NOME(WS-DEST-I)
                   IF WS-DS-ACHOU(WS-DS-I) = 'S'
                       PERFORM VARYING WS-COPIA-K FROM 1 BY 1
                               UNTIL WS-COPIA-K >
                                     WS-DS-COPIAS(WS-DS-I)
                           PERFORM ANEXA-RELATORIO
                       END-PERFORM
                       ADD 1 TO WS-QTD-ENTREGUES
                   ELSE
                       ADD 1 TO WS-QTD-FALTAS
                   END-IF
                   PERFORM GRAVA-LOG-ENTREGA
               END-IF
           END-PERFORM
           CLOSE PACOTE

           DISPLAY 'PACOTE ' WS-PACOTE-NOME(1:36)
                   ' - ' WS-DEST-NOME(WS-DEST-I)
           EXIT.
       FIM-MONTA-PACOTE-DESTINATARIO.

       GRAVA-CAPA.
           MOVE ALL '=' TO PACOTE-REG
           WRITE PACOTE-REG
           MOVE SPACES TO PACOTE-REG
           STRING 'PACOTE DE RELATORIOS - DESTINATARIO: '
                  WS-DEST-NOME(WS-DEST-I)
                  DELIMITED BY SIZE
                  INTO PACOTE-REG
           END-STRING
           WRITE PACOTE-REG
           MOVE SPACES TO PACOTE-REG
           STRING 'JOB: ' WS-JOB-NOME
                  ' EXECUCAO: ' WS-RUNID-BASE
                  ' DATA: ' WS-DATA-PROC
                  ' MONTADO AS ' WS-HORA-FMT
                  DELIMITED BY SIZE
                  INTO PACOTE-REG
           END-STRING
           WRITE PACOTE-REG
           MOVE ALL '=' TO PACOTE-REG
           WRITE PACOTE-REG
           MOVE 'RELATORIO            EXEC    PAGINAS  COPIAS'
                TO PACOTE-REG
           WRITE PACOTE-REG
           MOVE ALL '-' TO PACOTE-REG
           WRITE PACOTE-REG

           MOVE ZERO TO WS-PAG-PACOTE
           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I > WS-QTD-DS
               IF WS-DS-DEVIDO(WS-DS-I) = 'S' AND
                  WS-DS-DESTINATARIO(WS-DS-I) =
                  WS-DEST-NOME(WS-DEST-I)
                   MOVE SPACES TO PACOTE-REG
                   IF WS-DS-ACHOU(WS-DS-I) = 'S'
                       COMPUTE WS-PAG-PACOTE = WS-PAG-PACOTE +
                               WS-DS-PAGINAS(WS-DS-I) *
                               WS-DS-COPIAS(WS-DS-I)
                       STRING WS-DS-RELATORIO(WS-DS-I) ' '
                              WS-DS-RUNID(WS-DS-I) '  '
                              WS-DS-PAGINAS(WS-DS-I) '     '
                              WS-DS-COPIAS(WS-DS-I)
                              DELIMITED BY SIZE
                              INTO PACOTE-REG
                       END-STRING
                   ELSE
                       STRING WS-DS-RELATORIO(WS-DS-I)
                              ' *** NAO PRODUZIDO NESTA EXECUCAO ***'
                              DELIMITED BY SIZE
                              INTO PACOTE-REG
                       END-STRING
                   END-IF
                   WRITE PACOTE-REG
               END-IF
           END-PERFORM

           MOVE ALL '-' TO PACOTE-REG
           WRITE PACOTE-REG
           MOVE WS-PAG-PACOTE TO WS-PAG-MASK
           MOVE SPACES TO PACOTE-REG
           STRING 'TOTAL DE PAGINAS DO PACOTE: ' WS-PAG-MASK
                  DELIMITED BY SIZE
                  INTO PACOTE-REG
           END-STRING
           WRITE PACOTE-REG
           MOVE ALL '=' TO PACOTE-REG
           WRITE PACOTE-REG
           EXIT.
       FIM-GRAVA-CAPA.

       ANEXA-RELATORIO.
           MOVE SPACES TO PACOTE-REG
           WRITE PACOTE-REG
           MOVE SPACES TO PACOTE-REG
           STRING '*** ' WS-DS-RELATORIO(WS-DS-I)
                  ' - COPIA ' WS-COPIA-K ' DE '
                  WS-DS-COPIAS(WS-DS-I) ' ***'
                  DELIMITED BY SIZE
                  INTO PACOTE-REG
           END-STRING
           WRITE PACOTE-REG

           MOVE WS-DS-COPIA-NOME(WS-DS-I) TO WS-COPIA-NOME
           MOVE 'N' TO WS-FIM-COPIA
           OPEN INPUT SPOOL-COPIA
           IF WS-COPIA-STATUS NOT = '00'
               MOVE SPACES TO PACOTE-REG
               STRING '*** COPIA ' WS-COPIA-NOME
                      ' NAO ENCONTRADA NO SPOOL ***'
                      DELIMITED BY SIZE
                      INTO PACOTE-REG
               END-STRING
               WRITE PACOTE-REG
           ELSE
               PERFORM LER-COPIA
               PERFORM UNTIL WS-FIM-COPIA-SIM
                   MOVE SPOOL-COPIA-REG TO PACOTE-REG
                   WRITE PACOTE-REG
                   PERFORM LER-COPIA
               END-PERFORM
               CLOSE SPOOL-COPIA
           END-IF
           EXIT.
       FIM-ANEXA-RELATORIO.

       GRAVA-LOG-ENTREGA.
           OPEN EXTEND DIST-LOG
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT DIST-LOG
           END-IF

           MOVE SPACES TO DIST-LOG-REG
           MOVE WS-DATA-PROC                TO DL-DATA
           MOVE WS-HORA-FMT                 TO DL-HORA
           MOVE LNK-JOB                     TO DL-JOB
           MOVE WS-RUNID-BASE               TO DL-BASE
           MOVE WS-DS-DESTINATARIO(WS-DS-I) TO DL-DESTINATARIO
           MOVE WS-DS-RELATORIO(WS-DS-I)    TO DL-RELATORIO
           MOVE WS-DS-RUNID(WS-DS-I)        TO DL-RUNID
           MOVE WS-DS-PAGINAS(WS-DS-I)      TO DL-PAGINAS
           MOVE WS-DS-COPIAS(WS-DS-I)       TO DL-COPIAS
           IF WS-DS-ACHOU(WS-DS-I) = 'S'
               SET DL-ENTREGUE TO TRUE
               MOVE WS-PACOTE-NOME TO DL-PACOTE
           ELSE
               SET DL-NAO-PRODUZIDO TO TRUE
           END-IF
           WRITE DIST-LOG-REG

           CLOSE DIST-LOG
           EXIT.
       FIM-GRAVA-LOG-ENTREGA.

       FINALIZA-PROGRAMA.
           IF LNK-ACAO-DISTRIBUI AND WS-QTD-DS > 0
               DISPLAY 'DISTRIBUICAO DO JOB ' WS-JOB-NOME
                       ' - EXECUCAO ' WS-RUNID-BASE
               DISPLAY '  PACOTES MONTADOS      : ' WS-QTD-PACOTES
               DISPLAY '  RELATORIOS ENTREGUES  : ' WS-QTD-ENTREGUES
               DISPLAY '  DEVIDOS NAO PRODUZIDOS: ' WS-QTD-FALTAS
               DISPLAY '  FORA DA FREQUENCIA    : ' WS-QTD-FORA-FREQ
           END-IF

           IF WS-QTD-FALTAS > 0 AND WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

           MOVE WS-RETORNO-JOB TO RETURN-CODE
           GOBACK.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM DISTRIBUI-PACOTES.
