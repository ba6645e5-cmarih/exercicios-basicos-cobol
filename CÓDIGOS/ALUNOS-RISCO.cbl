      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: ALERTA PRECOCE DE ALUNOS EM RISCO - NO MEIO DO
      *          BIMESTRE, PONTUA CADA ALUNO ATIVO DO MATRICULAS.TXT
      *          NO ANO DE REFERENCIA PELOS FATORES DE RISCO QUE HOJE
      *          ESTAO ESPALHADOS: MEDIAS DE BIMESTRE DO ANO ABAIXO DO
      *          LIMITE DE RECUPERACAO DO MEDIAPAR.TXT (NOTAS.TXT),
      *          FREQUENCIA ABAIXO DO ALERTA (FREQUENCIA.TXT, COM AS
      *          FALTAS ABONADAS), MESES EM ABERTO NO FINANCEIRO
      *          (ALOCACAO.TXT) E OCORRENCIAS DISCIPLINARES DO ANO
      *          (OCORRENCIAS.TXT), COM OS PESOS DO RISCOPAR.TXT;
      *          O RELATORIO POR TURMA (RISCO.TXT, ROTINA IMPRESSAO)
      *          LISTA OS MAIORES RISCOS COM OS MOTIVOS E A PONTUACAO
      *          DA RODADA ANTERIOR, E QUEM SAIU DO RISCO DESDE
      *          ENTAO; CADA RODADA E ANEXADA AO RISCOHIST.TXT PARA A
      *          COORDENACAO E A ORIENTADORA EDUCACIONAL ACOMPANHAREM
      *          SE A INTERVENCAO FUNCIONOU
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      *   15/10/2026 MC  - Turmas do relatorio por unidade + turma
      *                    (MT-UNIDADE, em branco = 01): a mesma turma
      *                    em duas unidades sai em dois grupos, cada um
      *                    com o seu maximo por turma
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNOS-RISCO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT NOTAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FDS-CHAVE
                   ALTERNATE RECORD KEY IS FDS-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-NOTAS-STATUS.
           SELECT MEDIA-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
           SELECT RISCO-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RISCOPAR-STATUS.
           SELECT FREQUENCIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FREQ-STATUS.
           SELECT ALOCACAO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALOC-STATUS.
           SELECT OCORRENCIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OCOR-STATUS.
           SELECT RISCO-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
           SELECT DATA-PROC ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DATAPROC-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

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

       FD MEDIA-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MEDIAPAR.TXT'.
       01 PARAM-REC.
           02 PARAM-LIMITE-RECUPERACAO     PIC 9(02)V99.
           02 PARAM-LIMITE-APROVACAO       PIC 9(02)V99.
           02 PARAM-PESO1                  PIC 9(01)V99.
           02 PARAM-PESO2                  PIC 9(01)V99.
           02 PARAM-PESO3                  PIC 9(01)V99.
           02 PARAM-PESO4                  PIC 9(01)V99.

       FD RISCO-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RISCOPAR.TXT'.
       COPY RISCOPAR.CPY.

       FD FREQUENCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'FREQUENCIA.TXT'.
       COPY FREQUENCIA.CPY.

       FD ALOCACAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ALOCACAO.TXT'.
       COPY ALOCACAO.CPY.

       FD OCORRENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'OCORRENCIAS.TXT'.
       COPY OCORREN.CPY.

       FD RISCO-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RISCOHIST.TXT'.
       COPY RISCOHIS.CPY.

       FD DATA-PROC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DATAPROC.TXT'.
       01 DATA-PROC-REG.
           02 DP-DATA              PIC X(10).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-NOTAS-STATUS              PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-RISCOPAR-STATUS           PIC X(02) VALUE '00'.
       01 WS-FREQ-STATUS               PIC X(02) VALUE '00'.
       01 WS-ALOC-STATUS               PIC X(02) VALUE '00'.
       01 WS-OCOR-STATUS               PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-DATAPROC-STATUS           PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-FIM-NOTAS          PIC X(01) VALUE 'N'.
               88 WS-FIM-NOTAS-SIM        VALUE 'S'.
           02 WS-FIM-FREQ           PIC X(01) VALUE 'N'.
               88 WS-FIM-FREQ-SIM         VALUE 'S'.
           02 WS-FIM-ALOC           PIC X(01) VALUE 'N'.
               88 WS-FIM-ALOC-SIM         VALUE 'S'.
           02 WS-FIM-OCOR           PIC X(01) VALUE 'N'.
               88 WS-FIM-OCOR-SIM         VALUE 'S'.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM         VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM            VALUE 'S'.
           02 WS-HIST-MESMA-DATA    PIC X(01) VALUE 'N'.
               88 WS-HIST-MESMA-DATA-SIM  VALUE 'S'.
           02 WS-TAB-CHEIA          PIC X(01) VALUE 'N'.
               88 WS-TAB-CHEIA-SIM        VALUE 'S'.
      *-----------------------------------------------------------------
      * DATA DE REFERENCIA (DATAPROC.TXT OU DATA DA MAQUINA)
      *-----------------------------------------------------------------
       01 WS-DATA-REF                  PIC X(10) VALUE SPACES.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO           PIC 9(04).
           02 WS-HOJE-MES           PIC 9(02).
           02 WS-HOJE-DIA           PIC 9(02).
       01 WS-HOJE-AAAAMMDD REDEFINES WS-DATA-HOJE PIC 9(08).
       01 WS-ANO                       PIC 9(04) VALUE ZERO.
       01 WS-ANO-TXT REDEFINES WS-ANO  PIC X(04).
       01 WS-ANOMES-REF                PIC 9(06) VALUE ZERO.
       01 WS-DATA-OK                   PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO               PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
      *-----------------------------------------------------------------
      * PARAMETROS (MEDIAPAR.TXT E RISCOPAR.TXT, COM OS PADROES)
      *-----------------------------------------------------------------
       01 WS-LIMITE-RECUPERACAO        PIC 9(02)V99 VALUE 5,00.
       01 WS-PESO1                     PIC 9(01)V99 VALUE 0.
       01 WS-PESO2                     PIC 9(01)V99 VALUE 0.
       01 WS-PESO3                     PIC 9(01)V99 VALUE 0.
       01 WS-PESO4                     PIC 9(01)V99 VALUE 0.
       01 WS-SOMA-PESOS                PIC 9(02)V99 VALUE 0.
       01 WS-MEDIA                     PIC 9(02)V99 VALUE ZERO.
       01 WS-LIMITE-FREQUENCIA         PIC 9(03)V9 VALUE 75,0.
       01 WS-RISCO-PARAMETROS.
           02 WS-PESO-NOTA          PIC 9(02) VALUE 03.
           02 WS-PESO-FREQUENCIA    PIC 9(02) VALUE 04.
           02 WS-PESO-FINANCEIRO    PIC 9(02) VALUE 01.
           02 WS-PESO-OCORRENCIA    PIC 9(02) VALUE 02.
           02 WS-FREQ-ALERTA        PIC 9(03) VALUE 080.
           02 WS-PONTOS-CORTE       PIC 9(03) VALUE 004.
           02 WS-QTD-POR-TURMA      PIC 9(02) VALUE 10.
      *-----------------------------------------------------------------
      * ALUNOS AVALIADOS E FATORES APURADOS
      *-----------------------------------------------------------------
       01 WS-TAB-RS-LIMITE             PIC 9(04) VALUE 2000.
       01 WS-QTD-RS                    PIC 9(04) VALUE ZERO.
       01 WS-TABELA-RISCO.
           02 WS-RS-ENTRADA OCCURS 2000 TIMES.
               03 WS-RS-MATRICULA      PIC X(05).
               03 WS-RS-NOME           PIC X(30).
               03 WS-RS-UNIDADE        PIC X(02).
               03 WS-RS-TURMA          PIC X(03).
               03 WS-RS-QTD-NOTAS      PIC 9(02).
               03 WS-RS-FREQ-ACHOU     PIC X(01).
                   88 WS-RS-FREQ-ACHOU-SIM    VALUE 'S'.
               03 WS-RS-FREQ-PCT       PIC 9(03)V9.
               03 WS-RS-MESES          PIC 9(02).
               03 WS-RS-OCORRENCIAS    PIC 9(02).
               03 WS-RS-PONTOS         PIC 9(03).
               03 WS-RS-ANT-PONTOS     PIC 9(03).
               03 WS-RS-ANT-DATA       PIC 9(08).
               03 WS-RS-LISTADO        PIC X(01).
                   88 WS-RS-LISTADO-SIM       VALUE 'S'.
       01 WS-BUSCA-MATRICULA           PIC X(05) VALUE SPACES.
       01 WS-RS-I                      PIC 9(04) VALUE ZERO.
       01 WS-RS-ACHOU-I                PIC 9(04) VALUE ZERO.
       01 WS-RS-MAIOR-I                PIC 9(04) VALUE ZERO.
       01 WS-PONTOS-CALC               PIC 9(05) VALUE ZERO.
      *-----------------------------------------------------------------
      * TURMAS DO RELATORIO, UNIDADE + TURMA (NA ORDEM DO
      * MATRICULAS.TXT)
      *-----------------------------------------------------------------
       01 WS-TAB-TUR-LIMITE            PIC 9(03) VALUE 100.
       01 WS-QTD-TUR                   PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TUR.
           02 WS-TUR-ENTRADA OCCURS 100 TIMES.
               03 WS-TUR-UNIDADE       PIC X(02).
               03 WS-TUR-CODIGO        PIC X(03).
       01 WS-TUR-I                     PIC 9(03) VALUE ZERO.
       01 WS-TOP-K                     PIC 9(02) VALUE ZERO.
       01 WS-TUR-AVALIADOS             PIC 9(04) VALUE ZERO.
       01 WS-TUR-EM-RISCO              PIC 9(04) VALUE ZERO.
       01 WS-TUR-SAIRAM                PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * LINHA DO RELATORIO
      *-----------------------------------------------------------------
       01 WS-MOTIVOS                   PIC X(58) VALUE SPACES.
       01 WS-MOT-PTR                   PIC 9(03) VALUE 1.
       01 WS-TENDENCIA                 PIC X(05) VALUE SPACES.
       01 WS-ANTERIOR-TXT              PIC X(03) VALUE SPACES.
       01 WS-MASK-QTD                  PIC Z9.
       01 WS-MASK-PONTOS               PIC ZZ9.
       01 WS-MASK-ANT                  PIC ZZ9.
       01 WS-MASK-FREQ                 PIC ZZ9,9.
       01 WS-MASK-LIMITE               PIC Z9,99.
       01 WS-MASK-TOTAL                PIC ZZZ9.
       01 WS-MASK-TOTAL-B              PIC ZZZ9.
       01 WS-MASK-TOTAL-C              PIC ZZZ9.
      *-----------------------------------------------------------------
      * TOTAIS
      *-----------------------------------------------------------------
       01 WS-QTD-NOTAS-LIDAS           PIC 9(06) VALUE ZERO.
       01 WS-QTD-EM-RISCO              PIC 9(04) VALUE ZERO.
       01 WS-QTD-LISTADOS              PIC 9(04) VALUE ZERO.
       01 WS-QTD-SAIRAM                PIC 9(04) VALUE ZERO.
       01 WS-QTD-HIST-GRAVADOS         PIC 9(04) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'RISCO.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'MATRI ALUNO                PTS ANT TEND  MOTIVOS'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'ALERTA DE ALUNOS EM RISCO'
           DISPLAY '-----------------------------------'

           PERFORM OBTEM-DATA-REFERENCIA
           DISPLAY 'DATA DE REFERENCIA: ' WS-DATA-REF

           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-ALUNOS
           IF WS-QTD-RS = 0
               DISPLAY 'NENHUM ALUNO ATIVO DE ' WS-ANO
                       ' NO MATRICULAS.TXT - NADA A AVALIAR'
               MOVE 8 TO WS-RETORNO-JOB
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
           COMPUTE WS-ANOMES-REF = WS-HOJE-ANO * 100 + WS-HOJE-MES
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-REF
           END-STRING
           EXIT.
       FIM-OBTEM-DATA-REFERENCIA.

       CARREGA-PARAMETROS.
           OPEN INPUT MEDIA-PARAM
           IF WS-PARAM-STATUS = '00'
               READ MEDIA-PARAM
                   NOT AT END
                       MOVE PARAM-LIMITE-RECUPERACAO
                            TO WS-LIMITE-RECUPERACAO
                       MOVE PARAM-PESO1 TO WS-PESO1
                       MOVE PARAM-PESO2 TO WS-PESO2
                       MOVE PARAM-PESO3 TO WS-PESO3
                       MOVE PARAM-PESO4 TO WS-PESO4
               END-READ
               CLOSE MEDIA-PARAM
           ELSE
               DISPLAY 'MEDIAPAR.TXT NAO ENCONTRADO - USANDO '
                       'LIMITE DE RECUPERACAO PADRAO (5,00)'
           END-IF
           COMPUTE WS-SOMA-PESOS = WS-PESO1 + WS-PESO2
                                  + WS-PESO3 + WS-PESO4

           OPEN INPUT RISCO-PARAM
           IF WS-RISCOPAR-STATUS = '00'
               READ RISCO-PARAM
                   NOT AT END
                       IF RISCO-PARAM-REG NUMERIC
                           MOVE RP-PESO-NOTA TO WS-PESO-NOTA
                           MOVE RP-PESO-FREQUENCIA
                                TO WS-PESO-FREQUENCIA
                           MOVE RP-PESO-FINANCEIRO
                                TO WS-PESO-FINANCEIRO
                           MOVE RP-PESO-OCORRENCIA
                                TO WS-PESO-OCORRENCIA
                           MOVE RP-FREQ-ALERTA TO WS-FREQ-ALERTA
                           MOVE RP-PONTOS-CORTE TO WS-PONTOS-CORTE
                           MOVE RP-QTD-POR-TURMA TO WS-QTD-POR-TURMA
                       ELSE
                           DISPLAY 'RISCOPAR.TXT MAL FORMADO - USANDO '
                                   'OS PESOS PADRAO'
                       END-IF
               END-READ
               CLOSE RISCO-PARAM
           ELSE
               DISPLAY 'RISCOPAR.TXT NAO ENCONTRADO - USANDO OS PESOS '
                       'PADRAO'
           END-IF

           DISPLAY 'PESOS - NOTA: ' WS-PESO-NOTA
                   ' FREQUENCIA: ' WS-PESO-FREQUENCIA
                   ' FINANCEIRO: ' WS-PESO-FINANCEIRO
                   ' OCORRENCIA: ' WS-PESO-OCORRENCIA
           DISPLAY 'ALERTA DE FREQUENCIA: ' WS-FREQ-ALERTA
                   '%  CORTE: ' WS-PONTOS-CORTE
                   ' PONTOS  MAXIMO POR TURMA: ' WS-QTD-POR-TURMA
           EXIT.
       FIM-CARREGA-PARAMETROS.

       CARREGA-ALUNOS.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO'
           ELSE
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   IF MT-SIT-ATIVA AND MT-ANO-LETIVO = WS-ANO
                      AND MT-TURMA NOT = SPACES
                       PERFORM INCLUI-ALUNO
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           DISPLAY 'ALUNOS AVALIADOS: ' WS-QTD-RS
           EXIT.
       FIM-CARREGA-ALUNOS.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       INCLUI-ALUNO.
           IF WS-QTD-RS < WS-TAB-RS-LIMITE
               ADD 1 TO WS-QTD-RS
               MOVE MT-MATRICULA TO WS-RS-MATRICULA(WS-QTD-RS)
               MOVE MT-NOME      TO WS-RS-NOME(WS-QTD-RS)
               MOVE MT-TURMA     TO WS-RS-TURMA(WS-QTD-RS)
               MOVE MT-UNIDADE   TO WS-RS-UNIDADE(WS-QTD-RS)
               IF MT-UNIDADE = SPACES
                   MOVE '01' TO WS-RS-UNIDADE(WS-QTD-RS)
               END-IF
               MOVE ZERO TO WS-RS-QTD-NOTAS(WS-QTD-RS)
               MOVE 'N'  TO WS-RS-FREQ-ACHOU(WS-QTD-RS)
               MOVE ZERO TO WS-RS-FREQ-PCT(WS-QTD-RS)
               MOVE ZERO TO WS-RS-MESES(WS-QTD-RS)
               MOVE ZERO TO WS-RS-OCORRENCIAS(WS-QTD-RS)
               MOVE ZERO TO WS-RS-PONTOS(WS-QTD-RS)
               MOVE ZERO TO WS-RS-ANT-PONTOS(WS-QTD-RS)
               MOVE ZERO TO WS-RS-ANT-DATA(WS-QTD-RS)
               MOVE 'N'  TO WS-RS-LISTADO(WS-QTD-RS)

               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-TUR-I FROM 1 BY 1
                       UNTIL WS-TUR-I > WS-QTD-TUR OR WS-ACHOU-SIM
                   IF WS-TUR-UNIDADE(WS-TUR-I) =
                      WS-RS-UNIDADE(WS-QTD-RS) AND
                      WS-TUR-CODIGO(WS-TUR-I) = MT-TURMA
                       SET WS-ACHOU-SIM TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ACHOU-SIM AND WS-QTD-TUR < WS-TAB-TUR-LIMITE
                   ADD 1 TO WS-QTD-TUR
                   MOVE WS-RS-UNIDADE(WS-QTD-RS)
                        TO WS-TUR-UNIDADE(WS-QTD-TUR)
                   MOVE MT-TURMA TO WS-TUR-CODIGO(WS-QTD-TUR)
               END-IF
           ELSE
               IF NOT WS-TAB-CHEIA-SIM
                   DISPLAY 'AVISO: MAIS DE ' WS-TAB-RS-LIMITE
                           ' ALUNOS ATIVOS - AVALIACAO PARCIAL'
                   SET WS-TAB-CHEIA-SIM TO TRUE
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           EXIT.
       FIM-INCLUI-ALUNO.

       LOCALIZA-MATRICULA.
           MOVE 'N' TO WS-ACHOU
           MOVE ZERO TO WS-RS-ACHOU-I
           PERFORM VARYING WS-RS-I FROM 1 BY 1
                   UNTIL WS-RS-I > WS-QTD-RS OR WS-ACHOU-SIM
               IF WS-RS-MATRICULA(WS-RS-I) = WS-BUSCA-MATRICULA
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-RS-I TO WS-RS-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-MATRICULA.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               PERFORM APURA-NOTAS
               PERFORM APURA-FREQUENCIA
               PERFORM APURA-FINANCEIRO
               PERFORM APURA-OCORRENCIAS
               PERFORM CALCULA-PONTOS
               PERFORM CARREGA-HISTORICO
               PERFORM GRAVA-RELATORIO
               PERFORM GRAVA-HISTORICO
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * FATOR 1: MEDIAS DE BIMESTRE DO ANO ABAIXO DA RECUPERACAO (UMA
      * POR DISCIPLINA/BIMESTRE COM NOTA LANCADA)
      *-----------------------------------------------------------------
       APURA-NOTAS.
           OPEN INPUT NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY 'NOTAS.TXT NAO ENCONTRADO - FATOR DE NOTAS '
                       'FORA DA AVALIACAO'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-NOTAS
               PERFORM UNTIL WS-FIM-NOTAS-SIM
                   ADD 1 TO WS-QTD-NOTAS-LIDAS
                   IF (FDS-DATA = SPACES OR
                       FDS-DATA(7:4) = WS-ANO-TXT) AND
                      FDS-NOTA1 + FDS-NOTA2 + FDS-NOTA3 + FDS-NOTA4
                      > 0
                       PERFORM AVALIA-MEDIA
                   END-IF
                   PERFORM LER-NOTAS
               END-PERFORM
               CLOSE NOTAS
           END-IF
           EXIT.
       FIM-APURA-NOTAS.

       LER-NOTAS.
           READ NOTAS NEXT RECORD
               AT END
                   SET WS-FIM-NOTAS-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-NOTAS.

       AVALIA-MEDIA.
           IF WS-SOMA-PESOS > 0
               COMPUTE WS-MEDIA ROUNDED =
                   (FDS-NOTA1 * WS-PESO1 + FDS-NOTA2 * WS-PESO2
                  + FDS-NOTA3 * WS-PESO3 + FDS-NOTA4 * WS-PESO4)
                   / WS-SOMA-PESOS
               END-COMPUTE
           ELSE
               COMPUTE WS-MEDIA ROUNDED =
                 (FDS-NOTA1 + FDS-NOTA2 + FDS-NOTA3 + FDS-NOTA4) / 4
               END-COMPUTE
           END-IF

           IF WS-MEDIA < WS-LIMITE-RECUPERACAO
               MOVE FDS-ID TO WS-BUSCA-MATRICULA
               PERFORM LOCALIZA-MATRICULA
               IF WS-ACHOU-SIM AND
                  WS-RS-QTD-NOTAS(WS-RS-ACHOU-I) < 99
                   ADD 1 TO WS-RS-QTD-NOTAS(WS-RS-ACHOU-I)
               END-IF
           END-IF
           EXIT.
       FIM-AVALIA-MEDIA.

      *-----------------------------------------------------------------
      * FATOR 2: FREQUENCIA (AULAS ASSISTIDAS + ABONADAS) PELO NOME DO
      * ALUNO NO FREQUENCIA.TXT
      *-----------------------------------------------------------------
       APURA-FREQUENCIA.
           OPEN INPUT FREQUENCIA
           IF WS-FREQ-STATUS NOT = '00'
               DISPLAY 'FREQUENCIA.TXT NAO ENCONTRADO - FATOR DE '
                       'FREQUENCIA FORA DA AVALIACAO'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-FREQUENCIA
               PERFORM UNTIL WS-FIM-FREQ-SIM
                   IF FQ-AULAS-DADAS NUMERIC
                      AND FQ-AULAS-ASSISTIDAS NUMERIC
                      AND FQ-AULAS-DADAS > 0
                       IF FQ-AULAS-ABONADAS NOT NUMERIC
                           MOVE ZERO TO FQ-AULAS-ABONADAS
                       END-IF
                       PERFORM VARYING WS-RS-I FROM 1 BY 1
                               UNTIL WS-RS-I > WS-QTD-RS
                           IF WS-RS-NOME(WS-RS-I)(1:11) = FQ-NOME
                               MOVE 'S' TO WS-RS-FREQ-ACHOU(WS-RS-I)
                               COMPUTE WS-RS-FREQ-PCT(WS-RS-I) =
                                   ((FQ-AULAS-ASSISTIDAS +
                                     FQ-AULAS-ABONADAS) * 100)
                                   / FQ-AULAS-DADAS
                               END-COMPUTE
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM LER-FREQUENCIA
               END-PERFORM
               CLOSE FREQUENCIA
           END-IF
           EXIT.
       FIM-APURA-FREQUENCIA.

       LER-FREQUENCIA.
           READ FREQUENCIA
               AT END
                   SET WS-FIM-FREQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-FREQUENCIA.

      *-----------------------------------------------------------------
      * FATOR 3: MESES JA VENCIDOS EM ABERTO OU PARCIAIS NO ALOCACAO.TXT
      *-----------------------------------------------------------------
       APURA-FINANCEIRO.
           OPEN INPUT ALOCACAO
           IF WS-ALOC-STATUS NOT = '00'
               DISPLAY 'ALOCACAO.TXT NAO ENCONTRADO - FATOR '
                       'FINANCEIRO FORA DA AVALIACAO'
           ELSE
               PERFORM LER-ALOCACAO
               PERFORM UNTIL WS-FIM-ALOC-SIM
                   IF (AL-ABERTO OR AL-PARCIAL) AND
                      AL-ANOMES <= WS-ANOMES-REF
                       MOVE AL-MATRICULA TO WS-BUSCA-MATRICULA
                       PERFORM LOCALIZA-MATRICULA
                       IF WS-ACHOU-SIM AND
                          WS-RS-MESES(WS-RS-ACHOU-I) < 99
                           ADD 1 TO WS-RS-MESES(WS-RS-ACHOU-I)
                       END-IF
                   END-IF
                   PERFORM LER-ALOCACAO
               END-PERFORM
               CLOSE ALOCACAO
           END-IF
           EXIT.
       FIM-APURA-FINANCEIRO.

       LER-ALOCACAO.
           READ ALOCACAO
               AT END
                   SET WS-FIM-ALOC-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ALOCACAO.

      *-----------------------------------------------------------------
      * FATOR 4: ADVERTENCIAS E SUSPENSOES DO ANO (A OBSERVACAO DE
      * COMPORTAMENTO NAO CONTA)
      *-----------------------------------------------------------------
       APURA-OCORRENCIAS.
           OPEN INPUT OCORRENCIAS
           IF WS-OCOR-STATUS = '00'
               PERFORM LER-OCORRENCIAS
               PERFORM UNTIL WS-FIM-OCOR-SIM
                   IF OC-DATA(7:4) = WS-ANO-TXT AND
                      (OC-ADVERTENCIA-VERBAL OR
                       OC-ADVERTENCIA-ESCRITA OR OC-SUSPENSAO)
                       MOVE OC-MATRICULA TO WS-BUSCA-MATRICULA
                       PERFORM LOCALIZA-MATRICULA
                       IF WS-ACHOU-SIM AND
                          WS-RS-OCORRENCIAS(WS-RS-ACHOU-I) < 99
                           ADD 1 TO WS-RS-OCORRENCIAS(WS-RS-ACHOU-I)
                       END-IF
                   END-IF
                   PERFORM LER-OCORRENCIAS
               END-PERFORM
               CLOSE OCORRENCIAS
           END-IF
           EXIT.
       FIM-APURA-OCORRENCIAS.

       LER-OCORRENCIAS.
           READ OCORRENCIAS
               AT END
                   SET WS-FIM-OCOR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-OCORRENCIAS.

      *-----------------------------------------------------------------
      * PONTUACAO: PESO X QUANTIDADE EM NOTAS, FINANCEIRO E
      * OCORRENCIAS; FREQUENCIA ABAIXO DO ALERTA VALE O PESO, ABAIXO
      * DO LIMITE DE REPROVACAO VALE O DOBRO
      *-----------------------------------------------------------------
       CALCULA-PONTOS.
           PERFORM VARYING WS-RS-I FROM 1 BY 1
                   UNTIL WS-RS-I > WS-QTD-RS
               COMPUTE WS-PONTOS-CALC =
                     WS-PESO-NOTA * WS-RS-QTD-NOTAS(WS-RS-I)
                   + WS-PESO-FINANCEIRO * WS-RS-MESES(WS-RS-I)
                   + WS-PESO-OCORRENCIA * WS-RS-OCORRENCIAS(WS-RS-I)
               END-COMPUTE
               IF WS-RS-FREQ-ACHOU-SIM(WS-RS-I)
                   IF WS-RS-FREQ-PCT(WS-RS-I) < WS-LIMITE-FREQUENCIA
                       COMPUTE WS-PONTOS-CALC = WS-PONTOS-CALC
                                              + 2 * WS-PESO-FREQUENCIA
                   ELSE
                   IF WS-RS-FREQ-PCT(WS-RS-I) < WS-FREQ-ALERTA
                       ADD WS-PESO-FREQUENCIA TO WS-PONTOS-CALC
                   END-IF
                   END-IF
               END-IF
               IF WS-PONTOS-CALC > 999
                   MOVE 999 TO WS-PONTOS-CALC
               END-IF
               MOVE WS-PONTOS-CALC TO WS-RS-PONTOS(WS-RS-I)
               IF WS-RS-PONTOS(WS-RS-I) > 0 AND
                  WS-RS-PONTOS(WS-RS-I) >= WS-PONTOS-CORTE
                   ADD 1 TO WS-QTD-EM-RISCO
               END-IF
           END-PERFORM
           EXIT.
       FIM-CALCULA-PONTOS.

      *-----------------------------------------------------------------
      * HISTORICO: PONTUACAO DA ULTIMA RODADA ANTERIOR DE CADA ALUNO;
      * RODADA DA MESMA DATA JA GRAVADA NAO E GRAVADA DE NOVO
      *-----------------------------------------------------------------
       CARREGA-HISTORICO.
           OPEN INPUT RISCO-HIST
           IF WS-HIST-STATUS = '00'
               PERFORM LER-HISTORICO
               PERFORM UNTIL WS-FIM-HIST-SIM
                   IF RH-DATA = WS-HOJE-AAAAMMDD
                       SET WS-HIST-MESMA-DATA-SIM TO TRUE
                   END-IF
                   IF RH-DATA < WS-HOJE-AAAAMMDD
                       MOVE RH-MATRICULA TO WS-BUSCA-MATRICULA
                       PERFORM LOCALIZA-MATRICULA
                       IF WS-ACHOU-SIM AND
                          RH-DATA >= WS-RS-ANT-DATA(WS-RS-ACHOU-I)
                           MOVE RH-DATA
                                TO WS-RS-ANT-DATA(WS-RS-ACHOU-I)
                           MOVE RH-PONTOS
                                TO WS-RS-ANT-PONTOS(WS-RS-ACHOU-I)
                       END-IF
                   END-IF
                   PERFORM LER-HISTORICO
               END-PERFORM
               CLOSE RISCO-HIST
           END-IF
           EXIT.
       FIM-CARREGA-HISTORICO.

       LER-HISTORICO.
           READ RISCO-HIST
               AT END
                   SET WS-FIM-HIST-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-HISTORICO.

       GRAVA-HISTORICO.
           IF WS-HIST-MESMA-DATA-SIM
               DISPLAY 'RISCOHIST.TXT JA TEM A RODADA DE '
                       WS-DATA-REF ' - HISTORICO NAO REGRAVADO'
           ELSE
               OPEN EXTEND RISCO-HIST
               IF WS-HIST-STATUS = '35'
                   OPEN OUTPUT RISCO-HIST
               END-IF
               PERFORM VARYING WS-RS-I FROM 1 BY 1
                       UNTIL WS-RS-I > WS-QTD-RS
                   MOVE SPACES TO RISCO-HIST-REG
                   MOVE WS-HOJE-AAAAMMDD TO RH-DATA
                   MOVE WS-RS-MATRICULA(WS-RS-I)   TO RH-MATRICULA
                   MOVE WS-RS-TURMA(WS-RS-I)       TO RH-TURMA
                   MOVE WS-RS-PONTOS(WS-RS-I)      TO RH-PONTOS
                   MOVE WS-RS-QTD-NOTAS(WS-RS-I)   TO RH-QTD-NOTAS
                   MOVE WS-RS-FREQ-PCT(WS-RS-I)    TO RH-FREQ-PCT
                   MOVE WS-RS-MESES(WS-RS-I)       TO RH-MESES-ABERTOS
                   MOVE WS-RS-OCORRENCIAS(WS-RS-I)
                        TO RH-QTD-OCORRENCIAS
                   WRITE RISCO-HIST-REG
                   ADD 1 TO WS-QTD-HIST-GRAVADOS
               END-PERFORM
               CLOSE RISCO-HIST
           END-IF
           EXIT.
       FIM-GRAVA-HISTORICO.

      *-----------------------------------------------------------------
      * RELATORIO POR TURMA: OS MAIORES RISCOS EM ORDEM DECRESCENTE DE
      * PONTOS (ATE O MAXIMO POR TURMA) E QUEM SAIU DO RISCO
      *-----------------------------------------------------------------
       GRAVA-RELATORIO.
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'ALUNOS EM RISCO - REFERENCIA ' WS-DATA-REF
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-TUR-I FROM 1 BY 1
                   UNTIL WS-TUR-I > WS-QTD-TUR
               PERFORM RELATORIO-TURMA
           END-PERFORM

           MOVE WS-QTD-RS       TO WS-MASK-TOTAL
           MOVE WS-QTD-EM-RISCO TO WS-MASK-TOTAL-B
           MOVE WS-QTD-SAIRAM   TO WS-MASK-TOTAL-C
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TOTAL - AVALIADOS: ' WS-MASK-TOTAL
                  '  EM RISCO: ' WS-MASK-TOTAL-B
                  '  SAIRAM DO RISCO: ' WS-MASK-TOTAL-C
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

       RELATORIO-TURMA.
           MOVE ZERO TO WS-TUR-AVALIADOS
           MOVE ZERO TO WS-TUR-EM-RISCO
           MOVE ZERO TO WS-TUR-SAIRAM
           PERFORM VARYING WS-RS-I FROM 1 BY 1
                   UNTIL WS-RS-I > WS-QTD-RS
               IF WS-RS-UNIDADE(WS-RS-I) = WS-TUR-UNIDADE(WS-TUR-I) AND
                  WS-RS-TURMA(WS-RS-I) = WS-TUR-CODIGO(WS-TUR-I)
                   ADD 1 TO WS-TUR-AVALIADOS
                   IF WS-RS-PONTOS(WS-RS-I) > 0 AND
                      WS-RS-PONTOS(WS-RS-I) >= WS-PONTOS-CORTE
                       ADD 1 TO WS-TUR-EM-RISCO
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-TUR-AVALIADOS TO WS-MASK-TOTAL
           MOVE WS-TUR-EM-RISCO  TO WS-MASK-TOTAL-B
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TURMA ' WS-TUR-CODIGO(WS-TUR-I)
                  ' UNIDADE ' WS-TUR-UNIDADE(WS-TUR-I)
                  ' - AVALIADOS: ' WS-MASK-TOTAL
                  '  EM RISCO: ' WS-MASK-TOTAL-B
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE ZERO TO WS-TOP-K
           MOVE 1 TO WS-RS-MAIOR-I
           PERFORM UNTIL WS-TOP-K >= WS-QTD-POR-TURMA OR
                         WS-RS-MAIOR-I = 0
               PERFORM SELECIONA-MAIOR-RISCO
               IF WS-RS-MAIOR-I > 0
                   ADD 1 TO WS-TOP-K
                   MOVE 'S' TO WS-RS-LISTADO(WS-RS-MAIOR-I)
                   MOVE WS-RS-MAIOR-I TO WS-RS-I
                   PERFORM GRAVA-LINHA-RISCO
                   ADD 1 TO WS-QTD-LISTADOS
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RS-I FROM 1 BY 1
                   UNTIL WS-RS-I > WS-QTD-RS
               IF WS-RS-UNIDADE(WS-RS-I) = WS-TUR-UNIDADE(WS-TUR-I) AND
                  WS-RS-TURMA(WS-RS-I) = WS-TUR-CODIGO(WS-TUR-I) AND
                  WS-RS-ANT-DATA(WS-RS-I) > 0 AND
                  WS-RS-ANT-PONTOS(WS-RS-I) > 0 AND
                  WS-RS-ANT-PONTOS(WS-RS-I) >= WS-PONTOS-CORTE AND
                  WS-RS-PONTOS(WS-RS-I) < WS-PONTOS-CORTE
                   ADD 1 TO WS-TUR-SAIRAM
                   ADD 1 TO WS-QTD-SAIRAM
                   PERFORM GRAVA-LINHA-SAIU
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-RELATORIO-TURMA.

       SELECIONA-MAIOR-RISCO.
           MOVE ZERO TO WS-RS-MAIOR-I
           PERFORM VARYING WS-RS-I FROM 1 BY 1
                   UNTIL WS-RS-I > WS-QTD-RS
               IF WS-RS-UNIDADE(WS-RS-I) = WS-TUR-UNIDADE(WS-TUR-I) AND
                  WS-RS-TURMA(WS-RS-I) = WS-TUR-CODIGO(WS-TUR-I) AND
                  NOT WS-RS-LISTADO-SIM(WS-RS-I) AND
                  WS-RS-PONTOS(WS-RS-I) > 0 AND
                  WS-RS-PONTOS(WS-RS-I) >= WS-PONTOS-CORTE
                   IF WS-RS-MAIOR-I = 0
                       MOVE WS-RS-I TO WS-RS-MAIOR-I
                   ELSE
                   IF WS-RS-PONTOS(WS-RS-I) >
                      WS-RS-PONTOS(WS-RS-MAIOR-I)
                       MOVE WS-RS-I TO WS-RS-MAIOR-I
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-SELECIONA-MAIOR-RISCO.

       GRAVA-LINHA-RISCO.
           PERFORM MONTA-MOTIVOS

           IF WS-RS-ANT-DATA(WS-RS-I) = 0
               MOVE '---'  TO WS-ANTERIOR-TXT
               MOVE 'NOVO' TO WS-TENDENCIA
           ELSE
               MOVE WS-RS-ANT-PONTOS(WS-RS-I) TO WS-MASK-ANT
               MOVE WS-MASK-ANT TO WS-ANTERIOR-TXT
               EVALUATE TRUE
                   WHEN WS-RS-PONTOS(WS-RS-I) >
                        WS-RS-ANT-PONTOS(WS-RS-I)
                       MOVE 'SUBIU' TO WS-TENDENCIA
                   WHEN WS-RS-PONTOS(WS-RS-I) <
                        WS-RS-ANT-PONTOS(WS-RS-I)
                       MOVE 'CAIU' TO WS-TENDENCIA
                   WHEN OTHER
                       MOVE 'IGUAL' TO WS-TENDENCIA
               END-EVALUATE
           END-IF

           MOVE WS-RS-PONTOS(WS-RS-I) TO WS-MASK-PONTOS
           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-RS-MATRICULA(WS-RS-I) ' '
                  WS-RS-NOME(WS-RS-I)(1:20) ' '
                  WS-MASK-PONTOS ' '
                  WS-ANTERIOR-TXT ' '
                  WS-TENDENCIA ' '
                  WS-MOTIVOS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:80)
           EXIT.
       FIM-GRAVA-LINHA-RISCO.

       MONTA-MOTIVOS.
           MOVE SPACES TO WS-MOTIVOS
           MOVE 1 TO WS-MOT-PTR

           IF WS-RS-QTD-NOTAS(WS-RS-I) > 0
               MOVE WS-RS-QTD-NOTAS(WS-RS-I) TO WS-MASK-QTD
               MOVE WS-LIMITE-RECUPERACAO TO WS-MASK-LIMITE
               STRING WS-MASK-QTD ' MEDIA(S)<' WS-MASK-LIMITE '; '
                      DELIMITED BY SIZE
                      INTO WS-MOTIVOS
                      WITH POINTER WS-MOT-PTR
               END-STRING
           END-IF

           IF WS-RS-FREQ-ACHOU-SIM(WS-RS-I) AND
              WS-RS-FREQ-PCT(WS-RS-I) < WS-FREQ-ALERTA
               MOVE WS-RS-FREQ-PCT(WS-RS-I) TO WS-MASK-FREQ
               STRING 'FREQ ' WS-MASK-FREQ '%; '
                      DELIMITED BY SIZE
                      INTO WS-MOTIVOS
                      WITH POINTER WS-MOT-PTR
               END-STRING
           END-IF

           IF WS-RS-MESES(WS-RS-I) > 0
               MOVE WS-RS-MESES(WS-RS-I) TO WS-MASK-QTD
               STRING WS-MASK-QTD ' MES(ES) ABERTO(S); '
                      DELIMITED BY SIZE
                      INTO WS-MOTIVOS
                      WITH POINTER WS-MOT-PTR
               END-STRING
           END-IF

           IF WS-RS-OCORRENCIAS(WS-RS-I) > 0
               MOVE WS-RS-OCORRENCIAS(WS-RS-I) TO WS-MASK-QTD
               STRING WS-MASK-QTD ' OCORRENCIA(S)'
                      DELIMITED BY SIZE
                      INTO WS-MOTIVOS
                      WITH POINTER WS-MOT-PTR
               END-STRING
           END-IF
           EXIT.
       FIM-MONTA-MOTIVOS.

       GRAVA-LINHA-SAIU.
           MOVE WS-RS-PONTOS(WS-RS-I)     TO WS-MASK-PONTOS
           MOVE WS-RS-ANT-PONTOS(WS-RS-I) TO WS-MASK-ANT
           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-RS-MATRICULA(WS-RS-I) ' '
                  WS-RS-NOME(WS-RS-I)(1:20) ' '
                  WS-MASK-PONTOS ' '
                  WS-MASK-ANT ' '
                  'SAIU  SAIU DO RISCO DESDE A RODADA ANTERIOR'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-LINHA-SAIU.

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
           DISPLAY 'ALUNOS AVALIADOS     : ' WS-QTD-RS
           DISPLAY 'ALUNOS EM RISCO      : ' WS-QTD-EM-RISCO
           DISPLAY 'LISTADOS NO RELATORIO: ' WS-QTD-LISTADOS
           DISPLAY 'SAIRAM DO RISCO      : ' WS-QTD-SAIRAM
           DISPLAY 'GRAVADOS NO HISTORICO: ' WS-QTD-HIST-GRAVADOS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM ALUNOS-RISCO.
