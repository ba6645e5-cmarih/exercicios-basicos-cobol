      *   02/09/2026 MC  - Notas com meio ponto (9(02)V9 em NOTAS.CPY):
      *                    as medias de bimestre e final passaram a ser
      *                    ARREDONDADAS a duas decimais, igual ao MEDIA
      *   15/10/2026 MC  - Conferencia da matriz curricular
      *                    (MATRIZ.TXT): a serie do aluno vem da
      *                    turma do MATRICULAS.TXT no cadastro
      *                    TURMAS.TXT e cada disciplina obrigatoria da
      *                    serie sem nenhuma nota no NOTAS.TXT
      *                    (inclusive de aluno ativo sem nota alguma)
      *                    sai no ANOFINAL.TXT com situacao SEM NOTAS,
      *                    em vez de o aluno ser consolidado so com o
      *                    que havia; sem MATRIZ.TXT nada muda
      *   15/10/2026 MC  - Fechamento das dependencias
      *                    (DEPENDENCIAS.TXT, DEPEND.CPY): cada
      *                    dependencia aberta do ano sai CUMPRIDA
      *                    quando a media dos bimestres lancados
      *                    alcanca o limite de aprovacao do
      *                    MEDIAPAR.TXT, ou NAO CUMPRIDA (inclusive sem
      *                    nota lancada), com a data do fechamento
      *   15/10/2026 MC  - Faltas abonadas por atestado
      *                    (FQ-AULAS-ABONADAS) contam como aula
      *                    assistida na regra de reprovacao por falta
      *   15/10/2026 MC  - Pesos e limites pela versao de MEDIAPAR.TXT
      *                    vigente na data de cada nota (rotina
      *                    PARAM-VIGENTE): o bimestre pela data da
      *                    nota, a situacao final pela ultima nota do
      *                    aluno na disciplina e a dependencia pelo fim
      *                    do ano de curso (limitado a hoje); cada
      *                    troca de versao e exibida no log do passo
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      *   15/10/2026 MC  - Serie da matriz procurada por unidade +
      *                    turma + ano (TU- e MT-UNIDADE, em branco =
      *                    01): cada unidade tem os seus codigos de
      *                    turma
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLIDA-ANO.
           SELECT ANO-FINAL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ANOFINAL-STATUS.
           SELECT MATRIZ ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MZ-STATUS.
           SELECT TURMAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TUR-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT DEPENDENCIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEP-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.

       FD MEDIA-PARAM
           LABEL RECORD STANDARD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ANOFINAL.TXT'.
       COPY ANOFINAL.CPY.

       FD MATRIZ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRIZ.TXT'.
       COPY MATRIZ.CPY.

       FD TURMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TURMAS.TXT'.
       COPY TURMA.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD DEPENDENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DEPENDENCIAS.TXT'.
       COPY DEPEND.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-NOTAS-STATUS                  PIC X(02) VALUE '00'.
       01 WS-QTD-REGISTROS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-ALUNOS                    PIC 9(04) VALUE ZERO.
       01 WS-RETORNO-JOB                   PIC 9(02) VALUE ZERO.
       01 WS-MZ-STATUS                     PIC X(02) VALUE '00'.
       01 WS-TUR-STATUS                    PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS                    PIC X(02) VALUE '00'.
       01 WS-FLAGS-MATRIZ.
           02 WS-FIM-MZ                 PIC X(01) VALUE 'N'.
               88 WS-FIM-MZ-SIM                VALUE 'S'.
           02 WS-FIM-TUR                PIC X(01) VALUE 'N'.
               88 WS-FIM-TUR-SIM               VALUE 'S'.
           02 WS-FIM-MAT                PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM               VALUE 'S'.
           02 WS-MT-ACHOU               PIC X(01) VALUE 'N'.
               88 WS-MT-ACHOU-SIM              VALUE 'S'.
           02 WS-TS-ACHOU               PIC X(01) VALUE 'N'.
               88 WS-TS-ACHOU-SIM              VALUE 'S'.
           02 WS-DISC-CURSADA           PIC X(01) VALUE 'N'.
               88 WS-DISC-CURSADA-SIM          VALUE 'S'.
       01 WS-TAB-MZ-LIMITE                 PIC 9(03) VALUE 600.
       01 WS-QTD-MZ                        PIC 9(03) VALUE ZERO.
       01 WS-TABELA-MZ.
           02 WS-MZ-ENTRADA OCCURS 600 TIMES.
               03 WS-MZ-ANO                PIC 9(04).
               03 WS-MZ-SERIE              PIC 9(02).
               03 WS-MZ-DISCIPLINA         PIC X(02).
       01 WS-MZ-I                          PIC 9(03) VALUE ZERO.
       01 WS-TAB-TS-LIMITE                 PIC 9(03) VALUE 300.
       01 WS-QTD-TS                        PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TS.
           02 WS-TS-ENTRADA OCCURS 300 TIMES.
               03 WS-TS-UNIDADE            PIC X(02).
               03 WS-TS-TURMA              PIC X(03).
               03 WS-TS-ANO                PIC 9(04).
               03 WS-TS-SERIE              PIC 9(02).
       01 WS-TS-I                          PIC 9(03) VALUE ZERO.
       01 WS-TAB-MT-LIMITE                 PIC 9(04) VALUE 2000.
       01 WS-QTD-MT                        PIC 9(04) VALUE ZERO.
       01 WS-TABELA-MT.
           02 WS-MT-ENTRADA OCCURS 2000 TIMES.
               03 WS-MT-MATRICULA          PIC X(05).
               03 WS-MT-NOME               PIC X(11).
               03 WS-MT-UNIDADE            PIC X(02).
               03 WS-MT-TURMA              PIC X(03).
               03 WS-MT-ANO                PIC 9(04).
               03 WS-MT-VISTO              PIC X(01).
       01 WS-MT-I                          PIC 9(04) VALUE ZERO.
       01 WS-MT-J                          PIC 9(04) VALUE ZERO.
       01 WS-MT-ACHOU-I                    PIC 9(04) VALUE ZERO.
       01 WS-TAB-AD-LIMITE                 PIC 9(02) VALUE 20.
       01 WS-QTD-AD                        PIC 9(02) VALUE ZERO.
       01 WS-TABELA-AD.
           02 WS-AD-DISCIPLINA PIC X(02) OCCURS 20 TIMES.
       01 WS-AD-I                          PIC 9(02) VALUE ZERO.
       01 WS-CONF-UNIDADE                  PIC X(02) VALUE SPACES.
       01 WS-CONF-TURMA                    PIC X(03) VALUE SPACES.
       01 WS-CONF-ANO                      PIC 9(04) VALUE ZERO.
       01 WS-CONF-SERIE                    PIC 9(02) VALUE ZERO.
       01 WS-ANO-REFERENCIA                PIC 9(04) VALUE ZERO.
       01 WS-QTD-SEM-NOTAS                 PIC 9(04) VALUE ZERO.
       01 WS-QTD-SEM-SERIE                 PIC 9(04) VALUE ZERO.
       01 WS-DEP-STATUS                    PIC X(02) VALUE '00'.
       01 WS-FIM-DEP                       PIC X(01) VALUE 'N'.
           88 WS-FIM-DEP-SIM                      VALUE 'S'.
       01 WS-TAB-DEP-CHEIA                 PIC X(01) VALUE 'N'.
           88 WS-TAB-DEP-CHEIA-SIM                VALUE 'S'.
       01 WS-TAB-DEP-LIMITE                PIC 9(04) VALUE 3000.
       01 WS-QTD-DEP                       PIC 9(04) VALUE ZERO.
       01 WS-TABELA-DEP.
           02 WS-DEP-REG PIC X(60) OCCURS 3000 TIMES.
       01 WS-DEP-I                         PIC 9(04) VALUE ZERO.
       01 WS-DEP-BIM-I                     PIC 9(01) VALUE ZERO.
       01 WS-DEP-SOMA                      PIC 9(03)V9 VALUE ZERO.
       01 WS-DEP-QTD-BIM                   PIC 9(01) VALUE ZERO.
       01 WS-QTD-DEP-CUMPRIDAS             PIC 9(04) VALUE ZERO.
       01 WS-QTD-DEP-NAO-CUMPRIDAS         PIC 9(04) VALUE ZERO.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO                  PIC 9(04).
           02 WS-HOJE-MES                  PIC 9(02).
           02 WS-HOJE-DIA                  PIC 9(02).
       01 WS-DATA-FMT                      PIC X(10) VALUE SPACES.
       01 WS-BASE-PARAM.
           02 WS-BASE-RECUPERACAO          PIC 9(02)V99 VALUE 5,00.
           02 WS-BASE-APROVACAO            PIC 9(02)V99 VALUE 7,00.
           02 WS-BASE-PESO1                PIC 9(01)V99 VALUE 0.
           02 WS-BASE-PESO2                PIC 9(01)V99 VALUE 0.
           02 WS-BASE-PESO3                PIC 9(01)V99 VALUE 0.
           02 WS-BASE-PESO4                PIC 9(01)V99 VALUE 0.
       01 WS-VIG-ARQUIVO                   PIC X(13)
                                           VALUE 'MEDIAPAR.TXT'.
       01 WS-VIG-CHAVE                     PIC X(05) VALUE SPACES.
       01 WS-VIG-DATA                      PIC 9(08) VALUE ZERO.
       01 WS-VIG-ULTIMA-DATA               PIC 9(08) VALUE 99999999.
       01 WS-VIG-NOTA-DATA                 PIC 9(08) VALUE ZERO.
       01 WS-VIG-OK                        PIC X(01) VALUE 'S'.
       01 WS-VIG-MOTIVO                    PIC X(30) VALUE SPACES.
       01 WS-VIG-RESULTADO                 PIC X(01) VALUE 'N'.
           88 WS-VIG-ACHADA                       VALUE 'S'.
       01 WS-VIG-VERSAO                    PIC X(50) VALUE SPACES.
       01 WS-VIG-ULTIMA-VERSAO             PIC X(50) VALUE SPACES.
       01 WS-VIG-REGISTRO                  PIC X(40) VALUE SPACES.
       01 WS-VIG-MEDIA REDEFINES WS-VIG-REGISTRO.
           02 WS-VIG-RECUPERACAO           PIC 9(02)V99.
           02 WS-VIG-APROVACAO             PIC 9(02)V99.
           02 WS-VIG-PESO1                 PIC 9(01)V99.
           02 WS-VIG-PESO2                 PIC 9(01)V99.
           02 WS-VIG-PESO3                 PIC 9(01)V99.
           02 WS-VIG-PESO4                 PIC 9(01)V99.
           02 FILLER                       PIC X(22).
       01 WS-ATUAL-ULT-DATA                PIC 9(08) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.

           COMPUTE WS-SOMA-PESOS = WS-PESO1 + WS-PESO2
                                  + WS-PESO3 + WS-PESO4

           MOVE WS-LIMITE-RECUPERACAO TO WS-BASE-RECUPERACAO
           MOVE WS-LIMITE-APROVACAO   TO WS-BASE-APROVACAO
           MOVE WS-PESO1 TO WS-BASE-PESO1
           MOVE WS-PESO2 TO WS-BASE-PESO2
           MOVE WS-PESO3 TO WS-BASE-PESO3
           MOVE WS-PESO4 TO WS-BASE-PESO4
           EXIT.
       FIM-INICIO.

       PROCESSA-PROGRAMA.
           IF NOT WS-FIM-NOTAS-SIM
               PERFORM CARREGA-FREQUENCIA
               PERFORM CARREGA-MATRIZ
               IF WS-QTD-MZ > 0
                   PERFORM CARREGA-TURMAS
                   PERFORM CARREGA-MATRICULAS
               END-IF
               PERFORM LER-NOTAS

               PERFORM UNTIL WS-FIM-NOTAS-SIM
                      (FDS-ID NOT = WS-ATUAL-ID OR
                       FDS-DISCIPLINA NOT = WS-ATUAL-DISCIPLINA)
                       PERFORM FECHA-ALUNO
                       IF FDS-ID NOT = WS-ATUAL-ID
                           PERFORM CONFERE-MATRIZ-ALUNO
                       END-IF
                   END-IF

                   IF NOT WS-TEM-ALUNO-SIM
                       MOVE FDS-TURMA TO WS-ATUAL-TURMA
                       MOVE ZERO     TO WS-ATUAL-SOMA
                       MOVE ZERO     TO WS-ATUAL-QTD-BIM
                       MOVE ZERO     TO WS-ATUAL-ULT-DATA
                       SET WS-TEM-ALUNO-SIM TO TRUE
                   END-IF

                   CALL 'DATA-VALIDA' USING FDS-DATA
                                            WS-VIG-OK
                                            WS-VIG-MOTIVO
                                            WS-VIG-NOTA-DATA
                   END-CALL
                   IF WS-VIG-OK NOT = 'S'
                       MOVE ZERO TO WS-VIG-NOTA-DATA
                   END-IF
                   IF WS-VIG-NOTA-DATA > WS-ATUAL-ULT-DATA
                       MOVE WS-VIG-NOTA-DATA TO WS-ATUAL-ULT-DATA
                   END-IF
                   MOVE WS-VIG-NOTA-DATA TO WS-VIG-DATA
                   PERFORM APLICA-PARAM-VIGENTE

                   PERFORM CALCULA-MEDIA-BIMESTRE
                   ADD WS-MEDIA-BIMESTRE TO WS-ATUAL-SOMA
                   ADD 1 TO WS-ATUAL-QTD-BIM

               IF WS-TEM-ALUNO-SIM
                   PERFORM FECHA-ALUNO
                   PERFORM CONFERE-MATRIZ-ALUNO
               END-IF

               IF WS-QTD-MZ > 0
                   PERFORM CONFERE-ALUNOS-SEM-NOTAS
               END-IF
           END-IF

           PERFORM FECHA-DEPENDENCIAS
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * DEPENDENCIAS DO ANO: MEDIA SIMPLES DOS BIMESTRES LANCADOS
      * (DEPENDENCIA-NOTAS) CONTRA O LIMITE DE APROVACAO; SEM NOTA
      * LANCADA A DEPENDENCIA FECHA NAO CUMPRIDA
      *-----------------------------------------------------------------
       FECHA-DEPENDENCIAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING

           MOVE 'N' TO WS-FIM-DEP
           OPEN INPUT DEPENDENCIAS
           IF WS-DEP-STATUS = '00'
               PERFORM LER-DEPENDENCIAS
               PERFORM UNTIL WS-FIM-DEP-SIM
                   IF WS-QTD-DEP < WS-TAB-DEP-LIMITE
                       IF DP-SIT-ABERTA AND
                          DP-ANO-CURSO NOT > WS-HOJE-ANO
                           PERFORM FECHA-DEPENDENCIA
                       END-IF
                       ADD 1 TO WS-QTD-DEP
                       MOVE DEPENDENCIA-REG TO WS-DEP-REG(WS-QTD-DEP)
                   ELSE
                       SET WS-TAB-DEP-CHEIA-SIM TO TRUE
                       SET WS-FIM-DEP-SIM TO TRUE
                   END-IF
                   PERFORM LER-DEPENDENCIAS
               END-PERFORM
               CLOSE DEPENDENCIAS

               IF WS-TAB-DEP-CHEIA-SIM
                   DISPLAY 'AVISO: DEPENDENCIAS.TXT EXCEDE '
                           WS-TAB-DEP-LIMITE ' REGISTROS - '
                           'DEPENDENCIAS NAO FECHADAS'
                   MOVE 4 TO WS-RETORNO-JOB
               ELSE
                   IF WS-QTD-DEP-CUMPRIDAS > 0 OR
                      WS-QTD-DEP-NAO-CUMPRIDAS > 0
                       PERFORM REGRAVA-DEPENDENCIAS
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-FECHA-DEPENDENCIAS.

       LER-DEPENDENCIAS.
           READ DEPENDENCIAS
               AT END
                   SET WS-FIM-DEP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-DEPENDENCIAS.

       FECHA-DEPENDENCIA.
           IF DP-ANO-CURSO < WS-HOJE-ANO
               COMPUTE WS-VIG-DATA = DP-ANO-CURSO * 10000 + 1231
           ELSE
               MOVE ZERO TO WS-VIG-DATA
           END-IF
           PERFORM APLICA-PARAM-VIGENTE

           MOVE ZERO TO WS-DEP-SOMA
           MOVE ZERO TO WS-DEP-QTD-BIM
           PERFORM VARYING WS-DEP-BIM-I FROM 1 BY 1
                   UNTIL WS-DEP-BIM-I > 4
               IF DP-LANCADA-SIM(WS-DEP-BIM-I)
                   ADD DP-NOTA-BIM(WS-DEP-BIM-I) TO WS-DEP-SOMA
                   ADD 1 TO WS-DEP-QTD-BIM
               END-IF
           END-PERFORM

           IF WS-DEP-QTD-BIM > 0
               COMPUTE DP-MEDIA-FINAL ROUNDED =
                       WS-DEP-SOMA / WS-DEP-QTD-BIM
           ELSE
               MOVE ZERO TO DP-MEDIA-FINAL
           END-IF

           IF WS-DEP-QTD-BIM > 0 AND
              DP-MEDIA-FINAL >= WS-LIMITE-APROVACAO
               SET DP-SIT-CUMPRIDA TO TRUE
               ADD 1 TO WS-QTD-DEP-CUMPRIDAS
           ELSE
               SET DP-SIT-NAO-CUMPRIDA TO TRUE
               ADD 1 TO WS-QTD-DEP-NAO-CUMPRIDAS
           END-IF
           MOVE WS-DATA-FMT TO DP-DATA-FECHAMENTO
           EXIT.
       FIM-FECHA-DEPENDENCIA.

       REGRAVA-DEPENDENCIAS.
           OPEN OUTPUT DEPENDENCIAS
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I > WS-QTD-DEP
               MOVE WS-DEP-REG(WS-DEP-I) TO DEPENDENCIA-REG
               WRITE DEPENDENCIA-REG
           END-PERFORM
           CLOSE DEPENDENCIAS
           EXIT.
       FIM-REGRAVA-DEPENDENCIAS.

       LER-NOTAS.
           READ NOTAS NEXT RECORD
               AT END
           EXIT.
       FIM-LER-NOTAS.

      *-----------------------------------------------------------------
      * VERSAO DE MEDIAPAR.TXT VIGENTE EM WS-VIG-DATA (ZERO = HOJE):
      * PARTE SEMPRE DO ARQUIVO ATUAL E SOBREPOE A VERSAO DO
      * HISTORICO; SO CONSULTA DE NOVO QUANDO A DATA MUDA
      *-----------------------------------------------------------------
       APLICA-PARAM-VIGENTE.
           IF WS-VIG-DATA NOT = WS-VIG-ULTIMA-DATA
               MOVE WS-VIG-DATA TO WS-VIG-ULTIMA-DATA
               MOVE WS-BASE-RECUPERACAO TO WS-LIMITE-RECUPERACAO
               MOVE WS-BASE-APROVACAO   TO WS-LIMITE-APROVACAO
               MOVE WS-BASE-PESO1 TO WS-PESO1
               MOVE WS-BASE-PESO2 TO WS-PESO2
               MOVE WS-BASE-PESO3 TO WS-PESO3
               MOVE WS-BASE-PESO4 TO WS-PESO4

               CALL 'PARAM-VIGENTE' USING WS-VIG-ARQUIVO
                                          WS-VIG-CHAVE
                                          WS-VIG-DATA
                                          WS-VIG-RESULTADO
                                          WS-VIG-REGISTRO
                                          WS-VIG-VERSAO
               END-CALL

               IF WS-VIG-ACHADA
                   IF WS-VIG-RECUPERACAO NUMERIC AND
                      WS-VIG-APROVACAO NUMERIC
                       MOVE WS-VIG-RECUPERACAO
                            TO WS-LIMITE-RECUPERACAO
                       MOVE WS-VIG-APROVACAO TO WS-LIMITE-APROVACAO
                   END-IF
                   IF WS-VIG-PESO1 NUMERIC AND
                      WS-VIG-PESO2 NUMERIC AND
                      WS-VIG-PESO3 NUMERIC AND
                      WS-VIG-PESO4 NUMERIC
                       MOVE WS-VIG-PESO1 TO WS-PESO1
                       MOVE WS-VIG-PESO2 TO WS-PESO2
                       MOVE WS-VIG-PESO3 TO WS-PESO3
                       MOVE WS-VIG-PESO4 TO WS-PESO4
                   END-IF
               END-IF
               COMPUTE WS-SOMA-PESOS = WS-PESO1 + WS-PESO2
                                      + WS-PESO3 + WS-PESO4

               IF WS-VIG-VERSAO NOT = WS-VIG-ULTIMA-VERSAO
                   MOVE WS-VIG-VERSAO TO WS-VIG-ULTIMA-VERSAO
                   DISPLAY 'PARAMETROS: ' WS-VIG-VERSAO
               END-IF
           END-IF
           EXIT.
       FIM-APLICA-PARAM-VIGENTE.

       CALCULA-MEDIA-BIMESTRE.
           IF WS-SOMA-PESOS > 0
               COMPUTE WS-MEDIA-BIMESTRE ROUNDED =
       FIM-CALCULA-MEDIA-BIMESTRE.

       FECHA-ALUNO.
           MOVE WS-ATUAL-ULT-DATA TO WS-VIG-DATA
           PERFORM APLICA-PARAM-VIGENTE

           COMPUTE WS-MEDIA-FINAL ROUNDED =
                   WS-ATUAL-SOMA / WS-ATUAL-QTD-BIM

                       WS-ATUAL-QTD-BIM ' BIMESTRE(S) APURADO(S)'
           END-IF

           IF WS-QTD-AD < WS-TAB-AD-LIMITE
               ADD 1 TO WS-QTD-AD
               MOVE WS-ATUAL-DISCIPLINA TO WS-AD-DISCIPLINA(WS-QTD-AD)
           END-IF

           ADD 1 TO WS-QTD-ALUNOS
           MOVE 'N' TO WS-TEM-ALUNO
           EXIT.
       FIM-FECHA-ALUNO.

      *-----------------------------------------------------------------
      * MATRIZ CURRICULAR: DISCIPLINA OBRIGATORIA DA SERIE SEM NENHUMA
      * NOTA DO ALUNO GANHA LINHA SEM NOTAS NO ANOFINAL.TXT
      *-----------------------------------------------------------------
       CONFERE-MATRIZ-ALUNO.
           IF WS-QTD-MZ > 0
               PERFORM LOCALIZA-MATRICULA
               IF WS-MT-ACHOU-SIM
                   MOVE 'S' TO WS-MT-VISTO(WS-MT-ACHOU-I)
                   MOVE WS-MT-UNIDADE(WS-MT-ACHOU-I)
                        TO WS-CONF-UNIDADE
                   MOVE WS-MT-TURMA(WS-MT-ACHOU-I) TO WS-CONF-TURMA
                   MOVE WS-MT-ANO(WS-MT-ACHOU-I)   TO WS-CONF-ANO
                   IF WS-CONF-ANO > WS-ANO-REFERENCIA
                       MOVE WS-CONF-ANO TO WS-ANO-REFERENCIA
                   END-IF
               ELSE
                   MOVE SPACES TO WS-CONF-UNIDADE
                   MOVE SPACES TO WS-CONF-TURMA
                   MOVE ZERO   TO WS-CONF-ANO
               END-IF

               PERFORM LOCALIZA-SERIE
               IF NOT WS-TS-ACHOU-SIM
                   DISPLAY 'AVISO: ' WS-ATUAL-NOME ' (' WS-ATUAL-ID
                           ') SEM TURMA/ANO NO CADASTRO TURMAS.TXT - '
                           'MATRIZ NAO CONFERIDA'
                   ADD 1 TO WS-QTD-SEM-SERIE
               ELSE
                   PERFORM VARYING WS-MZ-I FROM 1 BY 1
                           UNTIL WS-MZ-I > WS-QTD-MZ
                       IF WS-MZ-ANO(WS-MZ-I) = WS-CONF-ANO AND
                          WS-MZ-SERIE(WS-MZ-I) = WS-CONF-SERIE
                           PERFORM CONFERE-DISCIPLINA-CURSADA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           MOVE ZERO TO WS-QTD-AD
           EXIT.
       FIM-CONFERE-MATRIZ-ALUNO.

       CONFERE-DISCIPLINA-CURSADA.
           MOVE 'N' TO WS-DISC-CURSADA
           PERFORM VARYING WS-AD-I FROM 1 BY 1
                   UNTIL WS-AD-I > WS-QTD-AD
                      OR WS-DISC-CURSADA-SIM
               IF WS-AD-DISCIPLINA(WS-AD-I) =
                  WS-MZ-DISCIPLINA(WS-MZ-I)
                   SET WS-DISC-CURSADA-SIM TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-DISC-CURSADA-SIM
               MOVE SPACES TO ANO-FINAL-REG
               MOVE WS-ATUAL-ID               TO AF-MATRICULA
               MOVE WS-MZ-DISCIPLINA(WS-MZ-I) TO AF-DISCIPLINA
               MOVE WS-ATUAL-NOME             TO AF-NOME
               MOVE WS-CONF-TURMA             TO AF-TURMA
               MOVE ZERO                      TO AF-QTD-BIMESTRES
               MOVE ZERO                      TO AF-MEDIA-FINAL
               MOVE 'SEM NOTAS'               TO AF-SITUACAO
               WRITE ANO-FINAL-REG

               DISPLAY 'AVISO: ' WS-ATUAL-NOME ' SEM NOTAS NA '
                       'DISCIPLINA OBRIGATORIA '
                       WS-MZ-DISCIPLINA(WS-MZ-I) ' DA SERIE '
                       WS-CONF-SERIE
               ADD 1 TO WS-QTD-SEM-NOTAS
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-CONFERE-DISCIPLINA-CURSADA.

       CONFERE-ALUNOS-SEM-NOTAS.
           IF WS-ANO-REFERENCIA = ZERO
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-REFERENCIA
           END-IF

           PERFORM VARYING WS-MT-J FROM 1 BY 1
                   UNTIL WS-MT-J > WS-QTD-MT
               IF WS-MT-VISTO(WS-MT-J) = 'N' AND
                  WS-MT-ANO(WS-MT-J) = WS-ANO-REFERENCIA
                   MOVE WS-MT-MATRICULA(WS-MT-J) TO WS-ATUAL-ID
                   MOVE WS-MT-NOME(WS-MT-J)      TO WS-ATUAL-NOME
                   MOVE ZERO TO WS-QTD-AD
                   PERFORM CONFERE-MATRIZ-ALUNO
               END-IF
           END-PERFORM
           EXIT.
       FIM-CONFERE-ALUNOS-SEM-NOTAS.

       LOCALIZA-MATRICULA.
           MOVE 'N' TO WS-MT-ACHOU
           MOVE ZERO TO WS-MT-ACHOU-I

           PERFORM VARYING WS-MT-I FROM 1 BY 1
                   UNTIL WS-MT-I > WS-QTD-MT
                      OR WS-MT-ACHOU-SIM
               IF WS-MT-MATRICULA(WS-MT-I) = WS-ATUAL-ID
                   SET WS-MT-ACHOU-SIM TO TRUE
                   MOVE WS-MT-I TO WS-MT-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-MATRICULA.

       LOCALIZA-SERIE.
           MOVE 'N' TO WS-TS-ACHOU
           MOVE ZERO TO WS-CONF-SERIE

           PERFORM VARYING WS-TS-I FROM 1 BY 1
                   UNTIL WS-TS-I > WS-QTD-TS
                      OR WS-TS-ACHOU-SIM
               IF WS-TS-UNIDADE(WS-TS-I) = WS-CONF-UNIDADE AND
                  WS-TS-TURMA(WS-TS-I) = WS-CONF-TURMA AND
                  WS-TS-ANO(WS-TS-I) = WS-CONF-ANO
                   SET WS-TS-ACHOU-SIM TO TRUE
                   MOVE WS-TS-SERIE(WS-TS-I) TO WS-CONF-SERIE
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-SERIE.

       CARREGA-MATRIZ.
           OPEN INPUT MATRIZ
           IF WS-MZ-STATUS = '00'
               PERFORM LER-MATRIZ
               PERFORM UNTIL WS-FIM-MZ-SIM
                   IF WS-QTD-MZ < WS-TAB-MZ-LIMITE
                       ADD 1 TO WS-QTD-MZ
                       MOVE MZ-ANO   TO WS-MZ-ANO(WS-QTD-MZ)
                       MOVE MZ-SERIE TO WS-MZ-SERIE(WS-QTD-MZ)
                       MOVE MZ-DISCIPLINA
                            TO WS-MZ-DISCIPLINA(WS-QTD-MZ)
                   ELSE
                       DISPLAY 'AVISO: LIMITE DE ' WS-TAB-MZ-LIMITE
                               ' LINHAS DA MATRIZ ATINGIDO - LINHAS '
                               'EXCEDENTES IGNORADAS'
                       MOVE 4 TO WS-RETORNO-JOB
                       SET WS-FIM-MZ-SIM TO TRUE
                   END-IF
                   PERFORM LER-MATRIZ
               END-PERFORM
               CLOSE MATRIZ
           ELSE
               DISPLAY 'MATRIZ.TXT NAO ENCONTRADO - DISCIPLINAS '
                       'OBRIGATORIAS NAO CONFERIDAS'
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

       CARREGA-TURMAS.
           OPEN INPUT TURMAS
           IF WS-TUR-STATUS = '00'
               PERFORM LER-TURMAS
               PERFORM UNTIL WS-FIM-TUR-SIM
                   IF WS-QTD-TS < WS-TAB-TS-LIMITE
                       ADD 1 TO WS-QTD-TS
                       MOVE TU-UNIDADE TO WS-TS-UNIDADE(WS-QTD-TS)
                       IF TU-UNIDADE = SPACES
                           MOVE '01' TO WS-TS-UNIDADE(WS-QTD-TS)
                       END-IF
                       MOVE TU-TURMA TO WS-TS-TURMA(WS-QTD-TS)
                       MOVE TU-ANO   TO WS-TS-ANO(WS-QTD-TS)
                       MOVE TU-SERIE TO WS-TS-SERIE(WS-QTD-TS)
                   ELSE
                       DISPLAY 'AVISO: LIMITE DE ' WS-TAB-TS-LIMITE
                               ' TURMAS ATINGIDO - TURMAS EXCEDENTES '
                               'IGNORADAS'
                       MOVE 4 TO WS-RETORNO-JOB
                       SET WS-FIM-TUR-SIM TO TRUE
                   END-IF
                   PERFORM LER-TURMAS
               END-PERFORM
               CLOSE TURMAS
           ELSE
               DISPLAY 'TURMAS.TXT NAO ENCONTRADO - SERIE DOS ALUNOS '
                       'DESCONHECIDA, MATRIZ NAO CONFERIDA'
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

       CARREGA-MATRICULAS.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS = '00'
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   IF MT-SIT-ATIVA AND MT-TURMA NOT = SPACES
                       IF WS-QTD-MT < WS-TAB-MT-LIMITE
                           ADD 1 TO WS-QTD-MT
                           MOVE MT-MATRICULA
                                TO WS-MT-MATRICULA(WS-QTD-MT)
                           MOVE MT-NOME   TO WS-MT-NOME(WS-QTD-MT)
                           MOVE MT-UNIDADE
                                TO WS-MT-UNIDADE(WS-QTD-MT)
                           IF MT-UNIDADE = SPACES
                               MOVE '01' TO WS-MT-UNIDADE(WS-QTD-MT)
                           END-IF
                           MOVE MT-TURMA  TO WS-MT-TURMA(WS-QTD-MT)
                           MOVE MT-ANO-LETIVO
                                TO WS-MT-ANO(WS-QTD-MT)
                           MOVE 'N' TO WS-MT-VISTO(WS-QTD-MT)
                       ELSE
                           DISPLAY 'AVISO: LIMITE DE '
                                   WS-TAB-MT-LIMITE ' MATRICULAS '
                                   'ATINGIDO - MATRICULAS EXCEDENTES '
                                   'IGNORADAS'
                           MOVE 4 TO WS-RETORNO-JOB
                           SET WS-FIM-MAT-SIM TO TRUE
                       END-IF
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CARREGA-MATRICULAS.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       CARREGA-FREQUENCIA.
           OPEN INPUT FREQUENCIA
           IF WS-FREQ-STATUS = '00'
                           ADD 1 TO WS-QTD-FREQ
                           MOVE FQ-NOME
                                TO WS-FREQ-NOME(WS-QTD-FREQ)
                           IF FQ-AULAS-ABONADAS NOT NUMERIC
                               MOVE ZERO TO FQ-AULAS-ABONADAS
                           END-IF
                           COMPUTE WS-FREQ-PCT(WS-QTD-FREQ) =
                               ((FQ-AULAS-ASSISTIDAS +
                                 FQ-AULAS-ABONADAS) * 100)
                               / FQ-AULAS-DADAS
                           END-COMPUTE
                       END-IF
           DISPLAY '-----------------------------------'
           DISPLAY 'REGISTROS DE NOTAS LIDOS : ' WS-QTD-REGISTROS
           DISPLAY 'ALUNOS CONSOLIDADOS      : ' WS-QTD-ALUNOS
           DISPLAY 'OBRIGATORIAS SEM NOTAS   : ' WS-QTD-SEM-NOTAS
           DISPLAY 'ALUNOS SEM SERIE DEFINIDA: ' WS-QTD-SEM-SERIE
           DISPLAY 'DEPENDENCIAS CUMPRIDAS   : ' WS-QTD-DEP-CUMPRIDAS
           DISPLAY 'DEPENDENCIAS NAO CUMPRIDAS: '
                   WS-QTD-DEP-NAO-CUMPRIDAS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
