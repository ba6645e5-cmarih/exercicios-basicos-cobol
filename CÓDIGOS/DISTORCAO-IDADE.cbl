      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: TAXA DE DISTORCAO IDADE-SERIE PEDIDA PELA SECRETARIA
      *          DE EDUCACAO JUNTO COM O EXTRATO DO CENSO (ANTES
      *          TABULADA A MAO) - PARA O ANO LETIVO INFORMADO, CALCULA
      *          A IDADE DE CADA ALUNO ATIVO DO MATRICULAS.TXT
      *          (MT-NASCIMENTO) NA DATA DE REFERENCIA DO CENSO
      *          (PADRAO: ULTIMA QUARTA-FEIRA DE MAIO) E A COMPARA COM
      *          A IDADE ESPERADA DA SERIE DA TURMA (TURMAS.TXT, SERIE
      *          + 5 ANOS: 1O ANO AOS 6); ESTA EM DISTORCAO QUEM TEM
      *          DOIS ANOS OU MAIS ACIMA DA ESPERADA; O RELATORIO
      *          (DISTORCAO.TXT, ROTINA IMPRESSAO) SAI POR SERIE E
      *          TURMA COM OS ALUNOS EM DISTORCAO E O PERCENTUAL, E
      *          CADA SERIE E COMPARADA COM A POPULACAO DO ANO
      *          ANTERIOR ARQUIVADA EM ANOFINAL<AAAA>.TXT
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Serie e agrupamento por unidade + turma
      *                    (TU- e MT-UNIDADE, em branco = 01): cada
      *                    unidade tem os seus codigos de turma; o
      *                    ANOFINAL nao tem unidade e o ano anterior usa
      *                    a do cadastro do aluno
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTORCAO-IDADE.
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
           SELECT TURMAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TUR-STATUS.
           SELECT ANO-FINAL-ARQ ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ANOFINAL-STATUS.
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

       FD TURMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TURMAS.TXT'.
       COPY TURMA.CPY.

       FD ANO-FINAL-ARQ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-ARQUIVO-NOME.
       COPY ANOFINAL.CPY.

       FD DATA-PROC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DATAPROC.TXT'.
       01 DATA-PROC-REG.
           02 DP-DATA              PIC X(10).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-TUR-STATUS                PIC X(02) VALUE '00'.
       01 WS-ANOFINAL-STATUS           PIC X(02) VALUE '00'.
       01 WS-DATAPROC-STATUS           PIC X(02) VALUE '00'.
       01 WS-ARQUIVO-NOME              PIC X(20) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-FIM-TUR            PIC X(01) VALUE 'N'.
               88 WS-FIM-TUR-SIM          VALUE 'S'.
           02 WS-FIM-ANOFINAL       PIC X(01) VALUE 'N'.
               88 WS-FIM-ANOFINAL-SIM     VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM            VALUE 'S'.
           02 WS-TEM-ANTERIOR       PIC X(01) VALUE 'N'.
               88 WS-TEM-ANTERIOR-SIM     VALUE 'S'.
           02 WS-TAB-CHEIA          PIC X(01) VALUE 'N'.
               88 WS-TAB-CHEIA-SIM        VALUE 'S'.
      *-----------------------------------------------------------------
      * ANO LETIVO E DATAS DE REFERENCIA DO CENSO
      *-----------------------------------------------------------------
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO           PIC 9(04).
           02 WS-HOJE-MES           PIC 9(02).
           02 WS-HOJE-DIA           PIC 9(02).
       01 WS-HOJE-AAAAMMDD REDEFINES WS-DATA-HOJE PIC 9(08).
       01 WS-ANO                       PIC 9(04) VALUE ZERO.
       01 WS-ANO-PADRAO                PIC 9(04) VALUE ZERO.
       01 WS-ANO-ANTERIOR              PIC 9(04) VALUE ZERO.
       01 WS-DATA-REF-TXT              PIC X(10) VALUE SPACES.
       01 WS-DATA-REF-ANT-TXT          PIC X(10) VALUE SPACES.
       01 WS-REF-AAAAMMDD              PIC 9(08) VALUE ZERO.
       01 WS-REF-ANT-AAAAMMDD          PIC 9(08) VALUE ZERO.
       01 WS-CALC-DATA.
           02 WS-CALC-ANO           PIC 9(04).
           02 WS-CALC-MES           PIC 9(02).
           02 WS-CALC-DIA           PIC 9(02).
       01 WS-CALC-AAAAMMDD REDEFINES WS-CALC-DATA PIC 9(08).
       01 WS-CALC-INT                  PIC 9(07) VALUE ZERO.
       01 WS-DIA-SEMANA                PIC 9(01) VALUE ZERO.
       01 WS-DIAS-VOLTA                PIC 9(01) VALUE ZERO.
       01 WS-DATA-OK                   PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO               PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
      *-----------------------------------------------------------------
      * CALCULO DA IDADE NA DATA DE REFERENCIA
      *-----------------------------------------------------------------
       01 WS-NASC-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-NASC-R REDEFINES WS-NASC-AAAAMMDD.
           02 WS-NASC-ANO           PIC 9(04).
           02 WS-NASC-MMDD          PIC 9(04).
       01 WS-IDADE-REF                 PIC 9(08) VALUE ZERO.
       01 WS-IDADE-REF-R REDEFINES WS-IDADE-REF.
           02 WS-IDADE-REF-ANO      PIC 9(04).
           02 WS-IDADE-REF-MMDD     PIC 9(04).
       01 WS-IDADE                     PIC 9(03) VALUE ZERO.
       01 WS-IDADE-ESPERADA            PIC 9(03) VALUE ZERO.
       01 WS-SERIE                     PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
      * TURMAS DO ANO E DO ANO ANTERIOR (TURMAS.TXT)
      *-----------------------------------------------------------------
       01 WS-TAB-TM-LIMITE             PIC 9(03) VALUE 200.
       01 WS-QTD-TM                    PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TURMAS.
           02 WS-TM-ENTRADA OCCURS 200 TIMES.
               03 WS-TM-UNIDADE        PIC X(02).
               03 WS-TM-TURMA          PIC X(03).
               03 WS-TM-ANO            PIC 9(04).
               03 WS-TM-SERIE          PIC 9(02).
               03 WS-TM-ALUNOS         PIC 9(04).
               03 WS-TM-DISTORCAO      PIC 9(04).
       01 WS-TM-I                      PIC 9(03) VALUE ZERO.
       01 WS-TM-ACHOU-I                PIC 9(03) VALUE ZERO.
       01 WS-BUSCA-UNIDADE             PIC X(02) VALUE SPACES.
       01 WS-BUSCA-TURMA               PIC X(03) VALUE SPACES.
       01 WS-BUSCA-ANO                 PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * NASCIMENTO POR MATRICULA (TODO O MATRICULAS.TXT, PARA A
      * POPULACAO DO ANO ANTERIOR)
      *-----------------------------------------------------------------
       01 WS-TAB-NS-LIMITE             PIC 9(04) VALUE 3000.
       01 WS-QTD-NS                    PIC 9(04) VALUE ZERO.
       01 WS-TABELA-NASCIMENTOS.
           02 WS-NS-ENTRADA OCCURS 3000 TIMES.
               03 WS-NS-MATRICULA      PIC X(05).
               03 WS-NS-AAAAMMDD       PIC 9(08).
               03 WS-NS-UNIDADE        PIC X(02).
       01 WS-NS-I                      PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * ALUNOS EM DISTORCAO NO ANO (LISTADOS POR TURMA)
      *-----------------------------------------------------------------
       01 WS-TAB-DS-LIMITE             PIC 9(04) VALUE 2000.
       01 WS-QTD-DS                    PIC 9(04) VALUE ZERO.
       01 WS-TABELA-DISTORCAO.
           02 WS-DS-ENTRADA OCCURS 2000 TIMES.
               03 WS-DS-UNIDADE        PIC X(02).
               03 WS-DS-TURMA          PIC X(03).
               03 WS-DS-MATRICULA      PIC X(05).
               03 WS-DS-NOME           PIC X(30).
               03 WS-DS-NASCIMENTO     PIC X(10).
               03 WS-DS-IDADE          PIC 9(03).
               03 WS-DS-ESPERADA       PIC 9(03).
       01 WS-DS-I                      PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * ALUNOS DO ANO ANTERIOR JA CONTADOS (O ANOFINAL TEM UM
      * REGISTRO POR DISCIPLINA)
      *-----------------------------------------------------------------
       01 WS-TAB-VS-LIMITE             PIC 9(04) VALUE 3000.
       01 WS-QTD-VS                    PIC 9(04) VALUE ZERO.
       01 WS-VS-MATRICULA PIC X(05) OCCURS 3000 TIMES.
       01 WS-VS-I                      PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * TOTAIS POR SERIE (01 A 12) NO ANO E NO ANO ANTERIOR
      *-----------------------------------------------------------------
       01 WS-TABELA-SERIES.
           02 WS-SR-ENTRADA OCCURS 12 TIMES.
               03 WS-SR-ALUNOS         PIC 9(04).
               03 WS-SR-DISTORCAO      PIC 9(04).
               03 WS-SR-ANT-ALUNOS     PIC 9(04).
               03 WS-SR-ANT-DISTORCAO  PIC 9(04).
       01 WS-SR-I                      PIC 9(02) VALUE ZERO.
       01 WS-PCT                       PIC 9(03)V9 VALUE ZERO.
       01 WS-PCT-ANT                   PIC 9(03)V9 VALUE ZERO.
       01 WS-VARIACAO                  PIC S9(03)V9 VALUE ZERO.
      *-----------------------------------------------------------------
      * TOTAIS E CONTROLE
      *-----------------------------------------------------------------
       01 WS-QTD-ALUNOS                PIC 9(04) VALUE ZERO.
       01 WS-QTD-DISTORCAO             PIC 9(04) VALUE ZERO.
       01 WS-QTD-ANT-ALUNOS            PIC 9(04) VALUE ZERO.
       01 WS-QTD-ANT-DISTORCAO         PIC 9(04) VALUE ZERO.
       01 WS-QTD-SEM-SERIE             PIC 9(04) VALUE ZERO.
       01 WS-QTD-SEM-NASCIMENTO        PIC 9(04) VALUE ZERO.
       01 WS-QTD-ANT-SEM-DADOS         PIC 9(04) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-MASK-QTD                  PIC ZZZ9.
       01 WS-MASK-QTD-B                PIC ZZZ9.
       01 WS-MASK-QTD-C                PIC ZZZ9.
       01 WS-MASK-QTD-D                PIC ZZZ9.
       01 WS-MASK-PCT                  PIC ZZ9,9.
       01 WS-MASK-PCT-ANT              PIC ZZ9,9.
       01 WS-MASK-VARIACAO             PIC +ZZ9,9.
       01 WS-MASK-IDADE                PIC ZZ9.
       01 WS-MASK-ESPERADA             PIC ZZ9.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'DISTORCAO.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'MATRI ALUNO                          NASCIMENTO IDADE ESP.'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'DISTORCAO IDADE-SERIE'
           DISPLAY '-----------------------------------'

           INITIALIZE WS-TABELA-SERIES
           PERFORM OBTEM-DATA-REFERENCIA
           MOVE WS-HOJE-ANO TO WS-ANO-PADRAO

           DISPLAY 'ANO LETIVO (AAAA, ZERO PARA ' WS-ANO-PADRAO '): '
           MOVE ZERO TO WS-ANO
           ACCEPT WS-ANO
           IF WS-ANO = ZERO
               MOVE WS-ANO-PADRAO TO WS-ANO
           END-IF
           COMPUTE WS-ANO-ANTERIOR = WS-ANO - 1

           MOVE WS-ANO TO WS-CALC-ANO
           PERFORM CALCULA-DATA-CENSO
           MOVE WS-CALC-AAAAMMDD TO WS-REF-AAAAMMDD

           DISPLAY 'DATA DE REFERENCIA DO CENSO (DD/MM/AAAA, EM '
                   'BRANCO PARA ' WS-CALC-DIA '/' WS-CALC-MES '/'
                   WS-CALC-ANO '): '
           MOVE SPACES TO WS-DATA-REF-TXT
           ACCEPT WS-DATA-REF-TXT
           IF WS-DATA-REF-TXT NOT = SPACES
               CALL 'DATA-VALIDA' USING WS-DATA-REF-TXT
                                        WS-DATA-OK
                                        WS-DATA-MOTIVO
                                        WS-DATA-AAAAMMDD
               END-CALL
               IF WS-DATA-OK = 'S'
                   MOVE WS-DATA-AAAAMMDD TO WS-REF-AAAAMMDD
               ELSE
                   DISPLAY 'DATA INVALIDA (' WS-DATA-MOTIVO
                           ') - USANDO A DATA PADRAO DO CENSO'
               END-IF
           END-IF
           MOVE WS-REF-AAAAMMDD TO WS-CALC-AAAAMMDD
           MOVE SPACES TO WS-DATA-REF-TXT
           STRING WS-CALC-DIA '/' WS-CALC-MES '/' WS-CALC-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-REF-TXT
           END-STRING

           MOVE WS-ANO-ANTERIOR TO WS-CALC-ANO
           PERFORM CALCULA-DATA-CENSO
           MOVE WS-CALC-AAAAMMDD TO WS-REF-ANT-AAAAMMDD
           STRING WS-CALC-DIA '/' WS-CALC-MES '/' WS-CALC-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-REF-ANT-TXT
           END-STRING

           DISPLAY 'ANO ' WS-ANO ' - REFERENCIA ' WS-DATA-REF-TXT
                   '  (ANO ANTERIOR: ' WS-DATA-REF-ANT-TXT ')'

           PERFORM CARREGA-TURMAS
           IF WS-QTD-TM = 0
               DISPLAY 'NENHUMA TURMA DE ' WS-ANO ' NO TURMAS.TXT - '
                       'EXECUTE O CADASTRO-TURMA ANTES'
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
           EXIT.
       FIM-OBTEM-DATA-REFERENCIA.

      *-----------------------------------------------------------------
      * DATA DO CENSO DO ANO EM WS-CALC-ANO: ULTIMA QUARTA-FEIRA DE
      * MAIO (MOD 7 DO DIA JULIANO: 0 SEGUNDA ... 2 QUARTA)
      *-----------------------------------------------------------------
       CALCULA-DATA-CENSO.
           MOVE 05 TO WS-CALC-MES
           MOVE 31 TO WS-CALC-DIA
           COMPUTE WS-CALC-INT =
               FUNCTION INTEGER-OF-DATE(WS-CALC-AAAAMMDD)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-CALC-INT - 1, 7)
           COMPUTE WS-DIAS-VOLTA =
               FUNCTION MOD(WS-DIA-SEMANA + 5, 7)
           COMPUTE WS-CALC-INT = WS-CALC-INT - WS-DIAS-VOLTA
           COMPUTE WS-CALC-AAAAMMDD =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT)
           EXIT.
       FIM-CALCULA-DATA-CENSO.

       CARREGA-TURMAS.
           OPEN INPUT TURMAS
           IF WS-TUR-STATUS = '00'
               PERFORM LER-TURMAS
               PERFORM UNTIL WS-FIM-TUR-SIM
                   IF (TU-ANO = WS-ANO OR TU-ANO = WS-ANO-ANTERIOR)
                      AND TU-SERIE >= 1 AND TU-SERIE <= 12
                       IF WS-QTD-TM < WS-TAB-TM-LIMITE
                           ADD 1 TO WS-QTD-TM
                           MOVE TU-UNIDADE TO WS-TM-UNIDADE(WS-QTD-TM)
                           IF TU-UNIDADE = SPACES
                               MOVE '01' TO WS-TM-UNIDADE(WS-QTD-TM)
                           END-IF
                           MOVE TU-TURMA TO WS-TM-TURMA(WS-QTD-TM)
                           MOVE TU-ANO   TO WS-TM-ANO(WS-QTD-TM)
                           MOVE TU-SERIE TO WS-TM-SERIE(WS-QTD-TM)
                           MOVE ZERO TO WS-TM-ALUNOS(WS-QTD-TM)
                           MOVE ZERO TO WS-TM-DISTORCAO(WS-QTD-TM)
                       ELSE
                           DISPLAY 'AVISO: MAIS DE ' WS-TAB-TM-LIMITE
                                   ' TURMAS - TURMA ' TU-TURMA
                                   ' IGNORADA'
                           MOVE 4 TO WS-RETORNO-JOB
                       END-IF
                   END-IF
                   PERFORM LER-TURMAS
               END-PERFORM
               CLOSE TURMAS
           END-IF

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-QTD-TM
               IF WS-TM-ANO(WS-TM-I) = WS-ANO
                   SET WS-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ACHOU-SIM
               MOVE ZERO TO WS-QTD-TM
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

       LOCALIZA-TURMA.
           MOVE 'N' TO WS-ACHOU
           MOVE ZERO TO WS-TM-ACHOU-I
           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-QTD-TM OR WS-ACHOU-SIM
               IF WS-TM-UNIDADE(WS-TM-I) = WS-BUSCA-UNIDADE AND
                  WS-TM-TURMA(WS-TM-I) = WS-BUSCA-TURMA AND
                  WS-TM-ANO(WS-TM-I) = WS-BUSCA-ANO
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-TM-I TO WS-TM-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-TURMA.

      *-----------------------------------------------------------------
      * IDADE EM ANOS COMPLETOS DE WS-NASC-AAAAMMDD EM WS-IDADE-REF
      *-----------------------------------------------------------------
       CALCULA-IDADE.
           IF WS-NASC-AAAAMMDD > WS-IDADE-REF
               MOVE ZERO TO WS-IDADE
           ELSE
               COMPUTE WS-IDADE = WS-IDADE-REF-ANO - WS-NASC-ANO
               IF WS-IDADE-REF-MMDD < WS-NASC-MMDD
                   SUBTRACT 1 FROM WS-IDADE
               END-IF
           END-IF
           EXIT.
       FIM-CALCULA-IDADE.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               PERFORM APURA-ANO
               PERFORM APURA-ANO-ANTERIOR
               PERFORM GRAVA-RELATORIO
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * ANO INFORMADO: ALUNOS ATIVOS DO MATRICULAS.TXT NAS TURMAS DO
      * ANO; GUARDA TAMBEM O NASCIMENTO DE TODOS PARA O ANO ANTERIOR
      *-----------------------------------------------------------------
       APURA-ANO.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   PERFORM GUARDA-NASCIMENTO
                   IF MT-SIT-ATIVA AND MT-ANO-LETIVO = WS-ANO
                      AND MT-TURMA NOT = SPACES
                       PERFORM AVALIA-ALUNO
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-APURA-ANO.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       GUARDA-NASCIMENTO.
           MOVE MT-UNIDADE TO WS-BUSCA-UNIDADE
           IF MT-UNIDADE = SPACES
               MOVE '01' TO WS-BUSCA-UNIDADE
           END-IF
           MOVE ZERO TO WS-DATA-AAAAMMDD
           IF MT-NASCIMENTO NOT = SPACES
               CALL 'DATA-VALIDA' USING MT-NASCIMENTO
                                        WS-DATA-OK
                                        WS-DATA-MOTIVO
                                        WS-DATA-AAAAMMDD
               END-CALL
               IF WS-DATA-OK NOT = 'S'
                   MOVE ZERO TO WS-DATA-AAAAMMDD
               END-IF
           END-IF

           IF WS-QTD-NS < WS-TAB-NS-LIMITE
               ADD 1 TO WS-QTD-NS
               MOVE MT-MATRICULA     TO WS-NS-MATRICULA(WS-QTD-NS)
               MOVE WS-DATA-AAAAMMDD TO WS-NS-AAAAMMDD(WS-QTD-NS)
               MOVE WS-BUSCA-UNIDADE TO WS-NS-UNIDADE(WS-QTD-NS)
           ELSE
               IF NOT WS-TAB-CHEIA-SIM
                   DISPLAY 'AVISO: MAIS DE ' WS-TAB-NS-LIMITE
                           ' MATRICULAS - COMPARACAO COM O ANO '
                           'ANTERIOR PARCIAL'
                   SET WS-TAB-CHEIA-SIM TO TRUE
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           EXIT.
       FIM-GUARDA-NASCIMENTO.

       AVALIA-ALUNO.
           MOVE MT-TURMA TO WS-BUSCA-TURMA
           MOVE WS-ANO   TO WS-BUSCA-ANO
           PERFORM LOCALIZA-TURMA
           EVALUATE TRUE
               WHEN NOT WS-ACHOU-SIM
                   ADD 1 TO WS-QTD-SEM-SERIE
                   DISPLAY 'ALUNO ' MT-MATRICULA ' NA TURMA ' MT-TURMA
                           ' FORA DO TURMAS.TXT - NAO CONTADO'
               WHEN WS-DATA-AAAAMMDD = ZERO
                   ADD 1 TO WS-QTD-SEM-NASCIMENTO
                   DISPLAY 'ALUNO ' MT-MATRICULA
                           ' SEM DATA DE NASCIMENTO VALIDA - NAO '
                           'CONTADO'
               WHEN OTHER
                   MOVE WS-TM-SERIE(WS-TM-ACHOU-I) TO WS-SERIE
                   MOVE WS-DATA-AAAAMMDD TO WS-NASC-AAAAMMDD
                   MOVE WS-REF-AAAAMMDD  TO WS-IDADE-REF
                   PERFORM CALCULA-IDADE
                   COMPUTE WS-IDADE-ESPERADA = WS-SERIE + 5

                   ADD 1 TO WS-QTD-ALUNOS
                   ADD 1 TO WS-TM-ALUNOS(WS-TM-ACHOU-I)
                   ADD 1 TO WS-SR-ALUNOS(WS-SERIE)
                   IF WS-IDADE >= WS-IDADE-ESPERADA + 2
                       ADD 1 TO WS-QTD-DISTORCAO
                       ADD 1 TO WS-TM-DISTORCAO(WS-TM-ACHOU-I)
                       ADD 1 TO WS-SR-DISTORCAO(WS-SERIE)
                       PERFORM GUARDA-DISTORCAO
                   END-IF
           END-EVALUATE
           EXIT.
       FIM-AVALIA-ALUNO.

       GUARDA-DISTORCAO.
           IF WS-QTD-DS < WS-TAB-DS-LIMITE
               ADD 1 TO WS-QTD-DS
               MOVE WS-BUSCA-UNIDADE  TO WS-DS-UNIDADE(WS-QTD-DS)
               MOVE MT-TURMA          TO WS-DS-TURMA(WS-QTD-DS)
               MOVE MT-MATRICULA      TO WS-DS-MATRICULA(WS-QTD-DS)
               MOVE MT-NOME           TO WS-DS-NOME(WS-QTD-DS)
               MOVE MT-NASCIMENTO     TO WS-DS-NASCIMENTO(WS-QTD-DS)
               MOVE WS-IDADE          TO WS-DS-IDADE(WS-QTD-DS)
               MOVE WS-IDADE-ESPERADA TO WS-DS-ESPERADA(WS-QTD-DS)
           ELSE
               DISPLAY 'AVISO: LISTA DE ALUNOS EM DISTORCAO CHEIA - '
                       MT-MATRICULA ' CONTADO MAS NAO LISTADO'
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-GUARDA-DISTORCAO.

      *-----------------------------------------------------------------
      * ANO ANTERIOR: ALUNOS DISTINTOS DO ANOFINAL<AAAA>.TXT ARQUIVADO,
      * SERIE DA TURMA DAQUELE ANO E IDADE NA DATA DO CENSO DAQUELE ANO
      *-----------------------------------------------------------------
       APURA-ANO-ANTERIOR.
           MOVE SPACES TO WS-ARQUIVO-NOME
           STRING 'ANOFINAL' WS-ANO-ANTERIOR '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-ARQUIVO-NOME
           END-STRING

           OPEN INPUT ANO-FINAL-ARQ
           IF WS-ANOFINAL-STATUS NOT = '00'
               DISPLAY WS-ARQUIVO-NOME ' NAO ENCONTRADO - SEM '
                       'COMPARACAO COM ' WS-ANO-ANTERIOR
                       ' (EXECUTE O ANOFINAL-ARQUIVA NO FIM DO ANO)'
           ELSE
               SET WS-TEM-ANTERIOR-SIM TO TRUE
               PERFORM LER-ANOFINAL
               PERFORM UNTIL WS-FIM-ANOFINAL-SIM
                   PERFORM AVALIA-ALUNO-ANTERIOR
                   PERFORM LER-ANOFINAL
               END-PERFORM
               CLOSE ANO-FINAL-ARQ
           END-IF
           EXIT.
       FIM-APURA-ANO-ANTERIOR.

       LER-ANOFINAL.
           READ ANO-FINAL-ARQ
               AT END
                   SET WS-FIM-ANOFINAL-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ANOFINAL.

       AVALIA-ALUNO-ANTERIOR.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-VS-I FROM 1 BY 1
                   UNTIL WS-VS-I > WS-QTD-VS OR WS-ACHOU-SIM
               IF WS-VS-MATRICULA(WS-VS-I) = AF-MATRICULA
                   SET WS-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ACHOU-SIM AND WS-QTD-VS < WS-TAB-VS-LIMITE
               ADD 1 TO WS-QTD-VS
               MOVE AF-MATRICULA TO WS-VS-MATRICULA(WS-QTD-VS)
               PERFORM CONTA-ALUNO-ANTERIOR
           END-IF
           EXIT.
       FIM-AVALIA-ALUNO-ANTERIOR.

       CONTA-ALUNO-ANTERIOR.
           MOVE ZERO TO WS-NASC-AAAAMMDD
           MOVE '01' TO WS-BUSCA-UNIDADE
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-NS-I FROM 1 BY 1
                   UNTIL WS-NS-I > WS-QTD-NS OR WS-ACHOU-SIM
               IF WS-NS-MATRICULA(WS-NS-I) = AF-MATRICULA
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-NS-AAAAMMDD(WS-NS-I) TO WS-NASC-AAAAMMDD
                   MOVE WS-NS-UNIDADE(WS-NS-I)  TO WS-BUSCA-UNIDADE
               END-IF
           END-PERFORM

           MOVE AF-TURMA        TO WS-BUSCA-TURMA
           MOVE WS-ANO-ANTERIOR TO WS-BUSCA-ANO
           PERFORM LOCALIZA-TURMA
           IF NOT WS-ACHOU-SIM OR WS-NASC-AAAAMMDD = ZERO
               ADD 1 TO WS-QTD-ANT-SEM-DADOS
           ELSE
               MOVE WS-TM-SERIE(WS-TM-ACHOU-I) TO WS-SERIE
               MOVE WS-REF-ANT-AAAAMMDD TO WS-IDADE-REF
               PERFORM CALCULA-IDADE
               COMPUTE WS-IDADE-ESPERADA = WS-SERIE + 5
               ADD 1 TO WS-QTD-ANT-ALUNOS
               ADD 1 TO WS-SR-ANT-ALUNOS(WS-SERIE)
               IF WS-IDADE >= WS-IDADE-ESPERADA + 2
                   ADD 1 TO WS-QTD-ANT-DISTORCAO
                   ADD 1 TO WS-SR-ANT-DISTORCAO(WS-SERIE)
               END-IF
           END-IF
           EXIT.
       FIM-CONTA-ALUNO-ANTERIOR.

      *-----------------------------------------------------------------
      * RELATORIO: POR SERIE, AS TURMAS DO ANO COM OS ALUNOS EM
      * DISTORCAO E O RESUMO DA SERIE COMPARADO AO ANO ANTERIOR
      *-----------------------------------------------------------------
       GRAVA-RELATORIO.
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'DISTORCAO IDADE-SERIE ' WS-ANO
                  ' - REFERENCIA ' WS-DATA-REF-TXT
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-SR-I FROM 1 BY 1 UNTIL WS-SR-I > 12
               IF WS-SR-ALUNOS(WS-SR-I) > 0 OR
                  WS-SR-ANT-ALUNOS(WS-SR-I) > 0
                   PERFORM RELATORIO-SERIE
               END-IF
           END-PERFORM

           MOVE WS-QTD-ALUNOS        TO WS-MASK-QTD
           MOVE WS-QTD-DISTORCAO     TO WS-MASK-QTD-B
           MOVE WS-QTD-ANT-ALUNOS    TO WS-MASK-QTD-C
           MOVE WS-QTD-ANT-DISTORCAO TO WS-MASK-QTD-D
           PERFORM CALCULA-PERCENTUAIS-TOTAL
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ESCOLA - ' WS-ANO ': ' WS-MASK-QTD-B ' DE '
                  WS-MASK-QTD ' (' WS-MASK-PCT '%)'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           IF WS-TEM-ANTERIOR-SIM
               STRING '   ' WS-ANO-ANTERIOR ': ' WS-MASK-QTD-D
                      ' DE ' WS-MASK-QTD-C ' (' WS-MASK-PCT-ANT
                      '%)   VARIACAO ' WS-MASK-VARIACAO ' P.P.'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA(45:56)
               END-STRING
           END-IF
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:80)

           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-RELATORIO.

       RELATORIO-SERIE.
           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-QTD-TM
               IF WS-TM-ANO(WS-TM-I) = WS-ANO AND
                  WS-TM-SERIE(WS-TM-I) = WS-SR-I AND
                  WS-TM-ALUNOS(WS-TM-I) > 0
                   PERFORM RELATORIO-TURMA
               END-IF
           END-PERFORM

           MOVE WS-SR-ALUNOS(WS-SR-I)        TO WS-MASK-QTD
           MOVE WS-SR-DISTORCAO(WS-SR-I)     TO WS-MASK-QTD-B
           MOVE WS-SR-ANT-ALUNOS(WS-SR-I)    TO WS-MASK-QTD-C
           MOVE WS-SR-ANT-DISTORCAO(WS-SR-I) TO WS-MASK-QTD-D
           PERFORM CALCULA-PERCENTUAIS-SERIE
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'SERIE ' WS-SR-I ' - ' WS-ANO ': ' WS-MASK-QTD-B
                  ' DE ' WS-MASK-QTD ' (' WS-MASK-PCT '%)'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           IF WS-TEM-ANTERIOR-SIM
               STRING '   ' WS-ANO-ANTERIOR ': ' WS-MASK-QTD-D
                      ' DE ' WS-MASK-QTD-C ' (' WS-MASK-PCT-ANT
                      '%)   VARIACAO ' WS-MASK-VARIACAO ' P.P.'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA(45:56)
               END-STRING
           END-IF
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:80)

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-RELATORIO-SERIE.

       RELATORIO-TURMA.
           IF WS-TM-ALUNOS(WS-TM-I) > 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-TM-DISTORCAO(WS-TM-I) * 100)
                   / WS-TM-ALUNOS(WS-TM-I)
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-PCT
           END-IF
           MOVE WS-TM-ALUNOS(WS-TM-I)    TO WS-MASK-QTD
           MOVE WS-TM-DISTORCAO(WS-TM-I) TO WS-MASK-QTD-B
           MOVE WS-PCT                   TO WS-MASK-PCT
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TURMA ' WS-TM-TURMA(WS-TM-I)
                  ' UNIDADE ' WS-TM-UNIDADE(WS-TM-I)
                  ' (SERIE ' WS-TM-SERIE(WS-TM-I)
                  ') - ALUNOS: ' WS-MASK-QTD
                  '  EM DISTORCAO: ' WS-MASK-QTD-B
                  ' (' WS-MASK-PCT '%)'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I > WS-QTD-DS
               IF WS-DS-UNIDADE(WS-DS-I) = WS-TM-UNIDADE(WS-TM-I) AND
                  WS-DS-TURMA(WS-DS-I) = WS-TM-TURMA(WS-TM-I)
                   MOVE WS-DS-IDADE(WS-DS-I)    TO WS-MASK-IDADE
                   MOVE WS-DS-ESPERADA(WS-DS-I) TO WS-MASK-ESPERADA
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING WS-DS-MATRICULA(WS-DS-I) ' '
                          WS-DS-NOME(WS-DS-I) ' '
                          WS-DS-NASCIMENTO(WS-DS-I) '   '
                          WS-MASK-IDADE '      '
                          WS-MASK-ESPERADA
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   PERFORM CHAMA-IMPRESSAO
               END-IF
           END-PERFORM
           EXIT.
       FIM-RELATORIO-TURMA.

       CALCULA-PERCENTUAIS-SERIE.
           MOVE ZERO TO WS-PCT
           MOVE ZERO TO WS-PCT-ANT
           IF WS-SR-ALUNOS(WS-SR-I) > 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-SR-DISTORCAO(WS-SR-I) * 100)
                   / WS-SR-ALUNOS(WS-SR-I)
               END-COMPUTE
           END-IF
           IF WS-SR-ANT-ALUNOS(WS-SR-I) > 0
               COMPUTE WS-PCT-ANT ROUNDED =
                   (WS-SR-ANT-DISTORCAO(WS-SR-I) * 100)
                   / WS-SR-ANT-ALUNOS(WS-SR-I)
               END-COMPUTE
           END-IF
           PERFORM MOVE-PERCENTUAIS
           EXIT.
       FIM-CALCULA-PERCENTUAIS-SERIE.

       CALCULA-PERCENTUAIS-TOTAL.
           MOVE ZERO TO WS-PCT
           MOVE ZERO TO WS-PCT-ANT
           IF WS-QTD-ALUNOS > 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-QTD-DISTORCAO * 100) / WS-QTD-ALUNOS
               END-COMPUTE
           END-IF
           IF WS-QTD-ANT-ALUNOS > 0
               COMPUTE WS-PCT-ANT ROUNDED =
                   (WS-QTD-ANT-DISTORCAO * 100) / WS-QTD-ANT-ALUNOS
               END-COMPUTE
           END-IF
           PERFORM MOVE-PERCENTUAIS
           EXIT.
       FIM-CALCULA-PERCENTUAIS-TOTAL.

       MOVE-PERCENTUAIS.
           COMPUTE WS-VARIACAO = WS-PCT - WS-PCT-ANT
           MOVE WS-PCT      TO WS-MASK-PCT
           MOVE WS-PCT-ANT  TO WS-MASK-PCT-ANT
           MOVE WS-VARIACAO TO WS-MASK-VARIACAO
           EXIT.
       FIM-MOVE-PERCENTUAIS.

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
           DISPLAY 'ALUNOS AVALIADOS EM ' WS-ANO '  : ' WS-QTD-ALUNOS
           DISPLAY 'EM DISTORCAO IDADE-SERIE: ' WS-QTD-DISTORCAO
           DISPLAY 'SEM TURMA NO CADASTRO   : ' WS-QTD-SEM-SERIE
           DISPLAY 'SEM NASCIMENTO VALIDO   : ' WS-QTD-SEM-NASCIMENTO
           IF WS-TEM-ANTERIOR-SIM
               DISPLAY 'ALUNOS DE ' WS-ANO-ANTERIOR
                       ' AVALIADOS  : ' WS-QTD-ANT-ALUNOS
               DISPLAY 'EM DISTORCAO EM ' WS-ANO-ANTERIOR
                       '     : ' WS-QTD-ANT-DISTORCAO
               DISPLAY 'SEM SERIE/NASCIMENTO    : '
                       WS-QTD-ANT-SEM-DADOS
           END-IF
           DISPLAY '-----------------------------------'
           IF WS-QTD-SEM-SERIE > 0 OR WS-QTD-SEM-NASCIMENTO > 0
               IF WS-RETORNO-JOB < 4
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM DISTORCAO-IDADE.
