      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: OCUPACAO DAS TURMAS - RELATORIO DA SECRETARIA, PELA
      *          ROTINA IMPRESSAO (OCUPACAO.TXT), COM AS VAGAS
      *          OCUPADAS E LIVRES DE CADA TURMA DO ANO LETIVO
      *          INFORMADO: SERIE, TURNO, SALA E CAPACIDADE VEM DO
      *          CADASTRO TURMAS.TXT (TURMA.CPY) E AS OCUPADAS SAO OS
      *          ALUNOS ATIVOS DO MATRICULAS.TXT COM A TURMA E O ANO;
      *          TURMA NO LIMITE SAI MARCADA LOTADA E ACIMA DO LIMITE
      *          SAI MARCADA EXCEDIDA (RETURN-CODE 4); ALUNO ATIVO DO
      *          ANO EM TURMA FORA DO CADASTRO TAMBEM E AVISADO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Turma procurada por unidade + turma (TU- e
      *                    MT-UNIDADE, em branco = 01): cada unidade tem
      *                    os seus codigos de turma; sessao de uma
      *                    unidade (UNIDADE-ATIVA) so relata a unidade e
      *                    a consolidada relata todas, com a coluna da
      *                    unidade
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURMA-OCUPACAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TUR-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD TURMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TURMAS.TXT'.
       COPY TURMA.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-TUR-STATUS                PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-TUR            PIC X(01) VALUE 'N'.
               88 WS-FIM-TUR-SIM          VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM            VALUE 'S'.
       01 WS-ANO                       PIC 9(04) VALUE ZERO.
       01 WS-UNIDADE-SESSAO            PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME              PIC X(40) VALUE SPACES.
       01 WS-UNIDADE-REG               PIC X(02) VALUE SPACES.
       01 WS-TAB-TUR-LIMITE            PIC 9(03) VALUE 100.
       01 WS-QTD-TURMAS                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TURMAS.
           02 WS-TM-ENTRADA OCCURS 100 TIMES.
               03 WS-TM-UNIDADE        PIC X(02).
               03 WS-TM-TURMA          PIC X(03).
               03 WS-TM-SERIE          PIC 9(02).
               03 WS-TM-TURNO          PIC X(01).
               03 WS-TM-SALA           PIC X(05).
               03 WS-TM-CAPACIDADE     PIC 9(03).
               03 WS-TM-OCUPADAS       PIC 9(04).
       01 WS-TM-I                      PIC 9(03) VALUE ZERO.
       01 WS-LIVRES                    PIC S9(04) VALUE ZERO.
       01 WS-MASK-LIVRES               PIC -ZZZ9.
       01 WS-MARCA                     PIC X(08) VALUE SPACES.
       01 WS-QTD-ALUNOS-ANO            PIC 9(05) VALUE ZERO.
       01 WS-QTD-FORA-CADASTRO         PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-TURMA             PIC 9(05) VALUE ZERO.
       01 WS-QTD-LOTADAS               PIC 9(03) VALUE ZERO.
       01 WS-QTD-EXCEDIDAS             PIC 9(03) VALUE ZERO.
       01 WS-TOT-CAPACIDADE            PIC 9(05) VALUE ZERO.
       01 WS-TOT-OCUPADAS              PIC 9(05) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'OCUPACAO.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'UN TURMA SERIE TURNO SALA  CAPACIDADE OCUPADAS LIVRES'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'OCUPACAO DAS TURMAS'
           DISPLAY '-----------------------------------'

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-SESSAO
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-SESSAO = SPACES
               MOVE '00' TO WS-UNIDADE-SESSAO
           END-IF
           IF WS-UNIDADE-NOME NOT = SPACES
               DISPLAY 'UNIDADE: ' WS-UNIDADE-SESSAO ' - '
                       WS-UNIDADE-NOME
           END-IF

           DISPLAY 'ANO LETIVO (AAAA, ZERO PARA O ANO CORRENTE): '
           ACCEPT WS-ANO
           IF WS-ANO = ZERO
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO
           END-IF

           PERFORM CARREGA-TURMAS
           IF WS-QTD-TURMAS = 0
               DISPLAY 'NENHUMA TURMA CADASTRADA PARA ' WS-ANO
                       ' NO TURMAS.TXT - NADA A RELATAR'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * TURMAS DO ANO NA UNIDADE DA SESSAO (TODAS NA CONSOLIDADA); O
      * MESMO CODIGO DE TURMA EM OUTRA UNIDADE E OUTRA TURMA
      *-----------------------------------------------------------------
       CARREGA-TURMAS.
           OPEN INPUT TURMAS
           IF WS-TUR-STATUS = '00'
               PERFORM LER-TURMAS
               PERFORM UNTIL WS-FIM-TUR-SIM
                   MOVE TU-UNIDADE TO WS-UNIDADE-REG
                   IF TU-UNIDADE = SPACES
                       MOVE '01' TO WS-UNIDADE-REG
                   END-IF
                   IF TU-ANO = WS-ANO AND
                      (WS-UNIDADE-SESSAO = '00' OR
                       WS-UNIDADE-REG = WS-UNIDADE-SESSAO)
                       IF WS-QTD-TURMAS < WS-TAB-TUR-LIMITE
                           ADD 1 TO WS-QTD-TURMAS
                           MOVE WS-UNIDADE-REG
                                TO WS-TM-UNIDADE(WS-QTD-TURMAS)
                           MOVE TU-TURMA
                                TO WS-TM-TURMA(WS-QTD-TURMAS)
                           MOVE TU-SERIE
                                TO WS-TM-SERIE(WS-QTD-TURMAS)
                           MOVE TU-TURNO
                                TO WS-TM-TURNO(WS-QTD-TURMAS)
                           MOVE TU-SALA
                                TO WS-TM-SALA(WS-QTD-TURMAS)
                           MOVE TU-CAPACIDADE
                                TO WS-TM-CAPACIDADE(WS-QTD-TURMAS)
                           MOVE ZERO
                                TO WS-TM-OCUPADAS(WS-QTD-TURMAS)
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

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               PERFORM CONTA-ALUNOS
               PERFORM GRAVA-RELATORIO
           END-IF
           EXIT.
       FIM-PROCESSA.

       CONTA-ALUNOS.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO - TODAS AS '
                       'TURMAS SAIRAO VAZIAS'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   MOVE MT-UNIDADE TO WS-UNIDADE-REG
                   IF MT-UNIDADE = SPACES
                       MOVE '01' TO WS-UNIDADE-REG
                   END-IF
                   IF MT-SIT-ATIVA AND
                      (WS-UNIDADE-SESSAO = '00' OR
                       WS-UNIDADE-REG = WS-UNIDADE-SESSAO)
                       IF MT-TURMA = SPACES
                           ADD 1 TO WS-QTD-SEM-TURMA
                       ELSE
                       IF MT-ANO-LETIVO = WS-ANO
                           ADD 1 TO WS-QTD-ALUNOS-ANO
                           PERFORM CREDITA-TURMA
                       END-IF
                       END-IF
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CONTA-ALUNOS.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       CREDITA-TURMA.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-QTD-TURMAS
                      OR WS-ACHOU-SIM
               IF WS-TM-UNIDADE(WS-TM-I) = WS-UNIDADE-REG AND
                  WS-TM-TURMA(WS-TM-I) = MT-TURMA
                   SET WS-ACHOU-SIM TO TRUE
                   ADD 1 TO WS-TM-OCUPADAS(WS-TM-I)
               END-IF
           END-PERFORM

           IF NOT WS-ACHOU-SIM
               ADD 1 TO WS-QTD-FORA-CADASTRO
               DISPLAY 'AVISO: MATRICULA ' MT-MATRICULA ' NA TURMA '
                       MT-TURMA ' DA UNIDADE ' WS-UNIDADE-REG
                       ' FORA DO CADASTRO DE ' WS-ANO
           END-IF
           EXIT.
       FIM-CREDITA-TURMA.

       GRAVA-RELATORIO.
           MOVE SPACES TO WS-IMP-TITULO
           IF WS-UNIDADE-SESSAO = '00'
               STRING 'OCUPACAO DAS TURMAS - ANO LETIVO ' WS-ANO
                      DELIMITED BY SIZE
                      INTO WS-IMP-TITULO
               END-STRING
           ELSE
               STRING 'OCUPACAO DAS TURMAS - ANO LETIVO ' WS-ANO
                      ' - UNIDADE ' WS-UNIDADE-SESSAO
                      DELIMITED BY SIZE
                      INTO WS-IMP-TITULO
               END-STRING
           END-IF

           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-QTD-TURMAS
               PERFORM GRAVA-LINHA-TURMA
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TOTAL - CAPACIDADE: ' WS-TOT-CAPACIDADE
                  ' OCUPADAS: ' WS-TOT-OCUPADAS
                  ' LOTADAS: ' WS-QTD-LOTADAS
                  ' EXCEDIDAS: ' WS-QTD-EXCEDIDAS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:80)

           IF WS-QTD-FORA-CADASTRO > 0 OR WS-QTD-SEM-TURMA > 0
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'ALUNOS ATIVOS EM TURMA FORA DO CADASTRO: '
                      WS-QTD-FORA-CADASTRO
                      ' - SEM TURMA INFORMADA: ' WS-QTD-SEM-TURMA
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               DISPLAY WS-IMP-LINHA(1:80)
           END-IF

           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-RELATORIO.

       GRAVA-LINHA-TURMA.
           COMPUTE WS-LIVRES = WS-TM-CAPACIDADE(WS-TM-I)
                             - WS-TM-OCUPADAS(WS-TM-I)
           MOVE WS-LIVRES TO WS-MASK-LIVRES
           ADD WS-TM-CAPACIDADE(WS-TM-I) TO WS-TOT-CAPACIDADE
           ADD WS-TM-OCUPADAS(WS-TM-I) TO WS-TOT-OCUPADAS

           EVALUATE TRUE
               WHEN WS-LIVRES < 0
                   MOVE 'EXCEDIDA' TO WS-MARCA
                   ADD 1 TO WS-QTD-EXCEDIDAS
                   MOVE 4 TO WS-RETORNO-JOB
               WHEN WS-LIVRES = 0
                   MOVE 'LOTADA' TO WS-MARCA
                   ADD 1 TO WS-QTD-LOTADAS
               WHEN OTHER
                   MOVE SPACES TO WS-MARCA
           END-EVALUATE

           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-TM-UNIDADE(WS-TM-I) ' '
                  WS-TM-TURMA(WS-TM-I) '    '
                  WS-TM-SERIE(WS-TM-I) '     '
                  WS-TM-TURNO(WS-TM-I) '    '
                  WS-TM-SALA(WS-TM-I) '    '
                  WS-TM-CAPACIDADE(WS-TM-I) '       '
                  WS-TM-OCUPADAS(WS-TM-I) '  '
                  WS-MASK-LIVRES ' '
                  WS-MARCA
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:63)
           EXIT.
       FIM-GRAVA-LINHA-TURMA.

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
           DISPLAY 'TURMAS NO RELATORIO : ' WS-QTD-TURMAS
           DISPLAY 'ALUNOS ATIVOS NO ANO: ' WS-QTD-ALUNOS-ANO
           DISPLAY 'TURMAS EXCEDIDAS    : ' WS-QTD-EXCEDIDAS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM TURMA-OCUPACAO.
