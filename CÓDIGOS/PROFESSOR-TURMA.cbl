      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: ROTINA COMPARTILHADA DE ATRIBUICAO DE AULAS - RECEBE
      *          TURMA, DISCIPLINA E ANO LETIVO E DEVOLVE O PROFESSOR
      *          ATRIBUIDO EM ATRIBUICAO.TXT (ATRIBUI.CPY), COM O NOME
      *          E A IDENTIFICACAO DE OPERADOR LIDOS DO CADASTRO
      *          PROFESSORES.TXT (PROFESSOR.CPY); LNK-ACHOU 'S' QUANDO
      *          HA ATRIBUICAO, 'N' QUANDO A TURMA/DISCIPLINA/ANO NAO
      *          TEM PROFESSOR (OU O ARQUIVO NAO EXISTE); DISCIPLINA
      *          EM BRANCO VALE '01', COMO NO NOTAS.TXT
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Unidade da turma como ultimo parametro
      *                    (LNK-UNIDADE; em branco ou 00 vale 01) e
      *                    conferida contra AT-UNIDADE (em branco = 01):
      *                    turmas de mesmo codigo em unidades diferentes
      *                    tem professores diferentes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFESSOR-TURMA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBUICAO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ATRIB-STATUS.
           SELECT PROFESSORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROF-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ATRIBUICAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ATRIBUICAO.TXT'.
       COPY ATRIBUI.CPY.

       FD PROFESSORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PROFESSORES.TXT'.
       COPY PROFESSOR.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ATRIB-STATUS          PIC X(02) VALUE '00'.
       01 WS-PROF-STATUS           PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-ATRIB          PIC X(01) VALUE 'N'.
               88 WS-FIM-ATRIB-SIM        VALUE 'S'.
           02 WS-FIM-PROF           PIC X(01) VALUE 'N'.
               88 WS-FIM-PROF-SIM         VALUE 'S'.
           02 WS-PROF-ACHOU         PIC X(01) VALUE 'N'.
               88 WS-PROF-ACHOU-SIM       VALUE 'S'.
       01 WS-DISCIPLINA            PIC X(02) VALUE '01'.
       01 WS-UNIDADE               PIC X(02) VALUE '01'.
       01 WS-AT-UNIDADE            PIC X(02) VALUE '01'.
      ******************************************************************
       LINKAGE SECTION.
       01 LNK-TURMA                PIC X(03).
       01 LNK-DISCIPLINA           PIC X(02).
       01 LNK-ANO                  PIC 9(04).
       01 LNK-ACHOU                PIC X(01).
           88 LNK-ACHOU-SIM               VALUE 'S'.
       01 LNK-PROFESSOR            PIC X(05).
       01 LNK-PROF-NOME            PIC X(30).
       01 LNK-PROF-OPERADOR        PIC X(08).
       01 LNK-UNIDADE              PIC X(02).
      ******************************************************************
       PROCEDURE DIVISION USING LNK-TURMA
                                LNK-DISCIPLINA
                                LNK-ANO
                                LNK-ACHOU
                                LNK-PROFESSOR
                                LNK-PROF-NOME
                                LNK-PROF-OPERADOR
                                LNK-UNIDADE.
       INICIO-PROGRAMA.
           MOVE 'N' TO LNK-ACHOU
           MOVE SPACES TO LNK-PROFESSOR
           MOVE SPACES TO LNK-PROF-NOME
           MOVE SPACES TO LNK-PROF-OPERADOR
           MOVE 'N' TO WS-FIM-ATRIB
           MOVE 'N' TO WS-FIM-PROF
           MOVE 'N' TO WS-PROF-ACHOU

           IF LNK-DISCIPLINA = SPACES
               MOVE '01' TO WS-DISCIPLINA
           ELSE
               MOVE LNK-DISCIPLINA TO WS-DISCIPLINA
           END-IF

           IF LNK-UNIDADE = SPACES OR LNK-UNIDADE = '00'
               MOVE '01' TO WS-UNIDADE
           ELSE
               MOVE LNK-UNIDADE TO WS-UNIDADE
           END-IF

           PERFORM CONSULTA-ATRIBUICAO

           IF LNK-ACHOU-SIM
               PERFORM CONSULTA-PROFESSOR
               IF NOT WS-PROF-ACHOU-SIM
                   MOVE '(PROFESSOR FORA DO CADASTRO)'
                        TO LNK-PROF-NOME
               END-IF
           END-IF
           GOBACK.

       CONSULTA-ATRIBUICAO.
           OPEN INPUT ATRIBUICAO
           IF WS-ATRIB-STATUS = '00'
               PERFORM LER-ATRIBUICAO
               PERFORM UNTIL WS-FIM-ATRIB-SIM OR LNK-ACHOU-SIM
                   MOVE AT-UNIDADE TO WS-AT-UNIDADE
                   IF AT-UNIDADE = SPACES
                       MOVE '01' TO WS-AT-UNIDADE
                   END-IF
                   IF AT-TURMA = LNK-TURMA AND
                      AT-DISCIPLINA = WS-DISCIPLINA AND
                      AT-ANO = LNK-ANO AND
                      WS-AT-UNIDADE = WS-UNIDADE
                       SET LNK-ACHOU-SIM TO TRUE
                       MOVE AT-PROFESSOR TO LNK-PROFESSOR
                   END-IF
                   PERFORM LER-ATRIBUICAO
               END-PERFORM
               CLOSE ATRIBUICAO
           END-IF
           EXIT.
       FIM-CONSULTA-ATRIBUICAO.

       LER-ATRIBUICAO.
           READ ATRIBUICAO
               AT END
                   SET WS-FIM-ATRIB-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ATRIBUICAO.

       CONSULTA-PROFESSOR.
           OPEN INPUT PROFESSORES
           IF WS-PROF-STATUS = '00'
               PERFORM LER-PROFESSORES
               PERFORM UNTIL WS-FIM-PROF-SIM OR WS-PROF-ACHOU-SIM
                   IF PF-CODIGO = LNK-PROFESSOR
                       SET WS-PROF-ACHOU-SIM TO TRUE
                       MOVE PF-NOME     TO LNK-PROF-NOME
                       MOVE PF-OPERADOR TO LNK-PROF-OPERADOR
                   END-IF
                   PERFORM LER-PROFESSORES
               END-PERFORM
               CLOSE PROFESSORES
           END-IF
           EXIT.
       FIM-CONSULTA-PROFESSOR.

       LER-PROFESSORES.
           READ PROFESSORES
               AT END
                   SET WS-FIM-PROF-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PROFESSORES.
      ******************************************************************
       END PROGRAM PROFESSOR-TURMA.
