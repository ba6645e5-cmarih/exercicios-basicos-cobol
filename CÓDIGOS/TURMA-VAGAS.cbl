      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: ROTINA COMPARTILHADA DE VAGAS DA TURMA - RECEBE TURMA
      *          E ANO LETIVO, PROCURA A TURMA NO CADASTRO TURMAS.TXT
      *          (TURMA.CPY) E CONTA NO MATRICULAS.TXT (MATRICULA.CPY)
      *          OS ALUNOS ATIVOS NA TURMA NAQUELE ANO; DEVOLVE SERIE,
      *          TURNO, SALA, CAPACIDADE E OCUPADAS, COM LNK-RESULTADO
      *          'S' QUANDO HA VAGA, 'C' QUANDO A TURMA ESTA LOTADA E
      *          'N' QUANDO A TURMA NAO EXISTE NO CADASTRO PARA O ANO
      *          (OU O TURMAS.TXT NAO EXISTE); A TURMA E PROCURADA
      *          NA UNIDADE ESCOLAR RECEBIDA E SO CONTAM OS ALUNOS DA
      *          MESMA UNIDADE
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Unidade escolar (LNK-UNIDADE, em branco ou 00
      *                    vale 01 - sede): cada unidade tem os seus
      *                    codigos de turma, entao a turma e procurada
      *                    no cadastro da unidade e a ocupacao conta so
      *                    os alunos da unidade
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURMA-VAGAS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
       01 WS-TUR-STATUS            PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS            PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-TUR            PIC X(01) VALUE 'N'.
               88 WS-FIM-TUR-SIM          VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-TUR-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-TUR-ACHOU-SIM        VALUE 'S'.
       01 WS-UNIDADE-BUSCA         PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-REG           PIC X(02) VALUE SPACES.
      ******************************************************************
       LINKAGE SECTION.
       01 LNK-TURMA                PIC X(03).
       01 LNK-ANO                  PIC 9(04).
       01 LNK-RESULTADO            PIC X(01).
           88 LNK-VAGA-SIM                VALUE 'S'.
           88 LNK-TURMA-LOTADA            VALUE 'C'.
           88 LNK-TURMA-INEXISTENTE       VALUE 'N'.
       01 LNK-SERIE                PIC 9(02).
       01 LNK-TURNO                PIC X(01).
       01 LNK-SALA                 PIC X(05).
       01 LNK-CAPACIDADE           PIC 9(03).
       01 LNK-OCUPADAS             PIC 9(03).
       01 LNK-UNIDADE              PIC X(02).
      ******************************************************************
       PROCEDURE DIVISION USING LNK-TURMA
                                LNK-ANO
                                LNK-RESULTADO
                                LNK-SERIE
                                LNK-TURNO
                                LNK-SALA
                                LNK-CAPACIDADE
                                LNK-OCUPADAS
                                LNK-UNIDADE.
       INICIO-PROGRAMA.
           MOVE 'N' TO LNK-RESULTADO
           MOVE ZERO TO LNK-SERIE
           MOVE SPACES TO LNK-TURNO
           MOVE SPACES TO LNK-SALA
           MOVE ZERO TO LNK-CAPACIDADE
           MOVE ZERO TO LNK-OCUPADAS
           MOVE 'N' TO WS-FIM-TUR
           MOVE 'N' TO WS-FIM-MAT
           MOVE 'N' TO WS-TUR-ACHOU
           MOVE LNK-UNIDADE TO WS-UNIDADE-BUSCA
           IF WS-UNIDADE-BUSCA = SPACES OR WS-UNIDADE-BUSCA = '00'
               MOVE '01' TO WS-UNIDADE-BUSCA
           END-IF

           PERFORM CONSULTA-TURMA

           IF WS-TUR-ACHOU-SIM
               PERFORM CONTA-OCUPADAS
               IF LNK-OCUPADAS < LNK-CAPACIDADE
                   SET LNK-VAGA-SIM TO TRUE
               ELSE
                   SET LNK-TURMA-LOTADA TO TRUE
               END-IF
           END-IF
           GOBACK.

       CONSULTA-TURMA.
           OPEN INPUT TURMAS
           IF WS-TUR-STATUS = '00'
               PERFORM LER-TURMAS
               PERFORM UNTIL WS-FIM-TUR-SIM OR WS-TUR-ACHOU-SIM
                   MOVE TU-UNIDADE TO WS-UNIDADE-REG
                   IF WS-UNIDADE-REG = SPACES
                       MOVE '01' TO WS-UNIDADE-REG
                   END-IF
                   IF TU-TURMA = LNK-TURMA AND
                      TU-ANO = LNK-ANO AND
                      WS-UNIDADE-REG = WS-UNIDADE-BUSCA
                       SET WS-TUR-ACHOU-SIM TO TRUE
                       MOVE TU-SERIE      TO LNK-SERIE
                       MOVE TU-TURNO      TO LNK-TURNO
                       MOVE TU-SALA       TO LNK-SALA
                       MOVE TU-CAPACIDADE TO LNK-CAPACIDADE
                   END-IF
                   PERFORM LER-TURMAS
               END-PERFORM
               CLOSE TURMAS
           END-IF
           EXIT.
       FIM-CONSULTA-TURMA.

       LER-TURMAS.
           READ TURMAS
               AT END
                   SET WS-FIM-TUR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TURMAS.

       CONTA-OCUPADAS.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS = '00'
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   MOVE MT-UNIDADE TO WS-UNIDADE-REG
                   IF WS-UNIDADE-REG = SPACES
                       MOVE '01' TO WS-UNIDADE-REG
                   END-IF
                   IF MT-SIT-ATIVA AND
                      MT-TURMA = LNK-TURMA AND
                      MT-ANO-LETIVO = LNK-ANO AND
                      WS-UNIDADE-REG = WS-UNIDADE-BUSCA
                       ADD 1 TO LNK-OCUPADAS
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CONTA-OCUPADAS.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.
      ******************************************************************
       END PROGRAM TURMA-VAGAS.
