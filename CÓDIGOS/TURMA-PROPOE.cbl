      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: ROTINA COMPARTILHADA DE PROPOSTA DE TURMA PARA O ANO
      *          SEGUINTE - RECEBE MATRICULA, TURMA E ANO LETIVO
      *          ATUAIS E SE O ALUNO E PROMOVIDO ('S') OU REPETE A
      *          SERIE ('N'); A SERIE E O TURNO DA TURMA ATUAL VEM DO
      *          CADASTRO TURMAS.TXT (TURMA.CPY) E A PROPOSTA E A
      *          TURMA DO ANO SEGUINTE NA SERIE ALVO COM MAIS VAGAS,
      *          DE PREFERENCIA NO MESMO TURNO; A OCUPACAO DE PARTIDA
      *          SAO OS ALUNOS ATIVOS DO MATRICULAS.TXT JA COLOCADOS
      *          NO ANO SEGUINTE, E CADA PROPOSTA FEITA NA EXECUCAO
      *          RESERVA A VAGA (AS TABELAS FICAM CARREGADAS ENTRE AS
      *          CHAMADAS); LNK-RESULTADO: 'M' ALUNO JA COLOCADO NO
      *          ANO SEGUINTE (DEVOLVE A TURMA DO MATRICULAS.TXT),
      *          'S' PROPOSTA COM VAGA, 'C' SO HA TURMA LOTADA NA
      *          SERIE (DEVOLVE A MENOS LOTADA), 'N' TURMA ATUAL FORA
      *          DO CADASTRO OU SERIE ALVO SEM TURMA NO ANO SEGUINTE
      *          (DEVOLVE A TURMA ATUAL)
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Proposta restrita as turmas da unidade do
      *                    aluno (MT-UNIDADE, em branco = sede 01);
      *                    ocupacao contada por turma e unidade
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURMA-PROPOE.
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
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM            VALUE 'S'.
       01 WS-ANO-CARREGADO         PIC 9(04) VALUE ZERO.
       01 WS-ANO-SEGUINTE          PIC 9(04) VALUE ZERO.
       01 WS-TAB-TUR-LIMITE        PIC 9(03) VALUE 100.
       01 WS-QTD-TUR-ATUAL         PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TUR-ATUAL.
           02 WS-TA-ENTRADA OCCURS 100 TIMES.
               03 WS-TA-TURMA          PIC X(03).
               03 WS-TA-SERIE          PIC 9(02).
               03 WS-TA-TURNO          PIC X(01).
               03 WS-TA-UNIDADE        PIC X(02).
       01 WS-QTD-TUR-SEGUINTE      PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TUR-SEGUINTE.
           02 WS-TS-ENTRADA OCCURS 100 TIMES.
               03 WS-TS-TURMA          PIC X(03).
               03 WS-TS-SERIE          PIC 9(02).
               03 WS-TS-TURNO          PIC X(01).
               03 WS-TS-UNIDADE        PIC X(02).
               03 WS-TS-CAPACIDADE     PIC 9(03).
               03 WS-TS-OCUPADAS       PIC 9(04).
       01 WS-TUR-I                 PIC 9(03) VALUE ZERO.
       01 WS-TUR-ESCOLHA-I         PIC 9(03) VALUE ZERO.
       01 WS-TAB-COL-LIMITE        PIC 9(04) VALUE 2000.
       01 WS-QTD-COLOCADOS         PIC 9(04) VALUE ZERO.
       01 WS-TABELA-COLOCADOS.
           02 WS-CO-ENTRADA OCCURS 2000 TIMES.
               03 WS-CO-MATRICULA      PIC X(05).
               03 WS-CO-TURMA          PIC X(03).
       01 WS-QTD-UNI-ALUNOS        PIC 9(04) VALUE ZERO.
       01 WS-TABELA-UNI-ALUNOS.
           02 WS-UA-ENTRADA OCCURS 2000 TIMES.
               03 WS-UA-MATRICULA      PIC X(05).
               03 WS-UA-UNIDADE        PIC X(02).
       01 WS-UA-I                  PIC 9(04) VALUE ZERO.
       01 WS-UNIDADE-ALUNO         PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-LIDA          PIC X(02) VALUE SPACES.
       01 WS-CO-I                  PIC 9(04) VALUE ZERO.
       01 WS-CO-ACHOU-I            PIC 9(04) VALUE ZERO.
       01 WS-SERIE-ALVO            PIC 9(02) VALUE ZERO.
       01 WS-TURNO-ATUAL           PIC X(01) VALUE SPACES.
       01 WS-LIVRES                PIC S9(04) VALUE ZERO.
       01 WS-MAIOR-LIVRES          PIC S9(04) VALUE ZERO.
       01 WS-MENOR-EXCESSO         PIC S9(04) VALUE ZERO.
      ******************************************************************
       LINKAGE SECTION.
       01 LNK-MATRICULA            PIC X(05).
       01 LNK-TURMA-ATUAL          PIC X(03).
       01 LNK-ANO-ATUAL            PIC 9(04).
       01 LNK-PROMOVE              PIC X(01).
       01 LNK-TURMA-NOVA           PIC X(03).
       01 LNK-RESULTADO            PIC X(01).
           88 LNK-JA-COLOCADO             VALUE 'M'.
           88 LNK-PROPOSTA-COM-VAGA       VALUE 'S'.
           88 LNK-PROPOSTA-LOTADA         VALUE 'C'.
           88 LNK-SEM-PROPOSTA            VALUE 'N'.
      ******************************************************************
       PROCEDURE DIVISION USING LNK-MATRICULA
                                LNK-TURMA-ATUAL
                                LNK-ANO-ATUAL
                                LNK-PROMOVE
                                LNK-TURMA-NOVA
                                LNK-RESULTADO.
       INICIO-PROGRAMA.
           MOVE LNK-TURMA-ATUAL TO LNK-TURMA-NOVA
           SET LNK-SEM-PROPOSTA TO TRUE

           IF LNK-ANO-ATUAL NOT = WS-ANO-CARREGADO
               PERFORM CARREGA-TABELAS
           END-IF

           PERFORM LOCALIZA-COLOCADO
           IF WS-ACHOU-SIM
               SET LNK-JA-COLOCADO TO TRUE
               MOVE WS-CO-TURMA(WS-CO-ACHOU-I) TO LNK-TURMA-NOVA
           ELSE
               PERFORM LOCALIZA-UNIDADE-ALUNO
               PERFORM LOCALIZA-TURMA-ATUAL
               IF WS-ACHOU-SIM
                   PERFORM ESCOLHE-TURMA-SEGUINTE
               END-IF
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * CARGA UNICA POR ANO: TURMAS DO ANO ATUAL E DO SEGUINTE, E OS
      * ALUNOS ATIVOS JA COLOCADOS NO ANO SEGUINTE
      *-----------------------------------------------------------------
       CARREGA-TABELAS.
           MOVE LNK-ANO-ATUAL TO WS-ANO-CARREGADO
           COMPUTE WS-ANO-SEGUINTE = LNK-ANO-ATUAL + 1
           MOVE ZERO TO WS-QTD-TUR-ATUAL
           MOVE ZERO TO WS-QTD-TUR-SEGUINTE
           MOVE ZERO TO WS-QTD-COLOCADOS
           MOVE ZERO TO WS-QTD-UNI-ALUNOS

           MOVE 'N' TO WS-FIM-TUR
           OPEN INPUT TURMAS
           IF WS-TUR-STATUS = '00'
               PERFORM LER-TURMAS
               PERFORM UNTIL WS-FIM-TUR-SIM
                   PERFORM GUARDA-TURMA
                   PERFORM LER-TURMAS
               END-PERFORM
               CLOSE TURMAS
           END-IF

           MOVE 'N' TO WS-FIM-MAT
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS = '00'
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   IF MT-SIT-ATIVA
                       PERFORM GUARDA-UNIDADE-ALUNO
                   END-IF
                   IF MT-SIT-ATIVA AND
                      MT-TURMA NOT = SPACES AND
                      MT-ANO-LETIVO = WS-ANO-SEGUINTE
                       PERFORM GUARDA-COLOCADO
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CARREGA-TABELAS.

       LER-TURMAS.
           READ TURMAS
               AT END
                   SET WS-FIM-TUR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TURMAS.

       GUARDA-TURMA.
           MOVE TU-UNIDADE TO WS-UNIDADE-LIDA
           IF WS-UNIDADE-LIDA = SPACES
               MOVE '01' TO WS-UNIDADE-LIDA
           END-IF
           IF TU-ANO = WS-ANO-CARREGADO AND
              WS-QTD-TUR-ATUAL < WS-TAB-TUR-LIMITE
               ADD 1 TO WS-QTD-TUR-ATUAL
               MOVE TU-TURMA TO WS-TA-TURMA(WS-QTD-TUR-ATUAL)
               MOVE TU-SERIE TO WS-TA-SERIE(WS-QTD-TUR-ATUAL)
               MOVE TU-TURNO TO WS-TA-TURNO(WS-QTD-TUR-ATUAL)
               MOVE WS-UNIDADE-LIDA
                    TO WS-TA-UNIDADE(WS-QTD-TUR-ATUAL)
           END-IF
           IF TU-ANO = WS-ANO-SEGUINTE AND
              WS-QTD-TUR-SEGUINTE < WS-TAB-TUR-LIMITE
               ADD 1 TO WS-QTD-TUR-SEGUINTE
               MOVE TU-TURMA TO WS-TS-TURMA(WS-QTD-TUR-SEGUINTE)
               MOVE TU-SERIE TO WS-TS-SERIE(WS-QTD-TUR-SEGUINTE)
               MOVE TU-TURNO TO WS-TS-TURNO(WS-QTD-TUR-SEGUINTE)
               MOVE WS-UNIDADE-LIDA
                    TO WS-TS-UNIDADE(WS-QTD-TUR-SEGUINTE)
               MOVE TU-CAPACIDADE
                    TO WS-TS-CAPACIDADE(WS-QTD-TUR-SEGUINTE)
               MOVE ZERO TO WS-TS-OCUPADAS(WS-QTD-TUR-SEGUINTE)
           END-IF
           EXIT.
       FIM-GUARDA-TURMA.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

      *-----------------------------------------------------------------
      * UNIDADE DE CADA ALUNO ATIVO (EM BRANCO E A SEDE '01'): A
      * PROPOSTA E A OCUPACAO FICAM DENTRO DA UNIDADE DO ALUNO
      *-----------------------------------------------------------------
       GUARDA-UNIDADE-ALUNO.
           IF WS-QTD-UNI-ALUNOS < WS-TAB-COL-LIMITE
               ADD 1 TO WS-QTD-UNI-ALUNOS
               MOVE MT-MATRICULA
                    TO WS-UA-MATRICULA(WS-QTD-UNI-ALUNOS)
               IF MT-UNIDADE = SPACES
                   MOVE '01' TO WS-UA-UNIDADE(WS-QTD-UNI-ALUNOS)
               ELSE
                   MOVE MT-UNIDADE
                        TO WS-UA-UNIDADE(WS-QTD-UNI-ALUNOS)
               END-IF
           END-IF
           EXIT.
       FIM-GUARDA-UNIDADE-ALUNO.

       GUARDA-COLOCADO.
           MOVE MT-UNIDADE TO WS-UNIDADE-LIDA
           IF WS-UNIDADE-LIDA = SPACES
               MOVE '01' TO WS-UNIDADE-LIDA
           END-IF
           IF WS-QTD-COLOCADOS < WS-TAB-COL-LIMITE
               ADD 1 TO WS-QTD-COLOCADOS
               MOVE MT-MATRICULA TO WS-CO-MATRICULA(WS-QTD-COLOCADOS)
               MOVE MT-TURMA     TO WS-CO-TURMA(WS-QTD-COLOCADOS)
           END-IF
           PERFORM VARYING WS-TUR-I FROM 1 BY 1
                   UNTIL WS-TUR-I > WS-QTD-TUR-SEGUINTE
               IF WS-TS-TURMA(WS-TUR-I) = MT-TURMA AND
                  WS-TS-UNIDADE(WS-TUR-I) = WS-UNIDADE-LIDA
                   ADD 1 TO WS-TS-OCUPADAS(WS-TUR-I)
               END-IF
           END-PERFORM
           EXIT.
       FIM-GUARDA-COLOCADO.

       LOCALIZA-COLOCADO.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-CO-I FROM 1 BY 1
                   UNTIL WS-CO-I > WS-QTD-COLOCADOS
                      OR WS-ACHOU-SIM
               IF WS-CO-MATRICULA(WS-CO-I) = LNK-MATRICULA
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-CO-I TO WS-CO-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-COLOCADO.

       LOCALIZA-UNIDADE-ALUNO.
           MOVE '01' TO WS-UNIDADE-ALUNO
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-UA-I FROM 1 BY 1
                   UNTIL WS-UA-I > WS-QTD-UNI-ALUNOS
                      OR WS-ACHOU-SIM
               IF WS-UA-MATRICULA(WS-UA-I) = LNK-MATRICULA
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-UA-UNIDADE(WS-UA-I) TO WS-UNIDADE-ALUNO
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-UNIDADE-ALUNO.

       LOCALIZA-TURMA-ATUAL.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-TUR-I FROM 1 BY 1
                   UNTIL WS-TUR-I > WS-QTD-TUR-ATUAL
                      OR WS-ACHOU-SIM
               IF WS-TA-TURMA(WS-TUR-I) = LNK-TURMA-ATUAL AND
                  WS-TA-UNIDADE(WS-TUR-I) = WS-UNIDADE-ALUNO
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-TA-TURNO(WS-TUR-I) TO WS-TURNO-ATUAL
                   IF LNK-PROMOVE = 'S'
                       COMPUTE WS-SERIE-ALVO =
                               WS-TA-SERIE(WS-TUR-I) + 1
                   ELSE
                       MOVE WS-TA-SERIE(WS-TUR-I) TO WS-SERIE-ALVO
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-TURMA-ATUAL.

      *-----------------------------------------------------------------
      * ESCOLHA: NA SERIE ALVO, A TURMA COM MAIS VAGAS NO MESMO TURNO;
      * SEM VAGA NO TURNO, A COM MAIS VAGAS EM QUALQUER TURNO; SEM
      * VAGA NENHUMA, A MENOS LOTADA (RESULTADO 'C')
      *-----------------------------------------------------------------
       ESCOLHE-TURMA-SEGUINTE.
           MOVE ZERO TO WS-TUR-ESCOLHA-I
           MOVE ZERO TO WS-MAIOR-LIVRES
           PERFORM VARYING WS-TUR-I FROM 1 BY 1
                   UNTIL WS-TUR-I > WS-QTD-TUR-SEGUINTE
               IF WS-TS-SERIE(WS-TUR-I) = WS-SERIE-ALVO AND
                  WS-TS-TURNO(WS-TUR-I) = WS-TURNO-ATUAL AND
                  WS-TS-UNIDADE(WS-TUR-I) = WS-UNIDADE-ALUNO
                   COMPUTE WS-LIVRES = WS-TS-CAPACIDADE(WS-TUR-I)
                                     - WS-TS-OCUPADAS(WS-TUR-I)
                   IF WS-LIVRES > WS-MAIOR-LIVRES
                       MOVE WS-LIVRES TO WS-MAIOR-LIVRES
                       MOVE WS-TUR-I TO WS-TUR-ESCOLHA-I
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TUR-ESCOLHA-I = 0
               PERFORM VARYING WS-TUR-I FROM 1 BY 1
                       UNTIL WS-TUR-I > WS-QTD-TUR-SEGUINTE
                   IF WS-TS-SERIE(WS-TUR-I) = WS-SERIE-ALVO AND
                      WS-TS-UNIDADE(WS-TUR-I) = WS-UNIDADE-ALUNO
                       COMPUTE WS-LIVRES = WS-TS-CAPACIDADE(WS-TUR-I)
                                         - WS-TS-OCUPADAS(WS-TUR-I)
                       IF WS-LIVRES > WS-MAIOR-LIVRES
                           MOVE WS-LIVRES TO WS-MAIOR-LIVRES
                           MOVE WS-TUR-I TO WS-TUR-ESCOLHA-I
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF WS-TUR-ESCOLHA-I > 0
               SET LNK-PROPOSTA-COM-VAGA TO TRUE
           ELSE
               MOVE 9999 TO WS-MENOR-EXCESSO
               PERFORM VARYING WS-TUR-I FROM 1 BY 1
                       UNTIL WS-TUR-I > WS-QTD-TUR-SEGUINTE
                   IF WS-TS-SERIE(WS-TUR-I) = WS-SERIE-ALVO AND
                      WS-TS-UNIDADE(WS-TUR-I) = WS-UNIDADE-ALUNO
                       COMPUTE WS-LIVRES = WS-TS-OCUPADAS(WS-TUR-I)
                                         - WS-TS-CAPACIDADE(WS-TUR-I)
                       IF WS-LIVRES < WS-MENOR-EXCESSO
                           MOVE WS-LIVRES TO WS-MENOR-EXCESSO
                           MOVE WS-TUR-I TO WS-TUR-ESCOLHA-I
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TUR-ESCOLHA-I > 0
                   SET LNK-PROPOSTA-LOTADA TO TRUE
               END-IF
           END-IF

           IF WS-TUR-ESCOLHA-I > 0
               MOVE WS-TS-TURMA(WS-TUR-ESCOLHA-I) TO LNK-TURMA-NOVA
               ADD 1 TO WS-TS-OCUPADAS(WS-TUR-ESCOLHA-I)
           END-IF
           EXIT.
       FIM-ESCOLHE-TURMA-SEGUINTE.
      ******************************************************************
       END PROGRAM TURMA-PROPOE.
