      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: ROTINA COMPARTILHADA DO PRECO BASE DA MENSALIDADE -
      *          RECEBE TURMA E AAAAMM, ACHA A SERIE DA TURMA NO
      *          TURMAS.TXT (TURMA.CPY; NO ANO DO AAAAMM OU, NA FALTA,
      *          NO ANO MAIS RECENTE CADASTRADO) E DEVOLVE O PRECO DA
      *          TABELA PRECOS.TXT (PRECO.CPY) VIGENTE NO MES: PRIMEIRO
      *          O PRECO PROPRIO DA TURMA, SENAO O DA SERIE, SEMPRE O
      *          DE MAIOR INICIO ATE O AAAAMM; LNK-RESULTADO 'S' COM
      *          PRECO, 'N' SEM PRECO VIGENTE PARA A TURMA E 'A'
      *          QUANDO O PRECOS.TXT NAO EXISTE; AS TABELAS SAO
      *          CARREGADAS NA PRIMEIRA CHAMADA E FICAM EM MEMORIA
      *          PARA AS SEGUINTES DO MESMO PASSO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Unidade escolar da turma (LNK-UNIDADE, em
      *                    branco ou 00 vale 01 - sede): a serie vem da
      *                    turma da mesma unidade no TURMAS.TXT e o
      *                    preco proprio de turma so vale na unidade
      *                    do PC-UNIDADE; o preco da serie vale em
      *                    todas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSALIDADE-PRECO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRECO-STATUS.
           SELECT TURMAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TUR-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PRECOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PRECOS.TXT'.
       COPY PRECO.CPY.

       FD TURMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TURMAS.TXT'.
       COPY TURMA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PRECO-STATUS          PIC X(02) VALUE '00'.
       01 WS-TUR-STATUS            PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-CARREGADO          PIC X(01) VALUE 'N'.
               88 WS-CARREGADO-SIM        VALUE 'S'.
           02 WS-TABELA-EXISTE      PIC X(01) VALUE 'N'.
               88 WS-TABELA-EXISTE-SIM    VALUE 'S'.
           02 WS-FIM-PRECO          PIC X(01) VALUE 'N'.
               88 WS-FIM-PRECO-SIM        VALUE 'S'.
           02 WS-FIM-TUR            PIC X(01) VALUE 'N'.
               88 WS-FIM-TUR-SIM          VALUE 'S'.
       01 WS-TAB-PRECO-LIMITE      PIC 9(03) VALUE 300.
       01 WS-QTD-PRECOS            PIC 9(03) VALUE ZERO.
       01 WS-TABELA-PRECOS.
           02 WS-PC-ENTRADA OCCURS 300 TIMES.
               03 WS-PC-SERIE          PIC 9(02).
               03 WS-PC-TURMA          PIC X(03).
               03 WS-PC-UNIDADE        PIC X(02).
               03 WS-PC-INICIO         PIC 9(06).
               03 WS-PC-VALOR          PIC 9(07)V99.
       01 WS-PC-I                  PIC 9(03) VALUE ZERO.
       01 WS-TAB-TUR-LIMITE        PIC 9(03) VALUE 300.
       01 WS-QTD-TURMAS            PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TURMAS.
           02 WS-TU-ENTRADA OCCURS 300 TIMES.
               03 WS-TU-UNIDADE        PIC X(02).
               03 WS-TU-TURMA          PIC X(03).
               03 WS-TU-ANO            PIC 9(04).
               03 WS-TU-SERIE          PIC 9(02).
       01 WS-TU-I                  PIC 9(03) VALUE ZERO.
       01 WS-ANO-PEDIDO            PIC 9(04) VALUE ZERO.
       01 WS-ANO-ACHADO            PIC 9(04) VALUE ZERO.
       01 WS-INICIO-ACHADO         PIC 9(06) VALUE ZERO.
       01 WS-UNIDADE-BUSCA         PIC X(02) VALUE SPACES.
      ******************************************************************
       LINKAGE SECTION.
       01 LNK-TURMA                PIC X(03).
       01 LNK-ANOMES               PIC 9(06).
       01 LNK-RESULTADO            PIC X(01).
           88 LNK-PRECO-SIM               VALUE 'S'.
           88 LNK-PRECO-INEXISTENTE       VALUE 'N'.
           88 LNK-TABELA-AUSENTE          VALUE 'A'.
       01 LNK-SERIE                PIC 9(02).
       01 LNK-VALOR                PIC 9(07)V99.
       01 LNK-UNIDADE              PIC X(02).
      ******************************************************************
       PROCEDURE DIVISION USING LNK-TURMA
                                LNK-ANOMES
                                LNK-RESULTADO
                                LNK-SERIE
                                LNK-VALOR
                                LNK-UNIDADE.
       INICIO-PROGRAMA.
           MOVE 'N' TO LNK-RESULTADO
           MOVE ZERO TO LNK-SERIE
           MOVE ZERO TO LNK-VALOR
           MOVE LNK-UNIDADE TO WS-UNIDADE-BUSCA
           IF WS-UNIDADE-BUSCA = SPACES OR WS-UNIDADE-BUSCA = '00'
               MOVE '01' TO WS-UNIDADE-BUSCA
           END-IF

           IF NOT WS-CARREGADO-SIM
               PERFORM CARREGA-PRECOS
               PERFORM CARREGA-TURMAS
               SET WS-CARREGADO-SIM TO TRUE
           END-IF

           IF NOT WS-TABELA-EXISTE-SIM
               SET LNK-TABELA-AUSENTE TO TRUE
           ELSE
               PERFORM ACHA-SERIE
               PERFORM ACHA-PRECO
           END-IF
           GOBACK.

       CARREGA-PRECOS.
           OPEN INPUT PRECOS
           IF WS-PRECO-STATUS = '00'
               SET WS-TABELA-EXISTE-SIM TO TRUE
               PERFORM LER-PRECOS
               PERFORM UNTIL WS-FIM-PRECO-SIM
                   IF WS-QTD-PRECOS >= WS-TAB-PRECO-LIMITE
                       DISPLAY 'AVISO: TABELA DE PRECOS CHEIA ('
                               WS-TAB-PRECO-LIMITE ')'
                   ELSE
                       ADD 1 TO WS-QTD-PRECOS
                       MOVE PC-SERIE
                            TO WS-PC-SERIE(WS-QTD-PRECOS)
                       MOVE PC-TURMA
                            TO WS-PC-TURMA(WS-QTD-PRECOS)
                       MOVE PC-UNIDADE
                            TO WS-PC-UNIDADE(WS-QTD-PRECOS)
                       IF PC-UNIDADE = SPACES
                           MOVE '01' TO WS-PC-UNIDADE(WS-QTD-PRECOS)
                       END-IF
                       MOVE PC-ANOMES-INICIO
                            TO WS-PC-INICIO(WS-QTD-PRECOS)
                       MOVE PC-VALOR
                            TO WS-PC-VALOR(WS-QTD-PRECOS)
                   END-IF
                   PERFORM LER-PRECOS
               END-PERFORM
               CLOSE PRECOS
           END-IF
           EXIT.
       FIM-CARREGA-PRECOS.

       LER-PRECOS.
           READ PRECOS
               AT END
                   SET WS-FIM-PRECO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PRECOS.

       CARREGA-TURMAS.
           OPEN INPUT TURMAS
           IF WS-TUR-STATUS = '00'
               PERFORM LER-TURMAS
               PERFORM UNTIL WS-FIM-TUR-SIM
                   IF WS-QTD-TURMAS >= WS-TAB-TUR-LIMITE
                       DISPLAY 'AVISO: TABELA DE TURMAS CHEIA ('
                               WS-TAB-TUR-LIMITE ')'
                   ELSE
                       ADD 1 TO WS-QTD-TURMAS
                       MOVE TU-TURMA TO WS-TU-TURMA(WS-QTD-TURMAS)
                       MOVE TU-UNIDADE
                            TO WS-TU-UNIDADE(WS-QTD-TURMAS)
                       IF TU-UNIDADE = SPACES
                           MOVE '01' TO WS-TU-UNIDADE(WS-QTD-TURMAS)
                       END-IF
                       MOVE TU-ANO   TO WS-TU-ANO(WS-QTD-TURMAS)
                       MOVE TU-SERIE TO WS-TU-SERIE(WS-QTD-TURMAS)
                   END-IF
                   PERFORM LER-TURMAS
               END-PERFORM
               CLOSE TURMAS
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

      *-----------------------------------------------------------------
      * SERIE DA TURMA DA UNIDADE: A DO ANO DO AAAAMM PEDIDO; SE A
      * TURMA NAO ESTIVER CADASTRADA NAQUELE ANO, A DO ANO MAIS RECENTE
      *-----------------------------------------------------------------
       ACHA-SERIE.
           MOVE LNK-ANOMES(1:4) TO WS-ANO-PEDIDO
           MOVE ZERO TO WS-ANO-ACHADO

           PERFORM VARYING WS-TU-I FROM 1 BY 1
                   UNTIL WS-TU-I > WS-QTD-TURMAS
               IF WS-TU-TURMA(WS-TU-I) = LNK-TURMA AND
                  WS-TU-UNIDADE(WS-TU-I) = WS-UNIDADE-BUSCA
                   IF WS-TU-ANO(WS-TU-I) = WS-ANO-PEDIDO
                       MOVE WS-TU-SERIE(WS-TU-I) TO LNK-SERIE
                       MOVE 9999 TO WS-ANO-ACHADO
                   ELSE
                       IF WS-TU-ANO(WS-TU-I) > WS-ANO-ACHADO
                           MOVE WS-TU-SERIE(WS-TU-I) TO LNK-SERIE
                           MOVE WS-TU-ANO(WS-TU-I) TO WS-ANO-ACHADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-ACHA-SERIE.

      *-----------------------------------------------------------------
      * PRECO VIGENTE: MAIOR INICIO ATE O AAAAMM; O PRECO PROPRIO DA
      * TURMA (NA UNIDADE DELA) PREVALECE SOBRE O DA SERIE
      *-----------------------------------------------------------------
       ACHA-PRECO.
           MOVE ZERO TO WS-INICIO-ACHADO

           PERFORM VARYING WS-PC-I FROM 1 BY 1
                   UNTIL WS-PC-I > WS-QTD-PRECOS
               IF WS-PC-TURMA(WS-PC-I) = LNK-TURMA AND
                  WS-PC-UNIDADE(WS-PC-I) = WS-UNIDADE-BUSCA AND
                  WS-PC-INICIO(WS-PC-I) <= LNK-ANOMES AND
                  WS-PC-INICIO(WS-PC-I) > WS-INICIO-ACHADO
                   MOVE WS-PC-INICIO(WS-PC-I) TO WS-INICIO-ACHADO
                   MOVE WS-PC-VALOR(WS-PC-I) TO LNK-VALOR
                   SET LNK-PRECO-SIM TO TRUE
               END-IF
           END-PERFORM

           IF NOT LNK-PRECO-SIM AND LNK-SERIE > 0
               PERFORM VARYING WS-PC-I FROM 1 BY 1
                       UNTIL WS-PC-I > WS-QTD-PRECOS
                   IF WS-PC-TURMA(WS-PC-I) = SPACES AND
                      WS-PC-SERIE(WS-PC-I) = LNK-SERIE AND
                      WS-PC-INICIO(WS-PC-I) <= LNK-ANOMES AND
                      WS-PC-INICIO(WS-PC-I) > WS-INICIO-ACHADO
                       MOVE WS-PC-INICIO(WS-PC-I) TO WS-INICIO-ACHADO
                       MOVE WS-PC-VALOR(WS-PC-I) TO LNK-VALOR
                       SET LNK-PRECO-SIM TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EXIT.
       FIM-ACHA-PRECO.
      ******************************************************************
       END PROGRAM MENSALIDADE-PRECO.
