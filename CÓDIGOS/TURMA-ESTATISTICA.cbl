      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 MC  - Programa original
      *   15/10/2026 MC  - Estatistica por unidade (rotina
      *                    UNIDADE-ATIVA): sessao de uma unidade so le
      *                    as notas dela (FD-UNIDADE, em branco = sede
      *                    01); sessao consolidada separa as turmas por
      *                    unidade e fecha com o quadro por unidade
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURMA-ESTATISTICA.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.

       FD MEDIA-PARAM
           LABEL RECORD STANDARD
       01 WS-TABELA-TURMAS.
           02 WS-TUR-ENTRADA OCCURS 20 TIMES.
               03 WS-TUR-CODIGO            PIC X(03).
               03 WS-TUR-UNIDADE           PIC X(02).
               03 WS-TUR-QTD               PIC 9(03).
               03 WS-TUR-SOMA              PIC 9(06)V99.
               03 WS-TUR-FAIXA PIC 9(03) OCCURS 5 TIMES.
               03 WS-TUR-ABAIXO-APROV      PIC 9(03).
               03 WS-TUR-MEDIAS PIC 9(02)V99 OCCURS 200 TIMES.
       01 WS-TUR-I                         PIC 9(02) VALUE ZERO.
       01 WS-UNIDADE-SESSAO                PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME                  PIC X(40) VALUE SPACES.
       01 WS-UNIDADE-REG                   PIC X(02) VALUE SPACES.
       01 WS-QTD-FORA-UNIDADE              PIC 9(05) VALUE ZERO.
       01 WS-QTD-UNIDADES                  PIC 9(02) VALUE ZERO.
       01 WS-TABELA-UNIDADES.
           02 WS-UNI-ENTRADA OCCURS 20 TIMES.
               03 WS-UNI-CODIGO            PIC X(02).
               03 WS-UNI-QTD               PIC 9(05).
               03 WS-UNI-SOMA              PIC 9(07)V99.
               03 WS-UNI-ABAIXO-APROV      PIC 9(05).
       01 WS-UNI-I                         PIC 9(02) VALUE ZERO.
       01 WS-UNI-ACHOU-I                   PIC 9(02) VALUE ZERO.
       01 WS-TUR-ACHOU-I                   PIC 9(02) VALUE ZERO.
       01 WS-FAIXA-I                       PIC 9(01) VALUE ZERO.
       01 WS-ORD-I                         PIC 9(03) VALUE ZERO.
           DISPLAY 'ESTATISTICA DAS TURMAS POR BIMESTRE'
           DISPLAY '-----------------------------------'

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-SESSAO
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-SESSAO = SPACES
               MOVE '00' TO WS-UNIDADE-SESSAO
           END-IF

           DISPLAY 'BIMESTRE (1 A 4): '
           ACCEPT WS-BIMESTRE
           IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
               PERFORM LER-NOTAS
               PERFORM UNTIL WS-FIM-NOTAS-SIM
                   ADD 1 TO WS-QTD-REGISTROS
                   MOVE FDS-UNIDADE TO WS-UNIDADE-REG
                   IF WS-UNIDADE-REG = SPACES
                       MOVE '01' TO WS-UNIDADE-REG
                   END-IF
                   EVALUATE TRUE
                       WHEN FDS-BIMESTRE NOT = WS-BIMESTRE
                           ADD 1 TO WS-QTD-FORA-BIM
                       WHEN WS-UNIDADE-SESSAO NOT = '00' AND
                            WS-UNIDADE-REG NOT = WS-UNIDADE-SESSAO
                           ADD 1 TO WS-QTD-FORA-UNIDADE
                       WHEN OTHER
                           PERFORM ACUMULA-REGISTRO
                   END-EVALUATE
                   PERFORM LER-NOTAS
               END-PERFORM
               CLOSE NOTAS
           PERFORM VARYING WS-TUR-I FROM 1 BY 1
                   UNTIL WS-TUR-I > WS-QTD-TURMAS
                      OR WS-TUR-ACHOU-SIM
               IF WS-TUR-CODIGO(WS-TUR-I) = FDS-TURMA AND
                  WS-TUR-UNIDADE(WS-TUR-I) = WS-UNIDADE-REG
                   SET WS-TUR-ACHOU-SIM TO TRUE
                   MOVE WS-TUR-I TO WS-TUR-ACHOU-I
               END-IF
                   MOVE WS-QTD-TURMAS TO WS-TUR-ACHOU-I
                   MOVE FDS-TURMA
                        TO WS-TUR-CODIGO(WS-TUR-ACHOU-I)
                   MOVE WS-UNIDADE-REG
                        TO WS-TUR-UNIDADE(WS-TUR-ACHOU-I)
                   MOVE ZERO TO WS-TUR-QTD(WS-TUR-ACHOU-I)
                   MOVE ZERO TO WS-TUR-SOMA(WS-TUR-ACHOU-I)
                   PERFORM VARYING WS-FAIXA-I FROM 1 BY 1
           END-PERFORM

           PERFORM GRAVA-QUADRO-ESCOLA
           IF WS-UNIDADE-SESSAO = '00'
               PERFORM GRAVA-QUADRO-UNIDADES
           END-IF

           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
       GRAVA-BLOCO-TURMA.
           MOVE SPACES TO WS-IMP-LINHA
           STRING '=== TURMA ' WS-TUR-CODIGO(WS-TUR-I)
                  ' UNIDADE ' WS-TUR-UNIDADE(WS-TUR-I)
                  ' - REGISTROS: ' WS-TUR-QTD(WS-TUR-I)
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA

       GRAVA-QUADRO-ESCOLA.
           MOVE SPACES TO WS-IMP-LINHA
           STRING '=== QUADRO DA ESCOLA - TURMA, UNIDADE, MEDIA, '
                  'MEDIANA E ABAIXO DA APROVACAO'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING

               MOVE SPACES TO WS-IMP-LINHA
               STRING WS-TUR-CODIGO(WS-TUR-I)
                      '   ' WS-TUR-UNIDADE(WS-TUR-I)
                      '   ' WS-MASK-A
                      '   ' WS-MASK-B
                      '   ' WS-TUR-ABAIXO-APROV(WS-TUR-I)
           EXIT.
       FIM-GRAVA-QUADRO-ESCOLA.

      *-----------------------------------------------------------------
      * VISAO CONSOLIDADA: SUBTOTAL POR UNIDADE (MEDIAS REGISTRADAS,
      * MEDIA GERAL E ABAIXO DA APROVACAO) SOMANDO AS TURMAS DE CADA
      * UNIDADE - SO SAI QUANDO HA MAIS DE UMA UNIDADE NAS NOTAS
      *-----------------------------------------------------------------
       GRAVA-QUADRO-UNIDADES.
           MOVE ZERO TO WS-QTD-UNIDADES
           PERFORM VARYING WS-TUR-I FROM 1 BY 1
                   UNTIL WS-TUR-I > WS-QTD-TURMAS
               PERFORM LOCALIZA-UNIDADE
               IF WS-UNI-ACHOU-I > 0
                   ADD WS-TUR-QTD(WS-TUR-I)
                       TO WS-UNI-QTD(WS-UNI-ACHOU-I)
                   ADD WS-TUR-SOMA(WS-TUR-I)
                       TO WS-UNI-SOMA(WS-UNI-ACHOU-I)
                   ADD WS-TUR-ABAIXO-APROV(WS-TUR-I)
                       TO WS-UNI-ABAIXO-APROV(WS-UNI-ACHOU-I)
               END-IF
           END-PERFORM

           IF WS-QTD-UNIDADES > 1
               PERFORM IMPRIME-QUADRO-UNIDADES
           END-IF
           EXIT.
       FIM-GRAVA-QUADRO-UNIDADES.

       IMPRIME-QUADRO-UNIDADES.
           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           STRING '=== QUADRO POR UNIDADE - UNIDADE, MEDIAS, MEDIA E '
                  'ABAIXO DA APROVACAO'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-UNI-I FROM 1 BY 1
                   UNTIL WS-UNI-I > WS-QTD-UNIDADES
               MOVE ZERO TO WS-MEDIA-TURMA
               IF WS-UNI-QTD(WS-UNI-I) > 0
                   COMPUTE WS-MEDIA-TURMA ROUNDED =
                           WS-UNI-SOMA(WS-UNI-I) / WS-UNI-QTD(WS-UNI-I)
               END-IF
               MOVE WS-MEDIA-TURMA TO WS-MASK-A
               MOVE SPACES TO WS-IMP-LINHA
               STRING WS-UNI-CODIGO(WS-UNI-I)
                      '   ' WS-UNI-QTD(WS-UNI-I)
                      '   ' WS-MASK-A
                      '   ' WS-UNI-ABAIXO-APROV(WS-UNI-I)
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               DISPLAY 'UNIDADE ' WS-IMP-LINHA(1:40)
           END-PERFORM
           EXIT.
       FIM-IMPRIME-QUADRO-UNIDADES.

       LOCALIZA-UNIDADE.
           MOVE ZERO TO WS-UNI-ACHOU-I
           PERFORM VARYING WS-UNI-I FROM 1 BY 1
                   UNTIL WS-UNI-I > WS-QTD-UNIDADES
                      OR WS-UNI-ACHOU-I > 0
               IF WS-UNI-CODIGO(WS-UNI-I) = WS-TUR-UNIDADE(WS-TUR-I)
                   MOVE WS-UNI-I TO WS-UNI-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-UNI-ACHOU-I = 0 AND WS-QTD-UNIDADES < 20
               ADD 1 TO WS-QTD-UNIDADES
               MOVE WS-QTD-UNIDADES TO WS-UNI-ACHOU-I
               MOVE WS-TUR-UNIDADE(WS-TUR-I)
                    TO WS-UNI-CODIGO(WS-UNI-ACHOU-I)
               MOVE ZERO TO WS-UNI-QTD(WS-UNI-ACHOU-I)
               MOVE ZERO TO WS-UNI-SOMA(WS-UNI-ACHOU-I)
               MOVE ZERO TO WS-UNI-ABAIXO-APROV(WS-UNI-ACHOU-I)
           END-IF
           EXIT.
       FIM-LOCALIZA-UNIDADE.

       CHAMA-IMPRESSAO.
           CALL 'IMPRESSAO' USING WS-IMP-ACAO
                                  WS-IMP-ARQUIVO
           DISPLAY '-----------------------------------'
           DISPLAY 'REGISTROS LIDOS       : ' WS-QTD-REGISTROS
           DISPLAY 'FORA DO BIMESTRE      : ' WS-QTD-FORA-BIM
           DISPLAY 'DE OUTRAS UNIDADES    : ' WS-QTD-FORA-UNIDADE
           DISPLAY 'TURMAS NA ESTATISTICA : ' WS-QTD-TURMAS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
