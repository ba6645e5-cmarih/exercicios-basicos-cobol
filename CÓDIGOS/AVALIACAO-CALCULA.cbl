      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CALCULO DAS NOTAS A PARTIR DAS AVALIACOES - PARA
      *          CADA REGISTRO DO NOTAS.TXT E CADA UMA DAS QUATRO
      *          NOTAS QUE TEM AVALIACOES CADASTRADAS NO GRUPO TURMA x
      *          DISCIPLINA x BIMESTRE (AVALIACOES.TXT), CALCULA A
      *          MEDIA PONDERADA PELOS PESOS DAS NOTAS LANCADAS EM
      *          AVALNOTAS.TXT (AUSENTE VALE ZERO), ARREDONDA A MEIO
      *          PONTO (ESCALA OFICIAL) E, SE DIFERE DA NOTA GRAVADA,
      *          REGISTRA A PROPOSTA NA FILA NOTASPEND.TXT EM NOME DO
      *          PROFESSOR ATRIBUIDO; QUEM APLICA E O NOTAS-APROVA
      *          (DUPLO CONTROLE, JORNAL JRNL-NOTAS.TXT) COMO EM
      *          QUALQUER CORRECAO; NOTA COM AVALIACAO SEM LANCAMENTO
      *          FICA DE FORA (INCOMPLETA); NOTA QUE JA TEM PROPOSTA
      *          PENDENTE NAO GANHA OUTRA; RELATORIO AVALCALC.TXT
      *          PELA ROTINA IMPRESSAO; RC 4 HAVENDO INCOMPLETA OU
      *          RECUSA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Professor atribuido procurado na unidade
      *                    em que a nota foi lancada (FD-UNIDADE)
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      *   15/10/2026 MC  - Grupo das avaliacoes e chave das notas por
      *                    avaliacao comecam pela unidade (AV-UNIDADE,
      *                    AVN-UNIDADE e FD-UNIDADE, em branco = 01):
      *                    a mesma turma em unidades diferentes nao
      *                    divide avaliacoes nem pesos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALIACAO-CALCULA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVALIACOES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVAL-STATUS.
           SELECT AVAL-NOTAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVN-STATUS.
           SELECT NOTAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FDS-CHAVE
                   ALTERNATE RECORD KEY IS FDS-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-NOTAS-STATUS.
           SELECT NOTAS-PEND ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PEND-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD AVALIACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'AVALIACOES.TXT'.
       COPY AVALIACAO.CPY.

       FD AVAL-NOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'AVALNOTAS.TXT'.
       COPY AVALNOTA.CPY.

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

       FD NOTAS-PEND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NOTASPEND.TXT'.
       COPY NOTAPEND.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-AVAL-STATUS                   PIC X(02) VALUE '00'.
       01 WS-AVN-STATUS                    PIC X(02) VALUE '00'.
       01 WS-NOTAS-STATUS                  PIC X(02) VALUE '00'.
       01 WS-PEND-STATUS                   PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-AVAL               PIC X(01) VALUE 'N'.
               88 WS-FIM-AVAL-SIM              VALUE 'S'.
           02 WS-FIM-AVN                PIC X(01) VALUE 'N'.
               88 WS-FIM-AVN-SIM               VALUE 'S'.
           02 WS-FIM-NOTAS              PIC X(01) VALUE 'N'.
               88 WS-FIM-NOTAS-SIM             VALUE 'S'.
           02 WS-FIM-PEND               PIC X(01) VALUE 'N'.
               88 WS-FIM-PEND-SIM              VALUE 'S'.
           02 WS-ACHOU                  PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM                 VALUE 'S'.
           02 WS-PROF-CONSULTADO        PIC X(01) VALUE 'N'.
               88 WS-PROF-CONSULTADO-SIM       VALUE 'S'.
           02 WS-NOTAS-ABERTO           PIC X(01) VALUE 'N'.
               88 WS-NOTAS-ABERTO-SIM          VALUE 'S'.
       01 WS-TAB-AV-LIMITE                 PIC 9(04) VALUE 500.
       01 WS-QTD-AV                        PIC 9(04) VALUE ZERO.
       01 WS-TABELA-AV.
           02 WS-AV-ENTRADA OCCURS 500 TIMES.
               03 WS-AV-GRUPO              PIC X(08).
               03 WS-AV-CODIGO             PIC X(02).
               03 WS-AV-PESO               PIC 9(02).
               03 WS-AV-NUM-NOTA           PIC 9(01).
       01 WS-AV-I                          PIC 9(04) VALUE ZERO.
       01 WS-AV-POS                        PIC 9(04) VALUE ZERO.
       01 WS-TAB-AVN-LIMITE                PIC 9(04) VALUE 5000.
       01 WS-QTD-AVN                       PIC 9(04) VALUE ZERO.
       01 WS-TABELA-AVN.
           02 WS-AVN-ENTRADA OCCURS 5000 TIMES.
               03 WS-AVN-CHAVE             PIC X(12).
               03 WS-AVN-SITUACAO          PIC X(01).
               03 WS-AVN-NOTA              PIC 9(02)V9.
       01 WS-AVN-I                         PIC 9(04) VALUE ZERO.
       01 WS-AVN-POS                       PIC 9(04) VALUE ZERO.
       01 WS-TAB-PEND-LIMITE               PIC 9(04) VALUE 2000.
       01 WS-QTD-PEND                      PIC 9(04) VALUE ZERO.
       01 WS-TABELA-PEND.
           02 WS-PEND-ENTRADA OCCURS 2000 TIMES.
               03 WS-PEND-CHAVE            PIC X(08).
               03 WS-PEND-NUM-NOTA         PIC 9(01).
       01 WS-PEND-I                        PIC 9(04) VALUE ZERO.
       01 WS-GRUPO-REG                     PIC X(08) VALUE SPACES.
       01 WS-GRUPO-LIDO.
           02 WS-GL-UNIDADE                PIC X(02).
           02 WS-GL-GRUPO                  PIC X(06).
       01 WS-UNIDADE-NOTA                  PIC X(02) VALUE SPACES.
       01 WS-CHAVE-BUSCA.
           02 WS-CB-UNIDADE                PIC X(02).
           02 WS-CB-CHAVE.
               03 WS-CB-MATRICULA          PIC X(05).
               03 WS-CB-DISCIPLINA         PIC X(02).
               03 WS-CB-BIMESTRE           PIC 9(01).
               03 WS-CB-AVALIACAO          PIC X(02).
       01 WS-NUM-NOTA                      PIC 9(01) VALUE ZERO.
       01 WS-QTD-COMPOE                    PIC 9(02) VALUE ZERO.
       01 WS-QTD-SEM-NOTA                  PIC 9(02) VALUE ZERO.
       01 WS-SOMA-PESOS                    PIC 9(04) VALUE ZERO.
       01 WS-SOMA-PONDERADA                PIC 9(06)V9 VALUE ZERO.
       01 WS-MEDIA-EXATA                   PIC 9(02)V99 VALUE ZERO.
       01 WS-MEIOS-PONTOS                  PIC 9(02) VALUE ZERO.
       01 WS-NOTA-CALCULADA                PIC 9(02)V9 VALUE ZERO.
       01 WS-NOTA-ATUAL                    PIC 9(02)V9 VALUE ZERO.
       01 WS-NOTA-ATUAL-MASK               PIC Z9,9.
       01 WS-NOTA-CALC-MASK                PIC Z9,9.
       01 WS-MEDIA-MASK                    PIC Z9,99.
       01 WS-SITUACAO-CALC                 PIC X(30) VALUE SPACES.
       01 WS-JAN-TABELA.
           02 WS-JAN-CONSULTA OCCURS 4 TIMES.
               03 WS-JAN-CONSULTADA        PIC X(01).
               03 WS-JAN-RESULTADO-BIM     PIC X(01).
       01 WS-JANELA-BIMESTRE               PIC 9(01) VALUE 1.
       01 WS-JANELA-RESULTADO              PIC X(01) VALUE 'S'.
           88 WS-JANELA-FECHADA                   VALUE 'N'.
           88 WS-JANELA-LIBERADA                  VALUE 'L'.
       01 WS-JANELA-MOTIVO                 PIC X(60) VALUE SPACES.
       01 WS-ERR-PROGRAMA                  PIC X(15)
                                           VALUE 'AVALIACAO-CALC'.
       01 WS-ERR-ARQUIVO                   PIC X(20)
                                           VALUE 'NOTAS.TXT'.
       01 WS-ERR-OPERACAO                  PIC X(10) VALUE 'JANELA'.
       01 WS-ERR-STATUS                    PIC X(02) VALUE 'JB'.
       01 WS-ERR-RETORNO                   PIC 9(02) VALUE ZERO.
       01 WS-ATR-ANO                       PIC 9(04) VALUE ZERO.
       01 WS-ATR-ACHOU                     PIC X(01) VALUE 'N'.
           88 WS-ATR-ACHOU-SIM                    VALUE 'S'.
       01 WS-ATR-PROFESSOR                 PIC X(05) VALUE SPACES.
       01 WS-ATR-PROF-NOME                 PIC X(30) VALUE SPACES.
       01 WS-ATR-PROF-OPERADOR             PIC X(08) VALUE SPACES.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO                  PIC 9(04).
           02 WS-HOJE-MES                  PIC 9(02).
           02 WS-HOJE-DIA                  PIC 9(02).
       01 WS-DATA-FMT                      PIC X(10) VALUE SPACES.
       01 WS-QTD-REGISTROS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-CALCULADAS                PIC 9(05) VALUE ZERO.
       01 WS-QTD-IGUAIS                    PIC 9(05) VALUE ZERO.
       01 WS-QTD-PROPOSTAS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-JA-PENDENTES              PIC 9(05) VALUE ZERO.
       01 WS-QTD-INCOMPLETAS               PIC 9(05) VALUE ZERO.
       01 WS-QTD-RECUSADAS                 PIC 9(05) VALUE ZERO.
       01 WS-RETORNO-JOB                   PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                      PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO                   PIC X(20)
                                           VALUE 'AVALCALC.TXT'.
       01 WS-IMP-TITULO                    PIC X(60) VALUE
           'NOTAS CALCULADAS A PARTIR DAS AVALIACOES'.
       01 WS-IMP-CABECALHO                 PIC X(100) VALUE SPACES.
       01 WS-IMP-LINHA                     PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'CALCULO DAS NOTAS PELAS AVALIACOES'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING

           MOVE 'NNNNNNNN' TO WS-JAN-TABELA

           PERFORM CARREGA-AVALIACOES
           IF WS-QTD-AV = 0
               DISPLAY 'NENHUMA AVALIACAO EM AVALIACOES.TXT - NADA '
                       'A CALCULAR'
               SET WS-FIM-NOTAS-SIM TO TRUE
           ELSE
               PERFORM CARREGA-NOTAS-AVALIACAO
               PERFORM CARREGA-PENDENTES

               OPEN INPUT NOTAS
               IF WS-NOTAS-STATUS NOT = '00'
                   DISPLAY 'NOTAS.TXT NAO ENCONTRADO - NADA A '
                           'CALCULAR'
                   MOVE 4 TO WS-RETORNO-JOB
                   SET WS-FIM-NOTAS-SIM TO TRUE
               ELSE
                   SET WS-NOTAS-ABERTO-SIM TO TRUE
               END-IF
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * AVALIACOES NA VERSAO MAIS RECENTE DE CADA GRUPO + CODIGO; O
      * GRUPO E UNIDADE + TURMA + DISCIPLINA + BIMESTRE
      *-----------------------------------------------------------------
       CARREGA-AVALIACOES.
           OPEN INPUT AVALIACOES
           IF WS-AVAL-STATUS = '00'
               PERFORM LER-AVALIACOES
               PERFORM UNTIL WS-FIM-AVAL-SIM
                   MOVE AV-UNIDADE TO WS-GL-UNIDADE
                   IF AV-UNIDADE = SPACES
                       MOVE '01' TO WS-GL-UNIDADE
                   END-IF
                   MOVE AV-GRUPO TO WS-GL-GRUPO
                   MOVE 'N' TO WS-ACHOU
                   PERFORM VARYING WS-AV-I FROM 1 BY 1
                           UNTIL WS-AV-I > WS-QTD-AV OR WS-ACHOU-SIM
                       IF WS-AV-GRUPO(WS-AV-I) = WS-GRUPO-LIDO AND
                          WS-AV-CODIGO(WS-AV-I) = AV-CODIGO
                           SET WS-ACHOU-SIM TO TRUE
                           MOVE WS-AV-I TO WS-AV-POS
                       END-IF
                   END-PERFORM
                   IF NOT WS-ACHOU-SIM
                       IF WS-QTD-AV < WS-TAB-AV-LIMITE
                           ADD 1 TO WS-QTD-AV
                           MOVE WS-QTD-AV TO WS-AV-POS
                           SET WS-ACHOU-SIM TO TRUE
                       ELSE
                           DISPLAY 'AVISO: AVALIACOES.TXT EXCEDE '
                                   WS-TAB-AV-LIMITE ' AVALIACOES - '
                                   'TURMA ' AV-TURMA ' AVALIACAO '
                                   AV-CODIGO ' FORA DO CALCULO'
                       END-IF
                   END-IF
                   IF WS-ACHOU-SIM
                       MOVE WS-GRUPO-LIDO
                            TO WS-AV-GRUPO(WS-AV-POS)
                       MOVE AV-CODIGO   TO WS-AV-CODIGO(WS-AV-POS)
                       MOVE AV-PESO     TO WS-AV-PESO(WS-AV-POS)
                       MOVE AV-NUM-NOTA TO WS-AV-NUM-NOTA(WS-AV-POS)
                   END-IF
                   PERFORM LER-AVALIACOES
               END-PERFORM
               CLOSE AVALIACOES
           END-IF
           DISPLAY 'AVALIACOES CADASTRADAS: ' WS-QTD-AV
           EXIT.
       FIM-CARREGA-AVALIACOES.

       LER-AVALIACOES.
           READ AVALIACOES
               AT END
                   SET WS-FIM-AVAL-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-AVALIACOES.

      *-----------------------------------------------------------------
      * NOTAS POR AVALIACAO NA VERSAO MAIS RECENTE DE CADA CHAVE
      * (UNIDADE + CHAVE DO AVALNOTA.CPY)
      *-----------------------------------------------------------------
       CARREGA-NOTAS-AVALIACAO.
           OPEN INPUT AVAL-NOTAS
           IF WS-AVN-STATUS = '00'
               PERFORM LER-AVAL-NOTAS
               PERFORM UNTIL WS-FIM-AVN-SIM
                   MOVE AVN-UNIDADE TO WS-CB-UNIDADE
                   IF AVN-UNIDADE = SPACES
                       MOVE '01' TO WS-CB-UNIDADE
                   END-IF
                   MOVE AVN-CHAVE TO WS-CB-CHAVE
                   PERFORM LOCALIZA-NOTA-AVALIACAO
                   IF NOT WS-ACHOU-SIM
                       IF WS-QTD-AVN < WS-TAB-AVN-LIMITE
                           ADD 1 TO WS-QTD-AVN
                           MOVE WS-QTD-AVN TO WS-AVN-POS
                           SET WS-ACHOU-SIM TO TRUE
                       ELSE
                           DISPLAY 'AVISO: AVALNOTAS.TXT EXCEDE '
                                   WS-TAB-AVN-LIMITE ' NOTAS - '
                                   'MATRICULA ' AVN-MATRICULA
                                   ' FORA DO CALCULO'
                       END-IF
                   END-IF
                   IF WS-ACHOU-SIM
                       MOVE WS-CHAVE-BUSCA
                            TO WS-AVN-CHAVE(WS-AVN-POS)
                       MOVE AVN-SITUACAO
                            TO WS-AVN-SITUACAO(WS-AVN-POS)
                       MOVE AVN-NOTA     TO WS-AVN-NOTA(WS-AVN-POS)
                   END-IF
                   PERFORM LER-AVAL-NOTAS
               END-PERFORM
               CLOSE AVAL-NOTAS
           END-IF
           DISPLAY 'NOTAS POR AVALIACAO  : ' WS-QTD-AVN
           EXIT.
       FIM-CARREGA-NOTAS-AVALIACAO.

       LER-AVAL-NOTAS.
           READ AVAL-NOTAS
               AT END
                   SET WS-FIM-AVN-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-AVAL-NOTAS.

       LOCALIZA-NOTA-AVALIACAO.
           MOVE 'N' TO WS-ACHOU
           MOVE ZERO TO WS-AVN-POS
           PERFORM VARYING WS-AVN-I FROM 1 BY 1
                   UNTIL WS-AVN-I > WS-QTD-AVN OR WS-ACHOU-SIM
               IF WS-AVN-CHAVE(WS-AVN-I) = WS-CHAVE-BUSCA
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-AVN-I TO WS-AVN-POS
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-NOTA-AVALIACAO.

      *-----------------------------------------------------------------
      * PROPOSTAS AINDA PENDENTES NA FILA, PARA NAO DUPLICAR
      *-----------------------------------------------------------------
       CARREGA-PENDENTES.
           OPEN INPUT NOTAS-PEND
           IF WS-PEND-STATUS = '00'
               PERFORM LER-PENDENTES
               PERFORM UNTIL WS-FIM-PEND-SIM
                   IF NP-SIT-PENDENTE
                       IF WS-QTD-PEND < WS-TAB-PEND-LIMITE
                           ADD 1 TO WS-QTD-PEND
                           MOVE NP-CHAVE
                                TO WS-PEND-CHAVE(WS-QTD-PEND)
                           MOVE NP-NUM-NOTA
                                TO WS-PEND-NUM-NOTA(WS-QTD-PEND)
                       ELSE
                           DISPLAY 'AVISO: NOTASPEND.TXT EXCEDE '
                                   WS-TAB-PEND-LIMITE ' PENDENCIAS'
                           SET WS-FIM-PEND-SIM TO TRUE
                       END-IF
                   END-IF
                   PERFORM LER-PENDENTES
               END-PERFORM
               CLOSE NOTAS-PEND
           END-IF
           EXIT.
       FIM-CARREGA-PENDENTES.

       LER-PENDENTES.
           READ NOTAS-PEND
               AT END
                   SET WS-FIM-PEND-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PENDENTES.

       PROCESSA-PROGRAMA.
           IF NOT WS-FIM-NOTAS-SIM
               OPEN EXTEND NOTAS-PEND
               IF WS-PEND-STATUS = '35'
                   OPEN OUTPUT NOTAS-PEND
               END-IF

               STRING 'MATR  ALUNO       TUR DI B NOTA  ATUAL  CALC '
                      ' MEDIA  SITUACAO'
                      DELIMITED BY SIZE
                      INTO WS-IMP-CABECALHO
               END-STRING
               MOVE 'I' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               PERFORM LER-NOTAS
               PERFORM UNTIL WS-FIM-NOTAS-SIM
                   ADD 1 TO WS-QTD-REGISTROS
                   MOVE 'N' TO WS-PROF-CONSULTADO
                   MOVE FDS-UNIDADE TO WS-UNIDADE-NOTA
                   IF FDS-UNIDADE = SPACES
                       MOVE '01' TO WS-UNIDADE-NOTA
                   END-IF
                   STRING WS-UNIDADE-NOTA
                          FDS-TURMA FDS-DISCIPLINA FDS-BIMESTRE
                          DELIMITED BY SIZE
                          INTO WS-GRUPO-REG
                   END-STRING
                   PERFORM VARYING WS-NUM-NOTA FROM 1 BY 1
                           UNTIL WS-NUM-NOTA > 4
                       PERFORM CALCULA-NOTA
                   END-PERFORM
                   PERFORM LER-NOTAS
               END-PERFORM

               MOVE SPACES TO WS-IMP-LINHA
               STRING 'TOTAL - CALCULADAS: ' WS-QTD-CALCULADAS
                      ' - PROPOSTAS: ' WS-QTD-PROPOSTAS
                      ' - SEM ALTERACAO: ' WS-QTD-IGUAIS
                      ' - INCOMPLETAS: ' WS-QTD-INCOMPLETAS
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               MOVE 'E' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               CLOSE NOTAS-PEND
           END-IF
           EXIT.
       FIM-PROCESSA.

       LER-NOTAS.
           READ NOTAS NEXT RECORD
               AT END
                   SET WS-FIM-NOTAS-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-NOTAS.

      *-----------------------------------------------------------------
      * MEDIA PONDERADA DAS AVALIACOES QUE COMPOEM A NOTA WS-NUM-NOTA
      * DO REGISTRO; SEM AVALIACAO PARA ESTA NOTA, ELA NAO E TOCADA
      *-----------------------------------------------------------------
       CALCULA-NOTA.
           MOVE ZERO TO WS-QTD-COMPOE
           MOVE ZERO TO WS-QTD-SEM-NOTA
           MOVE ZERO TO WS-SOMA-PESOS
           MOVE ZERO TO WS-SOMA-PONDERADA

           PERFORM VARYING WS-AV-I FROM 1 BY 1
                   UNTIL WS-AV-I > WS-QTD-AV
               IF WS-AV-GRUPO(WS-AV-I) = WS-GRUPO-REG AND
                  WS-AV-NUM-NOTA(WS-AV-I) = WS-NUM-NOTA AND
                  WS-AV-PESO(WS-AV-I) > 0
                   PERFORM SOMA-AVALIACAO
               END-IF
           END-PERFORM

           IF WS-QTD-COMPOE > 0
               EVALUATE WS-NUM-NOTA
                   WHEN 1
                       MOVE FDS-NOTA1 TO WS-NOTA-ATUAL
                   WHEN 2
                       MOVE FDS-NOTA2 TO WS-NOTA-ATUAL
                   WHEN 3
                       MOVE FDS-NOTA3 TO WS-NOTA-ATUAL
                   WHEN 4
                       MOVE FDS-NOTA4 TO WS-NOTA-ATUAL
               END-EVALUATE

               IF WS-QTD-SEM-NOTA > 0
                   ADD 1 TO WS-QTD-INCOMPLETAS
                   MOVE ZERO TO WS-NOTA-CALCULADA
                   MOVE ZERO TO WS-MEDIA-EXATA
                   MOVE SPACES TO WS-SITUACAO-CALC
                   STRING 'INCOMPLETA - SEM NOTA EM '
                          WS-QTD-SEM-NOTA
                          DELIMITED BY SIZE
                          INTO WS-SITUACAO-CALC
                   END-STRING
               ELSE
                   ADD 1 TO WS-QTD-CALCULADAS
                   COMPUTE WS-MEDIA-EXATA ROUNDED =
                       WS-SOMA-PONDERADA / WS-SOMA-PESOS
                   END-COMPUTE
                   COMPUTE WS-MEIOS-PONTOS ROUNDED =
                       (WS-SOMA-PONDERADA * 2) / WS-SOMA-PESOS
                   END-COMPUTE
                   COMPUTE WS-NOTA-CALCULADA = WS-MEIOS-PONTOS / 2
                   PERFORM TRATA-NOTA-CALCULADA
               END-IF

               IF WS-QTD-SEM-NOTA > 0 OR
                  WS-NOTA-CALCULADA NOT = WS-NOTA-ATUAL
                   PERFORM GRAVA-LINHA-RELATORIO
               END-IF
           END-IF
           EXIT.
       FIM-CALCULA-NOTA.

       SOMA-AVALIACAO.
           ADD 1 TO WS-QTD-COMPOE
           ADD WS-AV-PESO(WS-AV-I) TO WS-SOMA-PESOS

           MOVE WS-UNIDADE-NOTA        TO WS-CB-UNIDADE
           MOVE FDS-ID                 TO WS-CB-MATRICULA
           MOVE FDS-DISCIPLINA         TO WS-CB-DISCIPLINA
           MOVE FDS-BIMESTRE           TO WS-CB-BIMESTRE
           MOVE WS-AV-CODIGO(WS-AV-I)  TO WS-CB-AVALIACAO
           PERFORM LOCALIZA-NOTA-AVALIACAO

           IF NOT WS-ACHOU-SIM
               ADD 1 TO WS-QTD-SEM-NOTA
           ELSE
               IF WS-AVN-SITUACAO(WS-AVN-POS) = 'L'
                   COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA +
                       (WS-AVN-NOTA(WS-AVN-POS) * WS-AV-PESO(WS-AV-I))
                   END-COMPUTE
               END-IF
           END-IF
           EXIT.
       FIM-SOMA-AVALIACAO.

      *-----------------------------------------------------------------
      * NOTA CALCULADA DIFERENTE DA GRAVADA VIRA PROPOSTA NA FILA DE
      * APROVACAO, SALVO SE JA HA PROPOSTA PENDENTE PARA ELA, SE O
      * BIMESTRE ESTA FECHADO OU SE A TURMA/DISCIPLINA NAO TEM
      * PROFESSOR ATRIBUIDO (A PROPOSTA SAI EM NOME DELE)
      *-----------------------------------------------------------------
       TRATA-NOTA-CALCULADA.
           IF WS-NOTA-CALCULADA = WS-NOTA-ATUAL
               ADD 1 TO WS-QTD-IGUAIS
           ELSE
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-PEND-I FROM 1 BY 1
                       UNTIL WS-PEND-I > WS-QTD-PEND OR WS-ACHOU-SIM
                   IF WS-PEND-CHAVE(WS-PEND-I) = FDS-CHAVE AND
                      WS-PEND-NUM-NOTA(WS-PEND-I) = WS-NUM-NOTA
                       SET WS-ACHOU-SIM TO TRUE
                   END-IF
               END-PERFORM

               IF WS-ACHOU-SIM
                   ADD 1 TO WS-QTD-JA-PENDENTES
                   MOVE 'JA AGUARDA APROVACAO' TO WS-SITUACAO-CALC
               ELSE
                   PERFORM VERIFICA-JANELA-BIMESTRE
                   IF WS-JANELA-FECHADA
                       ADD 1 TO WS-QTD-RECUSADAS
                       MOVE 'RECUSADA - BIMESTRE FECHADO'
                            TO WS-SITUACAO-CALC
                   ELSE
                       PERFORM LOCALIZA-PROFESSOR
                       IF NOT WS-ATR-ACHOU-SIM
                           ADD 1 TO WS-QTD-RECUSADAS
                           MOVE 'RECUSADA - SEM PROFESSOR'
                                TO WS-SITUACAO-CALC
                       ELSE
                           PERFORM GRAVA-PROPOSTA
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-TRATA-NOTA-CALCULADA.

       VERIFICA-JANELA-BIMESTRE.
           IF WS-JAN-CONSULTADA(FDS-BIMESTRE) = 'S'
               MOVE WS-JAN-RESULTADO-BIM(FDS-BIMESTRE)
                    TO WS-JANELA-RESULTADO
           ELSE
               MOVE FDS-BIMESTRE TO WS-JANELA-BIMESTRE
               CALL 'BIMESTRE-JANELA' USING WS-JANELA-BIMESTRE
                                            WS-JANELA-RESULTADO
                                            WS-JANELA-MOTIVO
               END-CALL
               MOVE 'S' TO WS-JAN-CONSULTADA(FDS-BIMESTRE)
               MOVE WS-JANELA-RESULTADO
                    TO WS-JAN-RESULTADO-BIM(FDS-BIMESTRE)
               IF WS-JANELA-FECHADA OR WS-JANELA-LIBERADA
                   DISPLAY 'JANELA: ' WS-JANELA-MOTIVO
               END-IF
               IF WS-JANELA-FECHADA
                   CALL 'ERRO-ARQUIVO' USING WS-ERR-PROGRAMA
                                             WS-ERR-ARQUIVO
                                             WS-ERR-OPERACAO
                                             WS-ERR-STATUS
                                             WS-ERR-RETORNO
                   END-CALL
               END-IF
           END-IF
           EXIT.
       FIM-VERIFICA-JANELA-BIMESTRE.

       LOCALIZA-PROFESSOR.
           IF NOT WS-PROF-CONSULTADO-SIM
               IF FDS-DATA(7:4) IS NUMERIC
                   MOVE FDS-DATA(7:4) TO WS-ATR-ANO
               ELSE
                   MOVE WS-HOJE-ANO TO WS-ATR-ANO
               END-IF

               CALL 'PROFESSOR-TURMA' USING FDS-TURMA
                                            FDS-DISCIPLINA
                                            WS-ATR-ANO
                                            WS-ATR-ACHOU
                                            WS-ATR-PROFESSOR
                                            WS-ATR-PROF-NOME
                                            WS-ATR-PROF-OPERADOR
                                            FDS-UNIDADE
               END-CALL
               SET WS-PROF-CONSULTADO-SIM TO TRUE
           END-IF
           EXIT.
       FIM-LOCALIZA-PROFESSOR.

       GRAVA-PROPOSTA.
           MOVE SPACES TO NOTA-PEND-REG
           MOVE FDS-ID               TO NP-MATRICULA
           MOVE FDS-DISCIPLINA       TO NP-DISCIPLINA
           MOVE FDS-BIMESTRE         TO NP-BIMESTRE
           MOVE WS-NUM-NOTA          TO NP-NUM-NOTA
           MOVE WS-NOTA-ATUAL        TO NP-VALOR-ANTES
           MOVE WS-NOTA-CALCULADA    TO NP-VALOR-NOVO
           MOVE WS-ATR-PROF-OPERADOR TO NP-SOLICITANTE
           MOVE 'CALCULO DAS AVALIACOES' TO NP-MOTIVO
           MOVE WS-DATA-FMT          TO NP-DATA-PEDIDO
           MOVE 'P'                  TO NP-SITUACAO
           WRITE NOTA-PEND-REG

           IF WS-QTD-PEND < WS-TAB-PEND-LIMITE
               ADD 1 TO WS-QTD-PEND
               MOVE FDS-CHAVE   TO WS-PEND-CHAVE(WS-QTD-PEND)
               MOVE WS-NUM-NOTA TO WS-PEND-NUM-NOTA(WS-QTD-PEND)
           END-IF

           ADD 1 TO WS-QTD-PROPOSTAS
           MOVE 'PROPOSTA (AGUARDA NOTAS-APROVA)' TO WS-SITUACAO-CALC
           EXIT.
       FIM-GRAVA-PROPOSTA.

       GRAVA-LINHA-RELATORIO.
           MOVE WS-NOTA-ATUAL     TO WS-NOTA-ATUAL-MASK
           MOVE WS-NOTA-CALCULADA TO WS-NOTA-CALC-MASK
           MOVE WS-MEDIA-EXATA    TO WS-MEDIA-MASK
           MOVE SPACES TO WS-IMP-LINHA
           IF WS-QTD-SEM-NOTA > 0
               STRING FDS-ID ' ' FDS-NOME ' ' FDS-TURMA ' '
                      FDS-DISCIPLINA ' ' FDS-BIMESTRE '   '
                      WS-NUM-NOTA '   ' WS-NOTA-ATUAL-MASK
                      '     -      -   ' WS-SITUACAO-CALC
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           ELSE
               STRING FDS-ID ' ' FDS-NOME ' ' FDS-TURMA ' '
                      FDS-DISCIPLINA ' ' FDS-BIMESTRE '   '
                      WS-NUM-NOTA '   ' WS-NOTA-ATUAL-MASK
                      '   ' WS-NOTA-CALC-MASK ' ' WS-MEDIA-MASK
                      '  ' WS-SITUACAO-CALC
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           END-IF
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-LINHA-RELATORIO.

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
           IF WS-NOTAS-ABERTO-SIM
               CLOSE NOTAS
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'REGISTROS DO NOTAS.TXT : ' WS-QTD-REGISTROS
           DISPLAY 'NOTAS CALCULADAS       : ' WS-QTD-CALCULADAS
           DISPLAY 'SEM ALTERACAO          : ' WS-QTD-IGUAIS
           DISPLAY 'PROPOSTAS NA FILA      : ' WS-QTD-PROPOSTAS
           DISPLAY 'JA AGUARDANDO APROVACAO: ' WS-QTD-JA-PENDENTES
           DISPLAY 'INCOMPLETAS            : ' WS-QTD-INCOMPLETAS
           DISPLAY 'RECUSADAS              : ' WS-QTD-RECUSADAS
           DISPLAY '-----------------------------------'
           IF WS-QTD-PROPOSTAS > 0
               DISPLAY 'EXECUTE O NOTAS-APROVA (SEGUNDO OPERADOR) '
                       'PARA APLICAR AS PROPOSTAS'
           END-IF

           IF (WS-QTD-INCOMPLETAS > 0 OR WS-QTD-RECUSADAS > 0)
              AND WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM AVALIACAO-CALCULA.
