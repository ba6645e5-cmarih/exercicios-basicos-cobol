      *                    movimento inteiro dos anos anteriores
      *                    (inclusive os MOVFEC) caia no pool e
      *                    quitava meses do ano novo
      *   15/10/2026 MC  - Preco base pela tabela de precos
      *                    (PRECOS.TXT, rotina MENSALIDADE-PRECO, com
      *                    a turma do CONTALUNO.TXT): cada mes usa o
      *                    preco vigente naquele mes, antes do
      *                    desconto - o valor unico digitado deixa de
      *                    ser pedido e o reajuste de janeiro entra na
      *                    alocacao sem rodar o ano em duas partes;
      *                    mes sem preco vigente nao recebe o pool,
      *                    vai para o ALOCREV.TXT e o passo termina
      *                    com RC 4; sem o PRECOS.TXT o passo nao roda
      *   15/10/2026 MC  - Movimento fechado com a unidade do lancamento
      *                    (TRANSACAO.CPY, 38 posicoes)
      *   15/10/2026 MC  - Preco da turma procurado na unidade do aluno
      *                    (MT-UNIDADE do MATRICULAS.TXT, em branco ou
      *                    sem o arquivo = sede 01)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALOCA-PAGAMENTOS.
           SELECT MOV-FECHADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MOV-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MATR-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD MOV-FECHADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-MOV-NOME.
       01 MOV-FECHADO-REG              PIC X(38).

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-VINCULO-STATUS            PIC X(02) VALUE '00'.
       01 WS-CTL-STATUS                PIC X(02) VALUE '00'.
       01 WS-MOV-STATUS                PIC X(02) VALUE '00'.
       01 WS-BOLSA-STATUS              PIC X(02) VALUE '00'.
       01 WS-MATR-STATUS               PIC X(02) VALUE '00'.
       01 WS-FIM-MATR                  PIC X(01) VALUE 'N'.
           88 WS-FIM-MATR-SIM                 VALUE 'S'.
       01 WS-FIM-BOLSA                 PIC X(01) VALUE 'N'.
           88 WS-FIM-BOLSA-SIM                VALUE 'S'.
       01 WS-TAB-BOLSA-LIMITE          PIC 9(03) VALUE 200.
       01 WS-MENSALIDADE-MES           PIC 9(07)V99 VALUE ZERO.
       01 WS-MOV-NOME                  PIC X(16) VALUE SPACES.
       01 WS-ANO-REF                   PIC 9(04) VALUE ZERO.
       01 WS-MENSALIDADE               PIC 9(07)V99 VALUE ZERO.
       01 WS-PRECO-TURMA               PIC X(03) VALUE SPACES.
       01 WS-PRECO-UNIDADE             PIC X(02) VALUE SPACES.
       01 WS-PRECO-RESULTADO           PIC X(01) VALUE 'N'.
           88 WS-PRECO-SIM                    VALUE 'S'.
           88 WS-PRECO-TABELA-AUSENTE         VALUE 'A'.
       01 WS-PRECO-SERIE               PIC 9(02) VALUE ZERO.
       01 WS-QTD-SEM-PRECO             PIC 9(05) VALUE ZERO.
       01 WS-FLAGS.
           02 WS-FIM-VINCULO        PIC X(01) VALUE 'N'.
               88 WS-FIM-VINCULO-SIM       VALUE 'S'.
               03 WS-AL-CONTA          PIC X(10).
               03 WS-AL-MATRICULA      PIC X(05).
               03 WS-AL-NOME           PIC X(30).
               03 WS-AL-TURMA          PIC X(03).
               03 WS-AL-UNIDADE        PIC X(02).
               03 WS-AL-POOL           PIC S9(09)V99.
               03 WS-AL-PAGO-MES PIC S9(09)V99 OCCURS 12 TIMES.
       01 WS-AL-I                      PIC 9(03) VALUE ZERO.

           DISPLAY 'ANO DE REFERENCIA (AAAA): '
           ACCEPT WS-ANO-REF

           IF WS-ANO-REF < 1990
               DISPLAY 'ANO DE REFERENCIA INVALIDO'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-VINCULOS
               PERFORM CARREGA-UNIDADES
               PERFORM CARREGA-BOLSAS
               PERFORM CONFERE-TABELA-PRECOS
           END-IF

           IF WS-RETORNO-JOB = 0
                            TO WS-AL-MATRICULA(WS-QTD-ALUNOS)
                       MOVE CA-NOME
                            TO WS-AL-NOME(WS-QTD-ALUNOS)
                       MOVE CA-TURMA
                            TO WS-AL-TURMA(WS-QTD-ALUNOS)
                       MOVE '01' TO WS-AL-UNIDADE(WS-QTD-ALUNOS)
                       MOVE ZERO TO WS-AL-POOL(WS-QTD-ALUNOS)
                       PERFORM VARYING WS-MES-J FROM 1 BY 1
                               UNTIL WS-MES-J > 12
           EXIT.
       FIM-LER-VINCULO.

      *-----------------------------------------------------------------
      * UNIDADE DE CADA ALUNO DO CONTALUNO.TXT PELO MATRICULAS.TXT
      * (MT-UNIDADE, EM BRANCO = SEDE 01), PARA O PRECO DA TURMA NA
      * UNIDADE CERTA; SEM O ARQUIVO TODOS FICAM NA SEDE
      *-----------------------------------------------------------------
       CARREGA-UNIDADES.
           OPEN INPUT MATRICULAS
           IF WS-MATR-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO - PRECOS DA '
                       'UNIDADE 01 PARA TODOS OS ALUNOS'
           ELSE
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MATR-SIM
                   IF NOT MT-UNIDADE-SEDE
                       PERFORM VARYING WS-AL-I FROM 1 BY 1
                               UNTIL WS-AL-I > WS-QTD-ALUNOS
                           IF WS-AL-MATRICULA(WS-AL-I) = MT-MATRICULA
                               MOVE MT-UNIDADE
                                    TO WS-AL-UNIDADE(WS-AL-I)
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CARREGA-UNIDADES.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MATR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       CARREGA-BOLSAS.
           OPEN INPUT BOLSAS
           IF WS-BOLSA-STATUS NOT = '00'
               DISPLAY 'BOLSAS.TXT NAO ENCONTRADO - MENSALIDADE '
                       'SEM DESCONTO PARA TODOS OS ALUNOS'
           ELSE
               PERFORM LER-BOLSAS
               PERFORM UNTIL WS-FIM-BOLSA-SIM
           EXIT.
       FIM-LER-BOLSAS.

      *-----------------------------------------------------------------
      * A TABELA DE PRECOS E OBRIGATORIA: SEM O PRECOS.TXT NAO HA
      * MENSALIDADE BASE PARA NENHUM ALUNO
      *-----------------------------------------------------------------
       CONFERE-TABELA-PRECOS.
           MOVE SPACES TO WS-PRECO-TURMA
           MOVE SPACES TO WS-PRECO-UNIDADE
           MOVE WS-ANO-REF TO WS-ANOMES-CALC(1:4)
           MOVE '01' TO WS-ANOMES-CALC(5:2)
           PERFORM BUSCA-PRECO-TURMA
           IF WS-PRECO-TABELA-AUSENTE
               DISPLAY 'PRECOS.TXT NAO ENCONTRADO - CADASTRE A '
                       'TABELA DE PRECOS NO CADASTRO-PRECO'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-CONFERE-TABELA-PRECOS.

       BUSCA-PRECO-TURMA.
           CALL 'MENSALIDADE-PRECO' USING WS-PRECO-TURMA
                                          WS-ANOMES-CALC
                                          WS-PRECO-RESULTADO
                                          WS-PRECO-SERIE
                                          WS-MENSALIDADE
                                          WS-PRECO-UNIDADE
           END-CALL
           EXIT.
       FIM-BUSCA-PRECO-TURMA.

      *-----------------------------------------------------------------
      * MENSALIDADE EFETIVA DO ALUNO NO MES (WS-AL-I / WS-MES-J):
      * PRECO DA TURMA VIGENTE NO ANOMES E DESCONTO VIGENTE NO ANOMES
      * (PERCENTUAL OU VALOR FIXO, NUNCA ABAIXO DE ZERO) - MESMA
      * CONTA DO INADIMPLENCIA
      *-----------------------------------------------------------------
       CALCULA-MENSALIDADE-MES.
           MOVE WS-ANO-REF TO WS-ANOMES-CALC(1:4)
           MOVE WS-MES-J   TO WS-ANOMES-CALC(5:2)
           MOVE WS-AL-TURMA(WS-AL-I) TO WS-PRECO-TURMA
           MOVE WS-AL-UNIDADE(WS-AL-I) TO WS-PRECO-UNIDADE
           PERFORM BUSCA-PRECO-TURMA
           MOVE WS-MENSALIDADE TO WS-MENSALIDADE-MES
           MOVE 'N' TO WS-TEM-BOLSA

                       PERFORM CALCULA-MENSALIDADE-MES
                       COMPUTE WS-FALTA-MES = WS-MENSALIDADE-MES
                           - WS-AL-PAGO-MES(WS-AL-I, WS-MES-J)
                       IF WS-FALTA-MES > 0 AND WS-PRECO-SIM
                           IF WS-AL-POOL(WS-AL-I) < WS-FALTA-MES
                               MOVE WS-AL-POOL(WS-AL-I)
                                    TO WS-TRANSFERE
                   END-IF

                   EVALUATE TRUE
                       WHEN NOT WS-PRECO-SIM AND
                            WS-AL-PAGO-MES(WS-AL-I, WS-MES-J) > 0
                           MOVE 'P' TO AL-SITUACAO
                           PERFORM GRAVA-REVISAO-SEM-PRECO
                       WHEN NOT WS-PRECO-SIM
                           MOVE 'A' TO AL-SITUACAO
                           PERFORM GRAVA-REVISAO-SEM-PRECO
                       WHEN WS-AL-PAGO-MES(WS-AL-I, WS-MES-J) >=
                            WS-MENSALIDADE-MES
                           MOVE 'Q' TO AL-SITUACAO
           EXIT.
       FIM-GRAVA-REVISAO-POOL-NEGATIVO.

      *-----------------------------------------------------------------
      * MES SEM PRECO VIGENTE PARA A TURMA: A SITUACAO FICA EM ABERTO
      * (NUNCA QUITADA) ATE O PRECO SER CADASTRADO E O PASSO REFEITO
      *-----------------------------------------------------------------
       GRAVA-REVISAO-SEM-PRECO.
           ADD 1 TO WS-QTD-SEM-PRECO
           MOVE SPACES TO ALOCACAO-REV-REG
           STRING 'SEM PRECO NA TABELA - MATRICULA: '
                  DELIMITED BY SIZE
                  WS-AL-MATRICULA(WS-AL-I) DELIMITED BY SIZE
                  ' TURMA: ' DELIMITED BY SIZE
                  WS-AL-TURMA(WS-AL-I) DELIMITED BY SIZE
                  ' MES: ' DELIMITED BY SIZE
                  WS-ANOMES-CALC DELIMITED BY SIZE
                  INTO ALOCACAO-REV-REG
           END-STRING
           WRITE ALOCACAO-REV-REG
           EXIT.
       FIM-GRAVA-REVISAO-SEM-PRECO.

       FINALIZA-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'LANCAMENTOS LIDOS       : ' WS-QTD-TRANS-LIDAS
           DISPLAY 'LANCAMENTOS FORA DO ANO : ' WS-QTD-FORA-ANO
           DISPLAY 'REGISTROS DE ALOCACAO   : ' WS-QTD-REGISTROS
           DISPLAY 'ALUNOS COM CREDITO      : ' WS-QTD-COM-CREDITO
           DISPLAY 'MESES SEM PRECO         : ' WS-QTD-SEM-PRECO
           DISPLAY '-----------------------------------'

           IF (WS-QTD-SEM-VINCULO > 0 OR WS-QTD-SEM-PRECO > 0) AND
              WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

