      *          LIGA O MOVIMENTO DE PAGAMENTOS (TRANSACEITAS.TXT, OU
      *          TRANSACOES.TXT CRU QUANDO A CRITICA NAO RODOU) AOS
      *          ALUNOS PELO ARQUIVO DE VINCULO CONTALUNO.TXT (CONTA,
      *          MATRICULA, NOME, TURMA): PARA O MES DE REFERENCIA
      *          INFORMADO E O PRECO DA TURMA NA TABELA DE PRECOS
      *          (PRECOS.TXT, ROTINA MENSALIDADE-PRECO), APURA POR
      *          ALUNO O ESPERADO NO ANO ATE O MES, O PAGO ENCONTRADO NO
      *          MOVIMENTO, OS MESES EM ATRASO, E FECHA COM O SUMARIO
      *          POR TURMA; SAI PELA ROTINA IMPRESSAO EM INADIMPL.TXT,
      *          APOSENTANDO O CADERNO DE COBRANCA MANUSCRITO
      *                    isso o pagamento de um mes ja absorvido
      *                    na abertura sumia do relatorio e o aluno
      *                    aparecia devedor dos meses fechados
      *   15/10/2026 MC  - Preco base pela tabela de precos
      *                    (PRECOS.TXT do CADASTRO-PRECO, rotina
      *                    MENSALIDADE-PRECO): a mensalidade de cada
      *                    aluno sai do preco vigente da sua turma ou
      *                    serie no mes de referencia, antes do
      *                    desconto do BOLSAS.TXT - o valor unico
      *                    digitado deixa de ser pedido; turma sem
      *                    preco vigente sai avisada no relatorio e o
      *                    passo termina com RC 4; sem o PRECOS.TXT o
      *                    passo nao roda (RC 8)
      *   15/10/2026 MC  - Total por familia: os alunos cujo primeiro
      *                    responsavel (RESPONSAVEIS.TXT) tem o mesmo
      *                    CPF formam uma familia; depois do sumario
      *                    por turma sai o total em atraso de cada
      *                    familia com dois ou mais alunos - as linhas
      *                    por aluno continuam como estavam
      *   15/10/2026 MC  - Cobranca por unidade (rotina UNIDADE-ATIVA):
      *                    a sessao de uma unidade so lista os alunos
      *                    dela (MT-UNIDADE, em branco = sede 01), com
      *                    os pagamentos da conta do aluno recebidos em
      *                    qualquer unidade; o sumario por turma separa
      *                    turma e unidade e a visao consolidada ganha o
      *                    sumario por unidade; o movimento classificado
      *                    passa a 38 posicoes (TX-UNIDADE)
      *   15/10/2026 MC  - Com a alocacao por mes (ALOCACAO.TXT) cada
      *                    mes em aberto vale o preco e o desconto
      *                    vigentes naquele mes, e nao os do mes de
      *                    referencia - reajuste ou bolsa no meio do
      *                    ano mudavam o principal dos meses antigos;
      *                    o preco e procurado na unidade do aluno
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INADIMPLENCIA.
           02 TR-DATA              PIC X(10).
           02 TR-TIPO              PIC X(01).
           02 TR-COMPETENCIA       PIC 9(06).
           02 TR-UNIDADE           PIC X(02).

       FD FECHA-CTL
           LABEL RECORD STANDARD
           02 MF-DATA              PIC X(10).
           02 MF-TIPO              PIC X(01).
           02 MF-COMPETENCIA       PIC 9(06).
           02 MF-UNIDADE           PIC X(02).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-VINCULO-STATUS            PIC X(02) VALUE '00'.
                                       VALUE 'TRANSACEITAS.TXT'.
       01 WS-MES-REF                   PIC 9(02) VALUE ZERO.
       01 WS-ANO-REF                   PIC 9(04) VALUE ZERO.
       01 WS-MENSALIDADE               PIC 9(07)V99 VALUE ZERO.
       01 WS-PRECO-RESULTADO           PIC X(01) VALUE 'N'.
           88 WS-PRECO-SIM                    VALUE 'S'.
           88 WS-PRECO-TABELA-AUSENTE         VALUE 'A'.
       01 WS-PRECO-SERIE               PIC 9(02) VALUE ZERO.
       01 WS-PRECO-RESULTADO-MES       PIC X(01) VALUE 'N'.
       01 WS-PRECO-SERIE-MES           PIC 9(02) VALUE ZERO.
       01 WS-MENSALIDADE-BASE-MES      PIC 9(07)V99 VALUE ZERO.
       01 WS-MENSALIDADE-MES           PIC 9(07)V99 VALUE ZERO.
       01 WS-BOLSA-MES                 PIC X(01) VALUE 'N'.
           88 WS-BOLSA-MES-SIM                VALUE 'S'.
       01 WS-QTD-SEM-PRECO             PIC 9(05) VALUE ZERO.
       01 WS-FLAGS.
           02 WS-FIM-VINCULO        PIC X(01) VALUE 'N'.
               88 WS-FIM-VINCULO-SIM      VALUE 'S'.
       01 WS-TABELA-TURMAS.
           02 WS-TU-ENTRADA OCCURS 20 TIMES.
               03 WS-TU-TURMA          PIC X(03).
               03 WS-TU-UNIDADE        PIC X(02).
               03 WS-TU-ALUNOS         PIC 9(03).
               03 WS-TU-ATRASADOS      PIC 9(03).
               03 WS-TU-DEVIDO         PIC 9(09)V99.
               03 WS-MATR-SITUACAO     PIC X(01).
               03 WS-MATR-SIT-MES      PIC 9(02).
               03 WS-MATR-SIT-ANO      PIC 9(04).
               03 WS-MATR-UNIDADE      PIC X(02).
       01 WS-MATR-I                    PIC 9(03) VALUE ZERO.
       01 WS-UNIDADE-SESSAO            PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME              PIC X(40) VALUE SPACES.
       01 WS-UNIDADE-ALUNO             PIC X(02) VALUE '01'.
       01 WS-QTD-OUTRAS-UNIDADES       PIC 9(05) VALUE ZERO.
       01 WS-TAB-UNI-LIMITE            PIC 9(02) VALUE 20.
       01 WS-QTD-UNIDADES              PIC 9(02) VALUE ZERO.
       01 WS-TABELA-UNIDADES.
           02 WS-UN-ENTRADA OCCURS 20 TIMES.
               03 WS-UN-UNIDADE        PIC X(02).
               03 WS-UN-ALUNOS         PIC 9(05).
               03 WS-UN-ATRASADOS      PIC 9(05).
               03 WS-UN-DEVIDO         PIC 9(09)V99.
       01 WS-UN-I                      PIC 9(02) VALUE ZERO.
       01 WS-UN-ACHOU-I                PIC 9(02) VALUE ZERO.
       01 WS-SIT-ALUNO                 PIC X(01) VALUE 'A'.
           88 WS-SIT-ALUNO-ATIVA              VALUE 'A' ' '.
       01 WS-SIT-MES-ALUNO             PIC 9(02) VALUE ZERO.
               03 WS-RESP-MATRICULA    PIC X(05).
               03 WS-RESP-NOME         PIC X(30).
               03 WS-RESP-TELEFONE     PIC X(15).
               03 WS-RESP-CPF          PIC 9(11).
       01 WS-RESP-I                    PIC 9(03) VALUE ZERO.
       01 WS-RESP-ACHOU                PIC X(01) VALUE 'N'.
           88 WS-RESP-ACHOU-SIM               VALUE 'S'.
       01 WS-RESP-NOME-ALUNO           PIC X(30) VALUE SPACES.
       01 WS-RESP-TEL-ALUNO            PIC X(15) VALUE SPACES.
       01 WS-RESP-CPF-ALUNO            PIC 9(11) VALUE ZERO.
       01 WS-TAB-FAM-LIMITE            PIC 9(03) VALUE 300.
       01 WS-QTD-FAMILIAS              PIC 9(03) VALUE ZERO.
       01 WS-TABELA-FAMILIAS.
           02 WS-FAM-ENTRADA OCCURS 300 TIMES.
               03 WS-FAM-CPF           PIC 9(11).
               03 WS-FAM-RESPONSAVEL   PIC X(30).
               03 WS-FAM-ALUNOS        PIC 9(03).
               03 WS-FAM-ATRASADOS     PIC 9(03).
               03 WS-FAM-DEVIDO        PIC 9(09)V99.
       01 WS-FAM-I                     PIC 9(03) VALUE ZERO.
       01 WS-FAM-ACHOU-I               PIC 9(03) VALUE ZERO.
       01 WS-FAM-CHEIA                 PIC X(01) VALUE 'N'.
           88 WS-FAM-CHEIA-SIM                VALUE 'S'.
       01 WS-QTD-FAM-IMPRESSAS         PIC 9(03) VALUE ZERO.
       01 WS-ALOC-STATUS               PIC X(02) VALUE '00'.
       01 WS-FIM-ALOC                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ALOC-SIM                 VALUE 'S'.
           ACCEPT WS-MES-REF
           DISPLAY 'ANO DE REFERENCIA (AAAA): '
           ACCEPT WS-ANO-REF

           IF WS-MES-REF < 1 OR WS-MES-REF > 12
               DISPLAY 'MES DE REFERENCIA INVALIDO'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-SESSAO
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-SESSAO = SPACES
               MOVE '00' TO WS-UNIDADE-SESSAO
           END-IF
           EXIT.
       FIM-INICIO.

               PERFORM CARREGA-ALOCACAO
               PERFORM CARREGA-BOLSAS
               PERFORM CARREGA-ACORDOS
               PERFORM CONFERE-TABELA-PRECOS
           END-IF

           IF WS-RETORNO-JOB = 0
                            TO WS-MATR-MATRICULA(WS-QTD-MATR)
                       MOVE MT-SITUACAO
                            TO WS-MATR-SITUACAO(WS-QTD-MATR)
                       MOVE MT-UNIDADE
                            TO WS-MATR-UNIDADE(WS-QTD-MATR)
                       IF MT-UNIDADE = SPACES
                           MOVE '01' TO WS-MATR-UNIDADE(WS-QTD-MATR)
                       END-IF
                       IF MT-DATA-SITUACAO(4:2) NUMERIC AND
                          MT-DATA-SITUACAO(7:4) NUMERIC
                           MOVE MT-DATA-SITUACAO(4:2)
                            TO WS-RESP-NOME(WS-QTD-RESP)
                       MOVE RS-TELEFONE
                            TO WS-RESP-TELEFONE(WS-QTD-RESP)
                       MOVE RS-CPF
                            TO WS-RESP-CPF(WS-QTD-RESP)
                   END-IF
                   PERFORM LER-RESPONSAVEIS
               END-PERFORM
           OPEN INPUT BOLSAS
           IF WS-BOLSA-STATUS NOT = '00'
               DISPLAY 'BOLSAS.TXT NAO ENCONTRADO - MENSALIDADE '
                       'SEM DESCONTO PARA TODOS OS ALUNOS'
           ELSE
               PERFORM LER-BOLSAS
               PERFORM UNTIL WS-FIM-BOLSA-SIM
           EXIT.
       FIM-CARREGA-BOLSAS.

      *-----------------------------------------------------------------
      * A TABELA DE PRECOS E OBRIGATORIA: SEM O PRECOS.TXT NAO HA
      * MENSALIDADE BASE PARA NENHUM ALUNO
      *-----------------------------------------------------------------
       CONFERE-TABELA-PRECOS.
           MOVE SPACES TO WS-ALC-TURMA
           PERFORM BUSCA-PRECO-TURMA
           IF WS-PRECO-TABELA-AUSENTE
               DISPLAY 'PRECOS.TXT NAO ENCONTRADO - CADASTRE A '
                       'TABELA DE PRECOS NO CADASTRO-PRECO'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-CONFERE-TABELA-PRECOS.

       BUSCA-PRECO-TURMA.
           CALL 'MENSALIDADE-PRECO' USING WS-ALC-TURMA
                                          WS-ANOMES-REF
                                          WS-PRECO-RESULTADO
                                          WS-PRECO-SERIE
                                          WS-MENSALIDADE
                                          WS-UNIDADE-ALUNO
           END-CALL
           EXIT.
       FIM-BUSCA-PRECO-TURMA.

       LER-BOLSAS.
           READ BOLSAS
               AT END
       FIM-CALCULA-MESES-COBERTOS.

      *-----------------------------------------------------------------
      * MENSALIDADE EFETIVA DO ALUNO: PRECO DA TURMA NA TABELA E
      * DESCONTO VIGENTE NO MES DE REFERENCIA (PERCENTUAL OU VALOR
      * FIXO, NUNCA ABAIXO DE ZERO)
      *-----------------------------------------------------------------
       CALCULA-MENSALIDADE-ALUNO.
           PERFORM BUSCA-PRECO-TURMA
           IF NOT WS-PRECO-SIM
               ADD 1 TO WS-QTD-SEM-PRECO
               DISPLAY 'AVISO: SEM PRECO PARA A TURMA ' WS-ALC-TURMA
                       ' EM ' WS-ANOMES-REF ' - MATRICULA '
                       WS-ALC-MATRICULA
           END-IF
           MOVE WS-MENSALIDADE TO WS-MENSALIDADE-ALUNO
           MOVE 'N' TO WS-TEM-BOLSA
           MOVE SPACES TO WS-BOLSA-MOTIVO-ALUNO
           EXIT.
       FIM-CALCULA-MENSALIDADE-ALUNO.

      *-----------------------------------------------------------------
      * MENSALIDADE EFETIVA DO ALUNO NO MES WS-ANOMES-BUSCA: PRECO DA
      * TURMA E DESCONTO VIGENTES NAQUELE MES - MESMA CONTA DO
      * CALCULA-MENSALIDADE-ALUNO, SEM MEXER NO PRECO E NA BOLSA DO
      * MES DE REFERENCIA, QUE SAEM NA LINHA DO ALUNO
      *-----------------------------------------------------------------
       CALCULA-MENSALIDADE-MES.
           CALL 'MENSALIDADE-PRECO' USING WS-ALC-TURMA
                                          WS-ANOMES-BUSCA
                                          WS-PRECO-RESULTADO-MES
                                          WS-PRECO-SERIE-MES
                                          WS-MENSALIDADE-BASE-MES
                                          WS-UNIDADE-ALUNO
           END-CALL
           IF WS-PRECO-RESULTADO-MES NOT = 'S'
               MOVE ZERO TO WS-MENSALIDADE-BASE-MES
           END-IF
           MOVE WS-MENSALIDADE-BASE-MES TO WS-MENSALIDADE-MES
           MOVE 'N' TO WS-BOLSA-MES

           PERFORM VARYING WS-BL-I FROM 1 BY 1
                   UNTIL WS-BL-I > WS-QTD-BOLSAS
                      OR WS-BOLSA-MES-SIM
               IF WS-BL-MATRICULA(WS-BL-I) =
                  WS-ALC-MATRICULA AND
                  WS-ANOMES-BUSCA >= WS-BL-INICIO(WS-BL-I) AND
                  WS-ANOMES-BUSCA <= WS-BL-FIM(WS-BL-I)
                   SET WS-BOLSA-MES-SIM TO TRUE
                   IF WS-BL-TIPO(WS-BL-I) = 'P'
                       COMPUTE WS-MENSALIDADE-MES ROUNDED =
                           WS-MENSALIDADE-BASE-MES *
                           (100 - WS-BL-VALOR(WS-BL-I)) / 100
                   ELSE
                       IF WS-BL-VALOR(WS-BL-I) >=
                          WS-MENSALIDADE-BASE-MES
                           MOVE ZERO TO WS-MENSALIDADE-MES
                       ELSE
                           COMPUTE WS-MENSALIDADE-MES =
                               WS-MENSALIDADE-BASE-MES
                               - WS-BL-VALOR(WS-BL-I)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-CALCULA-MENSALIDADE-MES.

      *-----------------------------------------------------------------
      * COM A ALOCACAO: CADA MES DEVIDO E FORA DE ACORDO EM DIA VALE A
      * MENSALIDADE EFETIVA DAQUELE MES, TANTO NO ESPERADO QUANTO NO
      * CONFRONTO COM O QUE FOI ALOCADO AO MES
      *-----------------------------------------------------------------
       APURA-ATRASO-ALOCACAO.
           MOVE ZERO TO WS-MESES-ATRASO
           MOVE ZERO TO WS-DEVIDO
           MOVE ZERO TO WS-ESPERADO

           PERFORM VARYING WS-MES-K FROM 1 BY 1
                   UNTIL WS-MES-K > WS-MESES-DEVIDOS
                  WS-ANOMES-BUSCA <= WS-ACD-FIM-ALUNO
                   CONTINUE
               ELSE
                   PERFORM CALCULA-MENSALIDADE-MES
                   ADD WS-MENSALIDADE-MES TO WS-ESPERADO
                   PERFORM VARYING WS-ALOC-I FROM 1 BY 1
                           UNTIL WS-ALOC-I > WS-QTD-ALOC
                       IF WS-ALOC-MATRICULA(WS-ALOC-I) =
                           IF WS-ALOC-SITUACAO(WS-ALOC-I)
                              NOT = 'Q'
                              AND WS-ALOC-PAGO(WS-ALOC-I) <
                                  WS-MENSALIDADE-MES
                               ADD 1 TO WS-MESES-ATRASO
                               COMPUTE WS-DEVIDO = WS-DEVIDO +
                                   WS-MENSALIDADE-MES
                                   - WS-ALOC-PAGO(WS-ALOC-I)
                           END-IF
                       END-IF
           MOVE 'N' TO WS-RESP-ACHOU
           MOVE SPACES TO WS-RESP-NOME-ALUNO
           MOVE SPACES TO WS-RESP-TEL-ALUNO
           MOVE ZERO TO WS-RESP-CPF-ALUNO

           PERFORM VARYING WS-RESP-I FROM 1 BY 1
                   UNTIL WS-RESP-I > WS-QTD-RESP
                        TO WS-RESP-NOME-ALUNO
                   MOVE WS-RESP-TELEFONE(WS-RESP-I)
                        TO WS-RESP-TEL-ALUNO
                   IF WS-RESP-CPF(WS-RESP-I) NUMERIC
                       MOVE WS-RESP-CPF(WS-RESP-I)
                            TO WS-RESP-CPF-ALUNO
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
           MOVE 'A' TO WS-SIT-ALUNO
           MOVE ZERO TO WS-SIT-MES-ALUNO
           MOVE ZERO TO WS-SIT-ANO-ALUNO
           MOVE '01' TO WS-UNIDADE-ALUNO

           PERFORM VARYING WS-MATR-I FROM 1 BY 1
                   UNTIL WS-MATR-I > WS-QTD-MATR
                        TO WS-SIT-MES-ALUNO
                   MOVE WS-MATR-SIT-ANO(WS-MATR-I)
                        TO WS-SIT-ANO-ALUNO
                   MOVE WS-MATR-UNIDADE(WS-MATR-I)
                        TO WS-UNIDADE-ALUNO
               END-IF
           END-PERFORM
           EXIT.
                   IF WS-TX-ANO = WS-ANO-REF AND
                      WS-TX-MES <= WS-MES-REF
                       MOVE SPACES TO CLASSIFICA-REG
                       MOVE TRANSACAO-REG TO CLASSIFICA-REG(1:38)
                       RELEASE CLASSIFICA-REG
                   END-IF
               END-IF
                          WS-TX-MES <= WS-MES-REF
                           MOVE SPACES TO CLASSIFICA-REG
                           MOVE MOV-FECHADO-REG
                                TO CLASSIFICA-REG(1:38)
                           RELEASE CLASSIFICA-REG
                       END-IF
                   END-IF
                   AT END
                       SET WS-FIM-TORD-SIM TO TRUE
                   NOT AT END
                       MOVE CLASSIFICA-REG(1:38)
                            TO TRANS-ORD-REG
                       WRITE TRANS-ORD-REG
               END-RETURN
                   PERFORM LER-TRANS-ORD
               END-PERFORM

      *        O PAGAMENTO E DA CONTA DO ALUNO, QUALQUER QUE SEJA A
      *        UNIDADE QUE O RECEBEU: O FILTRO E PELA UNIDADE DO ALUNO
               PERFORM LOCALIZA-SITUACAO
               IF WS-UNIDADE-SESSAO = '00' OR
                  WS-UNIDADE-ALUNO = WS-UNIDADE-SESSAO
                   PERFORM PROCESSA-ALUNO
               ELSE
                   ADD 1 TO WS-QTD-OUTRAS-UNIDADES
               END-IF
               PERFORM LER-VINCULO-ORD
           END-PERFORM

           CLOSE TRANS-ORD

           PERFORM GRAVA-SUMARIO-TURMAS
           IF WS-UNIDADE-SESSAO = '00' AND WS-QTD-UNIDADES > 1
               PERFORM GRAVA-SUMARIO-UNIDADES
           END-IF
           PERFORM GRAVA-SUMARIO-FAMILIAS

           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
               COMPUTE WS-ESPERADO = WS-MENSALIDADE-ALUNO *
                       (WS-MESES-DEVIDOS - WS-MESES-COBERTOS)

               IF WS-ALOCACAO-ATIVA-SIM
                   PERFORM APURA-ATRASO-ALOCACAO
               ELSE
                   IF WS-MENSALIDADE-ALUNO = 0
                       MOVE ZERO TO WS-DEVIDO
                       MOVE ZERO TO WS-MESES-ATRASO
                   ELSE
                       COMPUTE WS-DEVIDO = WS-ESPERADO
                               - WS-ALC-PAGO
               END-IF

               PERFORM ACUMULA-TURMA
               PERFORM ACUMULA-UNIDADE
               PERFORM ACUMULA-FAMILIA

               MOVE WS-ESPERADO TO WS-VALOR-MASK
               MOVE WS-ALC-PAGO TO WS-VALOR-MASK2
                   END-IF
               END-IF

               IF NOT WS-PRECO-SIM
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING '   SEM PRECO NA TABELA PARA A TURMA '
                          DELIMITED BY SIZE
                          WS-ALC-TURMA DELIMITED BY SIZE
                          ' - ESPERADO NAO APURADO' DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   MOVE 'D' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO
               END-IF

               IF WS-TEM-BOLSA-SIM
                   MOVE WS-MENSALIDADE-ALUNO TO WS-MENS-MASK
                   MOVE SPACES TO WS-IMP-LINHA
           PERFORM VARYING WS-TU-I FROM 1 BY 1
                   UNTIL WS-TU-I > WS-QTD-TURMAS
                      OR WS-ACHOU-SIM
               IF WS-TU-TURMA(WS-TU-I) = WS-ALC-TURMA AND
                  WS-TU-UNIDADE(WS-TU-I) = WS-UNIDADE-ALUNO
                   MOVE 'S' TO WS-ACHOU
                   MOVE WS-TU-I TO WS-TU-ACHOU-I
               END-IF
                   MOVE WS-QTD-TURMAS TO WS-TU-ACHOU-I
                   MOVE WS-ALC-TURMA
                        TO WS-TU-TURMA(WS-TU-ACHOU-I)
                   MOVE WS-UNIDADE-ALUNO
                        TO WS-TU-UNIDADE(WS-TU-ACHOU-I)
                   MOVE ZERO TO WS-TU-ALUNOS(WS-TU-ACHOU-I)
                   MOVE ZERO TO WS-TU-ATRASADOS(WS-TU-ACHOU-I)
                   MOVE ZERO TO WS-TU-DEVIDO(WS-TU-ACHOU-I)
           EXIT.
       FIM-ACUMULA-TURMA.

      *-----------------------------------------------------------------
      * SUBTOTAL POR UNIDADE DO ALUNO (MATRICULAS.TXT, EM BRANCO =
      * SEDE 01) - IMPRESSO SO NA VISAO CONSOLIDADA
      *-----------------------------------------------------------------
       ACUMULA-UNIDADE.
           MOVE ZERO TO WS-UN-ACHOU-I
           PERFORM VARYING WS-UN-I FROM 1 BY 1
                   UNTIL WS-UN-I > WS-QTD-UNIDADES
                      OR WS-UN-ACHOU-I > 0
               IF WS-UN-UNIDADE(WS-UN-I) = WS-UNIDADE-ALUNO
                   MOVE WS-UN-I TO WS-UN-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-UN-ACHOU-I = 0 AND
              WS-QTD-UNIDADES < WS-TAB-UNI-LIMITE
               ADD 1 TO WS-QTD-UNIDADES
               MOVE WS-QTD-UNIDADES TO WS-UN-ACHOU-I
               MOVE WS-UNIDADE-ALUNO TO WS-UN-UNIDADE(WS-UN-ACHOU-I)
               MOVE ZERO TO WS-UN-ALUNOS(WS-UN-ACHOU-I)
               MOVE ZERO TO WS-UN-ATRASADOS(WS-UN-ACHOU-I)
               MOVE ZERO TO WS-UN-DEVIDO(WS-UN-ACHOU-I)
           END-IF

           IF WS-UN-ACHOU-I > 0
               ADD 1 TO WS-UN-ALUNOS(WS-UN-ACHOU-I)
               IF WS-MESES-ATRASO > 0
                   ADD 1 TO WS-UN-ATRASADOS(WS-UN-ACHOU-I)
                   ADD WS-DEVIDO TO WS-UN-DEVIDO(WS-UN-ACHOU-I)
               END-IF
           END-IF
           EXIT.
       FIM-ACUMULA-UNIDADE.

       GRAVA-SUMARIO-UNIDADES.
           PERFORM VARYING WS-UN-I FROM 1 BY 1
                   UNTIL WS-UN-I > WS-QTD-UNIDADES
               MOVE WS-UN-DEVIDO(WS-UN-I) TO WS-VALOR-MASK
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'UNIDADE ' WS-UN-UNIDADE(WS-UN-I)
                      ' - ALUNOS: ' WS-UN-ALUNOS(WS-UN-I)
                      ' - EM ATRASO: ' WS-UN-ATRASADOS(WS-UN-I)
                      ' - DEVIDO: ' DELIMITED BY SIZE
                      WS-VALOR-MASK DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               DISPLAY WS-IMP-LINHA(1:79)
           END-PERFORM
           EXIT.
       FIM-GRAVA-SUMARIO-UNIDADES.

      *-----------------------------------------------------------------
      * FAMILIA = CPF DO PRIMEIRO RESPONSAVEL DO ALUNO; SEM
      * RESPONSAVEL OU SEM CPF O ALUNO NAO ENTRA NO TOTAL POR FAMILIA
      *-----------------------------------------------------------------
       ACUMULA-FAMILIA.
           PERFORM LOCALIZA-RESPONSAVEL
           IF WS-RESP-CPF-ALUNO > 0
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-FAM-I FROM 1 BY 1
                       UNTIL WS-FAM-I > WS-QTD-FAMILIAS
                          OR WS-ACHOU-SIM
                   IF WS-FAM-CPF(WS-FAM-I) = WS-RESP-CPF-ALUNO
                       SET WS-ACHOU-SIM TO TRUE
                       MOVE WS-FAM-I TO WS-FAM-ACHOU-I
                   END-IF
               END-PERFORM

               IF NOT WS-ACHOU-SIM
                   IF WS-QTD-FAMILIAS < WS-TAB-FAM-LIMITE
                       ADD 1 TO WS-QTD-FAMILIAS
                       MOVE WS-QTD-FAMILIAS TO WS-FAM-ACHOU-I
                       MOVE WS-RESP-CPF-ALUNO
                            TO WS-FAM-CPF(WS-FAM-ACHOU-I)
                       MOVE WS-RESP-NOME-ALUNO
                            TO WS-FAM-RESPONSAVEL(WS-FAM-ACHOU-I)
                       MOVE ZERO TO WS-FAM-ALUNOS(WS-FAM-ACHOU-I)
                       MOVE ZERO TO WS-FAM-ATRASADOS(WS-FAM-ACHOU-I)
                       MOVE ZERO TO WS-FAM-DEVIDO(WS-FAM-ACHOU-I)
                       SET WS-ACHOU-SIM TO TRUE
                   ELSE
                       IF NOT WS-FAM-CHEIA-SIM
                           DISPLAY 'AVISO: TABELA DE FAMILIAS CHEIA ('
                                   WS-TAB-FAM-LIMITE ')'
                           SET WS-FAM-CHEIA-SIM TO TRUE
                       END-IF
                   END-IF
               END-IF

               IF WS-ACHOU-SIM
                   ADD 1 TO WS-FAM-ALUNOS(WS-FAM-ACHOU-I)
                   IF WS-MESES-ATRASO > 0
                       ADD 1 TO WS-FAM-ATRASADOS(WS-FAM-ACHOU-I)
                       ADD WS-DEVIDO TO WS-FAM-DEVIDO(WS-FAM-ACHOU-I)
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-ACUMULA-FAMILIA.

       GRAVA-SUMARIO-FAMILIAS.
           PERFORM VARYING WS-FAM-I FROM 1 BY 1
                   UNTIL WS-FAM-I > WS-QTD-FAMILIAS
               IF WS-FAM-ALUNOS(WS-FAM-I) > 1 AND
                  WS-FAM-DEVIDO(WS-FAM-I) > 0
                   ADD 1 TO WS-QTD-FAM-IMPRESSAS
                   MOVE WS-FAM-DEVIDO(WS-FAM-I) TO WS-VALOR-MASK
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING 'FAMILIA ' WS-FAM-RESPONSAVEL(WS-FAM-I)(1:20)
                          ' CPF ' WS-FAM-CPF(WS-FAM-I)
                          ' - ALUNOS: ' WS-FAM-ALUNOS(WS-FAM-I)
                          ' EM ATRASO: ' WS-FAM-ATRASADOS(WS-FAM-I)
                          ' - DEVIDO: ' DELIMITED BY SIZE
                          WS-VALOR-MASK DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   MOVE 'T' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO
                   DISPLAY WS-IMP-LINHA(1:99)
               END-IF
           END-PERFORM
           EXIT.
       FIM-GRAVA-SUMARIO-FAMILIAS.

       GRAVA-SUMARIO-TURMAS.
           PERFORM VARYING WS-TU-I FROM 1 BY 1
                   UNTIL WS-TU-I > WS-QTD-TURMAS

               MOVE SPACES TO WS-IMP-LINHA
               STRING 'TURMA ' WS-TU-TURMA(WS-TU-I)
                      ' UNIDADE ' WS-TU-UNIDADE(WS-TU-I)
                      ' - ALUNOS: ' WS-TU-ALUNOS(WS-TU-I)
                      ' - EM ATRASO: ' WS-TU-ATRASADOS(WS-TU-I)
                      ' - DEVIDO: ' DELIMITED BY SIZE
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               DISPLAY WS-IMP-LINHA(1:86)
           END-PERFORM
           EXIT.
       FIM-GRAVA-SUMARIO-TURMAS.
           DISPLAY '-----------------------------------'
           DISPLAY 'LANCAMENTOS LIDOS     : ' WS-QTD-TRANS-LIDAS
           DISPLAY 'LANCAMENTOS SEM VINCULO: ' WS-QTD-SEM-VINCULO
           DISPLAY 'ALUNOS SEM PRECO      : ' WS-QTD-SEM-PRECO
           IF WS-UNIDADE-SESSAO NOT = '00'
               DISPLAY 'ALUNOS DE OUTRAS UNIDADES: '
                       WS-QTD-OUTRAS-UNIDADES
           END-IF
           DISPLAY '-----------------------------------'

           IF WS-QTD-SEM-PRECO > 0 AND WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

           MOVE WS-RETORNO-JOB TO RETURN-CODE
           GOBACK.
       FIM-FINALIZA.
