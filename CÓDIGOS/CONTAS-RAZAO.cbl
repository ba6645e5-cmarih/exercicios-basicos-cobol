      *                    explicito quando estouram
      *   02/09/2026 MC  - STOP RUN trocado por GOBACK para permitir
      *                    chamada como passo do BATCH-FECHAMES
      *   15/10/2026 MC  - Razao por unidade (rotina UNIDADE-ATIVA):
      *                    sessao de uma unidade so le o movimento dela
      *                    (TX-UNIDADE, em branco = sede 01) nas contas
      *                    comuns e nas exclusivas dela (CM-UNIDADE),
      *                    com saldo anterior so das exclusivas; sessao
      *                    consolidada abre o movimento de cada conta
      *                    por unidade e fecha com o quadro por unidade
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAS-RAZAO.
           02 CL-VALOR             PIC 9(07)V99.
           02 CL-DATA              PIC X(10).
           02 CL-TIPO              PIC X(01).
           02 CL-UNIDADE           PIC X(02).

       FD SALDOS
           LABEL RECORD STANDARD
           02 WS-CM-ENTRADA OCCURS 500 TIMES.
               03 WS-CM-CONTA          PIC X(10).
               03 WS-CM-DESCRICAO      PIC X(30).
               03 WS-CM-UNIDADE        PIC X(02).
       01 WS-CM-I                      PIC 9(03) VALUE ZERO.
       01 WS-DESCRICAO-CONTA           PIC X(30) VALUE SPACES.
       01 WS-ABERTURA-STATUS           PIC X(02) VALUE '00'.
           88 WS-FIM-ABERTURA-SIM             VALUE 'S'.
       01 WS-QTD-LIDAS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-IGNORADAS             PIC 9(05) VALUE ZERO.
       01 WS-QTD-OUTRAS-UNIDADES       PIC 9(05) VALUE ZERO.
       01 WS-UNIDADE-SESSAO            PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME              PIC X(40) VALUE SPACES.
       01 WS-UNIDADE-LANC              PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-CONTA             PIC X(02) VALUE SPACES.
       01 WS-CONTA-BUSCA               PIC X(10) VALUE SPACES.
       01 WS-CONTA-VISIVEL             PIC X(01) VALUE 'S'.
           88 WS-CONTA-VISIVEL-SIM            VALUE 'S'.
       01 WS-TAB-UNI-LIMITE            PIC 9(02) VALUE 20.
       01 WS-QTD-UNI-CONTA             PIC 9(02) VALUE ZERO.
       01 WS-TABELA-UNI-CONTA.
           02 WS-UC-ENTRADA OCCURS 20 TIMES.
               03 WS-UC-UNIDADE        PIC X(02).
               03 WS-UC-SALDO          PIC S9(09)V99.
       01 WS-QTD-UNI-GERAL             PIC 9(02) VALUE ZERO.
       01 WS-TABELA-UNI-GERAL.
           02 WS-UG-ENTRADA OCCURS 20 TIMES.
               03 WS-UG-UNIDADE        PIC X(02).
               03 WS-UG-SALDO          PIC S9(09)V99.
               03 WS-UG-QTD            PIC 9(05).
       01 WS-UNI-I                     PIC 9(02) VALUE ZERO.
       01 WS-UNI-ACHOU-I               PIC 9(02) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'RAZAO DE CONTAS - TRANSACOES.TXT'
           DISPLAY '-----------------------------------'

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-SESSAO
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-SESSAO = SPACES
               MOVE '00' TO WS-UNIDADE-SESSAO
           END-IF
           IF WS-UNIDADE-SESSAO NOT = '00'
               DISPLAY 'RAZAO DA UNIDADE ' WS-UNIDADE-SESSAO
                       ' - CONTAS COMUNS E CONTAS DA UNIDADE'
           END-IF

           PERFORM CARREGA-CONTA-MESTRE
           PERFORM CARREGA-ABERTURA
           EXIT.
                            TO WS-CM-CONTA(WS-QTD-CM)
                       MOVE CM-DESCRICAO
                            TO WS-CM-DESCRICAO(WS-QTD-CM)
                       MOVE CM-UNIDADE
                            TO WS-CM-UNIDADE(WS-QTD-CM)
                       IF CM-UNIDADE-TODAS
                           MOVE '00' TO WS-CM-UNIDADE(WS-QTD-CM)
                       END-IF
                   ELSE
                       DISPLAY 'AVISO: TABELA DO CADASTRO MESTRE '
                               'CHEIA (' WS-TAB-APOIO-LIMITE
           EXIT.
       FIM-LOCALIZA-DESCRICAO-CONTA.

      *-----------------------------------------------------------------
      * NA VISAO DE UMA UNIDADE SO ENTRAM AS CONTAS COMUNS ('00') E AS
      * EXCLUSIVAS DA UNIDADE; CONTA FORA DO CADASTRO CONTA COMO COMUM
      *-----------------------------------------------------------------
       LOCALIZA-UNIDADE-CONTA.
           MOVE '00' TO WS-UNIDADE-CONTA
           PERFORM VARYING WS-CM-I FROM 1 BY 1
                   UNTIL WS-CM-I > WS-QTD-CM
               IF WS-CM-CONTA(WS-CM-I) = WS-CONTA-BUSCA
                   MOVE WS-CM-UNIDADE(WS-CM-I) TO WS-UNIDADE-CONTA
               END-IF
           END-PERFORM

           IF WS-UNIDADE-SESSAO = '00' OR
              WS-UNIDADE-CONTA = '00' OR
              WS-UNIDADE-CONTA = WS-UNIDADE-SESSAO
               MOVE 'S' TO WS-CONTA-VISIVEL
           ELSE
               MOVE 'N' TO WS-CONTA-VISIVEL
           END-IF
           EXIT.
       FIM-LOCALIZA-UNIDADE-CONTA.

      *-----------------------------------------------------------------
      * O ABERTURA.TXT E UNICO POR CONTA: NA VISAO DE UMA UNIDADE O
      * SALDO ANTERIOR SO VALE PARA AS CONTAS EXCLUSIVAS DELA (O DAS
      * CONTAS COMUNS FICA NA VISAO CONSOLIDADA)
      *-----------------------------------------------------------------
       LOCALIZA-ABERTURA-CONTA.
           MOVE ZERO TO WS-ABERTURA-CONTA
           MOVE WS-CONTA-CORRENTE TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-UNIDADE-CONTA

           PERFORM VARYING WS-AB-I FROM 1 BY 1
                   UNTIL WS-AB-I > WS-QTD-AB
               IF WS-AB-CONTA(WS-AB-I) = WS-CONTA-CORRENTE
                   IF WS-UNIDADE-SESSAO = '00' OR
                      WS-UNIDADE-CONTA = WS-UNIDADE-SESSAO
                       MOVE WS-AB-SALDO(WS-AB-I)
                            TO WS-ABERTURA-CONTA
                   END-IF
                   MOVE 'S' TO WS-AB-USADA(WS-AB-I)
               END-IF
           END-PERFORM
           ELSE
               OPEN OUTPUT SALDOS
               OPEN OUTPUT EXTRATO
               IF WS-UNIDADE-SESSAO NOT = '00'
                   MOVE SPACES TO EXTRATO-REG
                   STRING 'UNIDADE: ' WS-UNIDADE-SESSAO ' - '
                          WS-UNIDADE-NOME
                          DELIMITED BY SIZE
                          INTO EXTRATO-REG
                   END-STRING
                   WRITE EXTRATO-REG
                   MOVE SPACES TO EXTRATO-REG
                   WRITE EXTRATO-REG
               END-IF

               SORT CLASSIFICA
                   ON ASCENDING KEY CL-CONTA
                   OUTPUT PROCEDURE IS EXTRATO-CLASSIFICADO

               PERFORM CONTAS-SO-ABERTURA
               IF WS-UNIDADE-SESSAO = '00' AND WS-QTD-UNI-GERAL > 1
                   PERFORM GRAVA-TOTAL-UNIDADES
               END-IF

               CLOSE SALDOS
               CLOSE EXTRATO
           PERFORM UNTIL WS-FIM-TRANS-SIM
               ADD 1 TO WS-QTD-LIDAS

               MOVE TX-UNIDADE TO WS-UNIDADE-LANC
               IF WS-UNIDADE-LANC = SPACES
                   MOVE '01' TO WS-UNIDADE-LANC
               END-IF
               MOVE TX-CONTA TO WS-CONTA-BUSCA
               PERFORM LOCALIZA-UNIDADE-CONTA

               EVALUATE TRUE
               WHEN TX-CONTA = SPACES OR TX-VALOR NOT NUMERIC
                   ADD 1 TO WS-QTD-IGNORADAS
               WHEN WS-UNIDADE-SESSAO NOT = '00' AND
                    (WS-UNIDADE-LANC NOT = WS-UNIDADE-SESSAO OR
                     NOT WS-CONTA-VISIVEL-SIM)
                   ADD 1 TO WS-QTD-OUTRAS-UNIDADES
               WHEN OTHER
                   MOVE SPACES TO CLASSIFICA-REG
                   MOVE WS-UNIDADE-LANC TO CL-UNIDADE
                   MOVE TX-CONTA TO CL-CONTA
                   MOVE TX-VALOR TO CL-VALOR
                   MOVE TX-DATA  TO CL-DATA
                       MOVE 'C' TO CL-TIPO
                   END-IF
                   RELEASE CLASSIFICA-REG
               END-EVALUATE

               PERFORM LER-TRANSACOES
           END-PERFORM
           MOVE WS-ABERTURA-CONTA TO WS-SALDO-CORRENTE
           MOVE WS-ABERTURA-CONTA TO WS-SALDO-CONTA
           MOVE ZERO TO WS-QTD-LANC-CONTA
           MOVE ZERO TO WS-QTD-UNI-CONTA
           EXIT.
       FIM-ABRE-CONTA.

               ADD CL-VALOR TO WS-SALDO-CONTA
           END-IF
           ADD 1 TO WS-QTD-LANC-CONTA
           PERFORM ACUMULA-UNIDADE-LANC

           MOVE CL-TIPO  TO WS-TIPO-LINHA
           MOVE CL-VALOR TO WS-VALOR-MASK
           EXIT.
       FIM-GRAVA-LANCAMENTO.

      *-----------------------------------------------------------------
      * MOVIMENTO DO PERIODO POR UNIDADE: NA CONTA (SUBTOTAIS NO FIM
      * DA CONTA NA VISAO CONSOLIDADA) E NO GERAL (QUADRO FINAL)
      *-----------------------------------------------------------------
       ACUMULA-UNIDADE-LANC.
           MOVE ZERO TO WS-UNI-ACHOU-I
           PERFORM VARYING WS-UNI-I FROM 1 BY 1
                   UNTIL WS-UNI-I > WS-QTD-UNI-CONTA
                      OR WS-UNI-ACHOU-I > 0
               IF WS-UC-UNIDADE(WS-UNI-I) = CL-UNIDADE
                   MOVE WS-UNI-I TO WS-UNI-ACHOU-I
               END-IF
           END-PERFORM
           IF WS-UNI-ACHOU-I = 0 AND
              WS-QTD-UNI-CONTA < WS-TAB-UNI-LIMITE
               ADD 1 TO WS-QTD-UNI-CONTA
               MOVE WS-QTD-UNI-CONTA TO WS-UNI-ACHOU-I
               MOVE CL-UNIDADE TO WS-UC-UNIDADE(WS-UNI-ACHOU-I)
               MOVE ZERO TO WS-UC-SALDO(WS-UNI-ACHOU-I)
           END-IF
           IF WS-UNI-ACHOU-I > 0
               IF CL-TIPO = 'D'
                   SUBTRACT CL-VALOR FROM WS-UC-SALDO(WS-UNI-ACHOU-I)
               ELSE
                   ADD CL-VALOR TO WS-UC-SALDO(WS-UNI-ACHOU-I)
               END-IF
           END-IF

           MOVE ZERO TO WS-UNI-ACHOU-I
           PERFORM VARYING WS-UNI-I FROM 1 BY 1
                   UNTIL WS-UNI-I > WS-QTD-UNI-GERAL
                      OR WS-UNI-ACHOU-I > 0
               IF WS-UG-UNIDADE(WS-UNI-I) = CL-UNIDADE
                   MOVE WS-UNI-I TO WS-UNI-ACHOU-I
               END-IF
           END-PERFORM
           IF WS-UNI-ACHOU-I = 0 AND
              WS-QTD-UNI-GERAL < WS-TAB-UNI-LIMITE
               ADD 1 TO WS-QTD-UNI-GERAL
               MOVE WS-QTD-UNI-GERAL TO WS-UNI-ACHOU-I
               MOVE CL-UNIDADE TO WS-UG-UNIDADE(WS-UNI-ACHOU-I)
               MOVE ZERO TO WS-UG-SALDO(WS-UNI-ACHOU-I)
               MOVE ZERO TO WS-UG-QTD(WS-UNI-ACHOU-I)
           END-IF
           IF WS-UNI-ACHOU-I > 0
               IF CL-TIPO = 'D'
                   SUBTRACT CL-VALOR FROM WS-UG-SALDO(WS-UNI-ACHOU-I)
               ELSE
                   ADD CL-VALOR TO WS-UG-SALDO(WS-UNI-ACHOU-I)
               END-IF
               ADD 1 TO WS-UG-QTD(WS-UNI-ACHOU-I)
           END-IF
           EXIT.
       FIM-ACUMULA-UNIDADE-LANC.

       FECHA-CONTA.
           IF WS-UNIDADE-SESSAO = '00' AND WS-QTD-UNI-CONTA > 1
               PERFORM VARYING WS-UNI-I FROM 1 BY 1
                       UNTIL WS-UNI-I > WS-QTD-UNI-CONTA
                   MOVE WS-UC-SALDO(WS-UNI-I) TO WS-SALDO-MASK
                   MOVE SPACES TO EXTRATO-REG
                   STRING '  MOVIMENTO DA UNIDADE '
                          WS-UC-UNIDADE(WS-UNI-I) ': '
                          WS-SALDO-MASK
                          DELIMITED BY SIZE
                          INTO EXTRATO-REG
                   END-STRING
                   WRITE EXTRATO-REG
               END-PERFORM
           END-IF

           MOVE WS-SALDO-CONTA TO WS-SALDO-MASK
           MOVE SPACES TO EXTRATO-REG
           STRING '  TOTAL DA CONTA: ' DELIMITED BY SIZE
       CONTAS-SO-ABERTURA.
           PERFORM VARYING WS-AB-I FROM 1 BY 1
                   UNTIL WS-AB-I > WS-QTD-AB
               MOVE WS-AB-CONTA(WS-AB-I) TO WS-CONTA-BUSCA
               PERFORM LOCALIZA-UNIDADE-CONTA
               IF WS-AB-USADA(WS-AB-I) NOT = 'S' AND
                  (WS-UNIDADE-SESSAO = '00' OR
                   WS-UNIDADE-CONTA = WS-UNIDADE-SESSAO)
                   MOVE WS-AB-CONTA(WS-AB-I)
                        TO WS-CONTA-CORRENTE
                   ADD 1 TO WS-QTD-CONTAS
           EXIT.
       FIM-CONTAS-SO-ABERTURA.

      *-----------------------------------------------------------------
      * VISAO CONSOLIDADA COM MAIS DE UMA UNIDADE NO MOVIMENTO: QUADRO
      * FINAL COM O MOVIMENTO DO PERIODO POR UNIDADE
      *-----------------------------------------------------------------
       GRAVA-TOTAL-UNIDADES.
           MOVE 'MOVIMENTO DO PERIODO POR UNIDADE' TO EXTRATO-REG
           WRITE EXTRATO-REG
           PERFORM VARYING WS-UNI-I FROM 1 BY 1
                   UNTIL WS-UNI-I > WS-QTD-UNI-GERAL
               MOVE WS-UG-SALDO(WS-UNI-I) TO WS-SALDO-MASK
               MOVE SPACES TO EXTRATO-REG
               STRING '  UNIDADE ' WS-UG-UNIDADE(WS-UNI-I) ': '
                      WS-SALDO-MASK
                      '  LANCAMENTOS: ' WS-UG-QTD(WS-UNI-I)
                      DELIMITED BY SIZE
                      INTO EXTRATO-REG
               END-STRING
               WRITE EXTRATO-REG
               DISPLAY EXTRATO-REG(1:60)
           END-PERFORM
           EXIT.
       FIM-GRAVA-TOTAL-UNIDADES.

       FINALIZA-PROGRAMA.
           DISPLAY 'LANCAMENTOS LIDOS    : ' WS-QTD-LIDAS
           DISPLAY 'LANCAMENTOS IGNORADOS: ' WS-QTD-IGNORADAS
           IF WS-UNIDADE-SESSAO NOT = '00'
               DISPLAY 'DE OUTRAS UNIDADES   : '
                       WS-QTD-OUTRAS-UNIDADES
           END-IF
           DISPLAY 'CONTAS               : ' WS-QTD-CONTAS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
