      *          A COMPETENCIA), PRONTO PARA O PORTAO DO
      *          TRANS-CRITICA; ITEM SEM VINCULO OU MALFORMADO VAI
      *          PARA BANCOREV.TXT COM O MOTIVO - MESMO PADRAO DO
      *          ALUNOS-IMPORTA, AGORA DO LADO DO BANCO; ITEM COM
      *          NOSSO NUMERO (32-41) E BAIXADO PELO TITULO EMITIDO
      *          NO TITULOS.TXT (BANCO-REMESSA), QUE DA A MATRICULA
      *          E A COMPETENCIA; TITULO PAGO COM VALOR DIFERENTE E
      *          IMPORTADO E APONTADO NO BANCOREV.TXT PARA CONFERENCIA
      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 MC  - Programa original
      *                    (mesma assinatura de conteudo) e recusado
      *                    e a carga boa e registrada com data,
      *                    contagem e assinatura
      *   15/10/2026 MC  - Baixa pelo nosso numero do TITULOS.TXT
      *                    (titulos da remessa CNAB do BANCO-REMESSA):
      *                    matricula e competencia vem do titulo,
      *                    titulo liquidado fica L (ou D quando o
      *                    valor pago difere, com aviso no BANCOREV);
      *                    item sem nosso numero segue pela matricula
      *   15/10/2026 MC  - Boleto de familia (varias linhas do
      *                    TITULOS.TXT com o mesmo nosso numero): o
      *                    pagamento e repartido num lancamento por
      *                    aluno, pelo valor de cada titulo; com valor
      *                    divergente cada aluno recebe ate o seu
      *                    valor, na ordem, e o ultimo fica com a sobra
      *   15/10/2026 MC  - Lancamento gravado com a unidade da sessao
      *                    (TX-UNIDADE, rotina UNIDADE-ATIVA); sessao
      *                    consolidada grava em branco (sede)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-IMPORTA.
           SELECT BANCO-REVISAO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REV-STATUS.
           SELECT TITULOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TIT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           02 RT-COMPETENCIA       PIC X(06).
           02 RT-SITUACAO          PIC X(01).
               88 RT-LIQUIDADO            VALUE 'L'.
           02 RT-NOSSO-NUMERO      PIC X(10).

       FD CONTA-ALUNO
           LABEL RECORD STANDARD
       FD BANCO-REVISAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BANCOREV.TXT'.
       01 BANCO-REV-REG                PIC X(110).

       FD TITULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TITULOS.TXT'.
       COPY TITULO.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-RET-STATUS                PIC X(02) VALUE '00'.
       01 WS-VINCULO-STATUS            PIC X(02) VALUE '00'.
       01 WS-TRANS-STATUS              PIC X(02) VALUE '00'.
       01 WS-REV-STATUS                PIC X(02) VALUE '00'.
       01 WS-TIT-STATUS                PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-RET            PIC X(01) VALUE 'N'.
               88 WS-FIM-RET-SIM           VALUE 'S'.
               88 WS-ACHOU-SIM             VALUE 'S'.
           02 WS-ITEM-VALIDO        PIC X(01) VALUE 'S'.
               88 WS-ITEM-OK               VALUE 'S'.
           02 WS-FIM-TIT            PIC X(01) VALUE 'N'.
               88 WS-FIM-TIT-SIM           VALUE 'S'.
           02 WS-TIT-CHEIA          PIC X(01) VALUE 'N'.
               88 WS-TIT-CHEIA-SIM         VALUE 'S'.
           02 WS-PELO-TITULO        PIC X(01) VALUE 'N'.
               88 WS-PELO-TITULO-SIM       VALUE 'S'.
       01 WS-MOTIVO-REJEICAO           PIC X(40) VALUE SPACES.
       01 WS-TAB-LIMITE                PIC 9(03) VALUE 200.
       01 WS-QTD-VINCULOS              PIC 9(03) VALUE ZERO.
               03 WS-VC-MATRICULA      PIC X(05).
               03 WS-VC-CONTA          PIC X(10).
       01 WS-VC-I                      PIC 9(03) VALUE ZERO.
       01 WS-TAB-TIT-LIMITE            PIC 9(04) VALUE 6000.
       01 WS-QTD-TITULOS               PIC 9(04) VALUE ZERO.
       01 WS-TABELA-TITULOS.
           02 WS-TT-ENTRADA OCCURS 6000 TIMES.
               03 WS-TT-NOSSO-NUMERO   PIC 9(10).
               03 WS-TT-MATRICULA      PIC X(05).
               03 WS-TT-COMPETENCIA    PIC 9(06).
               03 WS-TT-VENCIMENTO     PIC 9(08).
               03 WS-TT-VALOR          PIC 9(07)V99.
               03 WS-TT-REMESSA        PIC 9(07).
               03 WS-TT-DATA-EMISSAO   PIC 9(08).
               03 WS-TT-SITUACAO       PIC X(01).
               03 WS-TT-VALOR-PAGO     PIC 9(07)V99.
               03 WS-TT-DATA-PGTO      PIC X(10).
       01 WS-TT-I                      PIC 9(04) VALUE ZERO.
       01 WS-NOSSO-NUMERO              PIC 9(10) VALUE ZERO.
       01 WS-TT-PRIMEIRO               PIC 9(04) VALUE ZERO.
       01 WS-TIT-PARTES                PIC 9(03) VALUE ZERO.
       01 WS-TIT-PARTE-N               PIC 9(03) VALUE ZERO.
       01 WS-TIT-VALOR-TOTAL           PIC 9(09)V99 VALUE ZERO.
       01 WS-VALOR-RESTANTE            PIC 9(09)V99 VALUE ZERO.
       01 WS-VALOR-TX                  PIC 9(07)V99 VALUE ZERO.
       01 WS-ITEM-MATRICULA            PIC X(05) VALUE SPACES.
       01 WS-ITEM-COMPETENCIA          PIC X(06) VALUE SPACES.
       01 WS-VALOR-TITULO-MASK         PIC ZZZZZZ9,99.
       01 WS-VALOR-PAGO-MASK           PIC ZZZZZZ9,99.
       01 WS-CONTA-ALUNO               PIC X(10) VALUE SPACES.
       01 WS-VALOR                     PIC 9(07)V99 VALUE ZERO.
       01 WS-VALOR-R REDEFINES WS-VALOR PIC 9(09).
       01 WS-QTD-IMPORTADOS            PIC 9(05) VALUE ZERO.
       01 WS-QTD-NAO-LIQUIDADOS        PIC 9(05) VALUE ZERO.
       01 WS-QTD-REJEITADOS            PIC 9(05) VALUE ZERO.
       01 WS-QTD-PELO-TITULO           PIC 9(05) VALUE ZERO.
       01 WS-QTD-PELA-MATRICULA        PIC 9(05) VALUE ZERO.
       01 WS-QTD-DIVERGENTES           PIC 9(05) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-CARGA-INTERFACE           PIC X(12) VALUE 'RETBANCO'.
       01 WS-CARGA-ARQUIVO             PIC X(20)
       01 WS-CARGA-QTD                 PIC 9(06) VALUE ZERO.
       01 WS-CARGA-HASH                PIC 9(09) VALUE ZERO.
       01 WS-CARGA-RESULTADO           PIC X(01) VALUE 'S'.
       01 WS-UNIDADE-LANC              PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME              PIC X(40) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
           DISPLAY 'IMPORTACAO DO RETORNO DO BANCO'
           DISPLAY '-----------------------------------'

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-LANC
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-LANC = '00'
               MOVE SPACES TO WS-UNIDADE-LANC
           END-IF

           MOVE 'V' TO WS-CARGA-ACAO
           CALL 'CARGA-CONTROLE' USING WS-CARGA-INTERFACE
                                       WS-CARGA-ARQUIVO
               SET WS-FIM-RET-SIM TO TRUE
           END-IF

           IF NOT WS-FIM-RET-SIM
               PERFORM CARREGA-TITULOS
               IF WS-TIT-CHEIA-SIM
                   MOVE 8 TO WS-RETORNO-JOB
                   SET WS-FIM-RET-SIM TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIM-RET-SIM
           OPEN INPUT RETORNO-BANCO
           IF WS-RET-STATUS NOT = '00'
           EXIT.
       FIM-CARREGA-VINCULOS.

      *-----------------------------------------------------------------
      * TITULOS EMITIDOS FICAM EM MEMORIA PARA A BAIXA E SAO
      * REGRAVADOS NO FIM; SE NAO COUBEREM, NADA E IMPORTADO PARA NAO
      * PERDER TITULOS NA REGRAVACAO
      *-----------------------------------------------------------------
       CARREGA-TITULOS.
           OPEN INPUT TITULOS
           IF WS-TIT-STATUS = '00'
               PERFORM LER-TITULOS
               PERFORM UNTIL WS-FIM-TIT-SIM
                   IF WS-QTD-TITULOS >= WS-TAB-TIT-LIMITE
                       DISPLAY 'TITULOS.TXT EXCEDE ' WS-TAB-TIT-LIMITE
                               ' TITULOS - RETORNO NAO IMPORTADO'
                       SET WS-TIT-CHEIA-SIM TO TRUE
                       SET WS-FIM-TIT-SIM TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-TITULOS
                       MOVE TI-NOSSO-NUMERO
                            TO WS-TT-NOSSO-NUMERO(WS-QTD-TITULOS)
                       MOVE TI-MATRICULA
                            TO WS-TT-MATRICULA(WS-QTD-TITULOS)
                       MOVE TI-COMPETENCIA
                            TO WS-TT-COMPETENCIA(WS-QTD-TITULOS)
                       MOVE TI-VENCIMENTO
                            TO WS-TT-VENCIMENTO(WS-QTD-TITULOS)
                       MOVE TI-VALOR
                            TO WS-TT-VALOR(WS-QTD-TITULOS)
                       MOVE TI-REMESSA
                            TO WS-TT-REMESSA(WS-QTD-TITULOS)
                       MOVE TI-DATA-EMISSAO
                            TO WS-TT-DATA-EMISSAO(WS-QTD-TITULOS)
                       MOVE TI-SITUACAO
                            TO WS-TT-SITUACAO(WS-QTD-TITULOS)
                       MOVE TI-VALOR-PAGO
                            TO WS-TT-VALOR-PAGO(WS-QTD-TITULOS)
                       MOVE TI-DATA-PGTO
                            TO WS-TT-DATA-PGTO(WS-QTD-TITULOS)
                       PERFORM LER-TITULOS
                   END-IF
               END-PERFORM
               CLOSE TITULOS
               DISPLAY 'TITULOS CARREGADOS: ' WS-QTD-TITULOS
           END-IF
           EXIT.
       FIM-CARREGA-TITULOS.

       LER-TITULOS.
           READ TITULOS
               AT END
                   SET WS-FIM-TIT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TITULOS.

       LER-VINCULO.
           READ CONTA-ALUNO
               AT END
                   ELSE
                       PERFORM VALIDA-ITEM
                       IF WS-ITEM-OK
                           IF WS-PELO-TITULO-SIM
                               PERFORM BAIXA-TITULO
                           ELSE
                               MOVE WS-VALOR TO WS-VALOR-TX
                               PERFORM GRAVA-TRANSACAO
                               ADD 1 TO WS-QTD-PELA-MATRICULA
                           END-IF
                       ELSE
                           DISPLAY 'ITEM ' WS-QTD-LIDOS
                                   ' REJEITADO: '
               CLOSE RETORNO-BANCO
               CLOSE TRANSACOES
               CLOSE BANCO-REVISAO

               IF WS-QTD-PELO-TITULO > 0
                   PERFORM REGRAVA-TITULOS
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.
       VALIDA-ITEM.
           MOVE 'S' TO WS-ITEM-VALIDO
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE 'N' TO WS-PELO-TITULO
           MOVE ZERO TO WS-TIT-PARTES
           MOVE RT-MATRICULA TO WS-ITEM-MATRICULA
           MOVE RT-COMPETENCIA TO WS-ITEM-COMPETENCIA

           IF RT-NOSSO-NUMERO NOT = SPACES
               PERFORM VALIDA-NOSSO-NUMERO
           END-IF

           IF WS-ITEM-OK AND WS-ITEM-MATRICULA = SPACES
               MOVE 'N' TO WS-ITEM-VALIDO
               MOVE 'MATRICULA EM BRANCO' TO WS-MOTIVO-REJEICAO
           END-IF
               END-IF
           END-IF

           IF WS-ITEM-OK AND WS-TIT-PARTES > 1
               PERFORM CONFERE-VINCULOS-FAMILIA
           END-IF

           IF WS-ITEM-OK
               IF RT-VALOR NOT NUMERIC
                   MOVE 'N' TO WS-ITEM-VALIDO
           END-IF

           IF WS-ITEM-OK
               IF WS-ITEM-COMPETENCIA NOT = SPACES AND
                  (WS-ITEM-COMPETENCIA NOT NUMERIC OR
                   WS-ITEM-COMPETENCIA(5:2) < '01' OR
                   WS-ITEM-COMPETENCIA(5:2) > '12')
                   MOVE 'N' TO WS-ITEM-VALIDO
                   MOVE 'COMPETENCIA INVALIDA (AAAAMM)'
                        TO WS-MOTIVO-REJEICAO
           EXIT.
       FIM-VALIDA-ITEM.

      *-----------------------------------------------------------------
      * O NOSSO NUMERO IDENTIFICA O TITULO EMITIDO NA REMESSA: A
      * MATRICULA E A COMPETENCIA DO ITEM PASSAM A SER AS DO TITULO
      *-----------------------------------------------------------------
       VALIDA-NOSSO-NUMERO.
           IF RT-NOSSO-NUMERO NOT NUMERIC
               MOVE 'N' TO WS-ITEM-VALIDO
               MOVE 'NOSSO NUMERO NAO NUMERICO' TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE RT-NOSSO-NUMERO TO WS-NOSSO-NUMERO
               PERFORM LOCALIZA-TITULO
               EVALUATE TRUE
                   WHEN NOT WS-ACHOU-SIM
                       MOVE 'N' TO WS-ITEM-VALIDO
                       MOVE 'NOSSO NUMERO SEM TITULO EMITIDO'
                            TO WS-MOTIVO-REJEICAO
                   WHEN WS-TT-SITUACAO(WS-TT-I) NOT = 'E'
                       MOVE 'N' TO WS-ITEM-VALIDO
                       MOVE 'TITULO JA LIQUIDADO'
                            TO WS-MOTIVO-REJEICAO
                   WHEN OTHER
                       SET WS-PELO-TITULO-SIM TO TRUE
                       MOVE WS-TT-I TO WS-TT-PRIMEIRO
                       MOVE WS-TT-MATRICULA(WS-TT-I)
                            TO WS-ITEM-MATRICULA
                       MOVE WS-TT-COMPETENCIA(WS-TT-I)
                            TO WS-ITEM-COMPETENCIA
                       PERFORM SOMA-PARTES-TITULO
               END-EVALUATE
           END-IF
           EXIT.
       FIM-VALIDA-NOSSO-NUMERO.

      *-----------------------------------------------------------------
      * BOLETO DE FAMILIA: TODAS AS LINHAS COM O MESMO NOSSO NUMERO
      *-----------------------------------------------------------------
       SOMA-PARTES-TITULO.
           MOVE ZERO TO WS-TIT-PARTES
           MOVE ZERO TO WS-TIT-VALOR-TOTAL
           PERFORM VARYING WS-TT-I FROM WS-TT-PRIMEIRO BY 1
                   UNTIL WS-TT-I > WS-QTD-TITULOS
               IF WS-TT-NOSSO-NUMERO(WS-TT-I) = WS-NOSSO-NUMERO
                   ADD 1 TO WS-TIT-PARTES
                   ADD WS-TT-VALOR(WS-TT-I) TO WS-TIT-VALOR-TOTAL
               END-IF
           END-PERFORM
           EXIT.
       FIM-SOMA-PARTES-TITULO.

       CONFERE-VINCULOS-FAMILIA.
           PERFORM VARYING WS-TT-I FROM WS-TT-PRIMEIRO BY 1
                   UNTIL WS-TT-I > WS-QTD-TITULOS
                      OR NOT WS-ITEM-OK
               IF WS-TT-NOSSO-NUMERO(WS-TT-I) = WS-NOSSO-NUMERO
                   MOVE WS-TT-MATRICULA(WS-TT-I) TO WS-ITEM-MATRICULA
                   PERFORM LOCALIZA-VINCULO
                   IF NOT WS-ACHOU-SIM
                       MOVE 'N' TO WS-ITEM-VALIDO
                       MOVE 'ALUNO DO BOLETO DE FAMILIA SEM CONTA'
                            TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-TT-MATRICULA(WS-TT-PRIMEIRO) TO WS-ITEM-MATRICULA
           EXIT.
       FIM-CONFERE-VINCULOS-FAMILIA.

       LOCALIZA-TITULO.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-TT-I FROM 1 BY 1
                   UNTIL WS-TT-I > WS-QTD-TITULOS
                      OR WS-ACHOU-SIM
               IF WS-TT-NOSSO-NUMERO(WS-TT-I) = WS-NOSSO-NUMERO
                   SET WS-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM
           IF WS-ACHOU-SIM
               SUBTRACT 1 FROM WS-TT-I
           END-IF
           EXIT.
       FIM-LOCALIZA-TITULO.

       LOCALIZA-VINCULO.
           MOVE 'N' TO WS-ACHOU
           MOVE SPACES TO WS-CONTA-ALUNO
           PERFORM VARYING WS-VC-I FROM 1 BY 1
                   UNTIL WS-VC-I > WS-QTD-VINCULOS
                      OR WS-ACHOU-SIM
               IF WS-VC-MATRICULA(WS-VC-I) = WS-ITEM-MATRICULA
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-VC-CONTA(WS-VC-I) TO WS-CONTA-ALUNO
               END-IF
       GRAVA-TRANSACAO.
           MOVE SPACES TO TRANSACAO-REG
           MOVE WS-CONTA-ALUNO TO TX-CONTA
           MOVE WS-VALOR-TX    TO TX-VALOR
           MOVE RT-DATA-PGTO   TO TX-DATA
           MOVE 'C'            TO TX-TIPO
           IF WS-ITEM-COMPETENCIA NUMERIC
               MOVE WS-ITEM-COMPETENCIA TO TX-COMPETENCIA
           ELSE
               MOVE ZERO TO TX-COMPETENCIA
           END-IF
           MOVE WS-UNIDADE-LANC TO TX-UNIDADE
           WRITE TRANSACAO-REG

           ADD 1 TO WS-QTD-IMPORTADOS
           EXIT.
       FIM-GRAVA-TRANSACAO.

      *-----------------------------------------------------------------
      * BAIXA DO TITULO: L QUANDO O VALOR PAGO E O DO TITULO, D QUANDO
      * DIFERE - O PAGAMENTO ENTRA ASSIM MESMO E O BANCOREV APONTA A
      * DIFERENCA PARA A TESOURARIA
      *-----------------------------------------------------------------
       BAIXA-TITULO.
           ADD 1 TO WS-QTD-PELO-TITULO
           MOVE WS-VALOR TO WS-VALOR-RESTANTE
           MOVE ZERO TO WS-TIT-PARTE-N

           PERFORM VARYING WS-TT-I FROM WS-TT-PRIMEIRO BY 1
                   UNTIL WS-TT-I > WS-QTD-TITULOS
               IF WS-TT-NOSSO-NUMERO(WS-TT-I) = WS-NOSSO-NUMERO
                   PERFORM BAIXA-PARTE-TITULO
               END-IF
           END-PERFORM

           IF WS-VALOR NOT = WS-TIT-VALOR-TOTAL
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE WS-TIT-VALOR-TOTAL TO WS-VALOR-TITULO-MASK
               MOVE WS-VALOR TO WS-VALOR-PAGO-MASK
               MOVE SPACES TO WS-MOTIVO-REJEICAO
               STRING 'PAGO ' WS-VALOR-PAGO-MASK
                      ' TITULO ' WS-VALOR-TITULO-MASK
                      DELIMITED BY SIZE
                      INTO WS-MOTIVO-REJEICAO
               END-STRING
               DISPLAY 'ITEM ' WS-QTD-LIDOS ' IMPORTADO COM VALOR '
                       'DIVERGENTE: ' WS-MOTIVO-REJEICAO
               PERFORM GRAVA-REVISAO
           END-IF
           EXIT.
       FIM-BAIXA-TITULO.

      *-----------------------------------------------------------------
      * CADA ALUNO DO TITULO RECEBE ATE O SEU VALOR, NA ORDEM DO
      * TITULOS.TXT; O ULTIMO FICA COM O QUE SOBRAR (PAGAMENTO A MAIOR)
      *-----------------------------------------------------------------
       BAIXA-PARTE-TITULO.
           ADD 1 TO WS-TIT-PARTE-N
           IF WS-TIT-PARTE-N = WS-TIT-PARTES OR
              WS-VALOR-RESTANTE < WS-TT-VALOR(WS-TT-I)
               MOVE WS-VALOR-RESTANTE TO WS-VALOR-TX
           ELSE
               MOVE WS-TT-VALOR(WS-TT-I) TO WS-VALOR-TX
           END-IF
           SUBTRACT WS-VALOR-TX FROM WS-VALOR-RESTANTE

           MOVE WS-VALOR-TX TO WS-TT-VALOR-PAGO(WS-TT-I)
           MOVE RT-DATA-PGTO TO WS-TT-DATA-PGTO(WS-TT-I)
           IF WS-VALOR = WS-TIT-VALOR-TOTAL
               MOVE 'L' TO WS-TT-SITUACAO(WS-TT-I)
           ELSE
               MOVE 'D' TO WS-TT-SITUACAO(WS-TT-I)
           END-IF

           IF WS-VALOR-TX > 0
               MOVE WS-TT-MATRICULA(WS-TT-I) TO WS-ITEM-MATRICULA
               MOVE WS-TT-COMPETENCIA(WS-TT-I) TO WS-ITEM-COMPETENCIA
               PERFORM LOCALIZA-VINCULO
               PERFORM GRAVA-TRANSACAO
           END-IF
           EXIT.
       FIM-BAIXA-PARTE-TITULO.

       REGRAVA-TITULOS.
           OPEN OUTPUT TITULOS
           IF WS-TIT-STATUS NOT = '00'
               DISPLAY 'ERRO ' WS-TIT-STATUS ' NA REGRAVACAO DO '
                       'TITULOS.TXT - BAIXAS NAO GRAVADAS'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM VARYING WS-TT-I FROM 1 BY 1
                       UNTIL WS-TT-I > WS-QTD-TITULOS
                   MOVE SPACES TO TITULO-REG
                   MOVE WS-TT-NOSSO-NUMERO(WS-TT-I)
                        TO TI-NOSSO-NUMERO
                   MOVE WS-TT-MATRICULA(WS-TT-I)    TO TI-MATRICULA
                   MOVE WS-TT-COMPETENCIA(WS-TT-I)  TO TI-COMPETENCIA
                   MOVE WS-TT-VENCIMENTO(WS-TT-I)   TO TI-VENCIMENTO
                   MOVE WS-TT-VALOR(WS-TT-I)        TO TI-VALOR
                   MOVE WS-TT-REMESSA(WS-TT-I)      TO TI-REMESSA
                   MOVE WS-TT-DATA-EMISSAO(WS-TT-I)
                        TO TI-DATA-EMISSAO
                   MOVE WS-TT-SITUACAO(WS-TT-I)     TO TI-SITUACAO
                   MOVE WS-TT-VALOR-PAGO(WS-TT-I)   TO TI-VALOR-PAGO
                   MOVE WS-TT-DATA-PGTO(WS-TT-I)    TO TI-DATA-PGTO
                   WRITE TITULO-REG
               END-PERFORM
               CLOSE TITULOS
           END-IF
           EXIT.
       FIM-REGRAVA-TITULOS.

       GRAVA-REVISAO.
           MOVE SPACES TO BANCO-REV-REG
           STRING RETORNO-BANCO-REG DELIMITED BY SIZE
           DISPLAY 'ITENS IMPORTADOS     : ' WS-QTD-IMPORTADOS
           DISPLAY 'ITENS NAO LIQUIDADOS : ' WS-QTD-NAO-LIQUIDADOS
           DISPLAY 'ITENS PARA REVISAO   : ' WS-QTD-REJEITADOS
           DISPLAY 'BAIXADOS PELO TITULO : ' WS-QTD-PELO-TITULO
           DISPLAY '  COM VALOR DIVERGENTE: ' WS-QTD-DIVERGENTES
           DISPLAY 'SEM NOSSO NUMERO     : ' WS-QTD-PELA-MATRICULA
           DISPLAY '-----------------------------------'
           DISPLAY 'EXECUTE O TRANS-CRITICA PARA CRITICAR O '
                   'MOVIMENTO IMPORTADO'

           IF (WS-QTD-REJEITADOS > 0 OR WS-QTD-DIVERGENTES > 0)
              AND WS-RETORNO-JOB = 0
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

