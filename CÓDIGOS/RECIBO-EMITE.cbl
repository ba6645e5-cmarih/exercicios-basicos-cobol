      *                    segue no arquivo morto MOVFEC<AAAAMM>.TXT
      *                    - o recibo de um pagamento absorvido na
      *                    abertura volta a ser localizavel
      *   15/10/2026 MC  - Numero da NFS-E no recibo: quando o
      *                    pagamento ja tem NFS-E autorizada no
      *                    registro NFSE.TXT (NFSE-RPS/NFSE-RETORNO),
      *                    o recibo traz o numero e o codigo de
      *                    verificacao, marcado CANCELADA se a nota
      *                    foi cancelada por estorno
      *   15/10/2026 MC  - Recibo do caixa de balcao: com um pedido
      *                    no RECIBOPED.TXT (gravado pelo
      *                    CAIXA-BALCAO a cada pagamento) o recibo
      *                    sai na hora, sem perguntar operador nem
      *                    lancamento, e o pedido e esvaziado; o
      *                    lancamento tambem e procurado no
      *                    movimento do caixa aberto
      *                    (CAIXA<AAAAMMDD>.TXT), ainda fora do
      *                    TRANSACOES.TXT; STOP RUN trocado por
      *                    GOBACK para a chamada pelo caixa
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIBO-EMITE.
           SELECT MOV-FECHADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MOV-STATUS.
           SELECT NFSE-REGISTRO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NFSE-STATUS.
           SELECT RECIBO-PEDIDO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PED-STATUS.
           SELECT CAIXA-CTL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAIXA-CTL-STATUS.
           SELECT CAIXA-MOV ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAIXA-MOV-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           02 RB-MATRICULA         PIC X(05).
           02 RB-OPERADOR          PIC X(08).
           02 RB-DATA-EMISSAO      PIC X(10).

       FD NFSE-REGISTRO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NFSE.TXT'.
       COPY NFSE.CPY.

       FD RECIBO-PEDIDO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RECIBOPED.TXT'.
       COPY RECPED.CPY.

       FD CAIXA-CTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CAIXACTL.TXT'.
       COPY CAIXACTL.CPY.

       FD CAIXA-MOV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-CAIXA-MOV-NOME.
       COPY CAIXAMOV.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS              PIC X(02) VALUE '00'.
       01 WS-RECIBOS-STATUS            PIC X(02) VALUE '00'.
       01 WS-CTL-FEC-STATUS            PIC X(02) VALUE '00'.
       01 WS-MOV-STATUS                PIC X(02) VALUE '00'.
       01 WS-NFSE-STATUS               PIC X(02) VALUE '00'.
       01 WS-PED-STATUS                PIC X(02) VALUE '00'.
       01 WS-CAIXA-CTL-STATUS          PIC X(02) VALUE '00'.
       01 WS-CAIXA-MOV-STATUS          PIC X(02) VALUE '00'.
       01 WS-CAIXA-MOV-NOME            PIC X(20) VALUE SPACES.
       01 WS-MOV-NOME                  PIC X(16) VALUE SPACES.
       01 WS-ANOMES-LANC               PIC 9(06) VALUE ZERO.
       01 WS-ENTRADA-NOME              PIC X(16)
               88 WS-OPER-OK-SIM           VALUE 'S'.
           02 WS-JA-EMITIDO         PIC X(01) VALUE 'N'.
               88 WS-JA-EMITIDO-SIM        VALUE 'S'.
           02 WS-FIM-NFSE           PIC X(01) VALUE 'N'.
               88 WS-FIM-NFSE-SIM          VALUE 'S'.
           02 WS-MODO-PEDIDO        PIC X(01) VALUE 'N'.
               88 WS-MODO-PEDIDO-SIM       VALUE 'S'.
           02 WS-FIM-CAIXA-MOV      PIC X(01) VALUE 'N'.
               88 WS-FIM-CAIXA-MOV-SIM     VALUE 'S'.
       01 WS-CONTA                     PIC X(10) VALUE SPACES.
       01 WS-VALOR-TXT                 PIC X(12) VALUE SPACES.
       01 WS-VALOR                     PIC 9(07)V99 VALUE ZERO.
       01 WS-NOME-ALUNO                PIC X(30) VALUE SPACES.
       01 WS-NUMERO-RECIBO             PIC 9(06) VALUE ZERO.
       01 WS-SEGUNDA-VIA               PIC X(12) VALUE SPACES.
       01 WS-NUMERO-NFSE               PIC 9(12) VALUE ZERO.
       01 WS-CODIGO-VERIF              PIC X(08) VALUE SPACES.
       01 WS-NFSE-CANCELADA            PIC X(10) VALUE SPACES.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO      PIC 9(04).
           02 WS-HOJE-MES      PIC 9(02).
                  INTO WS-DATA-FMT
           END-STRING

           PERFORM VERIFICA-PEDIDO
           IF WS-MODO-PEDIDO-SIM
               SET WS-OPER-OK-SIM TO TRUE
           ELSE
               DISPLAY 'IDENTIFICACAO DO OPERADOR: '
               ACCEPT WS-OPERADOR
               PERFORM VALIDA-OPERADOR
           END-IF
           IF NOT WS-OPER-OK-SIM
               DISPLAY 'OPERADOR NAO CADASTRADO - EMISSAO ENCERRADA'
               MOVE 8 TO WS-RETORNO-JOB
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * PEDIDO DO CAIXA DE BALCAO: O PAGAMENTO ACABOU DE SER
      * RECEBIDO PELO OPERADOR DO CAIXA, QUE JA SE IDENTIFICOU LA
      *-----------------------------------------------------------------
       VERIFICA-PEDIDO.
           MOVE 'N' TO WS-MODO-PEDIDO
           OPEN INPUT RECIBO-PEDIDO
           IF WS-PED-STATUS = '00'
               READ RECIBO-PEDIDO
                   NOT AT END
                       IF RP-CONTA NOT = SPACES
                           SET WS-MODO-PEDIDO-SIM TO TRUE
                           MOVE RP-OPERADOR TO WS-OPERADOR
                           MOVE RP-CONTA    TO WS-CONTA
                           MOVE RP-VALOR    TO WS-VALOR
                           MOVE RP-DATA     TO WS-DATA-LANC
                       END-IF
               END-READ
               CLOSE RECIBO-PEDIDO
           END-IF
           EXIT.
       FIM-VERIFICA-PEDIDO.

       VALIDA-OPERADOR.
           OPEN INPUT OPERADORES
           IF WS-OPER-STATUS NOT = '00'
       FIM-LER-OPERADORES.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0 AND WS-MODO-PEDIDO-SIM
               PERFORM EMITE-PEDIDO
               SET WS-FIM-EMISSAO-SIM TO TRUE
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM UNTIL WS-FIM-EMISSAO-SIM
                   DISPLAY 'CONTA DO LANCAMENTO (EM BRANCO PARA '
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * O PEDIDO E ESVAZIADO ANTES DA EMISSAO: UMA QUEDA NO MEIO NAO
      * REPETE O RECIBO NA PROXIMA CHAMADA (A SEGUNDA VIA SAI PELA
      * EMISSAO NORMAL); O PEDIDO E SEMPRE UM PAGAMENTO NOVO, ENTAO
      * NAO HA CONFERENCIA DE JA EMITIDO (DOIS PAGAMENTOS IGUAIS NO
      * MESMO DIA, DE COMPETENCIAS DIFERENTES, TEM DOIS RECIBOS)
      *-----------------------------------------------------------------
       EMITE-PEDIDO.
           OPEN OUTPUT RECIBO-PEDIDO
           CLOSE RECIBO-PEDIDO

           PERFORM LOCALIZA-TRANSACAO
           IF WS-TRANS-ACHOU-SIM
               PERFORM LOCALIZA-ALUNO
               PERFORM LOCALIZA-NFSE
               MOVE SPACES TO WS-SEGUNDA-VIA
               PERFORM OBTEM-NUMERO-RECIBO
               PERFORM REGISTRA-RECIBO
               PERFORM IMPRIME-RECIBO
               ADD 1 TO WS-QTD-EMITIDOS
           ELSE
               DISPLAY 'PAGAMENTO DO CAIXA NAO ENCONTRADO NO '
                       'MOVIMENTO - RECIBO NAO EMITIDO'
           END-IF
           EXIT.
       FIM-EMITE-PEDIDO.

       LOCALIZA-TRANSACAO.
           MOVE 'N' TO WS-TRANS-ACHOU
           MOVE 'N' TO WS-FIM-TRANS
           IF NOT WS-TRANS-ACHOU-SIM
               PERFORM LOCALIZA-TRANSACAO-FECHADA
           END-IF

           IF NOT WS-TRANS-ACHOU-SIM
               PERFORM LOCALIZA-TRANSACAO-CAIXA
           END-IF
           EXIT.
       FIM-LOCALIZA-TRANSACAO.

           EXIT.
       FIM-LOCALIZA-TRANSACAO-FECHADA.

      *-----------------------------------------------------------------
      * PAGAMENTO DE BALCAO AINDA NO CAIXA ABERTO: SO VAI PARA O
      * TRANSACOES.TXT NO FECHAMENTO DO CAIXA
      *-----------------------------------------------------------------
       LOCALIZA-TRANSACAO-CAIXA.
           MOVE SPACES TO WS-CAIXA-MOV-NOME
           OPEN INPUT CAIXA-CTL
           IF WS-CAIXA-CTL-STATUS = '00'
               READ CAIXA-CTL
                   NOT AT END
                       IF CX-ABERTO AND CX-DATA NUMERIC
                           STRING 'CAIXA' CX-DATA '.TXT'
                                  DELIMITED BY SIZE
                                  INTO WS-CAIXA-MOV-NOME
                           END-STRING
                       END-IF
               END-READ
               CLOSE CAIXA-CTL
           END-IF

           IF WS-CAIXA-MOV-NOME NOT = SPACES
               MOVE 'N' TO WS-FIM-CAIXA-MOV
               OPEN INPUT CAIXA-MOV
               IF WS-CAIXA-MOV-STATUS = '00'
                   PERFORM LER-CAIXA-MOV
                   PERFORM UNTIL WS-FIM-CAIXA-MOV-SIM
                          OR WS-TRANS-ACHOU-SIM
                       IF CV-CONTA = WS-CONTA AND
                          CV-VALOR = WS-VALOR AND
                          CV-DATA = WS-DATA-LANC
                           SET WS-TRANS-ACHOU-SIM TO TRUE
                       ELSE
                           PERFORM LER-CAIXA-MOV
                       END-IF
                   END-PERFORM
                   CLOSE CAIXA-MOV
               END-IF
           END-IF
           EXIT.
       FIM-LOCALIZA-TRANSACAO-CAIXA.

       LER-CAIXA-MOV.
           READ CAIXA-MOV
               AT END
                   SET WS-FIM-CAIXA-MOV-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CAIXA-MOV.

       LER-FECHA-CTL.
           READ FECHA-CTL
               AT END

       EMITE-RECIBO.
           PERFORM LOCALIZA-ALUNO
           PERFORM LOCALIZA-NFSE
           PERFORM VERIFICA-JA-EMITIDO

           IF WS-JA-EMITIDO-SIM
           EXIT.
       FIM-LOCALIZA-ALUNO.

      *-----------------------------------------------------------------
      * NFS-E DO PAGAMENTO (MESMA CHAVE CONTA + VALOR + DATA); SEM
      * NUMERO DEVOLVIDO PELA PREFEITURA O RECIBO SAI SEM A LINHA
      *-----------------------------------------------------------------
       LOCALIZA-NFSE.
           MOVE ZERO   TO WS-NUMERO-NFSE
           MOVE SPACES TO WS-CODIGO-VERIF
           MOVE SPACES TO WS-NFSE-CANCELADA
           MOVE 'N' TO WS-FIM-NFSE

           OPEN INPUT NFSE-REGISTRO
           IF WS-NFSE-STATUS = '00'
               PERFORM LER-NFSE
               PERFORM UNTIL WS-FIM-NFSE-SIM
                   IF NF-CONTA = WS-CONTA AND
                      NF-VALOR = WS-VALOR AND
                      NF-DATA-PGTO = WS-DATA-LANC AND
                      NF-NUMERO-NFSE NUMERIC AND
                      NF-NUMERO-NFSE > 0
                       MOVE NF-NUMERO-NFSE  TO WS-NUMERO-NFSE
                       MOVE NF-CODIGO-VERIF TO WS-CODIGO-VERIF
                       IF NF-CANCELADA
                           MOVE ' CANCELADA' TO WS-NFSE-CANCELADA
                       ELSE
                           MOVE SPACES TO WS-NFSE-CANCELADA
                       END-IF
                   END-IF
                   PERFORM LER-NFSE
               END-PERFORM
               CLOSE NFSE-REGISTRO
           END-IF
           EXIT.
       FIM-LOCALIZA-NFSE.

       LER-NFSE.
           READ NFSE-REGISTRO
               AT END
                   SET WS-FIM-NFSE-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-NFSE.

       LER-VINCULO.
           READ CONTA-ALUNO
               AT END
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           IF WS-NUMERO-NFSE > 0
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'NFS-E N. ' WS-NUMERO-NFSE
                      '  CODIGO DE VERIFICACAO: ' WS-CODIGO-VERIF
                      WS-NFSE-CANCELADA
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'EMITIDO EM ' WS-DATA-FMT
                  ' PELO OPERADOR ' WS-OPERADOR
           DISPLAY '-----------------------------------'
           DISPLAY 'RECIBOS EMITIDOS: ' WS-QTD-EMITIDOS
           DISPLAY '-----------------------------------'
           IF WS-MODO-PEDIDO-SIM AND WS-QTD-EMITIDOS = 0
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           GOBACK.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM RECIBO-EMITE.
