      *                    o ajuste de periodo que estorna um mes ja
      *                    absorvido pelo FECHA-MES deixou de ser
      *                    suspenso como ESTORNO SEM ORIGINAL
      *   15/10/2026 MC  - Devolucao de credito (REEMBOLSO-CREDITO):
      *                    debito sem credito original e aceito quando
      *                    o REEMBOLSO.TXT tem pedido aprovado da
      *                    mesma conta e valor, decidido na data do
      *                    lancamento - a devolucao aprovada pelo
      *                    supervisor nao tem um pagamento de mesmo
      *                    valor para estornar
      *   15/10/2026 MC  - Lancamento com a unidade (TRANSACAO.CPY, 38
      *                    posicoes): aceitas, movimento fechado e chave
      *                    de duplicidade ampliados - o mesmo lancamento
      *                    em unidades diferentes nao e duplicidade
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANS-CRITICA.
           SELECT MOV-FECHADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MOV-STATUS.
           SELECT REEMBOLSO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REEMB-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD TRANS-ACEITAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TRANSACEITAS.TXT'.
       01 TRANS-ACEITAS-REG            PIC X(38).

       FD TRANS-SUSPENSAS
           LABEL RECORD STANDARD
       FD MOV-FECHADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-MOV-NOME.
       01 MOV-FECHADO-REG              PIC X(38).

       FD REEMBOLSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'REEMBOLSO.TXT'.
       COPY REEMBOLS.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS              PIC X(02) VALUE '00'.
       01 WS-QTD-VISTOS                PIC 9(04) VALUE ZERO.
       01 WS-TABELA-VISTOS.
           02 WS-VI-ENTRADA OCCURS 1000 TIMES.
               03 WS-VI-CHAVE          PIC X(38).
       01 WS-VI-I                      PIC 9(04) VALUE ZERO.
       01 WS-CHAVE-ATUAL               PIC X(38) VALUE SPACES.
       01 WS-ORIG-ACHOU                PIC X(01) VALUE 'N'.
           88 WS-ORIG-ACHOU-SIM               VALUE 'S'.
       01 WS-MESTRE-STATUS             PIC X(02) VALUE '00'.
       01 WS-MOV-NOME                  PIC X(30) VALUE SPACES.
       01 WS-FIM-MOV                   PIC X(01) VALUE 'N'.
           88 WS-FIM-MOV-SIM                  VALUE 'S'.
       01 WS-REEMB-STATUS              PIC X(02) VALUE '00'.
       01 WS-FIM-REEMB                 PIC X(01) VALUE 'N'.
           88 WS-FIM-REEMB-SIM                VALUE 'S'.
       01 WS-QTD-LIDAS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-ACEITAS               PIC 9(05) VALUE ZERO.
       01 WS-QTD-SUSPENSAS             PIC 9(05) VALUE ZERO.
      * DEVE SER REAPRESENTADO JUNTO COM O ESTORNO - SALVO QUANDO O
      * ORIGINAL FOI ABSORVIDO POR UM FECHAMENTO: NESSE CASO ELE E
      * PROCURADO NOS MOVFEC<AAAAMM>.TXT DOS MESES DO FECHACTL.TXT
      * (E O CASO DO AJUSTE-PERIODO ESTORNANDO UM MES JA FECHADO);
      * A DEVOLUCAO DE CREDITO NAO TEM ORIGINAL: VALE O PEDIDO
      * APROVADO NO REEMBOLSO.TXT
      *-----------------------------------------------------------------
       CONFERE-ORIGINAL-ESTORNO.
           MOVE 'N' TO WS-ORIG-ACHOU
               PERFORM PROCURA-ORIGINAL-FECHADO
           END-IF

           IF NOT WS-ORIG-ACHOU-SIM
               PERFORM PROCURA-REEMBOLSO-APROVADO
           END-IF

           IF NOT WS-ORIG-ACHOU-SIM
               MOVE 'N' TO WS-LANCAMENTO-VALIDO
               MOVE 'ESTORNO SEM LANCAMENTO ORIGINAL'
           EXIT.
       FIM-VARRE-UM-MOV-FECHADO.

       PROCURA-REEMBOLSO-APROVADO.
           MOVE 'N' TO WS-FIM-REEMB
           OPEN INPUT REEMBOLSO
           IF WS-REEMB-STATUS = '00'
               PERFORM LER-REEMBOLSO
               PERFORM UNTIL WS-FIM-REEMB-SIM OR WS-ORIG-ACHOU-SIM
                   IF RE-SIT-APROVADO AND
                      RE-CONTA = TX-CONTA AND
                      RE-VALOR = TX-VALOR AND
                      RE-DATA-DECISAO = TX-DATA
                       SET WS-ORIG-ACHOU-SIM TO TRUE
                   END-IF
                   PERFORM LER-REEMBOLSO
               END-PERFORM
               CLOSE REEMBOLSO
           END-IF
           EXIT.
       FIM-PROCURA-REEMBOLSO-APROVADO.

       LER-REEMBOLSO.
           READ REEMBOLSO
               AT END
                   SET WS-FIM-REEMB-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-REEMBOLSO.

       LER-MOV-FECHADO.
           READ MOV-FECHADO
               AT END
