      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CAIXA DE BALCAO DA SECRETARIA - O PAGAMENTO EM
      *          DINHEIRO OU CARTAO RECEBIDO NO BALCAO IA PARA UM
      *          CADERNO E ERA DIGITADO NO TRANSACOES.TXT NO FIM DO
      *          DIA, E QUANDO A GAVETA NAO FECHAVA NINGUEM SABIA QUAL
      *          PAGAMENTO FALTAVA. O OPERADOR IDENTIFICADO
      *          (OPERADORES.TXT) ABRE O CAIXA DO DIA COM O FUNDO DE
      *          TROCO (CAIXACTL.TXT, CAIXACTL.CPY), REGISTRA CADA
      *          PAGAMENTO (MATRICULA, COMPETENCIA, VALOR E FORMA:
      *          DINHEIRO OU CARTAO) NO MOVIMENTO DO DIA
      *          CAIXA<AAAAMMDD>.TXT (CAIXAMOV.CPY) E O RECIBO SAI NA
      *          HORA PELO RECIBO-EMITE (PEDIDO EM RECIBOPED.TXT). NO
      *          FECHAMENTO O OPERADOR INFORMA O CONTADO POR FORMA DE
      *          PAGAMENTO, O PROGRAMA CALCULA A DIFERENCA CONTRA O
      *          ESPERADO (DINHEIRO COM O FUNDO) E GRAVA OPERADOR,
      *          HORA E DIFERENCAS NO CAIXACTL.TXT E NO HISTORICO
      *          CAIXAHIS.TXT, IMPRIME O FECHAMENTO (CAIXA.TXT) E
      *          ANEXA OS PAGAMENTOS DO DIA AO TRANSACOES.TXT COMO
      *          LOTE CONTROLADO (LIVRO CARGACTL.TXT PELA ROTINA
      *          CARGA-CONTROLE, INTERFACE CAIXA), PRONTO PARA O
      *          PORTAO DO TRANS-CRITICA - NADA MAIS E REDIGITADO.
      *          UM CAIXA POR DIA; CAIXA DE DIA ANTERIOR AINDA ABERTO
      *          PRECISA SER FECHADO ANTES DE ABRIR O DE HOJE
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Lancamento gravado com a unidade da sessao
      *                    (TX-UNIDADE, rotina UNIDADE-ATIVA); sessao
      *                    consolidada grava em branco (sede)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXA-BALCAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAIXA-CTL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-STATUS.
           SELECT CAIXA-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
           SELECT CAIXA-MOV ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MOV-STATUS.
           SELECT CONTA-ALUNO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VINCULO-STATUS.
           SELECT OPERADORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.
           SELECT RECIBO-PEDIDO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PED-STATUS.
           SELECT TRANSACOES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CAIXA-CTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CAIXACTL.TXT'.
       COPY CAIXACTL.CPY.

       FD CAIXA-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CAIXAHIS.TXT'.
       01 CAIXA-HIST-REG               PIC X(107).

       FD CAIXA-MOV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-MOV-NOME.
       COPY CAIXAMOV.CPY.

       FD CONTA-ALUNO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONTALUNO.TXT'.
       01 CONTA-ALUNO-REG.
           02 CA-CONTA             PIC X(10).
           02 CA-MATRICULA         PIC X(05).
           02 CA-NOME              PIC X(30).
           02 CA-TURMA             PIC X(03).

       FD OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'OPERADORES.TXT'.
       01 OPERADOR-REG.
           02 OP-ID                PIC X(08).
           02 OP-NOME              PIC X(20).
           02 OP-OPCOES            PIC X(09).

       FD RECIBO-PEDIDO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RECIBOPED.TXT'.
       COPY RECPED.CPY.

       FD TRANSACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TRANSACOES.TXT'.
       COPY TRANSACAO.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS                PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-MOV-STATUS                PIC X(02) VALUE '00'.
       01 WS-VINCULO-STATUS            PIC X(02) VALUE '00'.
       01 WS-OPER-STATUS               PIC X(02) VALUE '00'.
       01 WS-PED-STATUS                PIC X(02) VALUE '00'.
       01 WS-TRANS-STATUS              PIC X(02) VALUE '00'.
       01 WS-MOV-NOME                  PIC X(20) VALUE SPACES.
       01 WS-OPERADOR                  PIC X(08) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-MOV            PIC X(01) VALUE 'N'.
               88 WS-FIM-MOV-SIM           VALUE 'S'.
           02 WS-FIM-VINCULO        PIC X(01) VALUE 'N'.
               88 WS-FIM-VINCULO-SIM       VALUE 'S'.
           02 WS-FIM-OPER           PIC X(01) VALUE 'N'.
               88 WS-FIM-OPER-SIM          VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM          VALUE 'S'.
           02 WS-OPER-OK            PIC X(01) VALUE 'N'.
               88 WS-OPER-OK-SIM           VALUE 'S'.
           02 WS-TEM-CAIXA          PIC X(01) VALUE 'N'.
               88 WS-TEM-CAIXA-SIM         VALUE 'S'.
           02 WS-CAIXA-DE-HOJE      PIC X(01) VALUE 'N'.
               88 WS-CAIXA-DE-HOJE-SIM     VALUE 'S'.
           02 WS-ALUNO-ACHOU        PIC X(01) VALUE 'N'.
               88 WS-ALUNO-ACHOU-SIM       VALUE 'S'.
           02 WS-PGTO-VALIDO        PIC X(01) VALUE 'S'.
               88 WS-PGTO-OK               VALUE 'S'.
       01 WS-OPCAO                     PIC 9(01) VALUE 0.
       01 WS-CONFIRMA                  PIC X(01) VALUE 'N'.
           88 WS-CONFIRMA-SIM                 VALUE 'S' 's'.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO      PIC 9(04).
           02 WS-HOJE-MES      PIC 9(02).
           02 WS-HOJE-DIA      PIC 9(02).
       01 WS-HOJE-AAAAMMDD REDEFINES WS-DATA-HOJE PIC 9(08).
       01 WS-HORA-AGORA                PIC 9(06) VALUE ZERO.
       01 WS-CAIXA-DATA                PIC 9(08) VALUE ZERO.
       01 WS-CAIXA-DATA-R REDEFINES WS-CAIXA-DATA.
           02 WS-CAIXA-ANO     PIC 9(04).
           02 WS-CAIXA-MES     PIC 9(02).
           02 WS-CAIXA-DIA     PIC 9(02).
       01 WS-CAIXA-DATA-FMT            PIC X(10) VALUE SPACES.
       01 WS-HORA-FMT                  PIC X(08) VALUE SPACES.
       01 WS-HORA-TRAB                 PIC 9(06) VALUE ZERO.
       01 WS-HORA-TRAB-R REDEFINES WS-HORA-TRAB.
           02 WS-HORA-HH       PIC 9(02).
           02 WS-HORA-MI       PIC 9(02).
           02 WS-HORA-SS       PIC 9(02).
       01 WS-MATRICULA                 PIC X(05) VALUE SPACES.
       01 WS-CONTA                     PIC X(10) VALUE SPACES.
       01 WS-NOME-ALUNO                PIC X(30) VALUE SPACES.
       01 WS-COMPETENCIA               PIC 9(06) VALUE ZERO.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           02 WS-COMP-ANO      PIC 9(04).
           02 WS-COMP-MES      PIC 9(02).
       01 WS-FORMA                     PIC X(01) VALUE SPACES.
           88 WS-FORMA-DINHEIRO               VALUE 'D'.
           88 WS-FORMA-CARTAO                 VALUE 'C'.
       01 WS-FORMA-NOME                PIC X(08) VALUE SPACES.
       01 WS-VALOR-TXT                 PIC X(12) VALUE SPACES.
       01 WS-VALOR                     PIC 9(07)V99 VALUE ZERO.
       01 WS-FUNDO                     PIC 9(07)V99 VALUE ZERO.
       01 WS-QTD-PGTOS                 PIC 9(04) VALUE ZERO.
       01 WS-TOTAL-DINHEIRO            PIC 9(07)V99 VALUE ZERO.
       01 WS-TOTAL-CARTAO              PIC 9(07)V99 VALUE ZERO.
       01 WS-ESPERADO-DIN              PIC 9(07)V99 VALUE ZERO.
       01 WS-ESPERADO-CAR              PIC 9(07)V99 VALUE ZERO.
       01 WS-CONTADO-DIN               PIC 9(07)V99 VALUE ZERO.
       01 WS-CONTADO-CAR               PIC 9(07)V99 VALUE ZERO.
       01 WS-DIFERENCA-DIN             PIC S9(07)V99 VALUE ZERO.
       01 WS-DIFERENCA-CAR             PIC S9(07)V99 VALUE ZERO.
       01 WS-DIFERENCA-TOTAL           PIC S9(08)V99 VALUE ZERO.
       01 WS-VALOR-MASK                PIC Z.ZZZ.ZZ9,99.
       01 WS-ESPERADO-MASK             PIC Z.ZZZ.ZZ9,99.
       01 WS-CONTADO-MASK              PIC Z.ZZZ.ZZ9,99.
       01 WS-DIFERENCA-MASK            PIC -.---.--9,99.
       01 WS-DIF-TOTAL-MASK            PIC --.---.--9,99.
       01 WS-LOTE-QTD                  PIC 9(04) VALUE ZERO.
       01 WS-LOTE-TOTAL                PIC 9(09)V99 VALUE ZERO.
       01 WS-LOTE-MASK                 PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-QTD-REGISTRADOS           PIC 9(04) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-CARGA-INTERFACE           PIC X(12) VALUE 'CAIXA'.
       01 WS-CARGA-ARQUIVO             PIC X(20) VALUE SPACES.
       01 WS-CARGA-ACAO                PIC X(01) VALUE 'V'.
       01 WS-CARGA-QTD                 PIC 9(06) VALUE ZERO.
       01 WS-CARGA-HASH                PIC 9(09) VALUE ZERO.
       01 WS-CARGA-RESULTADO           PIC X(01) VALUE 'S'.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'CAIXA.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE
           'FECHAMENTO DO CAIXA DE BALCAO'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE SPACES.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
       01 WS-UNIDADE-LANC              PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME              PIC X(40) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'CAIXA DE BALCAO'
           DISPLAY '-----------------------------------'

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-LANC
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-LANC = '00'
               MOVE SPACES TO WS-UNIDADE-LANC
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR

           PERFORM VALIDA-OPERADOR
           IF NOT WS-OPER-OK-SIM
               DISPLAY 'OPERADOR NAO IDENTIFICADO - CAIXA NAO '
                       'LIBERADO'
               MOVE 8 TO WS-RETORNO-JOB
               SET WS-FIM-MENU-SIM TO TRUE
           ELSE
               PERFORM LE-CONTROLE
               PERFORM SITUACAO-DO-CAIXA
           END-IF
           EXIT.
       FIM-INICIO.

       VALIDA-OPERADOR.
           IF WS-OPERADOR NOT = SPACES
               OPEN INPUT OPERADORES
               IF WS-OPER-STATUS NOT = '00'
                   DISPLAY 'OPERADORES.TXT NAO ENCONTRADO - CAIXA '
                           'SEM CONTROLE DE ACESSO'
                   SET WS-OPER-OK-SIM TO TRUE
               ELSE
                   PERFORM LER-OPERADORES
                   PERFORM UNTIL WS-FIM-OPER-SIM
                       IF OP-ID = WS-OPERADOR
                           SET WS-OPER-OK-SIM TO TRUE
                           SET WS-FIM-OPER-SIM TO TRUE
                       ELSE
                           PERFORM LER-OPERADORES
                       END-IF
                   END-PERFORM
                   CLOSE OPERADORES
               END-IF
           END-IF
           EXIT.
       FIM-VALIDA-OPERADOR.

       LER-OPERADORES.
           READ OPERADORES
               AT END
                   SET WS-FIM-OPER-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-OPERADORES.

       LE-CONTROLE.
           MOVE 'N' TO WS-TEM-CAIXA
           OPEN INPUT CAIXA-CTL
           IF WS-CTL-STATUS = '00'
               READ CAIXA-CTL
                   NOT AT END
                       IF CX-DATA NUMERIC
                           SET WS-TEM-CAIXA-SIM TO TRUE
                       END-IF
               END-READ
               CLOSE CAIXA-CTL
           END-IF

           IF WS-TEM-CAIXA-SIM
               MOVE CX-DATA TO WS-CAIXA-DATA
               PERFORM MONTA-NOME-MOVIMENTO
           END-IF
           EXIT.
       FIM-LE-CONTROLE.

       MONTA-NOME-MOVIMENTO.
           MOVE SPACES TO WS-MOV-NOME
           STRING 'CAIXA' WS-CAIXA-DATA '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-MOV-NOME
           END-STRING
           MOVE SPACES TO WS-CAIXA-DATA-FMT
           STRING WS-CAIXA-DIA '/' WS-CAIXA-MES '/' WS-CAIXA-ANO
                  DELIMITED BY SIZE
                  INTO WS-CAIXA-DATA-FMT
           END-STRING

           IF WS-CAIXA-DATA = WS-HOJE-AAAAMMDD
               SET WS-CAIXA-DE-HOJE-SIM TO TRUE
           ELSE
               MOVE 'N' TO WS-CAIXA-DE-HOJE
           END-IF
           EXIT.
       FIM-MONTA-NOME-MOVIMENTO.

      *-----------------------------------------------------------------
      * SITUACAO NA ENTRADA: CAIXA FECHADO COM O LOTE AINDA NAO
      * ANEXADO (QUEDA NO MEIO DO FECHAMENTO) TEM O ENVIO RETOMADO;
      * CAIXA DE OUTRO DIA AINDA ABERTO SO PODE SER LISTADO E
      * FECHADO; SEM CAIXA ABERTO O DE HOJE E ABERTO AGORA, A MENOS
      * QUE JA TENHA SIDO FECHADO
      *-----------------------------------------------------------------
       SITUACAO-DO-CAIXA.
           IF WS-TEM-CAIXA-SIM AND CX-FECHADO AND
              NOT CX-LOTE-ENVIADO
               DISPLAY 'CAIXA DE ' WS-CAIXA-DATA-FMT ' FECHADO SEM '
                       'O LOTE NO TRANSACOES.TXT - RETOMANDO O ENVIO'
               PERFORM ENVIA-LOTE
           END-IF

           EVALUATE TRUE
               WHEN WS-TEM-CAIXA-SIM AND CX-ABERTO AND
                    WS-CAIXA-DE-HOJE-SIM
                   PERFORM TOTALIZA-MOVIMENTO
                   DISPLAY 'CAIXA DE HOJE ABERTO POR ' CX-OPER-ABRE
                           ' - ' WS-QTD-PGTOS ' PAGAMENTO(S)'
               WHEN WS-TEM-CAIXA-SIM AND CX-ABERTO
                   PERFORM TOTALIZA-MOVIMENTO
                   DISPLAY 'CAIXA DE ' WS-CAIXA-DATA-FMT ' AINDA '
                           'ABERTO - FECHE-O ANTES DE ABRIR O DE HOJE'
               WHEN WS-TEM-CAIXA-SIM AND WS-CAIXA-DE-HOJE-SIM
                   PERFORM TOTALIZA-MOVIMENTO
                   DISPLAY 'CAIXA DE HOJE JA FECHADO POR '
                           CX-OPER-FECHA ' - SOMENTE CONSULTA'
               WHEN OTHER
                   PERFORM ABRE-CAIXA
           END-EVALUATE
           EXIT.
       FIM-SITUACAO-DO-CAIXA.

       ABRE-CAIXA.
           DISPLAY 'ABERTURA DO CAIXA DE HOJE'
           DISPLAY 'FUNDO DE TROCO NA GAVETA: '
           MOVE SPACES TO WS-VALOR-TXT
           ACCEPT WS-VALOR-TXT
           COMPUTE WS-FUNDO = FUNCTION NUMVAL(WS-VALOR-TXT)
           MOVE WS-FUNDO TO WS-VALOR-MASK
           DISPLAY 'CONFIRMA A ABERTURA COM FUNDO DE ' WS-VALOR-MASK
                   ' (S/N): '
           MOVE 'N' TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA-SIM
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-AGORA
               MOVE WS-HOJE-AAAAMMDD TO WS-CAIXA-DATA
               PERFORM MONTA-NOME-MOVIMENTO

               MOVE SPACES TO CAIXA-CTL-REG
               MOVE WS-CAIXA-DATA  TO CX-DATA
               SET CX-ABERTO       TO TRUE
               MOVE WS-OPERADOR    TO CX-OPER-ABRE
               MOVE WS-HORA-AGORA  TO CX-HORA-ABRE
               MOVE WS-FUNDO       TO CX-FUNDO
               MOVE ZERO           TO CX-HORA-FECHA
               MOVE ZERO           TO CX-QTD-PGTOS
               MOVE ZERO           TO CX-ESPERADO-DIN
               MOVE ZERO           TO CX-CONTADO-DIN
               MOVE ZERO           TO CX-DIFERENCA-DIN
               MOVE ZERO           TO CX-ESPERADO-CAR
               MOVE ZERO           TO CX-CONTADO-CAR
               MOVE ZERO           TO CX-DIFERENCA-CAR
               MOVE 'N'            TO CX-ENVIADO
               PERFORM GRAVA-CONTROLE
               SET WS-TEM-CAIXA-SIM TO TRUE
               PERFORM TOTALIZA-MOVIMENTO
               DISPLAY 'CAIXA DE ' WS-CAIXA-DATA-FMT ' ABERTO'
           ELSE
               DISPLAY 'CAIXA NAO ABERTO'
               SET WS-FIM-MENU-SIM TO TRUE
           END-IF
           EXIT.
       FIM-ABRE-CAIXA.

       GRAVA-CONTROLE.
           OPEN OUTPUT CAIXA-CTL
           WRITE CAIXA-CTL-REG
           CLOSE CAIXA-CTL
           EXIT.
       FIM-GRAVA-CONTROLE.

      *-----------------------------------------------------------------
      * TOTAIS DO MOVIMENTO DO DIA POR FORMA DE PAGAMENTO, LIDOS DO
      * PROPRIO ARQUIVO (O CAIXA PODE TER SIDO ABERTO EM OUTRA SESSAO)
      *-----------------------------------------------------------------
       TOTALIZA-MOVIMENTO.
           MOVE ZERO TO WS-QTD-PGTOS
           MOVE ZERO TO WS-TOTAL-DINHEIRO
           MOVE ZERO TO WS-TOTAL-CARTAO
           MOVE 'N' TO WS-FIM-MOV

           OPEN INPUT CAIXA-MOV
           IF WS-MOV-STATUS = '00'
               PERFORM LER-MOVIMENTO
               PERFORM UNTIL WS-FIM-MOV-SIM
                   ADD 1 TO WS-QTD-PGTOS
                   IF CV-CARTAO
                       ADD CV-VALOR TO WS-TOTAL-CARTAO
                   ELSE
                       ADD CV-VALOR TO WS-TOTAL-DINHEIRO
                   END-IF
                   PERFORM LER-MOVIMENTO
               END-PERFORM
               CLOSE CAIXA-MOV
           END-IF
           EXIT.
       FIM-TOTALIZA-MOVIMENTO.

       LER-MOVIMENTO.
           READ CAIXA-MOV
               AT END
                   SET WS-FIM-MOV-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MOVIMENTO.

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY 'CAIXA DE ' WS-CAIXA-DATA-FMT
               DISPLAY '1 - REGISTRAR PAGAMENTO'
               DISPLAY '2 - LISTAR PAGAMENTOS DO CAIXA'
               DISPLAY '3 - FECHAR O CAIXA'
               IF CX-ABERTO
                   DISPLAY '0 - ENCERRAR (O CAIXA CONTINUA ABERTO)'
               ELSE
                   DISPLAY '0 - ENCERRAR'
               END-IF
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       IF CX-ABERTO AND WS-CAIXA-DE-HOJE-SIM
                           PERFORM REGISTRA-PAGAMENTO
                       ELSE
                           DISPLAY 'CAIXA FECHADO OU DE OUTRO DIA - '
                                   'PAGAMENTO NAO PERMITIDO'
                       END-IF
                   WHEN 2
                       PERFORM LISTA-PAGAMENTOS
                   WHEN 3
                       IF CX-ABERTO
                           PERFORM FECHA-CAIXA
                       ELSE
                           DISPLAY 'CAIXA JA FECHADO'
                       END-IF
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * PAGAMENTO DE BALCAO: O ALUNO E ACHADO PELA MATRICULA NO
      * CONTALUNO.TXT (QUE DA A CONTA), A COMPETENCIA E OBRIGATORIA
      * (AAAAMM) E A FORMA E D (DINHEIRO) OU C (CARTAO)
      *-----------------------------------------------------------------
       REGISTRA-PAGAMENTO.
           MOVE 'S' TO WS-PGTO-VALIDO

           DISPLAY 'MATRICULA DO ALUNO: '
           MOVE SPACES TO WS-MATRICULA
           ACCEPT WS-MATRICULA
           PERFORM LOCALIZA-ALUNO
           IF NOT WS-ALUNO-ACHOU-SIM
               DISPLAY 'MATRICULA SEM CONTA NO CONTALUNO.TXT - '
                       'PAGAMENTO CANCELADO'
               MOVE 'N' TO WS-PGTO-VALIDO
           ELSE
               DISPLAY WS-NOME-ALUNO ' - CONTA ' WS-CONTA
           END-IF

           IF WS-PGTO-OK
               DISPLAY 'COMPETENCIA (AAAAMM): '
               MOVE ZERO TO WS-COMPETENCIA
               ACCEPT WS-COMPETENCIA
               IF WS-COMP-ANO < 1990 OR
                  WS-COMP-MES < 1 OR WS-COMP-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA - PAGAMENTO '
                           'CANCELADO'
                   MOVE 'N' TO WS-PGTO-VALIDO
               END-IF
           END-IF

           IF WS-PGTO-OK
               DISPLAY 'VALOR RECEBIDO: '
               MOVE SPACES TO WS-VALOR-TXT
               ACCEPT WS-VALOR-TXT
               COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VALOR-TXT)
               IF WS-VALOR = ZERO
                   DISPLAY 'VALOR ZERADO - PAGAMENTO CANCELADO'
                   MOVE 'N' TO WS-PGTO-VALIDO
               END-IF
           END-IF

           IF WS-PGTO-OK
               DISPLAY 'FORMA DE PAGAMENTO (D=DINHEIRO C=CARTAO): '
               MOVE SPACES TO WS-FORMA
               ACCEPT WS-FORMA
               EVALUATE TRUE
                   WHEN WS-FORMA = 'd'
                       MOVE 'D' TO WS-FORMA
                   WHEN WS-FORMA = 'c'
                       MOVE 'C' TO WS-FORMA
               END-EVALUATE
               IF NOT WS-FORMA-DINHEIRO AND NOT WS-FORMA-CARTAO
                   DISPLAY 'FORMA INVALIDA - PAGAMENTO CANCELADO'
                   MOVE 'N' TO WS-PGTO-VALIDO
               END-IF
           END-IF

           IF WS-PGTO-OK
               PERFORM NOME-DA-FORMA
               MOVE WS-VALOR TO WS-VALOR-MASK
               DISPLAY 'CONFIRMA ' WS-VALOR-MASK ' EM '
                       WS-FORMA-NOME ' DE ' WS-NOME-ALUNO
                       ' COMPETENCIA ' WS-COMPETENCIA ' (S/N): '
               MOVE 'N' TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA-SIM
                   PERFORM GRAVA-PAGAMENTO
                   PERFORM PEDE-RECIBO
               ELSE
                   DISPLAY 'PAGAMENTO DESCARTADO'
               END-IF
           END-IF
           EXIT.
       FIM-REGISTRA-PAGAMENTO.

       LOCALIZA-ALUNO.
           MOVE 'N' TO WS-ALUNO-ACHOU
           MOVE 'N' TO WS-FIM-VINCULO
           MOVE SPACES TO WS-CONTA
           MOVE SPACES TO WS-NOME-ALUNO

           IF WS-MATRICULA NOT = SPACES
               OPEN INPUT CONTA-ALUNO
               IF WS-VINCULO-STATUS = '00'
                   PERFORM LER-VINCULO
                   PERFORM UNTIL WS-FIM-VINCULO-SIM
                          OR WS-ALUNO-ACHOU-SIM
                       IF CA-MATRICULA = WS-MATRICULA
                           SET WS-ALUNO-ACHOU-SIM TO TRUE
                           MOVE CA-CONTA TO WS-CONTA
                           MOVE CA-NOME  TO WS-NOME-ALUNO
                       ELSE
                           PERFORM LER-VINCULO
                       END-IF
                   END-PERFORM
                   CLOSE CONTA-ALUNO
               ELSE
                   DISPLAY 'CONTALUNO.TXT NAO ENCONTRADO'
               END-IF
           END-IF
           EXIT.
       FIM-LOCALIZA-ALUNO.

       LER-VINCULO.
           READ CONTA-ALUNO
               AT END
                   SET WS-FIM-VINCULO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-VINCULO.

       NOME-DA-FORMA.
           IF WS-FORMA-CARTAO
               MOVE 'CARTAO' TO WS-FORMA-NOME
           ELSE
               MOVE 'DINHEIRO' TO WS-FORMA-NOME
           END-IF
           EXIT.
       FIM-NOME-DA-FORMA.

       GRAVA-PAGAMENTO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-AGORA
           ADD 1 TO WS-QTD-PGTOS

           OPEN EXTEND CAIXA-MOV
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT CAIXA-MOV
           END-IF

           MOVE SPACES TO CAIXA-MOV-REG
           MOVE WS-CONTA          TO CV-CONTA
           MOVE WS-VALOR          TO CV-VALOR
           MOVE WS-CAIXA-DATA-FMT TO CV-DATA
           MOVE 'C'               TO CV-TIPO
           MOVE WS-COMPETENCIA    TO CV-COMPETENCIA
           MOVE WS-QTD-PGTOS      TO CV-SEQUENCIA
           MOVE WS-MATRICULA      TO CV-MATRICULA
           MOVE WS-FORMA          TO CV-FORMA
           MOVE WS-HORA-AGORA     TO CV-HORA
           MOVE WS-OPERADOR       TO CV-OPERADOR
           WRITE CAIXA-MOV-REG
           CLOSE CAIXA-MOV

           IF WS-FORMA-CARTAO
               ADD WS-VALOR TO WS-TOTAL-CARTAO
           ELSE
               ADD WS-VALOR TO WS-TOTAL-DINHEIRO
           END-IF
           ADD 1 TO WS-QTD-REGISTRADOS
           DISPLAY 'PAGAMENTO ' WS-QTD-PGTOS ' REGISTRADO'
           EXIT.
       FIM-GRAVA-PAGAMENTO.

      *-----------------------------------------------------------------
      * O RECIBO SAI NA HORA PELO RECIBO-EMITE: O PAGAMENTO VAI NO
      * PEDIDO RECIBOPED.TXT E O RECIBO-EMITE O LOCALIZA NO
      * MOVIMENTO DO CAIXA ABERTO
      *-----------------------------------------------------------------
       PEDE-RECIBO.
           OPEN OUTPUT RECIBO-PEDIDO
           MOVE SPACES TO RECIBO-PED-REG
           MOVE WS-OPERADOR       TO RP-OPERADOR
           MOVE WS-CONTA          TO RP-CONTA
           MOVE WS-VALOR          TO RP-VALOR
           MOVE WS-CAIXA-DATA-FMT TO RP-DATA
           WRITE RECIBO-PED-REG
           CLOSE RECIBO-PEDIDO

           CALL 'RECIBO-EMITE'
           END-CALL
           CANCEL 'RECIBO-EMITE'
           EXIT.
       FIM-PEDE-RECIBO.

       LISTA-PAGAMENTOS.
           MOVE 'N' TO WS-FIM-MOV
           OPEN INPUT CAIXA-MOV
           IF WS-MOV-STATUS NOT = '00'
               DISPLAY 'NENHUM PAGAMENTO NO CAIXA DE '
                       WS-CAIXA-DATA-FMT
           ELSE
               DISPLAY 'SEQ  HORA     MATR. CONTA      COMPET. FORMA'
                       '          VALOR'
               PERFORM LER-MOVIMENTO
               PERFORM UNTIL WS-FIM-MOV-SIM
                   PERFORM MONTA-LINHA-PAGAMENTO
                   DISPLAY WS-IMP-LINHA(1:70)
                   PERFORM LER-MOVIMENTO
               END-PERFORM
               CLOSE CAIXA-MOV
           END-IF

           MOVE CX-FUNDO TO WS-VALOR-MASK
           DISPLAY 'FUNDO DE TROCO   : ' WS-VALOR-MASK
           MOVE WS-TOTAL-DINHEIRO TO WS-VALOR-MASK
           DISPLAY 'TOTAL EM DINHEIRO: ' WS-VALOR-MASK
           MOVE WS-TOTAL-CARTAO TO WS-VALOR-MASK
           DISPLAY 'TOTAL EM CARTAO  : ' WS-VALOR-MASK
           DISPLAY 'PAGAMENTOS       : ' WS-QTD-PGTOS
           EXIT.
       FIM-LISTA-PAGAMENTOS.

       MONTA-LINHA-PAGAMENTO.
           MOVE CV-HORA TO WS-HORA-TRAB
           MOVE SPACES TO WS-HORA-FMT
           STRING WS-HORA-HH ':' WS-HORA-MI ':' WS-HORA-SS
                  DELIMITED BY SIZE
                  INTO WS-HORA-FMT
           END-STRING
           MOVE CV-FORMA TO WS-FORMA
           PERFORM NOME-DA-FORMA
           MOVE CV-VALOR TO WS-VALOR-MASK

           MOVE SPACES TO WS-IMP-LINHA
           STRING CV-SEQUENCIA ' ' WS-HORA-FMT ' '
                  CV-MATRICULA ' ' CV-CONTA ' '
                  CV-COMPETENCIA '  ' WS-FORMA-NOME
                  WS-VALOR-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           EXIT.
       FIM-MONTA-LINHA-PAGAMENTO.

      *-----------------------------------------------------------------
      * FECHAMENTO: O ESPERADO EM DINHEIRO E O FUNDO MAIS O RECEBIDO
      * EM DINHEIRO; EM CARTAO, O RECEBIDO EM CARTAO. DIFERENCA =
      * CONTADO MENOS ESPERADO (NEGATIVA = FALTA NA GAVETA)
      *-----------------------------------------------------------------
       FECHA-CAIXA.
           PERFORM TOTALIZA-MOVIMENTO
           COMPUTE WS-ESPERADO-DIN = CX-FUNDO + WS-TOTAL-DINHEIRO
           MOVE WS-TOTAL-CARTAO TO WS-ESPERADO-CAR

           DISPLAY 'FECHAMENTO DO CAIXA DE ' WS-CAIXA-DATA-FMT
                   ' - ' WS-QTD-PGTOS ' PAGAMENTO(S)'
           DISPLAY 'DINHEIRO CONTADO NA GAVETA (COM O FUNDO): '
           MOVE SPACES TO WS-VALOR-TXT
           ACCEPT WS-VALOR-TXT
           COMPUTE WS-CONTADO-DIN = FUNCTION NUMVAL(WS-VALOR-TXT)
           DISPLAY 'CARTAO - TOTAL DOS COMPROVANTES: '
           MOVE SPACES TO WS-VALOR-TXT
           ACCEPT WS-VALOR-TXT
           COMPUTE WS-CONTADO-CAR = FUNCTION NUMVAL(WS-VALOR-TXT)

           COMPUTE WS-DIFERENCA-DIN = WS-CONTADO-DIN - WS-ESPERADO-DIN
           COMPUTE WS-DIFERENCA-CAR = WS-CONTADO-CAR - WS-ESPERADO-CAR
           COMPUTE WS-DIFERENCA-TOTAL =
                   WS-DIFERENCA-DIN + WS-DIFERENCA-CAR

           MOVE WS-ESPERADO-DIN  TO WS-ESPERADO-MASK
           MOVE WS-CONTADO-DIN   TO WS-CONTADO-MASK
           MOVE WS-DIFERENCA-DIN TO WS-DIFERENCA-MASK
           DISPLAY 'DINHEIRO - ESPERADO ' WS-ESPERADO-MASK
                   ' CONTADO ' WS-CONTADO-MASK
                   ' DIFERENCA ' WS-DIFERENCA-MASK
           MOVE WS-ESPERADO-CAR  TO WS-ESPERADO-MASK
           MOVE WS-CONTADO-CAR   TO WS-CONTADO-MASK
           MOVE WS-DIFERENCA-CAR TO WS-DIFERENCA-MASK
           DISPLAY 'CARTAO   - ESPERADO ' WS-ESPERADO-MASK
                   ' CONTADO ' WS-CONTADO-MASK
                   ' DIFERENCA ' WS-DIFERENCA-MASK
           MOVE WS-DIFERENCA-TOTAL TO WS-DIF-TOTAL-MASK
           DISPLAY 'DIFERENCA TOTAL DO CAIXA: ' WS-DIF-TOTAL-MASK

           DISPLAY 'CONFIRMA O FECHAMENTO (S/N): '
           MOVE 'N' TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA-SIM
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-AGORA
               SET CX-FECHADO         TO TRUE
               MOVE WS-OPERADOR       TO CX-OPER-FECHA
               MOVE WS-HORA-AGORA     TO CX-HORA-FECHA
               MOVE WS-QTD-PGTOS      TO CX-QTD-PGTOS
               MOVE WS-ESPERADO-DIN   TO CX-ESPERADO-DIN
               MOVE WS-CONTADO-DIN    TO CX-CONTADO-DIN
               MOVE WS-DIFERENCA-DIN  TO CX-DIFERENCA-DIN
               MOVE WS-ESPERADO-CAR   TO CX-ESPERADO-CAR
               MOVE WS-CONTADO-CAR    TO CX-CONTADO-CAR
               MOVE WS-DIFERENCA-CAR  TO CX-DIFERENCA-CAR
               MOVE 'N'               TO CX-ENVIADO
               PERFORM GRAVA-CONTROLE
               PERFORM GRAVA-HISTORICO
               PERFORM IMPRIME-FECHAMENTO
               IF WS-DIFERENCA-TOTAL NOT = ZERO
                   DISPLAY 'CAIXA FECHADO COM DIFERENCA DE '
                           WS-DIF-TOTAL-MASK
                   MOVE 4 TO WS-RETORNO-JOB
               ELSE
                   DISPLAY 'CAIXA FECHADO SEM DIFERENCA'
               END-IF
               PERFORM ENVIA-LOTE
               SET WS-FIM-MENU-SIM TO TRUE
           ELSE
               DISPLAY 'FECHAMENTO DESCARTADO - O CAIXA CONTINUA '
                       'ABERTO'
           END-IF
           EXIT.
       FIM-FECHA-CAIXA.

       GRAVA-HISTORICO.
           OPEN EXTEND CAIXA-HIST
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT CAIXA-HIST
           END-IF
           WRITE CAIXA-HIST-REG FROM CAIXA-CTL-REG
           CLOSE CAIXA-HIST
           EXIT.
       FIM-GRAVA-HISTORICO.

       IMPRIME-FECHAMENTO.
           MOVE SPACES TO WS-IMP-CABECALHO
           STRING 'SEQ  HORA     MATR. CONTA      COMPET. FORMA'
                  '          VALOR'
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE 'N' TO WS-FIM-MOV
           OPEN INPUT CAIXA-MOV
           IF WS-MOV-STATUS = '00'
               PERFORM LER-MOVIMENTO
               PERFORM UNTIL WS-FIM-MOV-SIM
                   PERFORM MONTA-LINHA-PAGAMENTO
                   MOVE 'D' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO
                   PERFORM LER-MOVIMENTO
               END-PERFORM
               CLOSE CAIXA-MOV
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE CX-HORA-ABRE TO WS-HORA-TRAB
           MOVE SPACES TO WS-HORA-FMT
           STRING WS-HORA-HH ':' WS-HORA-MI ':' WS-HORA-SS
                  DELIMITED BY SIZE
                  INTO WS-HORA-FMT
           END-STRING
           MOVE CX-FUNDO TO WS-VALOR-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'CAIXA DE ' WS-CAIXA-DATA-FMT
                  ' ABERTO AS ' WS-HORA-FMT
                  ' POR ' CX-OPER-ABRE
                  ' FUNDO DE TROCO ' WS-VALOR-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE CX-HORA-FECHA TO WS-HORA-TRAB
           MOVE SPACES TO WS-HORA-FMT
           STRING WS-HORA-HH ':' WS-HORA-MI ':' WS-HORA-SS
                  DELIMITED BY SIZE
                  INTO WS-HORA-FMT
           END-STRING
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'FECHADO AS ' WS-HORA-FMT
                  ' POR ' CX-OPER-FECHA
                  ' - ' CX-QTD-PGTOS ' PAGAMENTO(S)'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'FORMA        ESPERADO       CONTADO     '
                  'DIFERENCA'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE CX-ESPERADO-DIN  TO WS-ESPERADO-MASK
           MOVE CX-CONTADO-DIN   TO WS-CONTADO-MASK
           MOVE CX-DIFERENCA-DIN TO WS-DIFERENCA-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'DINHEIRO ' WS-ESPERADO-MASK '  '
                  WS-CONTADO-MASK '  ' WS-DIFERENCA-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE CX-ESPERADO-CAR  TO WS-ESPERADO-MASK
           MOVE CX-CONTADO-CAR   TO WS-CONTADO-MASK
           MOVE CX-DIFERENCA-CAR TO WS-DIFERENCA-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'CARTAO   ' WS-ESPERADO-MASK '  '
                  WS-CONTADO-MASK '  ' WS-DIFERENCA-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE WS-DIFERENCA-TOTAL TO WS-DIF-TOTAL-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'DIFERENCA TOTAL DO CAIXA: ' WS-DIF-TOTAL-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-FECHAMENTO.

      *-----------------------------------------------------------------
      * LOTE DO DIA PARA O TRANSACOES.TXT: O MOVIMENTO DO CAIXA E
      * CONFERIDO NO LIVRO DE CARGAS (MESMA ASSINATURA = JA ANEXADO,
      * CASO DE QUEDA ENTRE O ENVIO E A MARCA NO CAIXACTL.TXT), AS 36
      * POSICOES DO LANCAMENTO SAO ANEXADAS E A CARGA E REGISTRADA
      *-----------------------------------------------------------------
       ENVIA-LOTE.
           MOVE ZERO TO WS-LOTE-QTD
           MOVE ZERO TO WS-LOTE-TOTAL
           MOVE WS-MOV-NOME TO WS-CARGA-ARQUIVO

           MOVE 'V' TO WS-CARGA-ACAO
           CALL 'CARGA-CONTROLE' USING WS-CARGA-INTERFACE
                                       WS-CARGA-ARQUIVO
                                       WS-CARGA-ACAO
                                       WS-CARGA-QTD
                                       WS-CARGA-HASH
                                       WS-CARGA-RESULTADO
           END-CALL

           EVALUATE TRUE
               WHEN CX-QTD-PGTOS = 0
                   DISPLAY 'CAIXA SEM PAGAMENTOS - NADA A ANEXAR AO '
                           'TRANSACOES.TXT'
                   MOVE 'S' TO CX-ENVIADO
                   PERFORM GRAVA-CONTROLE
               WHEN WS-CARGA-RESULTADO = 'N' AND WS-CARGA-QTD = 0
                   DISPLAY WS-MOV-NOME ' NAO ENCONTRADO - LOTE NAO '
                           'ANEXADO; O ENVIO SERA RETOMADO NA PROXIMA '
                           'ENTRADA NO CAIXA'
                   MOVE 8 TO WS-RETORNO-JOB
               WHEN WS-CARGA-RESULTADO = 'N'
                   DISPLAY WS-MOV-NOME ' JA ANEXADO AO '
                           'TRANSACOES.TXT (MESMA ASSINATURA NO '
                           'CARGACTL.TXT)'
                   MOVE 'S' TO CX-ENVIADO
                   PERFORM GRAVA-CONTROLE
               WHEN OTHER
                   PERFORM ANEXA-TRANSACOES
           END-EVALUATE
           EXIT.
       FIM-ENVIA-LOTE.

       ANEXA-TRANSACOES.
           OPEN EXTEND TRANSACOES
           IF WS-TRANS-STATUS = '35'
               OPEN OUTPUT TRANSACOES
           END-IF

           MOVE 'N' TO WS-FIM-MOV
           OPEN INPUT CAIXA-MOV
           PERFORM LER-MOVIMENTO
           PERFORM UNTIL WS-FIM-MOV-SIM
               MOVE CV-LANCAMENTO TO TRANSACAO-REG
               MOVE WS-UNIDADE-LANC TO TX-UNIDADE
               WRITE TRANSACAO-REG
               ADD 1 TO WS-LOTE-QTD
               ADD CV-VALOR TO WS-LOTE-TOTAL
               PERFORM LER-MOVIMENTO
           END-PERFORM
           CLOSE CAIXA-MOV
           CLOSE TRANSACOES

           MOVE 'R' TO WS-CARGA-ACAO
           CALL 'CARGA-CONTROLE' USING WS-CARGA-INTERFACE
                                       WS-CARGA-ARQUIVO
                                       WS-CARGA-ACAO
                                       WS-CARGA-QTD
                                       WS-CARGA-HASH
                                       WS-CARGA-RESULTADO
           END-CALL

           MOVE 'S' TO CX-ENVIADO
           PERFORM GRAVA-CONTROLE

           MOVE WS-LOTE-TOTAL TO WS-LOTE-MASK
           DISPLAY 'LOTE DO CAIXA ANEXADO AO TRANSACOES.TXT: '
                   WS-LOTE-QTD ' LANCAMENTO(S), TOTAL ' WS-LOTE-MASK
           DISPLAY 'CARGA REGISTRADA NO CARGACTL.TXT (ASSINATURA '
                   WS-CARGA-HASH ') - SEGUE PARA O TRANS-CRITICA'
           EXIT.
       FIM-ANEXA-TRANSACOES.

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
           DISPLAY '-----------------------------------'
           DISPLAY 'PAGAMENTOS REGISTRADOS NESTA SESSAO: '
                   WS-QTD-REGISTRADOS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM CAIXA-BALCAO.
