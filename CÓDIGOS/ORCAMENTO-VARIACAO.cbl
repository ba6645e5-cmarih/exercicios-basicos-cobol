      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: ORCADO X REALIZADO DO MES FECHADO - PARA A REUNIAO
      *          MENSAL DA DIRETORIA: CONFRONTA O ORCAMENTO.TXT
      *          (CADASTRO-ORCAMENTO) COM O REALIZADO CONGELADO PELO
      *          FECHA-MES (CREDITOS MENOS DEBITOS DO
      *          MOVFEC<AAAAMM>.TXT DE CADA MES FECHADO DO ANO), POR
      *          CONTA DO CONTAMESTRE.TXT E POR CM-TIPO, NO MES E NO
      *          ACUMULADO DO ANO (JANEIRO ATE O MES): ORCADO,
      *          REALIZADO, DIFERENCA E VARIACAO %; CONTA COM
      *          VARIACAO ALEM DA TOLERANCIA DO ORCAPAR.TXT (OU COM
      *          REALIZADO SEM ORCAMENTO) SAI MARCADA COM '*'.
      *          SO RODA PARA MES REGISTRADO NO FECHACTL.TXT (RC 8);
      *          MES DO ANO SEM MOVFEC OU SEM ORCAMENTO.TXT AVISA
      *          COM RC 4. RELATORIO EM ORCAVAR.TXT (ROTINA
      *          IMPRESSAO); PASSO 6 DO BATCH-FECHAMES
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCAMENTO-VARIACAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHA-CTL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-STATUS.
           SELECT MOV-FECHADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MOV-STATUS.
           SELECT CONTA-MESTRE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MESTRE-STATUS.
           SELECT ORCAMENTO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ORCA-STATUS.
           SELECT ORCA-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FECHA-CTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'FECHACTL.TXT'.
       01 FECHA-CTL-REG.
           02 FC-ANOMES            PIC 9(06).

       FD MOV-FECHADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-MOV-NOME.
       COPY TRANSACAO.CPY.

       FD CONTA-MESTRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONTAMESTRE.TXT'.
       COPY CONTAMST.CPY.

       FD ORCAMENTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ORCAMENTO.TXT'.
       COPY ORCAMENTO.CPY.

       FD ORCA-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ORCAPAR.TXT'.
       COPY ORCAPAR.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS                PIC X(02) VALUE '00'.
       01 WS-MOV-STATUS                PIC X(02) VALUE '00'.
       01 WS-MESTRE-STATUS             PIC X(02) VALUE '00'.
       01 WS-ORCA-STATUS               PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-MOV-NOME                  PIC X(16) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-CTL            PIC X(01) VALUE 'N'.
               88 WS-FIM-CTL-SIM          VALUE 'S'.
           02 WS-FIM-MOV            PIC X(01) VALUE 'N'.
               88 WS-FIM-MOV-SIM          VALUE 'S'.
           02 WS-FIM-MESTRE         PIC X(01) VALUE 'N'.
               88 WS-FIM-MESTRE-SIM       VALUE 'S'.
           02 WS-FIM-ORCA           PIC X(01) VALUE 'N'.
               88 WS-FIM-ORCA-SIM         VALUE 'S'.
           02 WS-MES-FECHADO        PIC X(01) VALUE 'N'.
               88 WS-MES-FECHADO-SIM      VALUE 'S'.
           02 WS-CONTA-ACHOU        PIC X(01) VALUE 'N'.
               88 WS-CONTA-ACHOU-SIM      VALUE 'S'.

       01 WS-MES-REF                   PIC 9(02) VALUE ZERO.
       01 WS-ANO-REF                   PIC 9(04) VALUE ZERO.
       01 WS-ANOMES-REF                PIC 9(06) VALUE ZERO.
       01 WS-ANOMES-LIDO               PIC 9(06) VALUE ZERO.
       01 WS-MES-I                     PIC 9(02) VALUE ZERO.
       01 WS-TOLERANCIA                PIC 9(03)V99 VALUE 10.

      *-----------------------------------------------------------------
      * MESES DO ANO REGISTRADOS NO FECHACTL.TXT
      *-----------------------------------------------------------------
       01 WS-TABELA-FECHADOS.
           02 WS-FEC-MES OCCURS 12 TIMES PIC X(01).

      *-----------------------------------------------------------------
      * CONTAS: ORCADO E REALIZADO DO MES E DO ACUMULADO NO ANO
      *-----------------------------------------------------------------
       01 WS-TAB-CONTA-LIMITE          PIC 9(03) VALUE 100.
       01 WS-QTD-CONTAS                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-CONTAS.
           02 WS-CT-ENTRADA OCCURS 100 TIMES.
               03 WS-CT-CONTA          PIC X(10).
               03 WS-CT-DESCRICAO      PIC X(30).
               03 WS-CT-TIPO           PIC X(01).
               03 WS-CT-ORC-MES        PIC 9(09)V99.
               03 WS-CT-REAL-MES       PIC S9(09)V99.
               03 WS-CT-ORC-ANO        PIC 9(11)V99.
               03 WS-CT-REAL-ANO       PIC S9(11)V99.
       01 WS-CT-I                      PIC 9(03) VALUE ZERO.
       01 WS-CT-ACHOU-I                PIC 9(03) VALUE ZERO.
       01 WS-CONTA-BUSCA               PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
      * SUBTOTAIS POR CM-TIPO (M, T, O, E E CONTA FORA DO CADASTRO)
      * E TOTAL GERAL (POSICAO 6)
      *-----------------------------------------------------------------
       01 WS-TABELA-TIPOS-VALORES.
           02 FILLER PIC X(31) VALUE 'MMENSALIDADES                  '.
           02 FILLER PIC X(31) VALUE 'TTAXAS                         '.
           02 FILLER PIC X(31) VALUE 'OOUTRAS RECEITAS               '.
           02 FILLER PIC X(31) VALUE 'EENCARGOS (MULTA E JUROS)      '.
           02 FILLER PIC X(31) VALUE '?FORA DO CONTAMESTRE           '.
           02 FILLER PIC X(31) VALUE ' TOTAL GERAL                   '.
       01 WS-TABELA-TIPOS REDEFINES WS-TABELA-TIPOS-VALORES.
           02 WS-TP-ENTRADA OCCURS 6 TIMES.
               03 WS-TP-TIPO           PIC X(01).
               03 WS-TP-NOME           PIC X(30).
       01 WS-TABELA-TIPOS-TOTAIS.
           02 WS-TT-ENTRADA OCCURS 6 TIMES.
               03 WS-TT-ORC            PIC 9(11)V99.
               03 WS-TT-REAL           PIC S9(11)V99.
       01 WS-TP-I                      PIC 9(01) VALUE ZERO.

      *-----------------------------------------------------------------
      * VALORES DA LINHA EM IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-SECAO                     PIC X(01) VALUE 'M'.
           88 WS-SECAO-MES                    VALUE 'M'.
       01 WS-V-ORC                     PIC 9(11)V99 VALUE ZERO.
       01 WS-V-REAL                    PIC S9(11)V99 VALUE ZERO.
       01 WS-V-DIF                     PIC S9(11)V99 VALUE ZERO.
       01 WS-V-PCT                     PIC S9(07)V99 VALUE ZERO.
       01 WS-V-PCT-ABS                 PIC 9(07)V99 VALUE ZERO.
       01 WS-V-MARCA                   PIC X(01) VALUE SPACE.
       01 WS-MASK-ORC                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-MASK-REAL                 PIC --.---.---.--9,99.
       01 WS-MASK-DIF                  PIC --.---.---.--9,99.
       01 WS-MASK-PCT                  PIC ----9,99.
       01 WS-PCT-TXT                   PIC X(08) VALUE SPACES.
       01 WS-MASK-TOLERANCIA           PIC ZZ9,99.

       01 WS-QTD-LIDOS                 PIC 9(06) VALUE ZERO.
       01 WS-QTD-ORCAMENTOS            PIC 9(05) VALUE ZERO.
       01 WS-QTD-MARCADAS-MES          PIC 9(03) VALUE ZERO.
       01 WS-QTD-MARCADAS-ANO          PIC 9(03) VALUE ZERO.
       01 WS-QTD-MESES-FALTANDO        PIC 9(02) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.

       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'ORCAVAR.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE SPACES.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'ORCADO X REALIZADO DO MES FECHADO'
           DISPLAY '-----------------------------------'

           DISPLAY 'MES DO RELATORIO (MM): '
           ACCEPT WS-MES-REF
           DISPLAY 'ANO DO RELATORIO (AAAA): '
           ACCEPT WS-ANO-REF

           IF WS-MES-REF < 1 OR WS-MES-REF > 12 OR
              WS-ANO-REF < 1990
               DISPLAY 'PERIODO INVALIDO - RELATORIO NAO EMITIDO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               MOVE WS-ANO-REF TO WS-ANOMES-REF(1:4)
               MOVE WS-MES-REF TO WS-ANOMES-REF(5:2)
               PERFORM CARREGA-FECHADOS
               IF NOT WS-MES-FECHADO-SIM
                   DISPLAY 'MES ' WS-MES-REF '/' WS-ANO-REF
                           ' NAO FECHADO (FECHACTL.TXT) - RODE O '
                           'FECHA-MES ANTES DO ORCADO X REALIZADO'
                   MOVE 8 TO WS-RETORNO-JOB
               END-IF
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-MESTRE
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-TOLERANCIA
               PERFORM CARREGA-ORCAMENTO
           END-IF
           EXIT.
       FIM-INICIO.

       CARREGA-FECHADOS.
           MOVE 'N' TO WS-MES-FECHADO
           MOVE ALL 'N' TO WS-TABELA-FECHADOS

           OPEN INPUT FECHA-CTL
           IF WS-CTL-STATUS = '00'
               PERFORM LER-FECHA-CTL
               PERFORM UNTIL WS-FIM-CTL-SIM
                   IF FC-ANOMES NUMERIC AND
                      FC-ANOMES(1:4) = WS-ANOMES-REF(1:4) AND
                      FC-ANOMES(5:2) >= '01' AND
                      FC-ANOMES(5:2) <= '12'
                       MOVE FC-ANOMES(5:2) TO WS-MES-I
                       MOVE 'S' TO WS-FEC-MES(WS-MES-I)
                   END-IF
                   IF FC-ANOMES = WS-ANOMES-REF
                       SET WS-MES-FECHADO-SIM TO TRUE
                   END-IF
                   PERFORM LER-FECHA-CTL
               END-PERFORM
               CLOSE FECHA-CTL
           END-IF
           EXIT.
       FIM-CARREGA-FECHADOS.

       LER-FECHA-CTL.
           READ FECHA-CTL
               AT END
                   SET WS-FIM-CTL-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-FECHA-CTL.

       CARREGA-MESTRE.
           OPEN INPUT CONTA-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY 'CONTAMESTRE.TXT NAO ENCONTRADO - CADASTRE AS '
                       'CONTAS NO CADASTRO-CONTA - RELATORIO NAO '
                       'EMITIDO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-MESTRE
               PERFORM UNTIL WS-FIM-MESTRE-SIM
                   IF WS-QTD-CONTAS < WS-TAB-CONTA-LIMITE
                       ADD 1 TO WS-QTD-CONTAS
                       MOVE CM-CONTA
                            TO WS-CT-CONTA(WS-QTD-CONTAS)
                       MOVE CM-DESCRICAO
                            TO WS-CT-DESCRICAO(WS-QTD-CONTAS)
                       MOVE CM-TIPO
                            TO WS-CT-TIPO(WS-QTD-CONTAS)
                       PERFORM ZERA-VALORES-CONTA
                   ELSE
                       DISPLAY 'RELATORIO RECUSADO - CONTAMESTRE.TXT '
                               'EXCEDE ' WS-TAB-CONTA-LIMITE ' CONTAS'
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-MESTRE-SIM TO TRUE
                   END-IF
                   PERFORM LER-MESTRE
               END-PERFORM
               CLOSE CONTA-MESTRE
           END-IF
           EXIT.
       FIM-CARREGA-MESTRE.

       LER-MESTRE.
           READ CONTA-MESTRE
               AT END
                   SET WS-FIM-MESTRE-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MESTRE.

       ZERA-VALORES-CONTA.
           MOVE ZERO TO WS-CT-ORC-MES(WS-QTD-CONTAS)
           MOVE ZERO TO WS-CT-REAL-MES(WS-QTD-CONTAS)
           MOVE ZERO TO WS-CT-ORC-ANO(WS-QTD-CONTAS)
           MOVE ZERO TO WS-CT-REAL-ANO(WS-QTD-CONTAS)
           EXIT.
       FIM-ZERA-VALORES-CONTA.

       CARREGA-TOLERANCIA.
           OPEN INPUT ORCA-PARAM
           IF WS-PARAM-STATUS = '00'
               READ ORCA-PARAM
                   NOT AT END
                       IF OP-TOLERANCIA NUMERIC AND
                          OP-TOLERANCIA > 0
                           MOVE OP-TOLERANCIA TO WS-TOLERANCIA
                       END-IF
               END-READ
               CLOSE ORCA-PARAM
           ELSE
               DISPLAY 'ORCAPAR.TXT NAO ENCONTRADO - TOLERANCIA '
                       'PADRAO DE 10%'
           END-IF
           EXIT.
       FIM-CARREGA-TOLERANCIA.

      *-----------------------------------------------------------------
      * ORCADO DO ANO ATE O MES DE REFERENCIA (O DO PROPRIO MES A
      * PARTE); ORCAMENTO DE CONTA FORA DO CADASTRO ENTRA NO TIPO ?
      *-----------------------------------------------------------------
       CARREGA-ORCAMENTO.
           OPEN INPUT ORCAMENTO
           IF WS-ORCA-STATUS NOT = '00'
               DISPLAY 'AVISO: ORCAMENTO.TXT NAO ENCONTRADO - '
                       'CADASTRE O ORCAMENTO NO CADASTRO-ORCAMENTO'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-ORCAMENTO
               PERFORM UNTIL WS-FIM-ORCA-SIM
                   IF OR-ANOMES NUMERIC AND OR-VALOR NUMERIC AND
                      OR-ANOMES(1:4) = WS-ANOMES-REF(1:4) AND
                      OR-ANOMES <= WS-ANOMES-REF
                       MOVE OR-CONTA TO WS-CONTA-BUSCA
                       PERFORM LOCALIZA-CONTA
                       IF WS-CT-ACHOU-I > 0
                           ADD 1 TO WS-QTD-ORCAMENTOS
                           ADD OR-VALOR
                               TO WS-CT-ORC-ANO(WS-CT-ACHOU-I)
                           IF OR-ANOMES = WS-ANOMES-REF
                               ADD OR-VALOR
                                   TO WS-CT-ORC-MES(WS-CT-ACHOU-I)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM LER-ORCAMENTO
               END-PERFORM
               CLOSE ORCAMENTO
           END-IF
           EXIT.
       FIM-CARREGA-ORCAMENTO.

       LER-ORCAMENTO.
           READ ORCAMENTO
               AT END
                   SET WS-FIM-ORCA-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ORCAMENTO.

      *-----------------------------------------------------------------
      * CONTA FORA DO CONTAMESTRE.TXT GANHA LINHA PROPRIA (TIPO ?)
      *-----------------------------------------------------------------
       LOCALIZA-CONTA.
           MOVE 'N' TO WS-CONTA-ACHOU
           MOVE ZERO TO WS-CT-ACHOU-I

           PERFORM VARYING WS-CT-I FROM 1 BY 1
                   UNTIL WS-CT-I > WS-QTD-CONTAS
                      OR WS-CONTA-ACHOU-SIM
               IF WS-CT-CONTA(WS-CT-I) = WS-CONTA-BUSCA
                   SET WS-CONTA-ACHOU-SIM TO TRUE
                   MOVE WS-CT-I TO WS-CT-ACHOU-I
               END-IF
           END-PERFORM

           IF NOT WS-CONTA-ACHOU-SIM
               IF WS-QTD-CONTAS < WS-TAB-CONTA-LIMITE
                   ADD 1 TO WS-QTD-CONTAS
                   MOVE WS-QTD-CONTAS TO WS-CT-ACHOU-I
                   MOVE WS-CONTA-BUSCA
                        TO WS-CT-CONTA(WS-QTD-CONTAS)
                   MOVE '(FORA DO CONTAMESTRE)'
                        TO WS-CT-DESCRICAO(WS-QTD-CONTAS)
                   MOVE '?' TO WS-CT-TIPO(WS-QTD-CONTAS)
                   PERFORM ZERA-VALORES-CONTA
               ELSE
                   DISPLAY 'AVISO: LIMITE DE ' WS-TAB-CONTA-LIMITE
                           ' CONTAS ATINGIDO - CONTA '
                           WS-CONTA-BUSCA ' FORA DO RELATORIO'
                   IF WS-RETORNO-JOB < 4
                       MOVE 4 TO WS-RETORNO-JOB
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-LOCALIZA-CONTA.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               PERFORM VARYING WS-MES-I FROM 1 BY 1
                       UNTIL WS-MES-I > WS-MES-REF
                   PERFORM LE-MES-FECHADO
               END-PERFORM
               PERFORM IMPRIME-RELATORIO
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * REALIZADO DO MES = MOVIMENTO ABSORVIDO NO FECHAMENTO DELE
      * (MOVFEC<AAAAMM>.TXT): CREDITOS MENOS DEBITOS
      *-----------------------------------------------------------------
       LE-MES-FECHADO.
           COMPUTE WS-ANOMES-LIDO = WS-ANO-REF * 100 + WS-MES-I
           IF WS-FEC-MES(WS-MES-I) NOT = 'S'
               DISPLAY 'AVISO: MES ' WS-ANOMES-LIDO ' NAO FECHADO - '
                       'FORA DO ACUMULADO DO ANO'
               ADD 1 TO WS-QTD-MESES-FALTANDO
               IF WS-RETORNO-JOB < 4
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           ELSE
               MOVE SPACES TO WS-MOV-NOME
               STRING 'MOVFEC' WS-ANOMES-LIDO '.TXT'
                      DELIMITED BY SIZE
                      INTO WS-MOV-NOME
               END-STRING
               MOVE 'N' TO WS-FIM-MOV

               OPEN INPUT MOV-FECHADO
               IF WS-MOV-STATUS NOT = '00'
                   DISPLAY 'AVISO: ' WS-MOV-NOME ' NAO ENCONTRADO - '
                           'MES FORA DO REALIZADO'
                   ADD 1 TO WS-QTD-MESES-FALTANDO
                   IF WS-RETORNO-JOB < 4
                       MOVE 4 TO WS-RETORNO-JOB
                   END-IF
               ELSE
                   PERFORM LER-MOV-FECHADO
                   PERFORM UNTIL WS-FIM-MOV-SIM
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM SOMA-REALIZADO
                       PERFORM LER-MOV-FECHADO
                   END-PERFORM
                   CLOSE MOV-FECHADO
               END-IF
           END-IF
           EXIT.
       FIM-LE-MES-FECHADO.

       LER-MOV-FECHADO.
           READ MOV-FECHADO
               AT END
                   SET WS-FIM-MOV-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MOV-FECHADO.

       SOMA-REALIZADO.
           IF TX-VALOR NUMERIC
               MOVE TX-CONTA TO WS-CONTA-BUSCA
               PERFORM LOCALIZA-CONTA
               IF WS-CT-ACHOU-I > 0
                   IF TX-TIPO-DEBITO
                       SUBTRACT TX-VALOR
                           FROM WS-CT-REAL-ANO(WS-CT-ACHOU-I)
                       IF WS-MES-I = WS-MES-REF
                           SUBTRACT TX-VALOR
                               FROM WS-CT-REAL-MES(WS-CT-ACHOU-I)
                       END-IF
                   ELSE
                       ADD TX-VALOR TO WS-CT-REAL-ANO(WS-CT-ACHOU-I)
                       IF WS-MES-I = WS-MES-REF
                           ADD TX-VALOR
                               TO WS-CT-REAL-MES(WS-CT-ACHOU-I)
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-SOMA-REALIZADO.

      *-----------------------------------------------------------------
      * RELATORIO ORCAVAR.TXT: SECAO DO MES E SECAO DO ACUMULADO
      *-----------------------------------------------------------------
       IMPRIME-RELATORIO.
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'ORCADO X REALIZADO - ' WS-MES-REF '/' WS-ANO-REF
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE SPACES TO WS-IMP-CABECALHO
           STRING 'CONTA      DESCRICAO                       ORCADO'
                  '         REALIZADO         DIFERENCA    VAR %'
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE 'M' TO WS-SECAO
           PERFORM IMPRIME-SECAO
           MOVE 'A' TO WS-SECAO
           PERFORM IMPRIME-SECAO

           MOVE WS-TOLERANCIA TO WS-MASK-TOLERANCIA
           MOVE SPACES TO WS-IMP-LINHA
           STRING '* VARIACAO ALEM DE ' WS-MASK-TOLERANCIA
                  '% DO ORCADO OU REALIZADO SEM ORCAMENTO'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           IF WS-QTD-MESES-FALTANDO > 0
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'ATENCAO: ' WS-QTD-MESES-FALTANDO
                      ' MES(ES) DO ANO SEM MOVIMENTO FECHADO - '
                      'ACUMULADO INCOMPLETO'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'CONTAS MARCADAS NO MES: ' WS-QTD-MARCADAS-MES
                  '  NO ACUMULADO: ' WS-QTD-MARCADAS-ANO
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-RELATORIO.

       IMPRIME-SECAO.
           MOVE SPACES TO WS-IMP-LINHA
           IF WS-SECAO-MES
               STRING 'NO MES ' WS-MES-REF '/' WS-ANO-REF
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           ELSE
               STRING 'ACUMULADO NO ANO - 01/' WS-ANO-REF ' A '
                      WS-MES-REF '/' WS-ANO-REF
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           END-IF
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-TP-I FROM 1 BY 1 UNTIL WS-TP-I > 6
               MOVE ZERO TO WS-TT-ORC(WS-TP-I)
               MOVE ZERO TO WS-TT-REAL(WS-TP-I)
           END-PERFORM

           PERFORM VARYING WS-TP-I FROM 1 BY 1 UNTIL WS-TP-I > 5
               PERFORM VARYING WS-CT-I FROM 1 BY 1
                       UNTIL WS-CT-I > WS-QTD-CONTAS
                   IF WS-CT-TIPO(WS-CT-I) = WS-TP-TIPO(WS-TP-I) OR
                      (WS-TP-I = 5 AND
                       WS-CT-TIPO(WS-CT-I) NOT = 'M' AND
                       WS-CT-TIPO(WS-CT-I) NOT = 'T' AND
                       WS-CT-TIPO(WS-CT-I) NOT = 'O' AND
                       WS-CT-TIPO(WS-CT-I) NOT = 'E')
                       PERFORM IMPRIME-CONTA
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-TP-I FROM 1 BY 1 UNTIL WS-TP-I > 6
               IF WS-TP-I = 6 OR WS-TT-ORC(WS-TP-I) NOT = 0 OR
                  WS-TT-REAL(WS-TP-I) NOT = 0
                   MOVE WS-TT-ORC(WS-TP-I)  TO WS-V-ORC
                   MOVE WS-TT-REAL(WS-TP-I) TO WS-V-REAL
                   PERFORM CALCULA-VARIACAO
                   MOVE SPACES TO WS-IMP-LINHA
                   IF WS-TP-I = 6
                       STRING WS-TP-NOME(WS-TP-I) '  '
                              WS-MASK-ORC ' ' WS-MASK-REAL ' '
                              WS-MASK-DIF ' ' WS-PCT-TXT ' '
                              WS-V-MARCA
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
                   ELSE
                       STRING 'TIPO ' WS-TP-TIPO(WS-TP-I) ' '
                              WS-TP-NOME(WS-TP-I)(1:24) ' '
                              WS-MASK-ORC ' ' WS-MASK-REAL ' '
                              WS-MASK-DIF ' ' WS-PCT-TXT ' '
                              WS-V-MARCA
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
                   END-IF
                   MOVE 'D' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-SECAO.

      *-----------------------------------------------------------------
      * CONTA SEM ORCADO E SEM REALIZADO NA SECAO NAO SAI
      *-----------------------------------------------------------------
       IMPRIME-CONTA.
           IF WS-SECAO-MES
               MOVE WS-CT-ORC-MES(WS-CT-I)  TO WS-V-ORC
               MOVE WS-CT-REAL-MES(WS-CT-I) TO WS-V-REAL
           ELSE
               MOVE WS-CT-ORC-ANO(WS-CT-I)  TO WS-V-ORC
               MOVE WS-CT-REAL-ANO(WS-CT-I) TO WS-V-REAL
           END-IF

           IF WS-V-ORC NOT = 0 OR WS-V-REAL NOT = 0
               ADD WS-V-ORC  TO WS-TT-ORC(WS-TP-I)
               ADD WS-V-REAL TO WS-TT-REAL(WS-TP-I)
               ADD WS-V-ORC  TO WS-TT-ORC(6)
               ADD WS-V-REAL TO WS-TT-REAL(6)
               PERFORM CALCULA-VARIACAO
               IF WS-V-MARCA = '*'
                   IF WS-SECAO-MES
                       ADD 1 TO WS-QTD-MARCADAS-MES
                   ELSE
                       ADD 1 TO WS-QTD-MARCADAS-ANO
                   END-IF
               END-IF
               MOVE SPACES TO WS-IMP-LINHA
               STRING WS-CT-CONTA(WS-CT-I) ' '
                      WS-CT-DESCRICAO(WS-CT-I)(1:20) ' '
                      WS-MASK-ORC ' ' WS-MASK-REAL ' '
                      WS-MASK-DIF ' ' WS-PCT-TXT ' '
                      WS-V-MARCA
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-IMPRIME-CONTA.

      *-----------------------------------------------------------------
      * DIFERENCA = REALIZADO - ORCADO; VARIACAO % SOBRE O ORCADO
      *-----------------------------------------------------------------
       CALCULA-VARIACAO.
           COMPUTE WS-V-DIF = WS-V-REAL - WS-V-ORC
           MOVE SPACE TO WS-V-MARCA
           MOVE SPACES TO WS-PCT-TXT

           IF WS-V-ORC = 0
               MOVE '  S/ORC' TO WS-PCT-TXT
               IF WS-V-REAL NOT = 0
                   MOVE '*' TO WS-V-MARCA
               END-IF
           ELSE
               COMPUTE WS-V-PCT ROUNDED = WS-V-DIF * 100 / WS-V-ORC
                   ON SIZE ERROR
                       MOVE 9999,99 TO WS-V-PCT
               END-COMPUTE
               IF WS-V-PCT < 0
                   COMPUTE WS-V-PCT-ABS = 0 - WS-V-PCT
               ELSE
                   MOVE WS-V-PCT TO WS-V-PCT-ABS
               END-IF
               IF WS-V-PCT-ABS > 9999,99
                   MOVE '  >9999' TO WS-PCT-TXT
               ELSE
                   MOVE WS-V-PCT TO WS-MASK-PCT
                   MOVE WS-MASK-PCT TO WS-PCT-TXT
               END-IF
               IF WS-V-PCT-ABS > WS-TOLERANCIA
                   MOVE '*' TO WS-V-MARCA
               END-IF
           END-IF

           MOVE WS-V-ORC  TO WS-MASK-ORC
           MOVE WS-V-REAL TO WS-MASK-REAL
           MOVE WS-V-DIF  TO WS-MASK-DIF
           EXIT.
       FIM-CALCULA-VARIACAO.

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
           DISPLAY 'LANCAMENTOS LIDOS    : ' WS-QTD-LIDOS
           DISPLAY 'ORCAMENTOS NO PERIODO: ' WS-QTD-ORCAMENTOS
           DISPLAY 'MARCADAS NO MES      : ' WS-QTD-MARCADAS-MES
           DISPLAY 'MARCADAS NO ACUMULADO: ' WS-QTD-MARCADAS-ANO
           IF WS-RETORNO-JOB < 8
               DISPLAY 'RELATORIO EM         : ' WS-IMP-ARQUIVO
           END-IF
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           GOBACK.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM ORCAMENTO-VARIACAO.
