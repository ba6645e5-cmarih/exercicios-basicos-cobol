      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CADASTRO DO ORCAMENTO ANUAL POR CONTA DO RAZAO -
      *          MANTEM ORCAMENTO.TXT (ORCAMENTO.CPY) POR CM-CONTA E
      *          MES DO EXERCICIO, COM OPERADOR IDENTIFICADO: VALOR
      *          DE UM MES, OU VALOR ANUAL REPARTIDO NOS 12 MESES
      *          (A SOBRA DOS CENTAVOS FICA EM DEZEMBRO), SO PARA
      *          CONTA CADASTRADA E ATIVA NO CONTAMESTRE.TXT; MANTEM
      *          TAMBEM A TOLERANCIA DO RELATORIO DE ORCADO X
      *          REALIZADO (ORCAPAR.TXT). CADA INCLUSAO, ALTERACAO E
      *          TROCA DE TOLERANCIA FICA EM ORCALOG.TXT COM OPERADOR
      *          E DATA; SEM OPERADOR, SEM CONTAMESTRE.TXT OU COM A
      *          CARGA MAIOR QUE A TABELA A SESSAO E SO DE CONSULTA -
      *          MESMO FEITIO DO CADASTRO-PRECO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-ORCAMENTO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ORCA-STATUS.
           SELECT CONTA-MESTRE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MESTRE-STATUS.
           SELECT ORCA-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
           SELECT ORCA-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ORCAMENTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ORCAMENTO.TXT'.
       COPY ORCAMENTO.CPY.

       FD CONTA-MESTRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONTAMESTRE.TXT'.
       COPY CONTAMST.CPY.

       FD ORCA-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ORCAPAR.TXT'.
       COPY ORCAPAR.CPY.

       FD ORCA-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ORCALOG.TXT'.
       01 ORCA-LOG-REG                 PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ORCA-STATUS           PIC X(02) VALUE '00'.
       01 WS-MESTRE-STATUS         PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS          PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS            PIC X(02) VALUE '00'.
       01 WS-OPERADOR              PIC X(08) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-ORCA           PIC X(01) VALUE 'N'.
               88 WS-FIM-ORCA-SIM         VALUE 'S'.
           02 WS-FIM-MESTRE         PIC X(01) VALUE 'N'.
               88 WS-FIM-MESTRE-SIM       VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-ORCA-ACHOU         PIC X(01) VALUE 'N'.
               88 WS-ORCA-ACHOU-SIM       VALUE 'S'.
           02 WS-CONTA-ACHOU        PIC X(01) VALUE 'N'.
               88 WS-CONTA-ACHOU-SIM      VALUE 'S'.
           02 WS-SO-CONSULTA        PIC X(01) VALUE 'N'.
               88 WS-SO-CONSULTA-SIM      VALUE 'S'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-TAB-ORCA-LIMITE       PIC 9(04) VALUE 1500.
       01 WS-QTD-ORCA              PIC 9(04) VALUE ZERO.
       01 WS-TABELA-ORCAMENTO.
           02 WS-OR-ENTRADA OCCURS 1500 TIMES.
               03 WS-OR-CONTA          PIC X(10).
               03 WS-OR-ANOMES         PIC 9(06).
               03 WS-OR-VALOR          PIC 9(09)V99.
       01 WS-OR-I                  PIC 9(04) VALUE ZERO.
       01 WS-OR-ACHOU-I            PIC 9(04) VALUE ZERO.
       01 WS-TAB-CONTA-LIMITE      PIC 9(03) VALUE 100.
       01 WS-QTD-CONTAS            PIC 9(03) VALUE ZERO.
       01 WS-TABELA-CONTAS.
           02 WS-CT-ENTRADA OCCURS 100 TIMES.
               03 WS-CT-CONTA          PIC X(10).
               03 WS-CT-DESCRICAO      PIC X(30).
               03 WS-CT-ATIVA          PIC X(01).
       01 WS-CT-I                  PIC 9(03) VALUE ZERO.
       01 WS-CT-ACHOU-I            PIC 9(03) VALUE ZERO.
       01 WS-CONTA                 PIC X(10) VALUE SPACES.
       01 WS-ANOMES                PIC 9(06) VALUE ZERO.
       01 WS-ANO                   PIC 9(04) VALUE ZERO.
       01 WS-MES                   PIC 9(02) VALUE ZERO.
       01 WS-VALOR-TXT             PIC X(15) VALUE SPACES.
       01 WS-VALOR                 PIC 9(09)V99 VALUE ZERO.
       01 WS-VALOR-ANTERIOR        PIC 9(09)V99 VALUE ZERO.
       01 WS-VALOR-ANUAL           PIC 9(09)V99 VALUE ZERO.
       01 WS-VALOR-MENSAL          PIC 9(09)V99 VALUE ZERO.
       01 WS-TOTAL-ANO             PIC 9(11)V99 VALUE ZERO.
       01 WS-TOLERANCIA            PIC 9(03)V99 VALUE 10.
       01 WS-TOLERANCIA-ANTERIOR   PIC 9(03)V99 VALUE ZERO.
       01 WS-TOLERANCIA-TXT        PIC X(08) VALUE SPACES.
       01 WS-TOLERANCIA-MASK       PIC ZZ9,99.
       01 WS-TOLERANCIA-ANT-MASK   PIC ZZ9,99.
       01 WS-CONFIRMA              PIC X(01) VALUE 'N'.
           88 WS-CONFIRMA-SIM             VALUE 'S' 's'.
       01 WS-ACAO-LOG              PIC X(20) VALUE SPACES.
       01 WS-VALOR-MASK            PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-ANTERIOR-MASK         PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-TOTAL-MASK            PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO      PIC 9(04).
           02 WS-HOJE-MES      PIC 9(02).
           02 WS-HOJE-DIA      PIC 9(02).
       01 WS-DATA-FMT              PIC X(10) VALUE SPACES.
       01 WS-QTD-INCLUIDOS         PIC 9(04) VALUE ZERO.
       01 WS-QTD-ALTERADOS         PIC 9(04) VALUE ZERO.
       01 WS-QTD-TOLERANCIA        PIC 9(03) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'ORCAMENTO ANUAL POR CONTA'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR
           IF WS-OPERADOR = SPACES
               DISPLAY 'OPERADOR NAO IDENTIFICADO - SOMENTE CONSULTA'
               SET WS-SO-CONSULTA-SIM TO TRUE
           END-IF

           PERFORM CARREGA-MESTRE
           PERFORM CARREGA-ORCAMENTO
           PERFORM CARREGA-TOLERANCIA
           DISPLAY 'ORCAMENTOS CADASTRADOS: ' WS-QTD-ORCA
           EXIT.
       FIM-INICIO.

       CARREGA-MESTRE.
           OPEN INPUT CONTA-MESTRE
           IF WS-MESTRE-STATUS = '00'
               PERFORM LER-MESTRE
               PERFORM UNTIL WS-FIM-MESTRE-SIM
                   IF WS-QTD-CONTAS < WS-TAB-CONTA-LIMITE
                       ADD 1 TO WS-QTD-CONTAS
                       MOVE CM-CONTA
                            TO WS-CT-CONTA(WS-QTD-CONTAS)
                       MOVE CM-DESCRICAO
                            TO WS-CT-DESCRICAO(WS-QTD-CONTAS)
                       MOVE CM-ATIVA
                            TO WS-CT-ATIVA(WS-QTD-CONTAS)
                   ELSE
                       DISPLAY 'AVISO: CONTAMESTRE.TXT EXCEDE '
                               WS-TAB-CONTA-LIMITE ' CONTAS - '
                               'SOMENTE CONSULTA NESTA SESSAO'
                       SET WS-SO-CONSULTA-SIM TO TRUE
                       SET WS-FIM-MESTRE-SIM TO TRUE
                   END-IF
                   PERFORM LER-MESTRE
               END-PERFORM
               CLOSE CONTA-MESTRE
           ELSE
               DISPLAY 'CONTAMESTRE.TXT NAO ENCONTRADO - CADASTRE AS '
                       'CONTAS NO CADASTRO-CONTA; SOMENTE CONSULTA'
               SET WS-SO-CONSULTA-SIM TO TRUE
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

       CARREGA-ORCAMENTO.
           OPEN INPUT ORCAMENTO
           IF WS-ORCA-STATUS = '00'
               PERFORM LER-ORCAMENTO
               PERFORM UNTIL WS-FIM-ORCA-SIM
                   IF WS-QTD-ORCA < WS-TAB-ORCA-LIMITE
                       ADD 1 TO WS-QTD-ORCA
                       MOVE OR-CONTA
                            TO WS-OR-CONTA(WS-QTD-ORCA)
                       MOVE OR-ANOMES
                            TO WS-OR-ANOMES(WS-QTD-ORCA)
                       MOVE OR-VALOR
                            TO WS-OR-VALOR(WS-QTD-ORCA)
                   ELSE
                       DISPLAY 'AVISO: ORCAMENTO.TXT EXCEDE '
                               WS-TAB-ORCA-LIMITE ' REGISTROS - O '
                               'ARQUIVO NAO SERA REGRAVADO NESTA '
                               'SESSAO'
                       SET WS-SO-CONSULTA-SIM TO TRUE
                       SET WS-FIM-ORCA-SIM TO TRUE
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

       CARREGA-TOLERANCIA.
           OPEN INPUT ORCA-PARAM
           IF WS-PARAM-STATUS = '00'
               READ ORCA-PARAM
                   NOT AT END
                       IF OP-TOLERANCIA NUMERIC
                           MOVE OP-TOLERANCIA TO WS-TOLERANCIA
                       END-IF
               END-READ
               CLOSE ORCA-PARAM
           END-IF
           MOVE WS-TOLERANCIA TO WS-TOLERANCIA-MASK
           DISPLAY 'TOLERANCIA DO RELATORIO: ' WS-TOLERANCIA-MASK '%'
           EXIT.
       FIM-CARREGA-TOLERANCIA.

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - INCLUIR/ALTERAR ORCAMENTO DO MES'
               DISPLAY '2 - ORCAMENTO ANUAL REPARTIDO NOS 12 MESES'
               DISPLAY '3 - LISTAR ORCAMENTO DO ANO'
               DISPLAY '4 - TOLERANCIA DO ORCADO X REALIZADO'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       IF WS-SO-CONSULTA-SIM
                           DISPLAY 'ALTERACAO NAO PERMITIDA NESTA '
                                   'SESSAO'
                       ELSE
                           PERFORM MANUTENCAO-MES
                       END-IF
                   WHEN 2
                       IF WS-SO-CONSULTA-SIM
                           DISPLAY 'ALTERACAO NAO PERMITIDA NESTA '
                                   'SESSAO'
                       ELSE
                           PERFORM MANUTENCAO-ANUAL
                       END-IF
                   WHEN 3
                       PERFORM LISTA-ORCAMENTO
                   WHEN 4
                       IF WS-SO-CONSULTA-SIM
                           DISPLAY 'ALTERACAO NAO PERMITIDA NESTA '
                                   'SESSAO'
                       ELSE
                           PERFORM MANUTENCAO-TOLERANCIA
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
      * A CONTA TEM DE ESTAR NO CONTAMESTRE.TXT E ATIVA
      *-----------------------------------------------------------------
       PEDE-CONTA.
           DISPLAY 'CONTA DO RAZAO: '
           MOVE SPACES TO WS-CONTA
           ACCEPT WS-CONTA
           MOVE 'N' TO WS-CONTA-ACHOU
           MOVE ZERO TO WS-CT-ACHOU-I

           PERFORM VARYING WS-CT-I FROM 1 BY 1
                   UNTIL WS-CT-I > WS-QTD-CONTAS
                      OR WS-CONTA-ACHOU-SIM
               IF WS-CT-CONTA(WS-CT-I) = WS-CONTA
                   SET WS-CONTA-ACHOU-SIM TO TRUE
                   MOVE WS-CT-I TO WS-CT-ACHOU-I
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT WS-CONTA-ACHOU-SIM
                   DISPLAY 'CONTA NAO CADASTRADA NO CONTAMESTRE.TXT '
                           '- OPERACAO CANCELADA'
               WHEN WS-CT-ATIVA(WS-CT-ACHOU-I) NOT = 'S'
                   DISPLAY 'CONTA INATIVA - OPERACAO CANCELADA'
                   MOVE 'N' TO WS-CONTA-ACHOU
               WHEN OTHER
                   DISPLAY WS-CT-DESCRICAO(WS-CT-ACHOU-I)
           END-EVALUATE
           EXIT.
       FIM-PEDE-CONTA.

       MANUTENCAO-MES.
           PERFORM PEDE-CONTA
           IF WS-CONTA-ACHOU-SIM
               DISPLAY 'MES DO ORCAMENTO (AAAAMM): '
               MOVE ZERO TO WS-ANOMES
               ACCEPT WS-ANOMES
               IF WS-ANOMES(1:4) < '1990' OR
                  WS-ANOMES(5:2) < '01' OR
                  WS-ANOMES(5:2) > '12'
                   DISPLAY 'MES INVALIDO - OPERACAO CANCELADA'
               ELSE
                   PERFORM LOCALIZA-ORCAMENTO
                   IF WS-ORCA-ACHOU-SIM
                       MOVE WS-OR-VALOR(WS-OR-ACHOU-I)
                            TO WS-VALOR-MASK
                       DISPLAY 'ORCADO ATUAL: ' WS-VALOR-MASK
                   END-IF
                   DISPLAY 'VALOR ORCADO: '
                   MOVE SPACES TO WS-VALOR-TXT
                   ACCEPT WS-VALOR-TXT
                   COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VALOR-TXT)
                   PERFORM GRAVA-VALOR-MES
               END-IF
           END-IF
           EXIT.
       FIM-MANUTENCAO-MES.

      *-----------------------------------------------------------------
      * VALOR ANUAL / 12 EM CADA MES; DEZEMBRO LEVA A SOBRA PARA O
      * TOTAL DO ANO FECHAR COM O VALOR DIGITADO
      *-----------------------------------------------------------------
       MANUTENCAO-ANUAL.
           PERFORM PEDE-CONTA
           IF WS-CONTA-ACHOU-SIM
               DISPLAY 'ANO DO EXERCICIO (AAAA): '
               MOVE ZERO TO WS-ANO
               ACCEPT WS-ANO
               DISPLAY 'VALOR ORCADO PARA O ANO: '
               MOVE SPACES TO WS-VALOR-TXT
               ACCEPT WS-VALOR-TXT
               COMPUTE WS-VALOR-ANUAL =
                       FUNCTION NUMVAL(WS-VALOR-TXT)

               IF WS-ANO < 1990 OR WS-VALOR-ANUAL = 0
                   DISPLAY 'ANO OU VALOR INVALIDOS - OPERACAO '
                           'CANCELADA'
               ELSE
                   DIVIDE WS-VALOR-ANUAL BY 12
                          GIVING WS-VALOR-MENSAL
                   MOVE WS-VALOR-MENSAL TO WS-VALOR-MASK
                   DISPLAY 'ORCADO POR MES: ' WS-VALOR-MASK
                           ' (SOBRA EM DEZEMBRO) - OS MESES JA '
                           'ORCADOS SERAO SUBSTITUIDOS'
                   DISPLAY 'CONFIRMA (S/N): '
                   MOVE 'N' TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA-SIM
                       PERFORM VARYING WS-MES FROM 1 BY 1
                               UNTIL WS-MES > 12
                           COMPUTE WS-ANOMES = WS-ANO * 100 + WS-MES
                           IF WS-MES = 12
                               COMPUTE WS-VALOR = WS-VALOR-ANUAL
                                               - WS-VALOR-MENSAL * 11
                           ELSE
                               MOVE WS-VALOR-MENSAL TO WS-VALOR
                           END-IF
                           PERFORM LOCALIZA-ORCAMENTO
                           PERFORM GRAVA-VALOR-MES
                       END-PERFORM
                   ELSE
                       DISPLAY 'ORCAMENTO ANUAL DESCARTADO'
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-MANUTENCAO-ANUAL.

      *-----------------------------------------------------------------
      * WS-CONTA/WS-ANOMES/WS-VALOR; LOCALIZA-ORCAMENTO JA FEITO
      *-----------------------------------------------------------------
       GRAVA-VALOR-MES.
           EVALUATE TRUE
               WHEN WS-ORCA-ACHOU-SIM
                   MOVE WS-OR-VALOR(WS-OR-ACHOU-I)
                        TO WS-VALOR-ANTERIOR
                   IF WS-VALOR NOT = WS-VALOR-ANTERIOR
                       MOVE WS-VALOR TO WS-OR-VALOR(WS-OR-ACHOU-I)
                       MOVE 'ALTERACAO' TO WS-ACAO-LOG
                       PERFORM GRAVA-ORCA-LOG
                       ADD 1 TO WS-QTD-ALTERADOS
                       DISPLAY 'ORCAMENTO ' WS-ANOMES ' ALTERADO'
                   END-IF
               WHEN WS-QTD-ORCA >= WS-TAB-ORCA-LIMITE
                   DISPLAY 'LIMITE DE ' WS-TAB-ORCA-LIMITE
                           ' ORCAMENTOS ATINGIDO - ' WS-ANOMES
                           ' NAO INCLUIDO'
               WHEN OTHER
                   ADD 1 TO WS-QTD-ORCA
                   MOVE WS-CONTA  TO WS-OR-CONTA(WS-QTD-ORCA)
                   MOVE WS-ANOMES TO WS-OR-ANOMES(WS-QTD-ORCA)
                   MOVE WS-VALOR  TO WS-OR-VALOR(WS-QTD-ORCA)
                   MOVE ZERO TO WS-VALOR-ANTERIOR
                   MOVE 'INCLUSAO' TO WS-ACAO-LOG
                   PERFORM GRAVA-ORCA-LOG
                   ADD 1 TO WS-QTD-INCLUIDOS
                   DISPLAY 'ORCAMENTO ' WS-ANOMES ' INCLUIDO'
           END-EVALUATE
           EXIT.
       FIM-GRAVA-VALOR-MES.

       LOCALIZA-ORCAMENTO.
           MOVE 'N' TO WS-ORCA-ACHOU
           MOVE ZERO TO WS-OR-ACHOU-I

           PERFORM VARYING WS-OR-I FROM 1 BY 1
                   UNTIL WS-OR-I > WS-QTD-ORCA
                      OR WS-ORCA-ACHOU-SIM
               IF WS-OR-CONTA(WS-OR-I) = WS-CONTA AND
                  WS-OR-ANOMES(WS-OR-I) = WS-ANOMES
                   SET WS-ORCA-ACHOU-SIM TO TRUE
                   MOVE WS-OR-I TO WS-OR-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-ORCAMENTO.

       MANUTENCAO-TOLERANCIA.
           DISPLAY 'NOVA TOLERANCIA EM % (VARIACAO ACIMA DELA SAI '
                   'MARCADA): '
           MOVE SPACES TO WS-TOLERANCIA-TXT
           ACCEPT WS-TOLERANCIA-TXT
           MOVE WS-TOLERANCIA TO WS-TOLERANCIA-ANTERIOR
           COMPUTE WS-TOLERANCIA =
                   FUNCTION NUMVAL(WS-TOLERANCIA-TXT)

           IF WS-TOLERANCIA = 0 OR WS-TOLERANCIA > 100
               DISPLAY 'TOLERANCIA INVALIDA (0,01 A 100) - NADA '
                       'ALTERADO'
               MOVE WS-TOLERANCIA-ANTERIOR TO WS-TOLERANCIA
           ELSE
               OPEN OUTPUT ORCA-PARAM
               MOVE WS-TOLERANCIA TO OP-TOLERANCIA
               WRITE ORCA-PARAM-REG
               CLOSE ORCA-PARAM
               ADD 1 TO WS-QTD-TOLERANCIA

               MOVE WS-TOLERANCIA TO WS-TOLERANCIA-MASK
               MOVE WS-TOLERANCIA-ANTERIOR TO WS-TOLERANCIA-ANT-MASK
               OPEN EXTEND ORCA-LOG
               IF WS-LOG-STATUS = '35'
                   OPEN OUTPUT ORCA-LOG
               END-IF
               MOVE SPACES TO ORCA-LOG-REG
               STRING WS-DATA-FMT DELIMITED BY SIZE
                      ' - OPERADOR: ' DELIMITED BY SIZE
                      WS-OPERADOR DELIMITED BY SIZE
                      ' - TOLERANCIA DE ' DELIMITED BY SIZE
                      WS-TOLERANCIA-ANT-MASK DELIMITED BY SIZE
                      '% PARA ' DELIMITED BY SIZE
                      WS-TOLERANCIA-MASK DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                      INTO ORCA-LOG-REG
               END-STRING
               WRITE ORCA-LOG-REG
               CLOSE ORCA-LOG
               DISPLAY 'TOLERANCIA ALTERADA'
           END-IF
           EXIT.
       FIM-MANUTENCAO-TOLERANCIA.

       GRAVA-ORCA-LOG.
           OPEN EXTEND ORCA-LOG
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT ORCA-LOG
           END-IF

           MOVE WS-VALOR-ANTERIOR TO WS-ANTERIOR-MASK
           MOVE WS-VALOR TO WS-VALOR-MASK
           MOVE SPACES TO ORCA-LOG-REG
           STRING WS-DATA-FMT DELIMITED BY SIZE
                  ' - OPERADOR: ' DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SIZE
                  ' - CONTA: ' DELIMITED BY SIZE
                  WS-CONTA DELIMITED BY SIZE
                  ' MES: ' DELIMITED BY SIZE
                  WS-ANOMES DELIMITED BY SIZE
                  ' - DE ' DELIMITED BY SIZE
                  WS-ANTERIOR-MASK DELIMITED BY SIZE
                  ' PARA ' DELIMITED BY SIZE
                  WS-VALOR-MASK DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-ACAO-LOG DELIMITED BY SIZE
                  INTO ORCA-LOG-REG
           END-STRING
           WRITE ORCA-LOG-REG

           CLOSE ORCA-LOG
           EXIT.
       FIM-GRAVA-ORCA-LOG.

       LISTA-ORCAMENTO.
           DISPLAY 'ANO DO EXERCICIO (AAAA): '
           MOVE ZERO TO WS-ANO
           ACCEPT WS-ANO
           DISPLAY '-----------------------------------'
           DISPLAY 'CONTA      MES             ORCADO'
           DISPLAY '-----------------------------------'
           PERFORM VARYING WS-CT-I FROM 1 BY 1
                   UNTIL WS-CT-I > WS-QTD-CONTAS
               MOVE WS-CT-CONTA(WS-CT-I) TO WS-CONTA
               MOVE ZERO TO WS-TOTAL-ANO
               PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
                   COMPUTE WS-ANOMES = WS-ANO * 100 + WS-MES
                   PERFORM LOCALIZA-ORCAMENTO
                   IF WS-ORCA-ACHOU-SIM
                       ADD WS-OR-VALOR(WS-OR-ACHOU-I) TO WS-TOTAL-ANO
                       MOVE WS-OR-VALOR(WS-OR-ACHOU-I)
                            TO WS-VALOR-MASK
                       DISPLAY WS-CONTA ' ' WS-ANOMES ' '
                               WS-VALOR-MASK
                   END-IF
               END-PERFORM
               IF WS-TOTAL-ANO > 0
                   MOVE WS-TOTAL-ANO TO WS-TOTAL-MASK
                   DISPLAY WS-CONTA ' TOTAL '
                           WS-TOTAL-MASK ' '
                           WS-CT-DESCRICAO(WS-CT-I)
               END-IF
           END-PERFORM
           DISPLAY '-----------------------------------'
           EXIT.
       FIM-LISTA-ORCAMENTO.

       FINALIZA-PROGRAMA.
           IF WS-QTD-INCLUIDOS > 0 OR WS-QTD-ALTERADOS > 0
               PERFORM REGRAVA-ORCAMENTO
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'ORCAMENTOS INCLUIDOS : ' WS-QTD-INCLUIDOS
           DISPLAY 'ORCAMENTOS ALTERADOS : ' WS-QTD-ALTERADOS
           DISPLAY 'TOLERANCIA ALTERADA  : ' WS-QTD-TOLERANCIA
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.

       REGRAVA-ORCAMENTO.
           OPEN OUTPUT ORCAMENTO
           PERFORM VARYING WS-OR-I FROM 1 BY 1
                   UNTIL WS-OR-I > WS-QTD-ORCA
               MOVE SPACES TO ORCAMENTO-REG
               MOVE WS-OR-CONTA(WS-OR-I)  TO OR-CONTA
               MOVE WS-OR-ANOMES(WS-OR-I) TO OR-ANOMES
               MOVE WS-OR-VALOR(WS-OR-I)  TO OR-VALOR
               WRITE ORCAMENTO-REG
           END-PERFORM
           CLOSE ORCAMENTO
           EXIT.
       FIM-REGRAVA-ORCAMENTO.
      ******************************************************************
       END PROGRAM CADASTRO-ORCAMENTO.
