      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CADASTRO DA TABELA DE PRECOS DA MENSALIDADE - MANTEM
      *          PRECOS.TXT (PRECO.CPY) POR SERIE (OU TURMA COM PRECO
      *          PROPRIO) E AAAAMM DE INICIO DA VIGENCIA, COM OPERADOR
      *          IDENTIFICADO; O REAJUSTE ANUAL APLICA UM PERCENTUAL
      *          AOS PRECOS VIGENTES EM DEZEMBRO DO ANO DE ORIGEM E
      *          CRIA OS PRECOS DE JANEIRO DO ANO SEGUINTE (CHAVE JA
      *          EXISTENTE NAO E SOBREPOSTA); CADA INCLUSAO, ALTERACAO
      *          E REAJUSTE FICA EM PRECOLOG.TXT COM OPERADOR E DATA;
      *          O ARQUIVO SO E REGRAVADO SE A CARGA COUBE INTEIRA NA
      *          TABELA; INADIMPLENCIA, COBRANCA-GERA E
      *          ALOCA-PAGAMENTOS TIRAM DAQUI O PRECO BASE (ROTINA
      *          MENSALIDADE-PRECO)
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Preco proprio de turma com a unidade escolar
      *                    (PC-UNIDADE): a unidade ativa, ou a digitada
      *                    na sessao consolidada, entra na chave; preco
      *                    de turma antigo sem unidade vale 01 (sede);
      *                    a unidade sai no log e na listagem
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-PRECO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRECO-STATUS.
           SELECT PRECO-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PRECOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PRECOS.TXT'.
       COPY PRECO.CPY.

       FD PRECO-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PRECOLOG.TXT'.
       01 PRECO-LOG-REG                PIC X(130).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PRECO-STATUS          PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS            PIC X(02) VALUE '00'.
       01 WS-OPERADOR              PIC X(08) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-PRECO          PIC X(01) VALUE 'N'.
               88 WS-FIM-PRECO-SIM        VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-PRECO-ACHOU        PIC X(01) VALUE 'N'.
               88 WS-PRECO-ACHOU-SIM      VALUE 'S'.
           02 WS-PRECO-CHEIA        PIC X(01) VALUE 'N'.
               88 WS-PRECO-CHEIA-SIM      VALUE 'S'.
           02 WS-CHAVE-REPETIDA     PIC X(01) VALUE 'N'.
               88 WS-CHAVE-REPETIDA-SIM   VALUE 'S'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-TAB-PRECO-LIMITE      PIC 9(03) VALUE 300.
       01 WS-QTD-PRECOS            PIC 9(03) VALUE ZERO.
       01 WS-TABELA-PRECOS.
           02 WS-PC-ENTRADA OCCURS 300 TIMES.
               03 WS-PC-SERIE          PIC 9(02).
               03 WS-PC-TURMA          PIC X(03).
               03 WS-PC-UNIDADE        PIC X(02).
               03 WS-PC-INICIO         PIC 9(06).
               03 WS-PC-VALOR          PIC 9(07)V99.
       01 WS-PC-I                  PIC 9(03) VALUE ZERO.
       01 WS-PC-J                  PIC 9(03) VALUE ZERO.
       01 WS-PC-K                  PIC 9(03) VALUE ZERO.
       01 WS-PC-ACHOU-I            PIC 9(03) VALUE ZERO.
       01 WS-QTD-ORIGINAL          PIC 9(03) VALUE ZERO.
       01 WS-PC-PRIMEIRO-NOVO      PIC 9(03) VALUE ZERO.
       01 WS-SERIE                 PIC 9(02) VALUE ZERO.
       01 WS-TURMA                 PIC X(03) VALUE SPACES.
       01 WS-UNIDADE               PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-ATIVA         PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME          PIC X(40) VALUE SPACES.
       01 WS-ANOMES-INICIO         PIC 9(06) VALUE ZERO.
       01 WS-VALOR-TXT             PIC X(12) VALUE SPACES.
       01 WS-VALOR                 PIC 9(07)V99 VALUE ZERO.
       01 WS-VALOR-ANTERIOR        PIC 9(07)V99 VALUE ZERO.
       01 WS-ANO-ORIGEM            PIC 9(04) VALUE ZERO.
       01 WS-ANOMES-ORIGEM         PIC 9(06) VALUE ZERO.
       01 WS-ANOMES-NOVO           PIC 9(06) VALUE ZERO.
       01 WS-INICIO-VIGENTE        PIC 9(06) VALUE ZERO.
       01 WS-PERCENTUAL-TXT        PIC X(08) VALUE SPACES.
       01 WS-PERCENTUAL            PIC 9(03)V99 VALUE ZERO.
       01 WS-CONFIRMA              PIC X(01) VALUE 'N'.
           88 WS-CONFIRMA-SIM             VALUE 'S' 's'.
       01 WS-ACAO-LOG              PIC X(20) VALUE SPACES.
       01 WS-VALOR-MASK            PIC ZZZ.ZZ9,99.
       01 WS-ANTERIOR-MASK         PIC ZZZ.ZZ9,99.
       01 WS-PERCENTUAL-MASK       PIC ZZ9,99.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO      PIC 9(04).
           02 WS-HOJE-MES      PIC 9(02).
           02 WS-HOJE-DIA      PIC 9(02).
       01 WS-DATA-FMT              PIC X(10) VALUE SPACES.
       01 WS-QTD-INCLUIDOS         PIC 9(03) VALUE ZERO.
       01 WS-QTD-ALTERADOS         PIC 9(03) VALUE ZERO.
       01 WS-QTD-REAJUSTADOS       PIC 9(03) VALUE ZERO.
       01 WS-QTD-JA-EXISTENTES     PIC 9(03) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'TABELA DE PRECOS DA MENSALIDADE'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-ATIVA
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-NOME NOT = SPACES
               DISPLAY 'UNIDADE: ' WS-UNIDADE-ATIVA ' - '
                       WS-UNIDADE-NOME
           END-IF

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR
           IF WS-OPERADOR = SPACES
               DISPLAY 'OPERADOR NAO IDENTIFICADO - SOMENTE CONSULTA'
           END-IF

           PERFORM CARREGA-PRECOS
           DISPLAY 'PRECOS CADASTRADOS: ' WS-QTD-PRECOS
           EXIT.
       FIM-INICIO.

       CARREGA-PRECOS.
           OPEN INPUT PRECOS
           IF WS-PRECO-STATUS = '00'
               PERFORM LER-PRECOS
               PERFORM UNTIL WS-FIM-PRECO-SIM
                   IF WS-QTD-PRECOS < WS-TAB-PRECO-LIMITE
                       ADD 1 TO WS-QTD-PRECOS
                       MOVE PC-SERIE
                            TO WS-PC-SERIE(WS-QTD-PRECOS)
                       MOVE PC-TURMA
                            TO WS-PC-TURMA(WS-QTD-PRECOS)
                       MOVE SPACES TO WS-PC-UNIDADE(WS-QTD-PRECOS)
                       IF PC-TURMA NOT = SPACES
                           MOVE PC-UNIDADE
                                TO WS-PC-UNIDADE(WS-QTD-PRECOS)
                           IF PC-UNIDADE = SPACES
                               MOVE '01'
                                    TO WS-PC-UNIDADE(WS-QTD-PRECOS)
                           END-IF
                       END-IF
                       MOVE PC-ANOMES-INICIO
                            TO WS-PC-INICIO(WS-QTD-PRECOS)
                       MOVE PC-VALOR
                            TO WS-PC-VALOR(WS-QTD-PRECOS)
                   ELSE
                       DISPLAY 'AVISO: PRECOS.TXT EXCEDE '
                               WS-TAB-PRECO-LIMITE ' PRECOS - A '
                               'TABELA NAO SERA REGRAVADA NESTA '
                               'SESSAO'
                       SET WS-PRECO-CHEIA-SIM TO TRUE
                       SET WS-FIM-PRECO-SIM TO TRUE
                   END-IF
                   PERFORM LER-PRECOS
               END-PERFORM
               CLOSE PRECOS
           END-IF
           EXIT.
       FIM-CARREGA-PRECOS.

       LER-PRECOS.
           READ PRECOS
               AT END
                   SET WS-FIM-PRECO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PRECOS.

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - INCLUIR/ALTERAR PRECO'
               DISPLAY '2 - REAJUSTE ANUAL'
               DISPLAY '3 - LISTAR TABELA'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       IF WS-OPERADOR = SPACES OR WS-PRECO-CHEIA-SIM
                           DISPLAY 'ALTERACAO NAO PERMITIDA NESTA '
                                   'SESSAO'
                       ELSE
                           PERFORM MANUTENCAO-PRECO
                       END-IF
                   WHEN 2
                       IF WS-OPERADOR = SPACES OR WS-PRECO-CHEIA-SIM
                           DISPLAY 'ALTERACAO NAO PERMITIDA NESTA '
                                   'SESSAO'
                       ELSE
                           PERFORM REAJUSTE-ANUAL
                       END-IF
                   WHEN 3
                       PERFORM LISTA-PRECOS
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * INCLUSAO OU ALTERACAO: A CHAVE E SERIE + TURMA (COM A UNIDADE
      * DELA) + INICIO; SE JA EXISTIR, O VALOR E SUBSTITUIDO E O
      * ANTERIOR VAI AO LOG
      *-----------------------------------------------------------------
       MANUTENCAO-PRECO.
           DISPLAY 'SERIE (01 A 12): '
           MOVE ZERO TO WS-SERIE
           ACCEPT WS-SERIE
           IF WS-SERIE < 1 OR WS-SERIE > 12
               DISPLAY 'SERIE INVALIDA - OPERACAO CANCELADA'
           ELSE
               DISPLAY 'TURMA COM PRECO PROPRIO (EM BRANCO PARA A '
                       'SERIE INTEIRA): '
               MOVE SPACES TO WS-TURMA
               ACCEPT WS-TURMA
               MOVE SPACES TO WS-UNIDADE
               IF WS-TURMA NOT = SPACES
                   PERFORM COLETA-UNIDADE
               END-IF
               DISPLAY 'INICIO DA VIGENCIA (AAAAMM): '
               MOVE ZERO TO WS-ANOMES-INICIO
               ACCEPT WS-ANOMES-INICIO
               IF WS-ANOMES-INICIO(1:4) < '1990' OR
                  WS-ANOMES-INICIO(5:2) < '01' OR
                  WS-ANOMES-INICIO(5:2) > '12'
                   DISPLAY 'VIGENCIA INVALIDA - OPERACAO CANCELADA'
               ELSE
                   PERFORM COLETA-VALOR-PRECO
               END-IF
           END-IF
           EXIT.
       FIM-MANUTENCAO-PRECO.

       COLETA-UNIDADE.
           IF WS-UNIDADE-ATIVA = '00' OR WS-UNIDADE-ATIVA = SPACES
               DISPLAY 'UNIDADE DA TURMA (EM BRANCO = 01): '
               MOVE SPACES TO WS-UNIDADE
               ACCEPT WS-UNIDADE
               IF WS-UNIDADE = SPACES OR WS-UNIDADE = '00'
                   MOVE '01' TO WS-UNIDADE
               END-IF
           ELSE
               MOVE WS-UNIDADE-ATIVA TO WS-UNIDADE
           END-IF
           EXIT.
       FIM-COLETA-UNIDADE.

       COLETA-VALOR-PRECO.
           PERFORM LOCALIZA-PRECO
           IF WS-PRECO-ACHOU-SIM
               MOVE WS-PC-VALOR(WS-PC-ACHOU-I) TO WS-VALOR-MASK
               DISPLAY 'PRECO ATUAL DESTA VIGENCIA: ' WS-VALOR-MASK
           END-IF

           DISPLAY 'VALOR DA MENSALIDADE: '
           MOVE SPACES TO WS-VALOR-TXT
           ACCEPT WS-VALOR-TXT
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VALOR-TXT)

           EVALUATE TRUE
               WHEN WS-VALOR = 0
                   DISPLAY 'VALOR INVALIDO - OPERACAO CANCELADA'
               WHEN WS-PRECO-ACHOU-SIM
                   MOVE WS-PC-VALOR(WS-PC-ACHOU-I)
                        TO WS-VALOR-ANTERIOR
                   MOVE WS-VALOR TO WS-PC-VALOR(WS-PC-ACHOU-I)
                   MOVE 'ALTERACAO' TO WS-ACAO-LOG
                   PERFORM GRAVA-PRECO-LOG
                   ADD 1 TO WS-QTD-ALTERADOS
                   DISPLAY 'PRECO ALTERADO'
               WHEN WS-QTD-PRECOS >= WS-TAB-PRECO-LIMITE
                   DISPLAY 'LIMITE DE ' WS-TAB-PRECO-LIMITE
                           ' PRECOS ATINGIDO - INCLUSAO CANCELADA'
               WHEN OTHER
                   ADD 1 TO WS-QTD-PRECOS
                   MOVE WS-SERIE  TO WS-PC-SERIE(WS-QTD-PRECOS)
                   MOVE WS-TURMA  TO WS-PC-TURMA(WS-QTD-PRECOS)
                   MOVE WS-UNIDADE TO WS-PC-UNIDADE(WS-QTD-PRECOS)
                   MOVE WS-ANOMES-INICIO
                        TO WS-PC-INICIO(WS-QTD-PRECOS)
                   MOVE WS-VALOR  TO WS-PC-VALOR(WS-QTD-PRECOS)
                   MOVE ZERO TO WS-VALOR-ANTERIOR
                   MOVE 'INCLUSAO' TO WS-ACAO-LOG
                   PERFORM GRAVA-PRECO-LOG
                   ADD 1 TO WS-QTD-INCLUIDOS
                   DISPLAY 'PRECO INCLUIDO'
           END-EVALUATE
           EXIT.
       FIM-COLETA-VALOR-PRECO.

       LOCALIZA-PRECO.
           MOVE 'N' TO WS-PRECO-ACHOU
           MOVE ZERO TO WS-PC-ACHOU-I

           PERFORM VARYING WS-PC-K FROM 1 BY 1
                   UNTIL WS-PC-K > WS-QTD-PRECOS
                      OR WS-PRECO-ACHOU-SIM
               IF WS-PC-SERIE(WS-PC-K) = WS-SERIE AND
                  WS-PC-TURMA(WS-PC-K) = WS-TURMA AND
                  WS-PC-UNIDADE(WS-PC-K) = WS-UNIDADE AND
                  WS-PC-INICIO(WS-PC-K) = WS-ANOMES-INICIO
                   SET WS-PRECO-ACHOU-SIM TO TRUE
                   MOVE WS-PC-K TO WS-PC-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-PRECO.

      *-----------------------------------------------------------------
      * REAJUSTE ANUAL: PARA CADA SERIE/TURMA, O PRECO VIGENTE EM
      * DEZEMBRO DO ANO DE ORIGEM VIRA O PRECO DE JANEIRO DO ANO
      * SEGUINTE COM O PERCENTUAL APLICADO; OS NOVOS PRECOS SO FICAM
      * NA TABELA DEPOIS DA CONFIRMACAO DO OPERADOR
      *-----------------------------------------------------------------
       REAJUSTE-ANUAL.
           DISPLAY 'ANO DE ORIGEM DOS PRECOS (AAAA): '
           MOVE ZERO TO WS-ANO-ORIGEM
           ACCEPT WS-ANO-ORIGEM
           DISPLAY 'PERCENTUAL DE REAJUSTE: '
           MOVE SPACES TO WS-PERCENTUAL-TXT
           ACCEPT WS-PERCENTUAL-TXT
           COMPUTE WS-PERCENTUAL =
                   FUNCTION NUMVAL(WS-PERCENTUAL-TXT)

           IF WS-ANO-ORIGEM < 1990 OR WS-PERCENTUAL = 0 OR
              WS-PERCENTUAL > 100
               DISPLAY 'ANO OU PERCENTUAL INVALIDOS - REAJUSTE '
                       'CANCELADO'
           ELSE
               MOVE WS-ANO-ORIGEM TO WS-ANOMES-ORIGEM(1:4)
               MOVE 12 TO WS-ANOMES-ORIGEM(5:2)
               COMPUTE WS-ANOMES-NOVO = (WS-ANO-ORIGEM + 1) * 100 + 1
               MOVE WS-QTD-PRECOS TO WS-QTD-ORIGINAL
               MOVE ZERO TO WS-QTD-JA-EXISTENTES

               PERFORM VARYING WS-PC-I FROM 1 BY 1
                       UNTIL WS-PC-I > WS-QTD-ORIGINAL
                   PERFORM REAJUSTA-CHAVE
               END-PERFORM

               COMPUTE WS-PC-J = WS-QTD-PRECOS - WS-QTD-ORIGINAL
               DISPLAY 'PRECOS NOVOS PARA ' WS-ANOMES-NOVO ': '
                       WS-PC-J
               DISPLAY 'CHAVES JA COM PRECO EM ' WS-ANOMES-NOVO
                       ' (MANTIDAS): ' WS-QTD-JA-EXISTENTES

               IF WS-PC-J > 0
                   DISPLAY 'CONFIRMA O REAJUSTE (S/N): '
                   MOVE 'N' TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA-SIM
                       PERFORM LOGA-REAJUSTE
                   ELSE
                       MOVE WS-QTD-ORIGINAL TO WS-QTD-PRECOS
                       DISPLAY 'REAJUSTE DESCARTADO'
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-REAJUSTE-ANUAL.

      *-----------------------------------------------------------------
      * CADA SERIE/TURMA E TRATADA UMA VEZ SO (NA PRIMEIRA OCORRENCIA
      * DA CHAVE NA TABELA)
      *-----------------------------------------------------------------
       REAJUSTA-CHAVE.
           MOVE 'N' TO WS-CHAVE-REPETIDA
           PERFORM VARYING WS-PC-J FROM 1 BY 1
                   UNTIL WS-PC-J >= WS-PC-I
                      OR WS-CHAVE-REPETIDA-SIM
               IF WS-PC-SERIE(WS-PC-J) = WS-PC-SERIE(WS-PC-I) AND
                  WS-PC-TURMA(WS-PC-J) = WS-PC-TURMA(WS-PC-I) AND
                  WS-PC-UNIDADE(WS-PC-J) = WS-PC-UNIDADE(WS-PC-I)
                   SET WS-CHAVE-REPETIDA-SIM TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-CHAVE-REPETIDA-SIM
               MOVE WS-PC-SERIE(WS-PC-I) TO WS-SERIE
               MOVE WS-PC-TURMA(WS-PC-I) TO WS-TURMA
               MOVE WS-PC-UNIDADE(WS-PC-I) TO WS-UNIDADE
               MOVE WS-ANOMES-NOVO TO WS-ANOMES-INICIO
               PERFORM LOCALIZA-PRECO
               IF WS-PRECO-ACHOU-SIM
                   ADD 1 TO WS-QTD-JA-EXISTENTES
               ELSE
                   PERFORM ACHA-VIGENTE-ORIGEM
                   IF WS-INICIO-VIGENTE > 0
                       PERFORM INCLUI-REAJUSTADO
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-REAJUSTA-CHAVE.

       ACHA-VIGENTE-ORIGEM.
           MOVE ZERO TO WS-INICIO-VIGENTE
           MOVE ZERO TO WS-VALOR-ANTERIOR

           PERFORM VARYING WS-PC-J FROM 1 BY 1
                   UNTIL WS-PC-J > WS-QTD-ORIGINAL
               IF WS-PC-SERIE(WS-PC-J) = WS-SERIE AND
                  WS-PC-TURMA(WS-PC-J) = WS-TURMA AND
                  WS-PC-UNIDADE(WS-PC-J) = WS-UNIDADE AND
                  WS-PC-INICIO(WS-PC-J) <= WS-ANOMES-ORIGEM AND
                  WS-PC-INICIO(WS-PC-J) > WS-INICIO-VIGENTE
                   MOVE WS-PC-INICIO(WS-PC-J) TO WS-INICIO-VIGENTE
                   MOVE WS-PC-VALOR(WS-PC-J) TO WS-VALOR-ANTERIOR
               END-IF
           END-PERFORM
           EXIT.
       FIM-ACHA-VIGENTE-ORIGEM.

       INCLUI-REAJUSTADO.
           IF WS-QTD-PRECOS >= WS-TAB-PRECO-LIMITE
               DISPLAY 'LIMITE DE ' WS-TAB-PRECO-LIMITE ' PRECOS '
                       'ATINGIDO - SERIE ' WS-SERIE ' TURMA '
                       WS-TURMA ' SEM REAJUSTE'
           ELSE
               COMPUTE WS-VALOR ROUNDED = WS-VALOR-ANTERIOR *
                       (100 + WS-PERCENTUAL) / 100
               ADD 1 TO WS-QTD-PRECOS
               MOVE WS-SERIE       TO WS-PC-SERIE(WS-QTD-PRECOS)
               MOVE WS-TURMA       TO WS-PC-TURMA(WS-QTD-PRECOS)
               MOVE WS-UNIDADE     TO WS-PC-UNIDADE(WS-QTD-PRECOS)
               MOVE WS-ANOMES-NOVO TO WS-PC-INICIO(WS-QTD-PRECOS)
               MOVE WS-VALOR       TO WS-PC-VALOR(WS-QTD-PRECOS)
               MOVE WS-VALOR-ANTERIOR TO WS-ANTERIOR-MASK
               MOVE WS-VALOR TO WS-VALOR-MASK
               DISPLAY 'SERIE ' WS-SERIE ' TURMA ' WS-TURMA ': '
                       WS-ANTERIOR-MASK ' -> ' WS-VALOR-MASK
           END-IF
           EXIT.
       FIM-INCLUI-REAJUSTADO.

       LOGA-REAJUSTE.
           MOVE WS-PERCENTUAL TO WS-PERCENTUAL-MASK
           MOVE SPACES TO WS-ACAO-LOG
           STRING 'REAJUSTE ' DELIMITED BY SIZE
                  WS-PERCENTUAL-MASK DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO WS-ACAO-LOG
           END-STRING

           COMPUTE WS-PC-PRIMEIRO-NOVO = WS-QTD-ORIGINAL + 1
           PERFORM VARYING WS-PC-I FROM WS-PC-PRIMEIRO-NOVO BY 1
                   UNTIL WS-PC-I > WS-QTD-PRECOS
               MOVE WS-PC-SERIE(WS-PC-I) TO WS-SERIE
               MOVE WS-PC-TURMA(WS-PC-I) TO WS-TURMA
               MOVE WS-PC-UNIDADE(WS-PC-I) TO WS-UNIDADE
               MOVE WS-PC-INICIO(WS-PC-I) TO WS-ANOMES-INICIO
               MOVE WS-PC-VALOR(WS-PC-I) TO WS-VALOR
               PERFORM ACHA-VIGENTE-ORIGEM
               PERFORM GRAVA-PRECO-LOG
               ADD 1 TO WS-QTD-REAJUSTADOS
           END-PERFORM
           DISPLAY 'REAJUSTE APLICADO'
           EXIT.
       FIM-LOGA-REAJUSTE.

       GRAVA-PRECO-LOG.
           OPEN EXTEND PRECO-LOG
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT PRECO-LOG
           END-IF

           MOVE WS-VALOR-ANTERIOR TO WS-ANTERIOR-MASK
           MOVE WS-VALOR TO WS-VALOR-MASK
           MOVE SPACES TO PRECO-LOG-REG
           STRING WS-DATA-FMT DELIMITED BY SIZE
                  ' - OPERADOR: ' DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SIZE
                  ' - SERIE: ' DELIMITED BY SIZE
                  WS-SERIE DELIMITED BY SIZE
                  ' TURMA: ' DELIMITED BY SIZE
                  WS-TURMA DELIMITED BY SIZE
                  ' UNIDADE: ' DELIMITED BY SIZE
                  WS-UNIDADE DELIMITED BY SIZE
                  ' INICIO: ' DELIMITED BY SIZE
                  WS-ANOMES-INICIO DELIMITED BY SIZE
                  ' - DE ' DELIMITED BY SIZE
                  WS-ANTERIOR-MASK DELIMITED BY SIZE
                  ' PARA ' DELIMITED BY SIZE
                  WS-VALOR-MASK DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-ACAO-LOG DELIMITED BY SIZE
                  INTO PRECO-LOG-REG
           END-STRING
           WRITE PRECO-LOG-REG

           CLOSE PRECO-LOG
           EXIT.
       FIM-GRAVA-PRECO-LOG.

       LISTA-PRECOS.
           DISPLAY '-----------------------------------'
           DISPLAY 'SERIE TURMA UN INICIO        VALOR'
           DISPLAY '-----------------------------------'
           PERFORM VARYING WS-PC-I FROM 1 BY 1
                   UNTIL WS-PC-I > WS-QTD-PRECOS
               MOVE WS-PC-VALOR(WS-PC-I) TO WS-VALOR-MASK
               DISPLAY WS-PC-SERIE(WS-PC-I) '    '
                       WS-PC-TURMA(WS-PC-I) '   '
                       WS-PC-UNIDADE(WS-PC-I) ' '
                       WS-PC-INICIO(WS-PC-I) ' '
                       WS-VALOR-MASK
           END-PERFORM
           DISPLAY '-----------------------------------'
           EXIT.
       FIM-LISTA-PRECOS.

       FINALIZA-PROGRAMA.
           IF WS-QTD-INCLUIDOS > 0 OR WS-QTD-ALTERADOS > 0 OR
              WS-QTD-REAJUSTADOS > 0
               PERFORM REGRAVA-PRECOS
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'PRECOS INCLUIDOS   : ' WS-QTD-INCLUIDOS
           DISPLAY 'PRECOS ALTERADOS   : ' WS-QTD-ALTERADOS
           DISPLAY 'PRECOS REAJUSTADOS : ' WS-QTD-REAJUSTADOS
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.

       REGRAVA-PRECOS.
           OPEN OUTPUT PRECOS
           PERFORM VARYING WS-PC-I FROM 1 BY 1
                   UNTIL WS-PC-I > WS-QTD-PRECOS
               MOVE SPACES TO PRECO-REG
               MOVE WS-PC-SERIE(WS-PC-I)  TO PC-SERIE
               MOVE WS-PC-TURMA(WS-PC-I)  TO PC-TURMA
               MOVE WS-PC-UNIDADE(WS-PC-I) TO PC-UNIDADE
               MOVE WS-PC-INICIO(WS-PC-I) TO PC-ANOMES-INICIO
               MOVE WS-PC-VALOR(WS-PC-I)  TO PC-VALOR
               WRITE PRECO-REG
           END-PERFORM
           CLOSE PRECOS
           EXIT.
       FIM-REGRAVA-PRECOS.
      ******************************************************************
       END PROGRAM CADASTRO-PRECO.
