      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CADASTRO DO DE-PARA CONTABIL - MANTEM O CONTABMAP.TXT
      *          (CTBMAPA.CPY) QUE LIGA AS CONTAS DO CONTAMESTRE.TXT,
      *          POR EVENTO DO LANCAMENTO (CREDITO, ESTORNO, AJUSTE DE
      *          PERIODO A CREDITO/DEBITO), AS CONTAS DE DEBITO E
      *          CREDITO DO PLANO DO CONTADOR; A ORIGEM E A CONTA DO
      *          CADASTRO MESTRE OU * + TIPO DA CONTA COMO REGRA
      *          GERAL; INCLUI, ALTERA, EXCLUI E LISTA AS REGRAS -
      *          MESMO FEITIO DO CADASTRO-CONTA; O CONTABIL-EXPORTA
      *          RECUSA EXPORTAR O MES COM CONTA SEM REGRA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Regra por tipo *C (contas da clinica)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-CONTABIL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAB-MAPA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAPA-STATUS.
           SELECT CONTA-MESTRE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MESTRE-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CONTAB-MAPA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONTABMAP.TXT'.
       COPY CTBMAPA.CPY.

       FD CONTA-MESTRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONTAMESTRE.TXT'.
       COPY CONTAMST.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-MAPA-STATUS           PIC X(02) VALUE '00'.
       01 WS-MESTRE-STATUS         PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-MAPA           PIC X(01) VALUE 'N'.
               88 WS-FIM-MAPA-SIM         VALUE 'S'.
           02 WS-FIM-MESTRE         PIC X(01) VALUE 'N'.
               88 WS-FIM-MESTRE-SIM       VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-REGRA-ACHOU        PIC X(01) VALUE 'N'.
               88 WS-REGRA-ACHOU-SIM      VALUE 'S'.
           02 WS-ORIGEM-VALIDA      PIC X(01) VALUE 'N'.
               88 WS-ORIGEM-VALIDA-SIM    VALUE 'S'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-TAB-LIMITE            PIC 9(03) VALUE 200.
       01 WS-QTD-REGRAS            PIC 9(03) VALUE ZERO.
       01 WS-TABELA-REGRAS.
           02 WS-MP-ENTRADA OCCURS 200 TIMES.
               03 WS-MP-ORIGEM         PIC X(10).
               03 WS-MP-EVENTO         PIC X(01).
               03 WS-MP-DEBITO         PIC X(20).
               03 WS-MP-CREDITO        PIC X(20).
               03 WS-MP-HISTORICO      PIC X(30).
       01 WS-MP-I                  PIC 9(03) VALUE ZERO.
       01 WS-MP-ACHOU-I            PIC 9(03) VALUE ZERO.
       01 WS-TAB-CHEIA             PIC X(01) VALUE 'N'.
           88 WS-TAB-CHEIA-SIM        VALUE 'S'.
       01 WS-TAB-CONTA-LIMITE      PIC 9(03) VALUE 500.
       01 WS-QTD-CONTAS            PIC 9(03) VALUE ZERO.
       01 WS-TABELA-CONTAS.
           02 WS-CT-CONTA PIC X(10) OCCURS 500 TIMES.
       01 WS-CT-I                  PIC 9(03) VALUE ZERO.
       01 WS-ORIGEM                PIC X(10) VALUE SPACES.
       01 WS-EVENTO                PIC X(01) VALUE 'C'.
           88 WS-EVENTO-VALIDO            VALUE 'C' 'D' 'A' 'B'.
       01 WS-DEBITO                PIC X(20) VALUE SPACES.
       01 WS-CREDITO               PIC X(20) VALUE SPACES.
       01 WS-HISTORICO             PIC X(30) VALUE SPACES.
       01 WS-QTD-INCLUIDAS         PIC 9(03) VALUE ZERO.
       01 WS-QTD-ALTERADAS         PIC 9(03) VALUE ZERO.
       01 WS-QTD-EXCLUIDAS         PIC 9(03) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'DE-PARA CONTABIL (PLANO DO CONTADOR)'
           DISPLAY '-----------------------------------'

           PERFORM CARREGA-MESTRE
           PERFORM CARREGA-MAPA
           DISPLAY 'REGRAS CADASTRADAS: ' WS-QTD-REGRAS
           EXIT.
       FIM-INICIO.

       CARREGA-MESTRE.
           OPEN INPUT CONTA-MESTRE
           IF WS-MESTRE-STATUS = '00'
               PERFORM LER-MESTRE
               PERFORM UNTIL WS-FIM-MESTRE-SIM
                   IF WS-QTD-CONTAS < WS-TAB-CONTA-LIMITE
                       ADD 1 TO WS-QTD-CONTAS
                       MOVE CM-CONTA TO WS-CT-CONTA(WS-QTD-CONTAS)
                   END-IF
                   PERFORM LER-MESTRE
               END-PERFORM
               CLOSE CONTA-MESTRE
           ELSE
               DISPLAY 'AVISO: CONTAMESTRE.TXT NAO ENCONTRADO - SO '
                       'REGRAS POR TIPO (*M, *T, *O, *E, *C) SERAO '
                       'ACEITAS'
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

       CARREGA-MAPA.
           OPEN INPUT CONTAB-MAPA
           IF WS-MAPA-STATUS = '00'
               PERFORM LER-MAPA
               PERFORM UNTIL WS-FIM-MAPA-SIM
                   IF WS-QTD-REGRAS < WS-TAB-LIMITE
                       ADD 1 TO WS-QTD-REGRAS
                       MOVE MP-ORIGEM
                            TO WS-MP-ORIGEM(WS-QTD-REGRAS)
                       MOVE MP-EVENTO
                            TO WS-MP-EVENTO(WS-QTD-REGRAS)
                       MOVE MP-CONTA-DEBITO
                            TO WS-MP-DEBITO(WS-QTD-REGRAS)
                       MOVE MP-CONTA-CREDITO
                            TO WS-MP-CREDITO(WS-QTD-REGRAS)
                       MOVE MP-HISTORICO
                            TO WS-MP-HISTORICO(WS-QTD-REGRAS)
                   ELSE
                       DISPLAY 'AVISO: CONTABMAP.TXT EXCEDE '
                               WS-TAB-LIMITE ' REGRAS - O DE-PARA '
                               'NAO SERA REGRAVADO NESTA SESSAO'
                       SET WS-TAB-CHEIA-SIM TO TRUE
                       SET WS-FIM-MAPA-SIM TO TRUE
                   END-IF
                   PERFORM LER-MAPA
               END-PERFORM
               CLOSE CONTAB-MAPA
           END-IF
           EXIT.
       FIM-CARREGA-MAPA.

       LER-MAPA.
           READ CONTAB-MAPA
               AT END
                   SET WS-FIM-MAPA-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MAPA.

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - INCLUIR/ALTERAR REGRA'
               DISPLAY '2 - EXCLUIR REGRA'
               DISPLAY '3 - LISTAR REGRAS'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM GRAVA-REGRA
                   WHEN 2
                       PERFORM EXCLUI-REGRA
                   WHEN 3
                       PERFORM LISTA-REGRAS
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * ORIGEM + EVENTO E A CHAVE DA REGRA: SE JA EXISTE, A REGRA E
      * ALTERADA; SENAO, INCLUIDA
      *-----------------------------------------------------------------
       GRAVA-REGRA.
           PERFORM COLETA-CHAVE

           IF WS-ORIGEM-VALIDA-SIM
               IF NOT WS-REGRA-ACHOU-SIM AND
                  WS-QTD-REGRAS >= WS-TAB-LIMITE
                   DISPLAY 'LIMITE DE ' WS-TAB-LIMITE ' REGRAS '
                           'ATINGIDO - INCLUSAO CANCELADA'
               ELSE
                   IF WS-REGRA-ACHOU-SIM
                       DISPLAY 'REGRA ATUAL: DEBITO '
                               WS-MP-DEBITO(WS-MP-ACHOU-I)
                               ' CREDITO '
                               WS-MP-CREDITO(WS-MP-ACHOU-I)
                   END-IF
                   DISPLAY 'CONTA A DEBITAR (PLANO DO CONTADOR): '
                   MOVE SPACES TO WS-DEBITO
                   ACCEPT WS-DEBITO
                   DISPLAY 'CONTA A CREDITAR (PLANO DO CONTADOR): '
                   MOVE SPACES TO WS-CREDITO
                   ACCEPT WS-CREDITO
                   DISPLAY 'HISTORICO PADRAO: '
                   MOVE SPACES TO WS-HISTORICO
                   ACCEPT WS-HISTORICO

                   IF WS-DEBITO = SPACES OR WS-CREDITO = SPACES
                       DISPLAY 'DEBITO E CREDITO SAO OBRIGATORIOS - '
                               'PARTIDA SEM CONTRAPARTIDA NAO FECHA '
                               '- NADA GRAVADO'
                   ELSE
                       IF WS-DEBITO = WS-CREDITO
                           DISPLAY 'DEBITO E CREDITO NA MESMA CONTA '
                                   '- NADA GRAVADO'
                       ELSE
                           IF WS-REGRA-ACHOU-SIM
                               ADD 1 TO WS-QTD-ALTERADAS
                           ELSE
                               ADD 1 TO WS-QTD-REGRAS
                               MOVE WS-QTD-REGRAS TO WS-MP-ACHOU-I
                               MOVE WS-ORIGEM
                                    TO WS-MP-ORIGEM(WS-MP-ACHOU-I)
                               MOVE WS-EVENTO
                                    TO WS-MP-EVENTO(WS-MP-ACHOU-I)
                               ADD 1 TO WS-QTD-INCLUIDAS
                           END-IF
                           MOVE WS-DEBITO
                                TO WS-MP-DEBITO(WS-MP-ACHOU-I)
                           MOVE WS-CREDITO
                                TO WS-MP-CREDITO(WS-MP-ACHOU-I)
                           MOVE WS-HISTORICO
                                TO WS-MP-HISTORICO(WS-MP-ACHOU-I)
                           DISPLAY 'REGRA ' WS-ORIGEM ' / '
                                   WS-EVENTO ' GRAVADA'
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-GRAVA-REGRA.

       EXCLUI-REGRA.
           PERFORM COLETA-CHAVE

           IF WS-ORIGEM-VALIDA-SIM
               IF NOT WS-REGRA-ACHOU-SIM
                   DISPLAY 'REGRA NAO CADASTRADA'
               ELSE
                   PERFORM VARYING WS-MP-I FROM WS-MP-ACHOU-I BY 1
                           UNTIL WS-MP-I >= WS-QTD-REGRAS
                       MOVE WS-MP-ENTRADA(WS-MP-I + 1)
                            TO WS-MP-ENTRADA(WS-MP-I)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-QTD-REGRAS
                   ADD 1 TO WS-QTD-EXCLUIDAS
                   DISPLAY 'REGRA ' WS-ORIGEM ' / ' WS-EVENTO
                           ' EXCLUIDA'
               END-IF
           END-IF
           EXIT.
       FIM-EXCLUI-REGRA.

      *-----------------------------------------------------------------
      * ORIGEM: CONTA DO CONTAMESTRE.TXT OU * + TIPO (M, T, O, E, C)
      *-----------------------------------------------------------------
       COLETA-CHAVE.
           MOVE 'N' TO WS-ORIGEM-VALIDA
           MOVE 'N' TO WS-REGRA-ACHOU

           DISPLAY 'ORIGEM - CONTA DO CADASTRO MESTRE OU *M, *T, '
                   '*O, *E, *C PARA O TIPO: '
           MOVE SPACES TO WS-ORIGEM
           ACCEPT WS-ORIGEM
           DISPLAY 'EVENTO: (C) CREDITO  (D) DEBITO/ESTORNO  '
                   '(A) AJUSTE A CREDITO  (B) AJUSTE A DEBITO'
           MOVE 'C' TO WS-EVENTO
           ACCEPT WS-EVENTO

           EVALUATE TRUE
               WHEN WS-ORIGEM = SPACES
                   DISPLAY 'ORIGEM EM BRANCO - OPERACAO CANCELADA'
               WHEN NOT WS-EVENTO-VALIDO
                   DISPLAY 'EVENTO INVALIDO - OPERACAO CANCELADA'
               WHEN WS-ORIGEM(1:1) = '*'
                   IF WS-ORIGEM(3:8) = SPACES AND
                      (WS-ORIGEM(2:1) = 'M' OR 'T' OR 'O' OR 'E'
                                        OR 'C')
                       SET WS-ORIGEM-VALIDA-SIM TO TRUE
                   ELSE
                       DISPLAY 'TIPO DE CONTA INVALIDO - USE *M, '
                               '*T, *O, *E OU *C'
                   END-IF
               WHEN OTHER
                   PERFORM VARYING WS-CT-I FROM 1 BY 1
                           UNTIL WS-CT-I > WS-QTD-CONTAS
                              OR WS-ORIGEM-VALIDA-SIM
                       IF WS-CT-CONTA(WS-CT-I) = WS-ORIGEM
                           SET WS-ORIGEM-VALIDA-SIM TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-ORIGEM-VALIDA-SIM
                       DISPLAY 'CONTA FORA DO CONTAMESTRE.TXT - '
                               'OPERACAO CANCELADA'
                   END-IF
           END-EVALUATE

           IF WS-ORIGEM-VALIDA-SIM
               PERFORM VARYING WS-MP-I FROM 1 BY 1
                       UNTIL WS-MP-I > WS-QTD-REGRAS
                          OR WS-REGRA-ACHOU-SIM
                   IF WS-MP-ORIGEM(WS-MP-I) = WS-ORIGEM AND
                      WS-MP-EVENTO(WS-MP-I) = WS-EVENTO
                       SET WS-REGRA-ACHOU-SIM TO TRUE
                       MOVE WS-MP-I TO WS-MP-ACHOU-I
                   END-IF
               END-PERFORM
           END-IF
           EXIT.
       FIM-COLETA-CHAVE.

       LISTA-REGRAS.
           DISPLAY '-----------------------------------'
           DISPLAY 'ORIGEM     EV DEBITO               CREDITO'
                   '              HISTORICO'
           PERFORM VARYING WS-MP-I FROM 1 BY 1
                   UNTIL WS-MP-I > WS-QTD-REGRAS
               DISPLAY WS-MP-ORIGEM(WS-MP-I) ' '
                       WS-MP-EVENTO(WS-MP-I) '  '
                       WS-MP-DEBITO(WS-MP-I) ' '
                       WS-MP-CREDITO(WS-MP-I) ' '
                       WS-MP-HISTORICO(WS-MP-I)
           END-PERFORM
           DISPLAY '-----------------------------------'
           EXIT.
       FIM-LISTA-REGRAS.

       FINALIZA-PROGRAMA.
           IF WS-QTD-INCLUIDAS > 0 OR WS-QTD-ALTERADAS > 0 OR
              WS-QTD-EXCLUIDAS > 0
               IF WS-TAB-CHEIA-SIM
                   DISPLAY 'CONTABMAP.TXT NAO REGRAVADO - A CARGA '
                           'ESTOUROU A TABELA E A REGRAVACAO '
                           'TRUNCARIA O DE-PARA'
               ELSE
                   PERFORM REGRAVA-MAPA
               END-IF
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'REGRAS INCLUIDAS : ' WS-QTD-INCLUIDAS
           DISPLAY 'REGRAS ALTERADAS : ' WS-QTD-ALTERADAS
           DISPLAY 'REGRAS EXCLUIDAS : ' WS-QTD-EXCLUIDAS
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.

       REGRAVA-MAPA.
           OPEN OUTPUT CONTAB-MAPA
           PERFORM VARYING WS-MP-I FROM 1 BY 1
                   UNTIL WS-MP-I > WS-QTD-REGRAS
               MOVE SPACES TO CONTAB-MAPA-REG
               MOVE WS-MP-ORIGEM(WS-MP-I)    TO MP-ORIGEM
               MOVE WS-MP-EVENTO(WS-MP-I)    TO MP-EVENTO
               MOVE WS-MP-DEBITO(WS-MP-I)    TO MP-CONTA-DEBITO
               MOVE WS-MP-CREDITO(WS-MP-I)   TO MP-CONTA-CREDITO
               MOVE WS-MP-HISTORICO(WS-MP-I) TO MP-HISTORICO
               WRITE CONTAB-MAPA-REG
           END-PERFORM
           CLOSE CONTAB-MAPA
           EXIT.
       FIM-REGRAVA-MAPA.
      ******************************************************************
       END PROGRAM CADASTRO-CONTABIL.
