      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CADASTRO DE CONVENIOS E DA TABELA DE PRECOS DA
      *          CLINICA - MANTEM O CONVENIOS.TXT (CONVENIO.CPY:
      *          CODIGO, NOME, REGISTRO ANS DA OPERADORA, CODIGO DA
      *          CLINICA COMO PRESTADOR, ATIVO S/N) E O CLINPRECO.TXT
      *          (CLINPREC.CPY: PRECO DA CONSULTA, DA AVALIACAO E DA
      *          SESSAO DE GRUPO POR PAGADOR - PARTICULAR OU CONVENIO -
      *          E AAAAMM DE INICIO DA VIGENCIA, COM A CONTA DE
      *          RECEITA DA CLINICA E O CODIGO DO PROCEDIMENTO DA
      *          OPERADORA); A CONTA TEM QUE ESTAR ATIVA NO
      *          CONTAMESTRE.TXT COM TIPO C (CLINICA) E CHAVE JA
      *          EXISTENTE E ALTERADA, NAO DUPLICADA; MESMO FEITIO DO
      *          CADASTRO-CONTA (CARGA EM TABELA, REGRAVACAO NO FIM SO
      *          SE A CARGA COUBE INTEIRA); O CLINICA-COBRANCA TIRA
      *          DAQUI O PRECO DE CADA CHECK-IN
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-CONVENIO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVENIOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONV-STATUS.
           SELECT CLIN-PRECOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRECO-STATUS.
           SELECT CONTA-MESTRE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MESTRE-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CONVENIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONVENIOS.TXT'.
       COPY CONVENIO.CPY.

       FD CLIN-PRECOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CLINPRECO.TXT'.
       COPY CLINPREC.CPY.

       FD CONTA-MESTRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONTAMESTRE.TXT'.
       COPY CONTAMST.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-CONV-STATUS           PIC X(02) VALUE '00'.
       01 WS-PRECO-STATUS          PIC X(02) VALUE '00'.
       01 WS-MESTRE-STATUS         PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-CONV           PIC X(01) VALUE 'N'.
               88 WS-FIM-CONV-SIM         VALUE 'S'.
           02 WS-FIM-PRECO          PIC X(01) VALUE 'N'.
               88 WS-FIM-PRECO-SIM        VALUE 'S'.
           02 WS-FIM-MESTRE         PIC X(01) VALUE 'N'.
               88 WS-FIM-MESTRE-SIM       VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-CONV-CHEIA         PIC X(01) VALUE 'N'.
               88 WS-CONV-CHEIA-SIM       VALUE 'S'.
           02 WS-PRECO-CHEIA        PIC X(01) VALUE 'N'.
               88 WS-PRECO-CHEIA-SIM      VALUE 'S'.
           02 WS-MESTRE-EXISTE      PIC X(01) VALUE 'N'.
               88 WS-MESTRE-EXISTE-SIM    VALUE 'S'.
           02 WS-ENTRADA-VALIDA     PIC X(01) VALUE 'S'.
               88 WS-ENTRADA-OK           VALUE 'S'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
      *-----------------------------------------------------------------
      * CONVENIOS
      *-----------------------------------------------------------------
       01 WS-TAB-CONV-LIMITE       PIC 9(03) VALUE 100.
       01 WS-QTD-CONVENIOS         PIC 9(03) VALUE ZERO.
       01 WS-TABELA-CONV.
           02 WS-CV-ENTRADA OCCURS 100 TIMES.
               03 WS-CV-CODIGO         PIC X(05).
               03 WS-CV-NOME           PIC X(30).
               03 WS-CV-REGISTRO-ANS   PIC 9(06).
               03 WS-CV-PRESTADOR      PIC X(14).
               03 WS-CV-ATIVO          PIC X(01).
       01 WS-CV-I                  PIC 9(03) VALUE ZERO.
       01 WS-CV-ACHOU-I            PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * PRECOS DA CLINICA
      *-----------------------------------------------------------------
       01 WS-TAB-PRECO-LIMITE      PIC 9(03) VALUE 300.
       01 WS-QTD-PRECOS            PIC 9(03) VALUE ZERO.
       01 WS-TABELA-PRECOS.
           02 WS-CP-ENTRADA OCCURS 300 TIMES.
               03 WS-CP-SERVICO        PIC X(01).
               03 WS-CP-CONVENIO       PIC X(05).
               03 WS-CP-INICIO         PIC 9(06).
               03 WS-CP-VALOR          PIC 9(07)V99.
               03 WS-CP-CONTA          PIC X(10).
               03 WS-CP-PROCEDIMENTO   PIC X(10).
       01 WS-CP-I                  PIC 9(03) VALUE ZERO.
       01 WS-CP-ACHOU-I            PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * CONTAS DA CLINICA NO CADASTRO MESTRE
      *-----------------------------------------------------------------
       01 WS-TAB-CONTA-LIMITE      PIC 9(03) VALUE 100.
       01 WS-QTD-CONTAS            PIC 9(03) VALUE ZERO.
       01 WS-TABELA-CONTAS.
           02 WS-CT-ENTRADA OCCURS 100 TIMES.
               03 WS-CT-CONTA          PIC X(10).
               03 WS-CT-TIPO           PIC X(01).
               03 WS-CT-ATIVA          PIC X(01).
       01 WS-CT-I                  PIC 9(03) VALUE ZERO.
       01 WS-CT-ACHOU-I            PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * ENTRADA DO OPERADOR
      *-----------------------------------------------------------------
       01 WS-CODIGO                PIC X(05) VALUE SPACES.
       01 WS-NOME                  PIC X(30) VALUE SPACES.
       01 WS-REGISTRO-TXT          PIC X(06) VALUE SPACES.
       01 WS-PRESTADOR             PIC X(14) VALUE SPACES.
       01 WS-ATIVO                 PIC X(01) VALUE 'S'.
       01 WS-SERVICO               PIC X(01) VALUE SPACE.
           88 WS-SERVICO-VALIDO           VALUE 'C' 'A' 'G'.
       01 WS-CONVENIO              PIC X(05) VALUE SPACES.
       01 WS-ANOMES-TXT            PIC X(06) VALUE SPACES.
       01 WS-ANOMES                PIC 9(06) VALUE ZERO.
       01 WS-VALOR-TXT             PIC X(12) VALUE SPACES.
       01 WS-VALOR                 PIC 9(07)V99 VALUE ZERO.
       01 WS-CONTA                 PIC X(10) VALUE SPACES.
       01 WS-PROCEDIMENTO          PIC X(10) VALUE SPACES.
       01 WS-VALOR-MASK            PIC ZZZ.ZZ9,99.
       01 WS-QTD-CONV-INCLUIDOS    PIC 9(03) VALUE ZERO.
       01 WS-QTD-CONV-ALTERADOS    PIC 9(03) VALUE ZERO.
       01 WS-QTD-PRECO-INCLUIDOS   PIC 9(03) VALUE ZERO.
       01 WS-QTD-PRECO-ALTERADOS   PIC 9(03) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'CONVENIOS E PRECOS DA CLINICA'
           DISPLAY '-----------------------------------'

           PERFORM CARREGA-CONVENIOS
           PERFORM CARREGA-PRECOS
           PERFORM CARREGA-MESTRE
           DISPLAY 'CONVENIOS CADASTRADOS: ' WS-QTD-CONVENIOS
           DISPLAY 'PRECOS CADASTRADOS   : ' WS-QTD-PRECOS
           EXIT.
       FIM-INICIO.

       CARREGA-CONVENIOS.
           OPEN INPUT CONVENIOS
           IF WS-CONV-STATUS = '00'
               PERFORM LER-CONVENIOS
               PERFORM UNTIL WS-FIM-CONV-SIM
                   IF WS-QTD-CONVENIOS < WS-TAB-CONV-LIMITE
                       ADD 1 TO WS-QTD-CONVENIOS
                       MOVE CV-CODIGO
                            TO WS-CV-CODIGO(WS-QTD-CONVENIOS)
                       MOVE CV-NOME
                            TO WS-CV-NOME(WS-QTD-CONVENIOS)
                       IF CV-REGISTRO-ANS NUMERIC
                           MOVE CV-REGISTRO-ANS
                                TO WS-CV-REGISTRO-ANS(WS-QTD-CONVENIOS)
                       ELSE
                           MOVE ZERO
                                TO WS-CV-REGISTRO-ANS(WS-QTD-CONVENIOS)
                       END-IF
                       MOVE CV-PRESTADOR
                            TO WS-CV-PRESTADOR(WS-QTD-CONVENIOS)
                       MOVE CV-ATIVO
                            TO WS-CV-ATIVO(WS-QTD-CONVENIOS)
                   ELSE
                       DISPLAY 'AVISO: CONVENIOS.TXT EXCEDE '
                               WS-TAB-CONV-LIMITE ' CONVENIOS - O '
                               'CADASTRO NAO SERA REGRAVADO NESTA '
                               'SESSAO'
                       SET WS-CONV-CHEIA-SIM TO TRUE
                       SET WS-FIM-CONV-SIM TO TRUE
                   END-IF
                   PERFORM LER-CONVENIOS
               END-PERFORM
               CLOSE CONVENIOS
           END-IF
           EXIT.
       FIM-CARREGA-CONVENIOS.

       LER-CONVENIOS.
           READ CONVENIOS
               AT END
                   SET WS-FIM-CONV-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CONVENIOS.

       CARREGA-PRECOS.
           OPEN INPUT CLIN-PRECOS
           IF WS-PRECO-STATUS = '00'
               PERFORM LER-PRECOS
               PERFORM UNTIL WS-FIM-PRECO-SIM
                   IF WS-QTD-PRECOS < WS-TAB-PRECO-LIMITE
                       ADD 1 TO WS-QTD-PRECOS
                       MOVE CP-SERVICO
                            TO WS-CP-SERVICO(WS-QTD-PRECOS)
                       MOVE CP-CONVENIO
                            TO WS-CP-CONVENIO(WS-QTD-PRECOS)
                       MOVE CP-ANOMES-INICIO
                            TO WS-CP-INICIO(WS-QTD-PRECOS)
                       MOVE CP-VALOR
                            TO WS-CP-VALOR(WS-QTD-PRECOS)
                       MOVE CP-CONTA
                            TO WS-CP-CONTA(WS-QTD-PRECOS)
                       MOVE CP-PROCEDIMENTO
                            TO WS-CP-PROCEDIMENTO(WS-QTD-PRECOS)
                   ELSE
                       DISPLAY 'AVISO: CLINPRECO.TXT EXCEDE '
                               WS-TAB-PRECO-LIMITE ' PRECOS - A '
                               'TABELA NAO SERA REGRAVADA NESTA '
                               'SESSAO'
                       SET WS-PRECO-CHEIA-SIM TO TRUE
                       SET WS-FIM-PRECO-SIM TO TRUE
                   END-IF
                   PERFORM LER-PRECOS
               END-PERFORM
               CLOSE CLIN-PRECOS
           END-IF
           EXIT.
       FIM-CARREGA-PRECOS.

       LER-PRECOS.
           READ CLIN-PRECOS
               AT END
                   SET WS-FIM-PRECO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PRECOS.

       CARREGA-MESTRE.
           OPEN INPUT CONTA-MESTRE
           IF WS-MESTRE-STATUS = '00'
               SET WS-MESTRE-EXISTE-SIM TO TRUE
               PERFORM LER-MESTRE
               PERFORM UNTIL WS-FIM-MESTRE-SIM
                   IF WS-QTD-CONTAS < WS-TAB-CONTA-LIMITE
                       ADD 1 TO WS-QTD-CONTAS
                       MOVE CM-CONTA TO WS-CT-CONTA(WS-QTD-CONTAS)
                       MOVE CM-TIPO  TO WS-CT-TIPO(WS-QTD-CONTAS)
                       MOVE CM-ATIVA TO WS-CT-ATIVA(WS-QTD-CONTAS)
                   END-IF
                   PERFORM LER-MESTRE
               END-PERFORM
               CLOSE CONTA-MESTRE
           ELSE
               DISPLAY 'AVISO: CONTAMESTRE.TXT NAO ENCONTRADO - CONTA '
                       'DO PRECO ACEITA SEM CONFERENCIA'
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

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - INCLUIR/ALTERAR CONVENIO'
               DISPLAY '2 - ATIVAR/DESATIVAR CONVENIO'
               DISPLAY '3 - INCLUIR/ALTERAR PRECO DA CLINICA'
               DISPLAY '4 - LISTAR CONVENIOS E PRECOS'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM MANTEM-CONVENIO
                   WHEN 2
                       PERFORM ALTERA-SITUACAO
                   WHEN 3
                       PERFORM MANTEM-PRECO
                   WHEN 4
                       PERFORM LISTA-CADASTRO
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * CONVENIO: CODIGO NOVO E INCLUIDO ATIVO; CODIGO EXISTENTE TEM
      * NOME, REGISTRO ANS E CODIGO DE PRESTADOR ALTERADOS
      *-----------------------------------------------------------------
       MANTEM-CONVENIO.
           DISPLAY 'CODIGO DO CONVENIO: '
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO
           PERFORM LOCALIZA-CONVENIO

           EVALUATE TRUE
               WHEN WS-CODIGO = SPACES
                   DISPLAY 'CODIGO EM BRANCO - OPERACAO CANCELADA'
               WHEN WS-CV-ACHOU-I = 0 AND
                    WS-QTD-CONVENIOS >= WS-TAB-CONV-LIMITE
                   DISPLAY 'LIMITE DE ' WS-TAB-CONV-LIMITE
                           ' CONVENIOS ATINGIDO - INCLUSAO CANCELADA'
               WHEN OTHER
                   IF WS-CV-ACHOU-I > 0
                       DISPLAY 'CONVENIO ' WS-CODIGO ' - '
                               WS-CV-NOME(WS-CV-ACHOU-I)
                               ' (ALTERACAO)'
                   END-IF
                   PERFORM COLETA-CONVENIO
                   IF WS-ENTRADA-OK
                       IF WS-CV-ACHOU-I = 0
                           ADD 1 TO WS-QTD-CONVENIOS
                           MOVE WS-QTD-CONVENIOS TO WS-CV-ACHOU-I
                           MOVE WS-CODIGO
                                TO WS-CV-CODIGO(WS-CV-ACHOU-I)
                           MOVE 'S' TO WS-CV-ATIVO(WS-CV-ACHOU-I)
                           ADD 1 TO WS-QTD-CONV-INCLUIDOS
                           DISPLAY 'CONVENIO ' WS-CODIGO
                                   ' INCLUIDO (ATIVO)'
                       ELSE
                           ADD 1 TO WS-QTD-CONV-ALTERADOS
                           DISPLAY 'CONVENIO ' WS-CODIGO ' ALTERADO'
                       END-IF
                       MOVE WS-NOME
                            TO WS-CV-NOME(WS-CV-ACHOU-I)
                       MOVE WS-REGISTRO-TXT
                            TO WS-CV-REGISTRO-ANS(WS-CV-ACHOU-I)
                       MOVE WS-PRESTADOR
                            TO WS-CV-PRESTADOR(WS-CV-ACHOU-I)
                   END-IF
           END-EVALUATE
           EXIT.
       FIM-MANTEM-CONVENIO.

       COLETA-CONVENIO.
           MOVE 'S' TO WS-ENTRADA-VALIDA
           DISPLAY 'NOME DO CONVENIO: '
           MOVE SPACES TO WS-NOME
           ACCEPT WS-NOME
           IF WS-NOME = SPACES
               DISPLAY 'NOME EM BRANCO - OPERACAO CANCELADA'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'REGISTRO DA OPERADORA NA ANS (6 DIGITOS): '
               MOVE SPACES TO WS-REGISTRO-TXT
               ACCEPT WS-REGISTRO-TXT
               IF WS-REGISTRO-TXT NOT NUMERIC
                   DISPLAY 'REGISTRO ANS INVALIDO - OPERACAO '
                           'CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'CODIGO DA CLINICA COMO PRESTADOR NA '
                       'OPERADORA: '
               MOVE SPACES TO WS-PRESTADOR
               ACCEPT WS-PRESTADOR
               IF WS-PRESTADOR = SPACES
                   DISPLAY 'CODIGO DE PRESTADOR EM BRANCO - '
                           'OPERACAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF
           EXIT.
       FIM-COLETA-CONVENIO.

       ALTERA-SITUACAO.
           DISPLAY 'CODIGO DO CONVENIO: '
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO

           PERFORM LOCALIZA-CONVENIO
           IF WS-CV-ACHOU-I = 0
               DISPLAY 'CONVENIO NAO CADASTRADO'
           ELSE
               DISPLAY 'NOVA SITUACAO: (S) ATIVO  (N) INATIVO'
               MOVE 'S' TO WS-ATIVO
               ACCEPT WS-ATIVO
               IF WS-ATIVO = 'S' OR WS-ATIVO = 'N'
                   MOVE WS-ATIVO TO WS-CV-ATIVO(WS-CV-ACHOU-I)
                   ADD 1 TO WS-QTD-CONV-ALTERADOS
                   DISPLAY 'CONVENIO ' WS-CODIGO ' AGORA COM '
                           'SITUACAO ' WS-ATIVO
               ELSE
                   DISPLAY 'SITUACAO INVALIDA - NADA ALTERADO'
               END-IF
           END-IF
           EXIT.
       FIM-ALTERA-SITUACAO.

       LOCALIZA-CONVENIO.
           MOVE ZERO TO WS-CV-ACHOU-I
           PERFORM VARYING WS-CV-I FROM 1 BY 1
                   UNTIL WS-CV-I > WS-QTD-CONVENIOS
                      OR WS-CV-ACHOU-I > 0
               IF WS-CV-CODIGO(WS-CV-I) = WS-CODIGO
                   MOVE WS-CV-I TO WS-CV-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-CONVENIO.

      *-----------------------------------------------------------------
      * PRECO: CHAVE SERVICO + PAGADOR + INICIO DA VIGENCIA; CHAVE
      * EXISTENTE TEM VALOR, CONTA E PROCEDIMENTO ALTERADOS
      *-----------------------------------------------------------------
       MANTEM-PRECO.
           MOVE 'S' TO WS-ENTRADA-VALIDA
           DISPLAY 'SERVICO: (C) CONSULTA  (A) AVALIACAO  '
                   '(G) SESSAO DE GRUPO'
           MOVE SPACE TO WS-SERVICO
           ACCEPT WS-SERVICO
           IF NOT WS-SERVICO-VALIDO
               DISPLAY 'SERVICO INVALIDO - OPERACAO CANCELADA'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'CONVENIO (EM BRANCO = PARTICULAR): '
               MOVE SPACES TO WS-CONVENIO
               ACCEPT WS-CONVENIO
               IF WS-CONVENIO NOT = SPACES
                   MOVE WS-CONVENIO TO WS-CODIGO
                   PERFORM LOCALIZA-CONVENIO
                   IF WS-CV-ACHOU-I = 0
                       DISPLAY 'CONVENIO NAO CADASTRADO - OPERACAO '
                               'CANCELADA'
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                   END-IF
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'INICIO DA VIGENCIA (AAAAMM): '
               MOVE SPACES TO WS-ANOMES-TXT
               ACCEPT WS-ANOMES-TXT
               IF WS-ANOMES-TXT NUMERIC
                   MOVE WS-ANOMES-TXT TO WS-ANOMES
               ELSE
                   MOVE ZERO TO WS-ANOMES
               END-IF
               IF WS-ANOMES(5:2) < '01' OR WS-ANOMES(5:2) > '12'
                   DISPLAY 'AAAAMM INVALIDO - OPERACAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               PERFORM LOCALIZA-PRECO
               IF WS-CP-ACHOU-I = 0 AND
                  WS-QTD-PRECOS >= WS-TAB-PRECO-LIMITE
                   DISPLAY 'LIMITE DE ' WS-TAB-PRECO-LIMITE
                           ' PRECOS ATINGIDO - INCLUSAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               IF WS-CP-ACHOU-I > 0
                   MOVE WS-CP-VALOR(WS-CP-ACHOU-I) TO WS-VALOR-MASK
                   DISPLAY 'PRECO ATUAL ' WS-VALOR-MASK ' CONTA '
                           WS-CP-CONTA(WS-CP-ACHOU-I)
                           ' (ALTERACAO)'
               END-IF
               PERFORM COLETA-PRECO
           END-IF

           IF WS-ENTRADA-OK
               IF WS-CP-ACHOU-I = 0
                   ADD 1 TO WS-QTD-PRECOS
                   MOVE WS-QTD-PRECOS TO WS-CP-ACHOU-I
                   MOVE WS-SERVICO  TO WS-CP-SERVICO(WS-CP-ACHOU-I)
                   MOVE WS-CONVENIO TO WS-CP-CONVENIO(WS-CP-ACHOU-I)
                   MOVE WS-ANOMES   TO WS-CP-INICIO(WS-CP-ACHOU-I)
                   ADD 1 TO WS-QTD-PRECO-INCLUIDOS
                   DISPLAY 'PRECO INCLUIDO'
               ELSE
                   ADD 1 TO WS-QTD-PRECO-ALTERADOS
                   DISPLAY 'PRECO ALTERADO'
               END-IF
               MOVE WS-VALOR        TO WS-CP-VALOR(WS-CP-ACHOU-I)
               MOVE WS-CONTA        TO WS-CP-CONTA(WS-CP-ACHOU-I)
               MOVE WS-PROCEDIMENTO
                    TO WS-CP-PROCEDIMENTO(WS-CP-ACHOU-I)
           END-IF
           EXIT.
       FIM-MANTEM-PRECO.

       COLETA-PRECO.
           DISPLAY 'VALOR DO ATENDIMENTO (EX.: 150,00): '
           MOVE SPACES TO WS-VALOR-TXT
           ACCEPT WS-VALOR-TXT
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VALOR-TXT)
           IF WS-VALOR = ZERO
               DISPLAY 'VALOR ZERO OU INVALIDO - OPERACAO CANCELADA'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'CONTA DE RECEITA DA CLINICA: '
               MOVE SPACES TO WS-CONTA
               ACCEPT WS-CONTA
               PERFORM CONFERE-CONTA
           END-IF

           IF WS-ENTRADA-OK
               IF WS-CONVENIO = SPACES
                   MOVE SPACES TO WS-PROCEDIMENTO
               ELSE
                   DISPLAY 'CODIGO DO PROCEDIMENTO NA TABELA DA '
                           'OPERADORA: '
                   MOVE SPACES TO WS-PROCEDIMENTO
                   ACCEPT WS-PROCEDIMENTO
                   IF WS-PROCEDIMENTO = SPACES
                       DISPLAY 'PROCEDIMENTO EM BRANCO - OPERACAO '
                               'CANCELADA'
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-COLETA-PRECO.

       CONFERE-CONTA.
           IF WS-CONTA = SPACES
               DISPLAY 'CONTA EM BRANCO - OPERACAO CANCELADA'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           ELSE
               IF WS-MESTRE-EXISTE-SIM
                   MOVE ZERO TO WS-CT-ACHOU-I
                   PERFORM VARYING WS-CT-I FROM 1 BY 1
                           UNTIL WS-CT-I > WS-QTD-CONTAS
                              OR WS-CT-ACHOU-I > 0
                       IF WS-CT-CONTA(WS-CT-I) = WS-CONTA
                           MOVE WS-CT-I TO WS-CT-ACHOU-I
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-CT-ACHOU-I = 0
                           DISPLAY 'CONTA FORA DO CONTAMESTRE.TXT - '
                                   'OPERACAO CANCELADA'
                           MOVE 'N' TO WS-ENTRADA-VALIDA
                       WHEN WS-CT-TIPO(WS-CT-ACHOU-I) NOT = 'C'
                           DISPLAY 'CONTA NAO E DA CLINICA (TIPO C) '
                                   '- OPERACAO CANCELADA'
                           MOVE 'N' TO WS-ENTRADA-VALIDA
                       WHEN WS-CT-ATIVA(WS-CT-ACHOU-I) = 'N'
                           DISPLAY 'CONTA INATIVA - OPERACAO '
                                   'CANCELADA'
                           MOVE 'N' TO WS-ENTRADA-VALIDA
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.
       FIM-CONFERE-CONTA.

       LOCALIZA-PRECO.
           MOVE ZERO TO WS-CP-ACHOU-I
           PERFORM VARYING WS-CP-I FROM 1 BY 1
                   UNTIL WS-CP-I > WS-QTD-PRECOS
                      OR WS-CP-ACHOU-I > 0
               IF WS-CP-SERVICO(WS-CP-I)  = WS-SERVICO  AND
                  WS-CP-CONVENIO(WS-CP-I) = WS-CONVENIO AND
                  WS-CP-INICIO(WS-CP-I)   = WS-ANOMES
                   MOVE WS-CP-I TO WS-CP-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-PRECO.

       LISTA-CADASTRO.
           DISPLAY '-----------------------------------'
           DISPLAY 'CONVENIOS'
           PERFORM VARYING WS-CV-I FROM 1 BY 1
                   UNTIL WS-CV-I > WS-QTD-CONVENIOS
               DISPLAY WS-CV-CODIGO(WS-CV-I) ' '
                       WS-CV-NOME(WS-CV-I) ' ANS: '
                       WS-CV-REGISTRO-ANS(WS-CV-I) ' PRESTADOR: '
                       WS-CV-PRESTADOR(WS-CV-I) ' ATIVO: '
                       WS-CV-ATIVO(WS-CV-I)
           END-PERFORM
           DISPLAY '-----------------------------------'
           DISPLAY 'PRECOS (SERVICO PAGADOR VIGENCIA VALOR CONTA '
                   'PROCEDIMENTO)'
           PERFORM VARYING WS-CP-I FROM 1 BY 1
                   UNTIL WS-CP-I > WS-QTD-PRECOS
               MOVE WS-CP-VALOR(WS-CP-I) TO WS-VALOR-MASK
               IF WS-CP-CONVENIO(WS-CP-I) = SPACES
                   DISPLAY WS-CP-SERVICO(WS-CP-I) ' PARTIC '
                           WS-CP-INICIO(WS-CP-I) ' '
                           WS-VALOR-MASK ' '
                           WS-CP-CONTA(WS-CP-I)
               ELSE
                   DISPLAY WS-CP-SERVICO(WS-CP-I) ' '
                           WS-CP-CONVENIO(WS-CP-I) '  '
                           WS-CP-INICIO(WS-CP-I) ' '
                           WS-VALOR-MASK ' '
                           WS-CP-CONTA(WS-CP-I) ' '
                           WS-CP-PROCEDIMENTO(WS-CP-I)
               END-IF
           END-PERFORM
           DISPLAY '-----------------------------------'
           EXIT.
       FIM-LISTA-CADASTRO.

       FINALIZA-PROGRAMA.
           IF WS-QTD-CONV-INCLUIDOS > 0 OR WS-QTD-CONV-ALTERADOS > 0
               IF WS-CONV-CHEIA-SIM
                   DISPLAY 'CONVENIOS.TXT NAO REGRAVADO - A CARGA '
                           'ESTOUROU A TABELA E A REGRAVACAO '
                           'TRUNCARIA O CADASTRO'
               ELSE
                   PERFORM REGRAVA-CONVENIOS
               END-IF
           END-IF

           IF WS-QTD-PRECO-INCLUIDOS > 0 OR
              WS-QTD-PRECO-ALTERADOS > 0
               IF WS-PRECO-CHEIA-SIM
                   DISPLAY 'CLINPRECO.TXT NAO REGRAVADO - A CARGA '
                           'ESTOUROU A TABELA E A REGRAVACAO '
                           'TRUNCARIA O CADASTRO'
               ELSE
                   PERFORM REGRAVA-PRECOS
               END-IF
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'CONVENIOS INCLUIDOS : ' WS-QTD-CONV-INCLUIDOS
           DISPLAY 'CONVENIOS ALTERADOS : ' WS-QTD-CONV-ALTERADOS
           DISPLAY 'PRECOS INCLUIDOS    : ' WS-QTD-PRECO-INCLUIDOS
           DISPLAY 'PRECOS ALTERADOS    : ' WS-QTD-PRECO-ALTERADOS
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.

       REGRAVA-CONVENIOS.
           OPEN OUTPUT CONVENIOS
           PERFORM VARYING WS-CV-I FROM 1 BY 1
                   UNTIL WS-CV-I > WS-QTD-CONVENIOS
               MOVE SPACES TO CONVENIO-REG
               MOVE WS-CV-CODIGO(WS-CV-I)       TO CV-CODIGO
               MOVE WS-CV-NOME(WS-CV-I)         TO CV-NOME
               MOVE WS-CV-REGISTRO-ANS(WS-CV-I) TO CV-REGISTRO-ANS
               MOVE WS-CV-PRESTADOR(WS-CV-I)    TO CV-PRESTADOR
               MOVE WS-CV-ATIVO(WS-CV-I)        TO CV-ATIVO
               WRITE CONVENIO-REG
           END-PERFORM
           CLOSE CONVENIOS
           EXIT.
       FIM-REGRAVA-CONVENIOS.

       REGRAVA-PRECOS.
           OPEN OUTPUT CLIN-PRECOS
           PERFORM VARYING WS-CP-I FROM 1 BY 1
                   UNTIL WS-CP-I > WS-QTD-PRECOS
               MOVE SPACES TO CLIN-PRECO-REG
               MOVE WS-CP-SERVICO(WS-CP-I)      TO CP-SERVICO
               MOVE WS-CP-CONVENIO(WS-CP-I)     TO CP-CONVENIO
               MOVE WS-CP-INICIO(WS-CP-I)       TO CP-ANOMES-INICIO
               MOVE WS-CP-VALOR(WS-CP-I)        TO CP-VALOR
               MOVE WS-CP-CONTA(WS-CP-I)        TO CP-CONTA
               MOVE WS-CP-PROCEDIMENTO(WS-CP-I) TO CP-PROCEDIMENTO
               WRITE CLIN-PRECO-REG
           END-PERFORM
           CLOSE CLIN-PRECOS
           EXIT.
       FIM-REGRAVA-PRECOS.
      ******************************************************************
       END PROGRAM CADASTRO-CONVENIO.
