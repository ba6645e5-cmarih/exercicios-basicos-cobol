      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CADASTRO DE PROFISSIONAIS DA CLINICA - MANTEM O
      *          PROFISSIONAIS.TXT (PROFISS.CPY: CODIGO, NOME,
      *          REGISTRO NO CONSELHO DE CLASSE, ESPECIALIDADE E
      *          ATIVO S/N); CODIGO JA EXISTENTE E ALTERADO, NAO
      *          DUPLICADO, E O MESMO REGISTRO DE CONSELHO NAO ENTRA
      *          EM DOIS CODIGOS; MESMO FEITIO DO CADASTRO-CONVENIO
      *          (CARGA EM TABELA, REGRAVACAO NO FIM SO SE A CARGA
      *          COUBE INTEIRA); O CADASTRO-PACIENTE, O PESO-IDEAL E
      *          A AGENDA-CLINICA CONFEREM AQUI O PROFISSIONAL
      *          RESPONSAVEL E O DO ATENDIMENTO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-PROFISSIONAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFISSIONAIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROF-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PROFISSIONAIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PROFISSIONAIS.TXT'.
       COPY PROFISS.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PROF-STATUS           PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-PROF           PIC X(01) VALUE 'N'.
               88 WS-FIM-PROF-SIM         VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-PROF-CHEIA         PIC X(01) VALUE 'N'.
               88 WS-PROF-CHEIA-SIM       VALUE 'S'.
           02 WS-ENTRADA-VALIDA     PIC X(01) VALUE 'S'.
               88 WS-ENTRADA-OK           VALUE 'S'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
      *-----------------------------------------------------------------
      * PROFISSIONAIS
      *-----------------------------------------------------------------
       01 WS-TAB-PROF-LIMITE       PIC 9(03) VALUE 100.
       01 WS-QTD-PROFISSIONAIS     PIC 9(03) VALUE ZERO.
       01 WS-TABELA-PROF.
           02 WS-PF-ENTRADA OCCURS 100 TIMES.
               03 WS-PF-CODIGO         PIC X(05).
               03 WS-PF-NOME           PIC X(30).
               03 WS-PF-REGISTRO       PIC X(12).
               03 WS-PF-ESPECIALIDADE  PIC X(20).
               03 WS-PF-ATIVO          PIC X(01).
       01 WS-PF-I                  PIC 9(03) VALUE ZERO.
       01 WS-PF-ACHOU-I            PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * ENTRADA DO OPERADOR
      *-----------------------------------------------------------------
       01 WS-CODIGO                PIC X(05) VALUE SPACES.
       01 WS-NOME                  PIC X(30) VALUE SPACES.
       01 WS-REGISTRO              PIC X(12) VALUE SPACES.
       01 WS-ESPECIALIDADE         PIC X(20) VALUE SPACES.
       01 WS-ATIVO                 PIC X(01) VALUE 'S'.
       01 WS-QTD-INCLUIDOS         PIC 9(03) VALUE ZERO.
       01 WS-QTD-ALTERADOS         PIC 9(03) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'PROFISSIONAIS DA CLINICA'
           DISPLAY '-----------------------------------'

           PERFORM CARREGA-PROFISSIONAIS
           DISPLAY 'PROFISSIONAIS CADASTRADOS: ' WS-QTD-PROFISSIONAIS
           EXIT.
       FIM-INICIO.

       CARREGA-PROFISSIONAIS.
           OPEN INPUT PROFISSIONAIS
           IF WS-PROF-STATUS = '00'
               PERFORM LER-PROFISSIONAIS
               PERFORM UNTIL WS-FIM-PROF-SIM
                   IF WS-QTD-PROFISSIONAIS < WS-TAB-PROF-LIMITE
                       ADD 1 TO WS-QTD-PROFISSIONAIS
                       MOVE PF-CODIGO
                            TO WS-PF-CODIGO(WS-QTD-PROFISSIONAIS)
                       MOVE PF-NOME
                            TO WS-PF-NOME(WS-QTD-PROFISSIONAIS)
                       MOVE PF-REGISTRO
                            TO WS-PF-REGISTRO(WS-QTD-PROFISSIONAIS)
                       MOVE PF-ESPECIALIDADE
                            TO WS-PF-ESPECIALIDADE(WS-QTD-PROFISSIONAIS)
                       MOVE PF-ATIVO
                            TO WS-PF-ATIVO(WS-QTD-PROFISSIONAIS)
                   ELSE
                       DISPLAY 'AVISO: PROFISSIONAIS.TXT EXCEDE '
                               WS-TAB-PROF-LIMITE ' PROFISSIONAIS - '
                               'O CADASTRO NAO SERA REGRAVADO NESTA '
                               'SESSAO'
                       SET WS-PROF-CHEIA-SIM TO TRUE
                       SET WS-FIM-PROF-SIM TO TRUE
                   END-IF
                   PERFORM LER-PROFISSIONAIS
               END-PERFORM
               CLOSE PROFISSIONAIS
           END-IF
           EXIT.
       FIM-CARREGA-PROFISSIONAIS.

       LER-PROFISSIONAIS.
           READ PROFISSIONAIS
               AT END
                   SET WS-FIM-PROF-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PROFISSIONAIS.

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - INCLUIR/ALTERAR PROFISSIONAL'
               DISPLAY '2 - ATIVAR/DESATIVAR PROFISSIONAL'
               DISPLAY '3 - LISTAR PROFISSIONAIS'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM MANTEM-PROFISSIONAL
                   WHEN 2
                       PERFORM ALTERA-SITUACAO
                   WHEN 3
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
      * PROFISSIONAL: CODIGO NOVO E INCLUIDO ATIVO; CODIGO EXISTENTE
      * TEM NOME, REGISTRO E ESPECIALIDADE ALTERADOS
      *-----------------------------------------------------------------
       MANTEM-PROFISSIONAL.
           DISPLAY 'CODIGO DO PROFISSIONAL: '
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO
           PERFORM LOCALIZA-PROFISSIONAL

           EVALUATE TRUE
               WHEN WS-CODIGO = SPACES
                   DISPLAY 'CODIGO EM BRANCO - OPERACAO CANCELADA'
               WHEN WS-PF-ACHOU-I = 0 AND
                    WS-QTD-PROFISSIONAIS >= WS-TAB-PROF-LIMITE
                   DISPLAY 'LIMITE DE ' WS-TAB-PROF-LIMITE
                           ' PROFISSIONAIS ATINGIDO - INCLUSAO '
                           'CANCELADA'
               WHEN OTHER
                   IF WS-PF-ACHOU-I > 0
                       DISPLAY 'PROFISSIONAL ' WS-CODIGO ' - '
                               WS-PF-NOME(WS-PF-ACHOU-I)
                               ' (ALTERACAO)'
                   END-IF
                   PERFORM COLETA-PROFISSIONAL
                   IF WS-ENTRADA-OK
                       IF WS-PF-ACHOU-I = 0
                           ADD 1 TO WS-QTD-PROFISSIONAIS
                           MOVE WS-QTD-PROFISSIONAIS TO WS-PF-ACHOU-I
                           MOVE WS-CODIGO
                                TO WS-PF-CODIGO(WS-PF-ACHOU-I)
                           MOVE 'S' TO WS-PF-ATIVO(WS-PF-ACHOU-I)
                           ADD 1 TO WS-QTD-INCLUIDOS
                           DISPLAY 'PROFISSIONAL ' WS-CODIGO
                                   ' INCLUIDO (ATIVO)'
                       ELSE
                           ADD 1 TO WS-QTD-ALTERADOS
                           DISPLAY 'PROFISSIONAL ' WS-CODIGO
                                   ' ALTERADO'
                       END-IF
                       MOVE WS-NOME
                            TO WS-PF-NOME(WS-PF-ACHOU-I)
                       MOVE WS-REGISTRO
                            TO WS-PF-REGISTRO(WS-PF-ACHOU-I)
                       MOVE WS-ESPECIALIDADE
                            TO WS-PF-ESPECIALIDADE(WS-PF-ACHOU-I)
                   END-IF
           END-EVALUATE
           EXIT.
       FIM-MANTEM-PROFISSIONAL.

       COLETA-PROFISSIONAL.
           MOVE 'S' TO WS-ENTRADA-VALIDA
           DISPLAY 'NOME DO PROFISSIONAL: '
           MOVE SPACES TO WS-NOME
           ACCEPT WS-NOME
           IF WS-NOME = SPACES
               DISPLAY 'NOME EM BRANCO - OPERACAO CANCELADA'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           ELSE
               CALL 'NOME-NORMALIZA' USING WS-NOME
               END-CALL
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'REGISTRO NO CONSELHO (EX.: CRN3 12345): '
               MOVE SPACES TO WS-REGISTRO
               ACCEPT WS-REGISTRO
               IF WS-REGISTRO = SPACES
                   DISPLAY 'REGISTRO EM BRANCO - OPERACAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               ELSE
                   PERFORM CONFERE-REGISTRO
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'ESPECIALIDADE: '
               MOVE SPACES TO WS-ESPECIALIDADE
               ACCEPT WS-ESPECIALIDADE
               IF WS-ESPECIALIDADE = SPACES
                   DISPLAY 'ESPECIALIDADE EM BRANCO - OPERACAO '
                           'CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF
           EXIT.
       FIM-COLETA-PROFISSIONAL.

      *-----------------------------------------------------------------
      * O MESMO REGISTRO DE CONSELHO NAO PODE ESTAR EM OUTRO CODIGO
      *-----------------------------------------------------------------
       CONFERE-REGISTRO.
           PERFORM VARYING WS-PF-I FROM 1 BY 1
                   UNTIL WS-PF-I > WS-QTD-PROFISSIONAIS
                      OR NOT WS-ENTRADA-OK
               IF WS-PF-REGISTRO(WS-PF-I) = WS-REGISTRO AND
                  WS-PF-CODIGO(WS-PF-I) NOT = WS-CODIGO
                   DISPLAY 'REGISTRO JA CADASTRADO NO PROFISSIONAL '
                           WS-PF-CODIGO(WS-PF-I)
                           ' - OPERACAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-PERFORM
           EXIT.
       FIM-CONFERE-REGISTRO.

       ALTERA-SITUACAO.
           DISPLAY 'CODIGO DO PROFISSIONAL: '
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO

           PERFORM LOCALIZA-PROFISSIONAL
           IF WS-PF-ACHOU-I = 0
               DISPLAY 'PROFISSIONAL NAO CADASTRADO'
           ELSE
               DISPLAY 'NOVA SITUACAO: (S) ATIVO  (N) INATIVO'
               MOVE 'S' TO WS-ATIVO
               ACCEPT WS-ATIVO
               IF WS-ATIVO = 'S' OR WS-ATIVO = 'N'
                   MOVE WS-ATIVO TO WS-PF-ATIVO(WS-PF-ACHOU-I)
                   ADD 1 TO WS-QTD-ALTERADOS
                   DISPLAY 'PROFISSIONAL ' WS-CODIGO ' AGORA COM '
                           'SITUACAO ' WS-ATIVO
               ELSE
                   DISPLAY 'SITUACAO INVALIDA - NADA ALTERADO'
               END-IF
           END-IF
           EXIT.
       FIM-ALTERA-SITUACAO.

       LOCALIZA-PROFISSIONAL.
           MOVE ZERO TO WS-PF-ACHOU-I
           PERFORM VARYING WS-PF-I FROM 1 BY 1
                   UNTIL WS-PF-I > WS-QTD-PROFISSIONAIS
                      OR WS-PF-ACHOU-I > 0
               IF WS-PF-CODIGO(WS-PF-I) = WS-CODIGO
                   MOVE WS-PF-I TO WS-PF-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-PROFISSIONAL.

       LISTA-CADASTRO.
           DISPLAY '-----------------------------------'
           DISPLAY 'PROFISSIONAIS (CODIGO NOME REGISTRO ESPECIALIDADE '
                   'ATIVO)'
           PERFORM VARYING WS-PF-I FROM 1 BY 1
                   UNTIL WS-PF-I > WS-QTD-PROFISSIONAIS
               DISPLAY WS-PF-CODIGO(WS-PF-I) ' '
                       WS-PF-NOME(WS-PF-I) ' '
                       WS-PF-REGISTRO(WS-PF-I) ' '
                       WS-PF-ESPECIALIDADE(WS-PF-I) ' '
                       WS-PF-ATIVO(WS-PF-I)
           END-PERFORM
           DISPLAY '-----------------------------------'
           EXIT.
       FIM-LISTA-CADASTRO.

       FINALIZA-PROGRAMA.
           IF WS-QTD-INCLUIDOS > 0 OR WS-QTD-ALTERADOS > 0
               IF WS-PROF-CHEIA-SIM
                   DISPLAY 'PROFISSIONAIS.TXT NAO REGRAVADO - A CARGA '
                           'ESTOUROU A TABELA E A REGRAVACAO '
                           'TRUNCARIA O CADASTRO'
               ELSE
                   PERFORM REGRAVA-PROFISSIONAIS
               END-IF
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'PROFISSIONAIS INCLUIDOS: ' WS-QTD-INCLUIDOS
           DISPLAY 'PROFISSIONAIS ALTERADOS: ' WS-QTD-ALTERADOS
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.

       REGRAVA-PROFISSIONAIS.
           OPEN OUTPUT PROFISSIONAIS
           PERFORM VARYING WS-PF-I FROM 1 BY 1
                   UNTIL WS-PF-I > WS-QTD-PROFISSIONAIS
               MOVE SPACES TO PROFISSIONAL-REG
               MOVE WS-PF-CODIGO(WS-PF-I)        TO PF-CODIGO
               MOVE WS-PF-NOME(WS-PF-I)          TO PF-NOME
               MOVE WS-PF-REGISTRO(WS-PF-I)      TO PF-REGISTRO
               MOVE WS-PF-ESPECIALIDADE(WS-PF-I) TO PF-ESPECIALIDADE
               MOVE WS-PF-ATIVO(WS-PF-I)         TO PF-ATIVO
               WRITE PROFISSIONAL-REG
           END-PERFORM
           CLOSE PROFISSIONAIS
           EXIT.
       FIM-REGRAVA-PROFISSIONAIS.
      ******************************************************************
       END PROGRAM CADASTRO-PROFISSIONAL.
