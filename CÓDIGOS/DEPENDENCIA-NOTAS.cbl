      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: NOTAS DAS DEPENDENCIAS - LANCA AS NOTAS DE BIMESTRE
      *          DAS DISCIPLINAS QUE O ALUNO CURSA EM DEPENDENCIA
      *          (DEPENDENCIAS.TXT, DEPEND.CPY), FORA DO NOTAS.TXT DA
      *          TURMA ATUAL; A NOTA E DIGITADA COM VIRGULA (EX.: 7,5)
      *          E CONFERIDA COMO MULTIPLO DE 0,5 COMO NO
      *          NOTAS-CONSULTA; SO DEPENDENCIA ABERTA RECEBE NOTA (A
      *          FECHADA PELO CONSOLIDA-ANO FICA SO PARA CONSULTA); O
      *          ARQUIVO SO E REGRAVADO SE A CARGA COUBE NA TABELA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPENDENCIA-NOTAS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENCIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEP-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD DEPENDENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DEPENDENCIAS.TXT'.
       COPY DEPEND.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-DEP-STATUS            PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-DEP            PIC X(01) VALUE 'N'.
               88 WS-FIM-DEP-SIM          VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-DEP-CHEIA          PIC X(01) VALUE 'N'.
               88 WS-DEP-CHEIA-SIM        VALUE 'S'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-TAB-DEP-LIMITE        PIC 9(04) VALUE 3000.
       01 WS-QTD-DEP               PIC 9(04) VALUE ZERO.
       01 WS-TABELA-DEP.
           02 WS-DEP-REG PIC X(60) OCCURS 3000 TIMES.
       01 WS-DEP-I                 PIC 9(04) VALUE ZERO.
       01 WS-DEP-ACHOU-I           PIC 9(04) VALUE ZERO.
       01 WS-QTD-LISTADAS          PIC 9(03) VALUE ZERO.
       01 WS-MATRICULA             PIC X(05) VALUE SPACES.
       01 WS-DISCIPLINA            PIC X(02) VALUE SPACES.
       01 WS-ANO-CURSO             PIC 9(04) VALUE ZERO.
       01 WS-BIMESTRE              PIC 9(01) VALUE ZERO.
       01 WS-BIM-I                 PIC 9(01) VALUE ZERO.
       01 WS-NOTA-MASK             PIC Z9,9.
       01 WS-MEDIA-MASK            PIC Z9,99.
       01 WS-SITUACAO-TXT          PIC X(13) VALUE SPACES.
       01 WS-LINHA-NOTAS           PIC X(40) VALUE SPACES.
       01 WS-LINHA-PONTEIRO        PIC 9(02) VALUE 1.
       01 WS-QTD-LANCADAS          PIC 9(04) VALUE ZERO.
       01 WS-NOVA-NOTA             PIC 9(02)V9 VALUE ZERO.
       01 WS-NOVA-NOTA-TXT         PIC X(05) VALUE SPACES.
       01 WS-CHAR-I                PIC 9(02) VALUE ZERO.
       01 WS-QTD-DIGITOS           PIC 9(02) VALUE ZERO.
       01 WS-NOTA-INTEIRA          PIC 9(02) VALUE ZERO.
       01 WS-NOTA-DECIMO           PIC 9(01) VALUE ZERO.
       01 WS-QTD-DECIMAIS          PIC 9(01) VALUE ZERO.
       01 WS-ACHOU-VIRGULA         PIC X(01) VALUE 'N'.
           88 WS-ACHOU-VIRGULA-SIM        VALUE 'S'.
       01 WS-NOTA-VALIDA           PIC X(01) VALUE 'S'.
           88 WS-NOTA-VALIDA-SIM          VALUE 'S'.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'NOTAS DAS DEPENDENCIAS'
           DISPLAY '-----------------------------------'

           PERFORM CARREGA-DEPENDENCIAS
           DISPLAY 'DEPENDENCIAS CADASTRADAS: ' WS-QTD-DEP
           EXIT.
       FIM-INICIO.

       CARREGA-DEPENDENCIAS.
           OPEN INPUT DEPENDENCIAS
           IF WS-DEP-STATUS = '00'
               PERFORM LER-DEPENDENCIAS
               PERFORM UNTIL WS-FIM-DEP-SIM
                   IF WS-QTD-DEP < WS-TAB-DEP-LIMITE
                       ADD 1 TO WS-QTD-DEP
                       MOVE DEPENDENCIA-REG TO WS-DEP-REG(WS-QTD-DEP)
                   ELSE
                       DISPLAY 'AVISO: DEPENDENCIAS.TXT EXCEDE '
                               WS-TAB-DEP-LIMITE ' REGISTROS - O '
                               'ARQUIVO NAO SERA REGRAVADO NESTA '
                               'SESSAO'
                       SET WS-DEP-CHEIA-SIM TO TRUE
                       SET WS-FIM-DEP-SIM TO TRUE
                   END-IF
                   PERFORM LER-DEPENDENCIAS
               END-PERFORM
               CLOSE DEPENDENCIAS
           ELSE
               DISPLAY 'DEPENDENCIAS.TXT NAO ENCONTRADO - NENHUM '
                       'ALUNO EM DEPENDENCIA (O ARQUIVO NASCE NO '
                       'VIRADA-ANO)'
           END-IF
           EXIT.
       FIM-CARREGA-DEPENDENCIAS.

       LER-DEPENDENCIAS.
           READ DEPENDENCIAS
               AT END
                   SET WS-FIM-DEP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-DEPENDENCIAS.

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - LANCAR NOTA DE BIMESTRE DA DEPENDENCIA'
               DISPLAY '2 - LISTAR DEPENDENCIAS DO ALUNO'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM LANCA-NOTA
                   WHEN 2
                       PERFORM LISTA-DEPENDENCIAS
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * LANCAMENTO: MATRICULA + DISCIPLINA + ANO EM QUE A DEPENDENCIA
      * E CURSADA LOCALIZAM O REGISTRO; SO DEPENDENCIA ABERTA
      *-----------------------------------------------------------------
       LANCA-NOTA.
           DISPLAY 'MATRICULA DO ALUNO: '
           ACCEPT WS-MATRICULA
           DISPLAY 'DISCIPLINA DA DEPENDENCIA: '
           ACCEPT WS-DISCIPLINA
           DISPLAY 'ANO EM QUE E CURSADA (AAAA): '
           ACCEPT WS-ANO-CURSO

           PERFORM LOCALIZA-DEPENDENCIA

           IF WS-DEP-ACHOU-I = 0
               DISPLAY 'DEPENDENCIA NAO ENCONTRADA - NADA ALTERADO'
           ELSE
               MOVE WS-DEP-REG(WS-DEP-ACHOU-I) TO DEPENDENCIA-REG
               IF NOT DP-SIT-ABERTA
                   DISPLAY 'DEPENDENCIA JA FECHADA PELO CONSOLIDA-ANO'
                           ' - NADA ALTERADO'
               ELSE
                   PERFORM EXIBE-DEPENDENCIA
                   DISPLAY 'BIMESTRE (1 A 4): '
                   ACCEPT WS-BIMESTRE
                   IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
                       DISPLAY 'BIMESTRE INVALIDO - NADA ALTERADO'
                   ELSE
                       DISPLAY 'NOTA (0 A 10, EX.: 7,5): '
                       MOVE SPACES TO WS-NOVA-NOTA-TXT
                       ACCEPT WS-NOVA-NOTA-TXT
                       PERFORM CONVERTE-NOTA-DIGITADA
                       IF NOT WS-NOTA-VALIDA-SIM
                           DISPLAY 'NOTA INVALIDA (0 A 10, MULTIPLO '
                                   'DE 0,5) - NADA ALTERADO'
                       ELSE
                           MOVE WS-NOVA-NOTA
                                TO DP-NOTA-BIM(WS-BIMESTRE)
                           SET DP-LANCADA-SIM(WS-BIMESTRE) TO TRUE
                           MOVE DEPENDENCIA-REG
                                TO WS-DEP-REG(WS-DEP-ACHOU-I)
                           ADD 1 TO WS-QTD-LANCADAS
                           DISPLAY 'NOTA LANCADA'
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-LANCA-NOTA.

       LOCALIZA-DEPENDENCIA.
           MOVE ZERO TO WS-DEP-ACHOU-I
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I > WS-QTD-DEP
                      OR WS-DEP-ACHOU-I > 0
               MOVE WS-DEP-REG(WS-DEP-I) TO DEPENDENCIA-REG
               IF DP-MATRICULA = WS-MATRICULA AND
                  DP-DISCIPLINA = WS-DISCIPLINA AND
                  DP-ANO-CURSO = WS-ANO-CURSO
                   MOVE WS-DEP-I TO WS-DEP-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-DEPENDENCIA.

       LISTA-DEPENDENCIAS.
           DISPLAY 'MATRICULA DO ALUNO: '
           ACCEPT WS-MATRICULA

           MOVE ZERO TO WS-QTD-LISTADAS
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I > WS-QTD-DEP
               MOVE WS-DEP-REG(WS-DEP-I) TO DEPENDENCIA-REG
               IF DP-MATRICULA = WS-MATRICULA
                   PERFORM EXIBE-DEPENDENCIA
                   ADD 1 TO WS-QTD-LISTADAS
               END-IF
           END-PERFORM

           IF WS-QTD-LISTADAS = 0
               DISPLAY 'ALUNO SEM DEPENDENCIAS'
           END-IF
           EXIT.
       FIM-LISTA-DEPENDENCIAS.

       EXIBE-DEPENDENCIA.
           EVALUATE TRUE
               WHEN DP-SIT-ABERTA
                   MOVE 'EM CURSO'      TO WS-SITUACAO-TXT
               WHEN DP-SIT-CUMPRIDA
                   MOVE 'CUMPRIDA'      TO WS-SITUACAO-TXT
               WHEN DP-SIT-NAO-CUMPRIDA
                   MOVE 'NAO CUMPRIDA'  TO WS-SITUACAO-TXT
               WHEN OTHER
                   MOVE '?'             TO WS-SITUACAO-TXT
           END-EVALUATE

           MOVE SPACES TO WS-LINHA-NOTAS
           MOVE 1 TO WS-LINHA-PONTEIRO
           PERFORM VARYING WS-BIM-I FROM 1 BY 1 UNTIL WS-BIM-I > 4
               IF DP-LANCADA-SIM(WS-BIM-I)
                   MOVE DP-NOTA-BIM(WS-BIM-I) TO WS-NOTA-MASK
                   STRING WS-NOTA-MASK '  '
                          DELIMITED BY SIZE
                          INTO WS-LINHA-NOTAS
                          WITH POINTER WS-LINHA-PONTEIRO
                   END-STRING
               ELSE
                   STRING '  -   '
                          DELIMITED BY SIZE
                          INTO WS-LINHA-NOTAS
                          WITH POINTER WS-LINHA-PONTEIRO
                   END-STRING
               END-IF
           END-PERFORM

           DISPLAY '-----------------------------------'
           DISPLAY 'ALUNO      : ' DP-MATRICULA ' ' DP-NOME
           DISPLAY 'DISCIPLINA : ' DP-DISCIPLINA
                   '  REPROVADA EM ' DP-ANO-ORIGEM
                   ' (TURMA ' DP-TURMA-ORIGEM ')'
           DISPLAY 'CURSADA EM : ' DP-ANO-CURSO
           DISPLAY 'BIMESTRES  : ' WS-LINHA-NOTAS
           IF DP-SIT-ABERTA
               DISPLAY 'SITUACAO   : ' WS-SITUACAO-TXT
           ELSE
               MOVE DP-MEDIA-FINAL TO WS-MEDIA-MASK
               DISPLAY 'SITUACAO   : ' WS-SITUACAO-TXT
                       ' MEDIA ' WS-MEDIA-MASK
                       ' EM ' DP-DATA-FECHAMENTO
           END-IF
           EXIT.
       FIM-EXIBE-DEPENDENCIA.

      *-----------------------------------------------------------------
      * NOTA DIGITADA COM VIRGULA: INTEIRO 0-10 E DECIMO 0 OU 5
      *-----------------------------------------------------------------
       CONVERTE-NOTA-DIGITADA.
           MOVE 'S' TO WS-NOTA-VALIDA
           MOVE ZERO TO WS-QTD-DIGITOS
           MOVE ZERO TO WS-NOTA-INTEIRA
           MOVE ZERO TO WS-NOTA-DECIMO
           MOVE ZERO TO WS-QTD-DECIMAIS
           MOVE 'N' TO WS-ACHOU-VIRGULA
           MOVE ZERO TO WS-NOVA-NOTA

           PERFORM VARYING WS-CHAR-I FROM 1 BY 1
                   UNTIL WS-CHAR-I > 5 OR NOT WS-NOTA-VALIDA-SIM
               IF WS-NOVA-NOTA-TXT(WS-CHAR-I:1) IS NUMERIC
                   ADD 1 TO WS-QTD-DIGITOS
                   IF WS-ACHOU-VIRGULA-SIM
                       IF WS-QTD-DECIMAIS > 0
                           MOVE 'N' TO WS-NOTA-VALIDA
                       ELSE
                           ADD 1 TO WS-QTD-DECIMAIS
                           COMPUTE WS-NOTA-DECIMO =
                               FUNCTION NUMVAL(
                                 WS-NOVA-NOTA-TXT(WS-CHAR-I:1))
                           END-COMPUTE
                       END-IF
                   ELSE
                       COMPUTE WS-NOTA-INTEIRA =
                           (WS-NOTA-INTEIRA * 10) +
                           FUNCTION NUMVAL(
                             WS-NOVA-NOTA-TXT(WS-CHAR-I:1))
                       END-COMPUTE
                       IF WS-NOTA-INTEIRA > 10
                           MOVE 'N' TO WS-NOTA-VALIDA
                       END-IF
                   END-IF
               ELSE
                   IF WS-NOVA-NOTA-TXT(WS-CHAR-I:1) = ','
                       IF WS-ACHOU-VIRGULA-SIM
                           MOVE 'N' TO WS-NOTA-VALIDA
                       ELSE
                           SET WS-ACHOU-VIRGULA-SIM TO TRUE
                       END-IF
                   ELSE
                       IF WS-NOVA-NOTA-TXT(WS-CHAR-I:1) NOT = SPACE
                           MOVE 'N' TO WS-NOTA-VALIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-NOTA-VALIDA-SIM AND WS-QTD-DIGITOS = 0
               MOVE 'N' TO WS-NOTA-VALIDA
           END-IF

           IF WS-NOTA-VALIDA-SIM AND
              WS-NOTA-DECIMO NOT = 0 AND WS-NOTA-DECIMO NOT = 5
               MOVE 'N' TO WS-NOTA-VALIDA
           END-IF

           IF WS-NOTA-VALIDA-SIM
               COMPUTE WS-NOVA-NOTA =
                   WS-NOTA-INTEIRA + (WS-NOTA-DECIMO / 10)
               END-COMPUTE
               IF WS-NOVA-NOTA > 10
                   MOVE 'N' TO WS-NOTA-VALIDA
               END-IF
           END-IF
           EXIT.
       FIM-CONVERTE-NOTA-DIGITADA.

       FINALIZA-PROGRAMA.
           IF WS-QTD-LANCADAS > 0
               IF WS-DEP-CHEIA-SIM
                   DISPLAY 'DEPENDENCIAS.TXT NAO REGRAVADO - A CARGA '
                           'ESTOUROU A TABELA E A REGRAVACAO '
                           'TRUNCARIA O ARQUIVO'
               ELSE
                   PERFORM REGRAVA-DEPENDENCIAS
               END-IF
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'NOTAS LANCADAS: ' WS-QTD-LANCADAS
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.

       REGRAVA-DEPENDENCIAS.
           OPEN OUTPUT DEPENDENCIAS
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I > WS-QTD-DEP
               MOVE WS-DEP-REG(WS-DEP-I) TO DEPENDENCIA-REG
               WRITE DEPENDENCIA-REG
           END-PERFORM
           CLOSE DEPENDENCIAS
           EXIT.
       FIM-REGRAVA-DEPENDENCIAS.
      ******************************************************************
       END PROGRAM DEPENDENCIA-NOTAS.
