      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CADASTRO DA MATRIZ CURRICULAR - MANTEM A MATRIZ
      *          (MATRIZ.TXT, MATRIZ.CPY): PARA CADA ANO LETIVO E
      *          SERIE, AS DISCIPLINAS OBRIGATORIAS E A CARGA HORARIA
      *          ANUAL DE CADA UMA; A DISCIPLINA PRECISA EXISTIR NO
      *          CADASTRO DISCIPLINAS.TXT; A MATRIZ DE UM ANO PODE SER
      *          COPIADA DO ANO ANTERIOR; O ARQUIVO SO E REGRAVADO SE
      *          A CARGA COUBE INTEIRA NA TABELA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-MATRIZ.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRIZ ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MZ-STATUS.
           SELECT DISCIPLINAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISC-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD MATRIZ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRIZ.TXT'.
       COPY MATRIZ.CPY.

       FD DISCIPLINAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DISCIPLINAS.TXT'.
       COPY DISCIPL.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-MZ-STATUS             PIC X(02) VALUE '00'.
       01 WS-DISC-STATUS           PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-MZ             PIC X(01) VALUE 'N'.
               88 WS-FIM-MZ-SIM           VALUE 'S'.
           02 WS-FIM-DISC           PIC X(01) VALUE 'N'.
               88 WS-FIM-DISC-SIM         VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-MZ-ACHOU           PIC X(01) VALUE 'N'.
               88 WS-MZ-ACHOU-SIM         VALUE 'S'.
           02 WS-MZ-CHEIA           PIC X(01) VALUE 'N'.
               88 WS-MZ-CHEIA-SIM         VALUE 'S'.
           02 WS-DISC-ACHOU         PIC X(01) VALUE 'N'.
               88 WS-DISC-ACHOU-SIM       VALUE 'S'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-TAB-MZ-LIMITE         PIC 9(03) VALUE 600.
       01 WS-QTD-MZ                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-MZ.
           02 WS-MZ-ENTRADA OCCURS 600 TIMES.
               03 WS-MZ-ANO            PIC 9(04).
               03 WS-MZ-SERIE          PIC 9(02).
               03 WS-MZ-DISCIPLINA     PIC X(02).
               03 WS-MZ-CARGA          PIC 9(04).
       01 WS-MZ-I                  PIC 9(03) VALUE ZERO.
       01 WS-MZ-ACHOU-I            PIC 9(03) VALUE ZERO.
       01 WS-MZ-QTD-ORIGEM         PIC 9(03) VALUE ZERO.
       01 WS-TAB-DISC-LIMITE       PIC 9(02) VALUE 20.
       01 WS-QTD-DISC              PIC 9(02) VALUE ZERO.
       01 WS-TABELA-DISC.
           02 WS-DISC-ENTRADA OCCURS 20 TIMES.
               03 WS-DISC-CODIGO       PIC X(02).
               03 WS-DISC-NOME         PIC X(20).
       01 WS-DISC-I                PIC 9(02) VALUE ZERO.
       01 WS-DISC-NOME-ACHADO      PIC X(20) VALUE SPACES.
       01 WS-ANO                   PIC 9(04) VALUE ZERO.
       01 WS-ANO-ATUAL             PIC 9(04) VALUE ZERO.
       01 WS-ANO-ORIGEM            PIC 9(04) VALUE ZERO.
       01 WS-SERIE                 PIC 9(02) VALUE ZERO.
       01 WS-DISCIPLINA            PIC X(02) VALUE SPACES.
       01 WS-CARGA                 PIC 9(04) VALUE ZERO.
       01 WS-CARGA-TOTAL           PIC 9(05) VALUE ZERO.
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
           DISPLAY 'CADASTRO DA MATRIZ CURRICULAR'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-ATUAL

           PERFORM CARREGA-DISCIPLINAS
           PERFORM CARREGA-MATRIZ
           DISPLAY 'DISCIPLINAS CADASTRADAS : ' WS-QTD-DISC
           DISPLAY 'LINHAS DA MATRIZ        : ' WS-QTD-MZ
           EXIT.
       FIM-INICIO.

       CARREGA-DISCIPLINAS.
           OPEN INPUT DISCIPLINAS
           IF WS-DISC-STATUS = '00'
               PERFORM LER-DISCIPLINAS
               PERFORM UNTIL WS-FIM-DISC-SIM
                   IF WS-QTD-DISC < WS-TAB-DISC-LIMITE
                       ADD 1 TO WS-QTD-DISC
                       MOVE DS-CODIGO
                            TO WS-DISC-CODIGO(WS-QTD-DISC)
                       MOVE DS-NOME
                            TO WS-DISC-NOME(WS-QTD-DISC)
                   END-IF
                   PERFORM LER-DISCIPLINAS
               END-PERFORM
               CLOSE DISCIPLINAS
           ELSE
               DISPLAY 'DISCIPLINAS.TXT NAO ENCONTRADO - CADASTRE AS '
                       'DISCIPLINAS ANTES DA MATRIZ'
           END-IF
           EXIT.
       FIM-CARREGA-DISCIPLINAS.

       LER-DISCIPLINAS.
           READ DISCIPLINAS
               AT END
                   SET WS-FIM-DISC-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-DISCIPLINAS.

       CARREGA-MATRIZ.
           OPEN INPUT MATRIZ
           IF WS-MZ-STATUS = '00'
               PERFORM LER-MATRIZ
               PERFORM UNTIL WS-FIM-MZ-SIM
                   IF WS-QTD-MZ < WS-TAB-MZ-LIMITE
                       ADD 1 TO WS-QTD-MZ
                       MOVE MZ-ANO        TO WS-MZ-ANO(WS-QTD-MZ)
                       MOVE MZ-SERIE      TO WS-MZ-SERIE(WS-QTD-MZ)
                       MOVE MZ-DISCIPLINA
                            TO WS-MZ-DISCIPLINA(WS-QTD-MZ)
                       MOVE MZ-CARGA-HORARIA
                            TO WS-MZ-CARGA(WS-QTD-MZ)
                   ELSE
                       DISPLAY 'AVISO: MATRIZ.TXT EXCEDE '
                               WS-TAB-MZ-LIMITE ' LINHAS - A MATRIZ '
                               'NAO SERA REGRAVADA NESTA SESSAO'
                       SET WS-MZ-CHEIA-SIM TO TRUE
                       SET WS-FIM-MZ-SIM TO TRUE
                   END-IF
                   PERFORM LER-MATRIZ
               END-PERFORM
               CLOSE MATRIZ
           END-IF
           EXIT.
       FIM-CARREGA-MATRIZ.

       LER-MATRIZ.
           READ MATRIZ
               AT END
                   SET WS-FIM-MZ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRIZ.

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - INCLUIR/ALTERAR DISCIPLINA NA MATRIZ'
               DISPLAY '2 - EXCLUIR DISCIPLINA DA MATRIZ'
               DISPLAY '3 - LISTAR MATRIZ DA SERIE'
               DISPLAY '4 - COPIAR MATRIZ DA SERIE DE OUTRO ANO'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM INCLUI-DISCIPLINA
                   WHEN 2
                       PERFORM EXCLUI-DISCIPLINA
                   WHEN 3
                       PERFORM LISTA-MATRIZ
                   WHEN 4
                       PERFORM COPIA-MATRIZ
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

       COLETA-ANO-SERIE.
           DISPLAY 'ANO LETIVO (AAAA, ZERO PARA ' WS-ANO-ATUAL '): '
           MOVE ZERO TO WS-ANO
           ACCEPT WS-ANO
           IF WS-ANO = ZERO
               MOVE WS-ANO-ATUAL TO WS-ANO
           END-IF
           DISPLAY 'SERIE (01 A 12): '
           MOVE ZERO TO WS-SERIE
           ACCEPT WS-SERIE
           EXIT.
       FIM-COLETA-ANO-SERIE.

       LOCALIZA-MATRIZ.
           MOVE 'N' TO WS-MZ-ACHOU
           MOVE ZERO TO WS-MZ-ACHOU-I

           PERFORM VARYING WS-MZ-I FROM 1 BY 1
                   UNTIL WS-MZ-I > WS-QTD-MZ
                      OR WS-MZ-ACHOU-SIM
               IF WS-MZ-ANO(WS-MZ-I) = WS-ANO AND
                  WS-MZ-SERIE(WS-MZ-I) = WS-SERIE AND
                  WS-MZ-DISCIPLINA(WS-MZ-I) = WS-DISCIPLINA
                   SET WS-MZ-ACHOU-SIM TO TRUE
                   MOVE WS-MZ-I TO WS-MZ-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-MATRIZ.

       LOCALIZA-DISCIPLINA.
           MOVE 'N' TO WS-DISC-ACHOU
           MOVE SPACES TO WS-DISC-NOME-ACHADO

           PERFORM VARYING WS-DISC-I FROM 1 BY 1
                   UNTIL WS-DISC-I > WS-QTD-DISC
                      OR WS-DISC-ACHOU-SIM
               IF WS-DISC-CODIGO(WS-DISC-I) = WS-DISCIPLINA
                   SET WS-DISC-ACHOU-SIM TO TRUE
                   MOVE WS-DISC-NOME(WS-DISC-I) TO WS-DISC-NOME-ACHADO
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-DISCIPLINA.

       INCLUI-DISCIPLINA.
           PERFORM COLETA-ANO-SERIE
           DISPLAY 'DISCIPLINA (2 POSICOES, EM BRANCO CANCELA): '
           MOVE SPACES TO WS-DISCIPLINA
           ACCEPT WS-DISCIPLINA

           IF WS-DISCIPLINA NOT = SPACES
               PERFORM LOCALIZA-DISCIPLINA
               PERFORM LOCALIZA-MATRIZ
               DISPLAY 'CARGA HORARIA ANUAL (HORAS): '
               MOVE ZERO TO WS-CARGA
               ACCEPT WS-CARGA

               EVALUATE TRUE
                   WHEN WS-SERIE < 1 OR WS-SERIE > 12
                       DISPLAY 'SERIE INVALIDA - NADA ALTERADO'
                   WHEN NOT WS-DISC-ACHOU-SIM
                       DISPLAY 'DISCIPLINA ' WS-DISCIPLINA ' NAO '
                               'CADASTRADA EM DISCIPLINAS.TXT - '
                               'NADA ALTERADO'
                   WHEN WS-CARGA = ZERO
                       DISPLAY 'CARGA HORARIA ZERO - NADA ALTERADO'
                   WHEN WS-MZ-ACHOU-SIM
                       DISPLAY 'CARGA HORARIA DE ' WS-DISC-NOME-ACHADO
                               ' NA SERIE ' WS-SERIE ' DE ' WS-ANO
                               ': ' WS-MZ-CARGA(WS-MZ-ACHOU-I)
                               ' -> ' WS-CARGA
                       MOVE WS-CARGA TO WS-MZ-CARGA(WS-MZ-ACHOU-I)
                       ADD 1 TO WS-QTD-ALTERADAS
                   WHEN WS-QTD-MZ >= WS-TAB-MZ-LIMITE
                       DISPLAY 'LIMITE DE ' WS-TAB-MZ-LIMITE
                               ' LINHAS DA MATRIZ ATINGIDO - '
                               'INCLUSAO CANCELADA'
                   WHEN OTHER
                       ADD 1 TO WS-QTD-MZ
                       MOVE WS-ANO        TO WS-MZ-ANO(WS-QTD-MZ)
                       MOVE WS-SERIE      TO WS-MZ-SERIE(WS-QTD-MZ)
                       MOVE WS-DISCIPLINA
                            TO WS-MZ-DISCIPLINA(WS-QTD-MZ)
                       MOVE WS-CARGA      TO WS-MZ-CARGA(WS-QTD-MZ)
                       ADD 1 TO WS-QTD-INCLUIDAS
                       DISPLAY WS-DISC-NOME-ACHADO ' INCLUIDA NA '
                               'SERIE ' WS-SERIE ' DE ' WS-ANO
                               ' COM ' WS-CARGA ' HORAS'
               END-EVALUATE
           END-IF
           EXIT.
       FIM-INCLUI-DISCIPLINA.

       EXCLUI-DISCIPLINA.
           PERFORM COLETA-ANO-SERIE
           DISPLAY 'DISCIPLINA (2 POSICOES, EM BRANCO CANCELA): '
           MOVE SPACES TO WS-DISCIPLINA
           ACCEPT WS-DISCIPLINA

           IF WS-DISCIPLINA NOT = SPACES
               PERFORM LOCALIZA-MATRIZ
               IF NOT WS-MZ-ACHOU-SIM
                   DISPLAY 'DISCIPLINA ' WS-DISCIPLINA ' FORA DA '
                           'MATRIZ DA SERIE ' WS-SERIE ' DE ' WS-ANO
               ELSE
                   PERFORM VARYING WS-MZ-I FROM WS-MZ-ACHOU-I BY 1
                           UNTIL WS-MZ-I >= WS-QTD-MZ
                       MOVE WS-MZ-ENTRADA(WS-MZ-I + 1)
                            TO WS-MZ-ENTRADA(WS-MZ-I)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-QTD-MZ
                   ADD 1 TO WS-QTD-EXCLUIDAS
                   DISPLAY 'DISCIPLINA ' WS-DISCIPLINA ' EXCLUIDA DA '
                           'MATRIZ DA SERIE ' WS-SERIE ' DE ' WS-ANO
               END-IF
           END-IF
           EXIT.
       FIM-EXCLUI-DISCIPLINA.

       LISTA-MATRIZ.
           PERFORM COLETA-ANO-SERIE
           MOVE ZERO TO WS-CARGA-TOTAL

           DISPLAY '-----------------------------------'
           DISPLAY 'MATRIZ DA SERIE ' WS-SERIE ' DE ' WS-ANO
           DISPLAY 'DISC NOME                 HORAS'
           DISPLAY '-----------------------------------'
           PERFORM VARYING WS-MZ-I FROM 1 BY 1
                   UNTIL WS-MZ-I > WS-QTD-MZ
               IF WS-MZ-ANO(WS-MZ-I) = WS-ANO AND
                  WS-MZ-SERIE(WS-MZ-I) = WS-SERIE
                   MOVE WS-MZ-DISCIPLINA(WS-MZ-I) TO WS-DISCIPLINA
                   PERFORM LOCALIZA-DISCIPLINA
                   DISPLAY WS-MZ-DISCIPLINA(WS-MZ-I) '   '
                           WS-DISC-NOME-ACHADO ' '
                           WS-MZ-CARGA(WS-MZ-I)
                   ADD WS-MZ-CARGA(WS-MZ-I) TO WS-CARGA-TOTAL
               END-IF
           END-PERFORM
           DISPLAY '-----------------------------------'
           DISPLAY 'CARGA HORARIA ANUAL DA SERIE: ' WS-CARGA-TOTAL
           EXIT.
       FIM-LISTA-MATRIZ.

       COPIA-MATRIZ.
           DISPLAY 'ANO LETIVO DE DESTINO:'
           PERFORM COLETA-ANO-SERIE
           DISPLAY 'ANO LETIVO DE ORIGEM (AAAA): '
           MOVE ZERO TO WS-ANO-ORIGEM
           ACCEPT WS-ANO-ORIGEM

           MOVE ZERO TO WS-MZ-QTD-ORIGEM
           MOVE 'N' TO WS-MZ-ACHOU
           PERFORM VARYING WS-MZ-I FROM 1 BY 1
                   UNTIL WS-MZ-I > WS-QTD-MZ
               IF WS-MZ-SERIE(WS-MZ-I) = WS-SERIE
                   IF WS-MZ-ANO(WS-MZ-I) = WS-ANO-ORIGEM
                       ADD 1 TO WS-MZ-QTD-ORIGEM
                   END-IF
                   IF WS-MZ-ANO(WS-MZ-I) = WS-ANO
                       SET WS-MZ-ACHOU-SIM TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-MZ-ACHOU-SIM
                   DISPLAY 'SERIE ' WS-SERIE ' JA TEM MATRIZ EM '
                           WS-ANO ' - COPIA CANCELADA'
               WHEN WS-MZ-QTD-ORIGEM = ZERO
                   DISPLAY 'SERIE ' WS-SERIE ' SEM MATRIZ EM '
                           WS-ANO-ORIGEM ' - NADA A COPIAR'
               WHEN WS-QTD-MZ + WS-MZ-QTD-ORIGEM > WS-TAB-MZ-LIMITE
                   DISPLAY 'LIMITE DE ' WS-TAB-MZ-LIMITE
                           ' LINHAS DA MATRIZ ATINGIDO - COPIA '
                           'CANCELADA'
               WHEN OTHER
                   MOVE WS-QTD-MZ TO WS-MZ-ACHOU-I
                   PERFORM VARYING WS-MZ-I FROM 1 BY 1
                           UNTIL WS-MZ-I > WS-MZ-ACHOU-I
                       IF WS-MZ-ANO(WS-MZ-I) = WS-ANO-ORIGEM AND
                          WS-MZ-SERIE(WS-MZ-I) = WS-SERIE
                           ADD 1 TO WS-QTD-MZ
                           MOVE WS-MZ-ENTRADA(WS-MZ-I)
                                TO WS-MZ-ENTRADA(WS-QTD-MZ)
                           MOVE WS-ANO TO WS-MZ-ANO(WS-QTD-MZ)
                           ADD 1 TO WS-QTD-INCLUIDAS
                       END-IF
                   END-PERFORM
                   DISPLAY WS-MZ-QTD-ORIGEM ' DISCIPLINA(S) DA SERIE '
                           WS-SERIE ' COPIADA(S) DE ' WS-ANO-ORIGEM
                           ' PARA ' WS-ANO
           END-EVALUATE
           EXIT.
       FIM-COPIA-MATRIZ.

       FINALIZA-PROGRAMA.
           IF WS-QTD-INCLUIDAS > 0 OR WS-QTD-ALTERADAS > 0 OR
              WS-QTD-EXCLUIDAS > 0
               IF WS-MZ-CHEIA-SIM
                   DISPLAY 'MATRIZ.TXT NAO REGRAVADO - A CARGA '
                           'ESTOUROU A TABELA E A REGRAVACAO '
                           'TRUNCARIA A MATRIZ'
               ELSE
                   PERFORM REGRAVA-MATRIZ
               END-IF
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'LINHAS INCLUIDAS : ' WS-QTD-INCLUIDAS
           DISPLAY 'LINHAS ALTERADAS : ' WS-QTD-ALTERADAS
           DISPLAY 'LINHAS EXCLUIDAS : ' WS-QTD-EXCLUIDAS
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.

       REGRAVA-MATRIZ.
           OPEN OUTPUT MATRIZ
           PERFORM VARYING WS-MZ-I FROM 1 BY 1
                   UNTIL WS-MZ-I > WS-QTD-MZ
               MOVE SPACES TO MATRIZ-REG
               MOVE WS-MZ-ANO(WS-MZ-I)        TO MZ-ANO
               MOVE WS-MZ-SERIE(WS-MZ-I)      TO MZ-SERIE
               MOVE WS-MZ-DISCIPLINA(WS-MZ-I) TO MZ-DISCIPLINA
               MOVE WS-MZ-CARGA(WS-MZ-I)      TO MZ-CARGA-HORARIA
               WRITE MATRIZ-REG
           END-PERFORM
           CLOSE MATRIZ
           EXIT.
       FIM-REGRAVA-MATRIZ.
      ******************************************************************
       END PROGRAM CADASTRO-MATRIZ.
