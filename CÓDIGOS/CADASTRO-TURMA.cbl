      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CADASTRO DE TURMAS - MANTEM O CADASTRO MESTRE DE
      *          TURMAS (TURMAS.TXT, TURMA.CPY): PARA CADA TURMA E
      *          ANO LETIVO, A SERIE, O TURNO (MANHA/TARDE), A SALA E
      *          A CAPACIDADE DA SALA; ANTES A TURMA ERA SO UM CODIGO
      *          LIVRE DE 3 POSICOES NOS ARQUIVOS; A CAPACIDADE NAO
      *          PODE FICAR ABAIXO DOS ALUNOS JA OCUPANDO A TURMA
      *          (ROTINA TURMA-VAGAS); O ARQUIVO SO E REGRAVADO SE A
      *          CARGA COUBE INTEIRA NA TABELA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Unidade escolar da turma (TU-UNIDADE): cada
      *                    unidade tem os seus codigos de turma e a
      *                    chave passa a ser unidade + turma + ano; a
      *                    sessao de uma unidade (rotina UNIDADE-ATIVA)
      *                    so inclui, altera e lista as turmas dela, e a
      *                    consolidada pergunta a unidade; turma antiga
      *                    sem unidade e regravada como 01 (sede)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-TURMA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TUR-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD TURMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TURMAS.TXT'.
       COPY TURMA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-TUR-STATUS            PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-TUR            PIC X(01) VALUE 'N'.
               88 WS-FIM-TUR-SIM          VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-TUR-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-TUR-ACHOU-SIM        VALUE 'S'.
           02 WS-TUR-CHEIA          PIC X(01) VALUE 'N'.
               88 WS-TUR-CHEIA-SIM        VALUE 'S'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-TAB-TUR-LIMITE        PIC 9(03) VALUE 300.
       01 WS-QTD-TUR               PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TUR.
           02 WS-TM-ENTRADA OCCURS 300 TIMES.
               03 WS-TM-TURMA          PIC X(03).
               03 WS-TM-ANO            PIC 9(04).
               03 WS-TM-SERIE          PIC 9(02).
               03 WS-TM-TURNO          PIC X(01).
               03 WS-TM-SALA           PIC X(05).
               03 WS-TM-CAPACIDADE     PIC 9(03).
               03 WS-TM-UNIDADE        PIC X(02).
       01 WS-TM-I                  PIC 9(03) VALUE ZERO.
       01 WS-TM-ACHOU-I            PIC 9(03) VALUE ZERO.
       01 WS-TURMA                 PIC X(03) VALUE SPACES.
       01 WS-ANO                   PIC 9(04) VALUE ZERO.
       01 WS-ANO-ATUAL             PIC 9(04) VALUE ZERO.
       01 WS-SERIE                 PIC 9(02) VALUE ZERO.
       01 WS-TURNO                 PIC X(01) VALUE SPACES.
           88 WS-TURNO-VALIDO             VALUE 'M' 'T'.
       01 WS-SALA                  PIC X(05) VALUE SPACES.
       01 WS-CAPACIDADE            PIC 9(03) VALUE ZERO.
       01 WS-VAGA-RESULTADO        PIC X(01) VALUE 'N'.
       01 WS-VAGA-SERIE            PIC 9(02) VALUE ZERO.
       01 WS-VAGA-TURNO            PIC X(01) VALUE SPACES.
       01 WS-VAGA-SALA             PIC X(05) VALUE SPACES.
       01 WS-VAGA-CAPACIDADE       PIC 9(03) VALUE ZERO.
       01 WS-VAGA-OCUPADAS         PIC 9(03) VALUE ZERO.
       01 WS-UNIDADE               PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-ATIVA         PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME          PIC X(40) VALUE SPACES.
       01 WS-QTD-INCLUIDAS         PIC 9(03) VALUE ZERO.
       01 WS-QTD-ALTERADAS         PIC 9(03) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'CADASTRO DE TURMAS'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-ATUAL
           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-ATIVA
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-NOME NOT = SPACES
               DISPLAY 'UNIDADE: ' WS-UNIDADE-ATIVA ' - '
                       WS-UNIDADE-NOME
           END-IF

           PERFORM CARREGA-TURMAS
           DISPLAY 'TURMAS CADASTRADAS: ' WS-QTD-TUR
           EXIT.
       FIM-INICIO.

       CARREGA-TURMAS.
           OPEN INPUT TURMAS
           IF WS-TUR-STATUS = '00'
               PERFORM LER-TURMAS
               PERFORM UNTIL WS-FIM-TUR-SIM
                   IF WS-QTD-TUR < WS-TAB-TUR-LIMITE
                       ADD 1 TO WS-QTD-TUR
                       MOVE TU-TURMA      TO WS-TM-TURMA(WS-QTD-TUR)
                       MOVE TU-ANO        TO WS-TM-ANO(WS-QTD-TUR)
                       MOVE TU-SERIE      TO WS-TM-SERIE(WS-QTD-TUR)
                       MOVE TU-TURNO      TO WS-TM-TURNO(WS-QTD-TUR)
                       MOVE TU-SALA       TO WS-TM-SALA(WS-QTD-TUR)
                       MOVE TU-CAPACIDADE
                            TO WS-TM-CAPACIDADE(WS-QTD-TUR)
                       MOVE TU-UNIDADE    TO WS-TM-UNIDADE(WS-QTD-TUR)
                       IF TU-UNIDADE = SPACES
                           MOVE '01' TO WS-TM-UNIDADE(WS-QTD-TUR)
                       END-IF
                   ELSE
                       DISPLAY 'AVISO: TURMAS.TXT EXCEDE '
                               WS-TAB-TUR-LIMITE ' TURMAS - O '
                               'CADASTRO NAO SERA REGRAVADO NESTA '
                               'SESSAO'
                       SET WS-TUR-CHEIA-SIM TO TRUE
                       SET WS-FIM-TUR-SIM TO TRUE
                   END-IF
                   PERFORM LER-TURMAS
               END-PERFORM
               CLOSE TURMAS
           END-IF
           EXIT.
       FIM-CARREGA-TURMAS.

       LER-TURMAS.
           READ TURMAS
               AT END
                   SET WS-FIM-TUR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TURMAS.

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - INCLUIR TURMA'
               DISPLAY '2 - ALTERAR SALA/CAPACIDADE'
               DISPLAY '3 - LISTAR TURMAS DO ANO'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM INCLUI-TURMA
                   WHEN 2
                       PERFORM ALTERA-TURMA
                   WHEN 3
                       PERFORM LISTA-TURMAS
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

       COLETA-CHAVE-TURMA.
           DISPLAY 'TURMA (EM BRANCO CANCELA): '
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA

           IF WS-TURMA NOT = SPACES
               PERFORM COLETA-UNIDADE
               DISPLAY 'ANO LETIVO (AAAA, ZERO PARA ' WS-ANO-ATUAL
                       '): '
               MOVE ZERO TO WS-ANO
               ACCEPT WS-ANO
               IF WS-ANO = ZERO
                   MOVE WS-ANO-ATUAL TO WS-ANO
               END-IF
               PERFORM LOCALIZA-TURMA
           END-IF
           EXIT.
       FIM-COLETA-CHAVE-TURMA.

      *-----------------------------------------------------------------
      * CADA UNIDADE TEM OS SEUS CODIGOS DE TURMA: NA SESSAO DE UMA
      * UNIDADE VALE A UNIDADE ATIVA; NA CONSOLIDADA A UNIDADE E
      * PERGUNTADA (EM BRANCO = 01, SEDE)
      *-----------------------------------------------------------------
       COLETA-UNIDADE.
           IF WS-UNIDADE-ATIVA = '00' OR WS-UNIDADE-ATIVA = SPACES
               DISPLAY 'UNIDADE (EM BRANCO = 01): '
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

       LOCALIZA-TURMA.
           MOVE 'N' TO WS-TUR-ACHOU
           MOVE ZERO TO WS-TM-ACHOU-I

           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-QTD-TUR
                      OR WS-TUR-ACHOU-SIM
               IF WS-TM-TURMA(WS-TM-I) = WS-TURMA AND
                  WS-TM-ANO(WS-TM-I) = WS-ANO AND
                  WS-TM-UNIDADE(WS-TM-I) = WS-UNIDADE
                   SET WS-TUR-ACHOU-SIM TO TRUE
                   MOVE WS-TM-I TO WS-TM-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-TURMA.

       INCLUI-TURMA.
           PERFORM COLETA-CHAVE-TURMA

           IF WS-TURMA NOT = SPACES
               IF WS-TUR-ACHOU-SIM
                   DISPLAY 'TURMA ' WS-TURMA ' JA CADASTRADA PARA '
                           WS-ANO ' NA UNIDADE ' WS-UNIDADE
                           ' - USE A OPCAO 2 PARA ALTERAR'
               ELSE
                   IF WS-QTD-TUR >= WS-TAB-TUR-LIMITE
                       DISPLAY 'LIMITE DE ' WS-TAB-TUR-LIMITE
                               ' TURMAS ATINGIDO - INCLUSAO '
                               'CANCELADA'
                   ELSE
                       PERFORM COLETA-TURMA
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-INCLUI-TURMA.

       COLETA-TURMA.
           DISPLAY 'SERIE (01 A 12): '
           MOVE ZERO TO WS-SERIE
           ACCEPT WS-SERIE
           DISPLAY 'TURNO: (M) MANHA  (T) TARDE'
           MOVE SPACES TO WS-TURNO
           ACCEPT WS-TURNO
           DISPLAY 'SALA: '
           MOVE SPACES TO WS-SALA
           ACCEPT WS-SALA
           DISPLAY 'CAPACIDADE DA SALA (ALUNOS): '
           MOVE ZERO TO WS-CAPACIDADE
           ACCEPT WS-CAPACIDADE

           EVALUATE TRUE
               WHEN WS-SERIE < 1 OR WS-SERIE > 12
                   DISPLAY 'SERIE INVALIDA - INCLUSAO CANCELADA'
               WHEN NOT WS-TURNO-VALIDO
                   DISPLAY 'TURNO INVALIDO - INCLUSAO CANCELADA'
               WHEN WS-SALA = SPACES
                   DISPLAY 'SALA EM BRANCO - INCLUSAO CANCELADA'
               WHEN WS-CAPACIDADE = ZERO
                   DISPLAY 'CAPACIDADE ZERO - INCLUSAO CANCELADA'
               WHEN OTHER
                   ADD 1 TO WS-QTD-TUR
                   MOVE WS-TURMA      TO WS-TM-TURMA(WS-QTD-TUR)
                   MOVE WS-ANO        TO WS-TM-ANO(WS-QTD-TUR)
                   MOVE WS-SERIE      TO WS-TM-SERIE(WS-QTD-TUR)
                   MOVE WS-TURNO      TO WS-TM-TURNO(WS-QTD-TUR)
                   MOVE WS-SALA       TO WS-TM-SALA(WS-QTD-TUR)
                   MOVE WS-CAPACIDADE TO WS-TM-CAPACIDADE(WS-QTD-TUR)
                   MOVE WS-UNIDADE    TO WS-TM-UNIDADE(WS-QTD-TUR)
                   ADD 1 TO WS-QTD-INCLUIDAS
                   DISPLAY 'TURMA ' WS-TURMA ' DE ' WS-ANO
                           ' UNIDADE ' WS-UNIDADE
                           ' CADASTRADA - SERIE ' WS-SERIE
                           ' TURNO ' WS-TURNO ' SALA ' WS-SALA
                           ' CAPACIDADE ' WS-CAPACIDADE
           END-EVALUATE
           EXIT.
       FIM-COLETA-TURMA.

       ALTERA-TURMA.
           PERFORM COLETA-CHAVE-TURMA

           IF WS-TURMA NOT = SPACES
               IF NOT WS-TUR-ACHOU-SIM
                   DISPLAY 'TURMA ' WS-TURMA ' NAO CADASTRADA PARA '
                           WS-ANO ' NA UNIDADE ' WS-UNIDADE
               ELSE
                   PERFORM CONSULTA-VAGAS
                   DISPLAY 'SALA ATUAL: ' WS-TM-SALA(WS-TM-ACHOU-I)
                           ' CAPACIDADE: '
                           WS-TM-CAPACIDADE(WS-TM-ACHOU-I)
                           ' OCUPADAS: ' WS-VAGA-OCUPADAS
                   DISPLAY 'NOVA SALA (EM BRANCO MANTEM): '
                   MOVE SPACES TO WS-SALA
                   ACCEPT WS-SALA
                   DISPLAY 'NOVA CAPACIDADE (ZERO MANTEM): '
                   MOVE ZERO TO WS-CAPACIDADE
                   ACCEPT WS-CAPACIDADE

                   IF WS-CAPACIDADE > ZERO AND
                      WS-CAPACIDADE < WS-VAGA-OCUPADAS
                       DISPLAY 'CAPACIDADE ABAIXO DOS '
                               WS-VAGA-OCUPADAS ' ALUNOS JA NA '
                               'TURMA - NADA ALTERADO'
                   ELSE
                       IF WS-SALA NOT = SPACES
                           MOVE WS-SALA
                                TO WS-TM-SALA(WS-TM-ACHOU-I)
                       END-IF
                       IF WS-CAPACIDADE > ZERO
                           MOVE WS-CAPACIDADE
                                TO WS-TM-CAPACIDADE(WS-TM-ACHOU-I)
                       END-IF
                       ADD 1 TO WS-QTD-ALTERADAS
                       DISPLAY 'TURMA ' WS-TURMA ' DE ' WS-ANO
                               ' AGORA NA SALA '
                               WS-TM-SALA(WS-TM-ACHOU-I)
                               ' COM CAPACIDADE '
                               WS-TM-CAPACIDADE(WS-TM-ACHOU-I)
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-ALTERA-TURMA.

       CONSULTA-VAGAS.
           CALL 'TURMA-VAGAS' USING WS-TURMA
                                    WS-ANO
                                    WS-VAGA-RESULTADO
                                    WS-VAGA-SERIE
                                    WS-VAGA-TURNO
                                    WS-VAGA-SALA
                                    WS-VAGA-CAPACIDADE
                                    WS-VAGA-OCUPADAS
                                    WS-UNIDADE
           END-CALL
           EXIT.
       FIM-CONSULTA-VAGAS.

       LISTA-TURMAS.
           DISPLAY 'ANO LETIVO (AAAA, ZERO PARA ' WS-ANO-ATUAL '): '
           MOVE ZERO TO WS-ANO
           ACCEPT WS-ANO
           IF WS-ANO = ZERO
               MOVE WS-ANO-ATUAL TO WS-ANO
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'UN TURMA SERIE TURNO SALA  CAPAC. OCUP.'
           DISPLAY '-----------------------------------'
           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-QTD-TUR
               IF WS-TM-ANO(WS-TM-I) = WS-ANO AND
                  (WS-UNIDADE-ATIVA = '00' OR
                   WS-UNIDADE-ATIVA = WS-TM-UNIDADE(WS-TM-I))
                   MOVE WS-TM-TURMA(WS-TM-I) TO WS-TURMA
                   MOVE WS-TM-UNIDADE(WS-TM-I) TO WS-UNIDADE
                   PERFORM CONSULTA-VAGAS
                   DISPLAY WS-TM-UNIDADE(WS-TM-I) ' '
                           WS-TM-TURMA(WS-TM-I) '   '
                           WS-TM-SERIE(WS-TM-I) '    '
                           WS-TM-TURNO(WS-TM-I) '     '
                           WS-TM-SALA(WS-TM-I) ' '
                           WS-TM-CAPACIDADE(WS-TM-I) '    '
                           WS-VAGA-OCUPADAS
               END-IF
           END-PERFORM
           DISPLAY '-----------------------------------'
           EXIT.
       FIM-LISTA-TURMAS.

       FINALIZA-PROGRAMA.
           IF WS-QTD-INCLUIDAS > 0 OR WS-QTD-ALTERADAS > 0
               IF WS-TUR-CHEIA-SIM
                   DISPLAY 'TURMAS.TXT NAO REGRAVADO - A CARGA '
                           'ESTOUROU A TABELA E A REGRAVACAO '
                           'TRUNCARIA O CADASTRO'
               ELSE
                   PERFORM REGRAVA-TURMAS
               END-IF
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'TURMAS INCLUIDAS : ' WS-QTD-INCLUIDAS
           DISPLAY 'TURMAS ALTERADAS : ' WS-QTD-ALTERADAS
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.

       REGRAVA-TURMAS.
           OPEN OUTPUT TURMAS
           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-QTD-TUR
               MOVE SPACES TO TURMA-REG
               MOVE WS-TM-TURMA(WS-TM-I)      TO TU-TURMA
               MOVE WS-TM-ANO(WS-TM-I)        TO TU-ANO
               MOVE WS-TM-SERIE(WS-TM-I)      TO TU-SERIE
               MOVE WS-TM-TURNO(WS-TM-I)      TO TU-TURNO
               MOVE WS-TM-SALA(WS-TM-I)       TO TU-SALA
               MOVE WS-TM-CAPACIDADE(WS-TM-I) TO TU-CAPACIDADE
               MOVE WS-TM-UNIDADE(WS-TM-I)    TO TU-UNIDADE
               WRITE TURMA-REG
           END-PERFORM
           CLOSE TURMAS
           EXIT.
       FIM-REGRAVA-TURMAS.
      ******************************************************************
       END PROGRAM CADASTRO-TURMA.
