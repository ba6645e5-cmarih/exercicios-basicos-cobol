      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CADASTRO DE AVALIACOES - O PROFESSOR ATRIBUIDO A
      *          TURMA/DISCIPLINA (ATRIBUICAO.TXT, ROTINA
      *          PROFESSOR-TURMA) DESCREVE AS AVALIACOES DE UM
      *          BIMESTRE EM AVALIACOES.TXT (AVALIACAO.CPY): CODIGO,
      *          NOME (PROVA, TRABALHO, PARTICIPACAO...), DATA, PESO E
      *          QUAL DAS QUATRO NOTAS DO NOTAS.TXT ELA COMPOE; CODIGO
      *          JA CADASTRADO NO GRUPO PODE SER ALTERADO (GRAVA UMA
      *          NOVA VERSAO) OU EXCLUIDO (NOVA VERSAO COM PESO ZERO);
      *          AS NOTAS DOS ALUNOS EM CADA AVALIACAO ENTRAM PELO
      *          AVALIACAO-NOTAS E O AVALIACAO-CALCULA DERIVA AS NOTAS
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Data da avaliacao pode ser futura (avaliacao
      *                    planejada para o bimestre): conferida so na
      *                    estrutura e no calendario
      *   15/10/2026 MC  - Unidade da turma (rotina UNIDADE-ATIVA;
      *                    perguntada na sessao consolidada) no
      *                    professor atribuido
      *   15/10/2026 MC  - Avaliacao gravada com a unidade da turma
      *                    (AV-UNIDADE, em branco = 01), que passa a
      *                    fazer parte do grupo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-AVALIACAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVALIACOES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVAL-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD AVALIACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'AVALIACOES.TXT'.
       COPY AVALIACAO.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-AVAL-STATUS           PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-AVAL           PIC X(01) VALUE 'N'.
               88 WS-FIM-AVAL-SIM         VALUE 'S'.
           02 WS-FIM-INCLUSAO       PIC X(01) VALUE 'N'.
               88 WS-FIM-INCLUSAO-SIM     VALUE 'S'.
           02 WS-ENTRADA-VALIDA     PIC X(01) VALUE 'S'.
               88 WS-ENTRADA-OK           VALUE 'S'.
           02 WS-CODIGO-EM-USO      PIC X(01) VALUE 'N'.
               88 WS-CODIGO-EM-USO-SIM    VALUE 'S'.
           02 WS-AVAL-ABERTO        PIC X(01) VALUE 'N'.
               88 WS-AVAL-ABERTO-SIM      VALUE 'S'.
       01 WS-OPERADOR              PIC X(08) VALUE SPACES.
       01 WS-TURMA                 PIC X(03) VALUE SPACES.
       01 WS-UNIDADE               PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-ATIVA         PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME          PIC X(40) VALUE SPACES.
       01 WS-AV-UNIDADE            PIC X(02) VALUE SPACES.
       01 WS-DISCIPLINA            PIC X(02) VALUE SPACES.
       01 WS-BIMESTRE              PIC 9(01) VALUE ZERO.
       01 WS-TAB-AVAL-LIMITE       PIC 9(02) VALUE 30.
       01 WS-QTD-AVAL              PIC 9(02) VALUE ZERO.
       01 WS-TABELA-AVAL.
           02 WS-AVAL-ENTRADA OCCURS 30 TIMES.
               03 WS-AVAL-CODIGO       PIC X(02).
               03 WS-AVAL-NOME         PIC X(20).
               03 WS-AVAL-DATA         PIC X(10).
               03 WS-AVAL-PESO         PIC 9(02).
               03 WS-AVAL-NUM-NOTA     PIC 9(01).
       01 WS-AVAL-I                PIC 9(02) VALUE ZERO.
       01 WS-AVAL-POS              PIC 9(02) VALUE ZERO.
       01 WS-CODIGO                PIC X(02) VALUE SPACES.
       01 WS-NOME                  PIC X(20) VALUE SPACES.
       01 WS-DATA-AVAL             PIC X(10) VALUE SPACES.
       01 WS-PESO                  PIC 9(02) VALUE ZERO.
       01 WS-NUM-NOTA              PIC 9(01) VALUE ZERO.
       01 WS-OPCAO                 PIC X(01) VALUE SPACE.
           88 WS-OPCAO-ALTERA             VALUE 'A' 'a'.
           88 WS-OPCAO-EXCLUI             VALUE 'E' 'e'.
       01 WS-DATA-OK               PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO           PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD         PIC 9(08) VALUE ZERO.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO          PIC 9(04).
           02 WS-HOJE-MES          PIC 9(02).
           02 WS-HOJE-DIA          PIC 9(02).
       01 WS-ATR-ANO               PIC 9(04) VALUE ZERO.
       01 WS-ATR-ACHOU             PIC X(01) VALUE 'N'.
           88 WS-ATR-ACHOU-SIM            VALUE 'S'.
       01 WS-ATR-PROFESSOR         PIC X(05) VALUE SPACES.
       01 WS-ATR-PROF-NOME         PIC X(30) VALUE SPACES.
       01 WS-ATR-PROF-OPERADOR     PIC X(08) VALUE SPACES.
       01 WS-PESO-MASK             PIC Z9.
       01 WS-QTD-INCLUIDAS         PIC 9(02) VALUE ZERO.
       01 WS-QTD-ALTERADAS         PIC 9(02) VALUE ZERO.
       01 WS-QTD-EXCLUIDAS         PIC 9(02) VALUE ZERO.
       01 WS-RETORNO-JOB           PIC 9(02) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'CADASTRO DE AVALIACOES DO BIMESTRE'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-ATIVA
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-NOME NOT = SPACES
               DISPLAY 'UNIDADE: ' WS-UNIDADE-ATIVA ' - '
                       WS-UNIDADE-NOME
           END-IF

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR

           PERFORM COLETA-UNIDADE
           DISPLAY 'TURMA: '
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA
           IF WS-TURMA = SPACES
               DISPLAY 'TURMA EM BRANCO - NADA CADASTRADO'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'DISCIPLINA (EM BRANCO PARA 01): '
               MOVE SPACES TO WS-DISCIPLINA
               ACCEPT WS-DISCIPLINA
               IF WS-DISCIPLINA = SPACES
                   MOVE '01' TO WS-DISCIPLINA
               END-IF

               DISPLAY 'BIMESTRE (1 A 4): '
               ACCEPT WS-BIMESTRE
               IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
                   DISPLAY 'BIMESTRE INVALIDO - NADA CADASTRADO'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               PERFORM VERIFICA-PROFESSOR-ATRIBUIDO
           END-IF

           IF WS-ENTRADA-OK
               PERFORM CARREGA-AVALIACOES-GRUPO
               PERFORM LISTA-AVALIACOES-GRUPO

               OPEN EXTEND AVALIACOES
               IF WS-AVAL-STATUS = '35'
                   OPEN OUTPUT AVALIACOES
               END-IF
               SET WS-AVAL-ABERTO-SIM TO TRUE
           ELSE
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-INICIO.

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

      *-----------------------------------------------------------------
      * SO O PROFESSOR ATRIBUIDO A TURMA/DISCIPLINA NO ANO CORRENTE
      * (ATRIBUICAO.TXT) DESCREVE AS AVALIACOES DELA
      *-----------------------------------------------------------------
       VERIFICA-PROFESSOR-ATRIBUIDO.
           MOVE WS-HOJE-ANO TO WS-ATR-ANO

           CALL 'PROFESSOR-TURMA' USING WS-TURMA
                                        WS-DISCIPLINA
                                        WS-ATR-ANO
                                        WS-ATR-ACHOU
                                        WS-ATR-PROFESSOR
                                        WS-ATR-PROF-NOME
                                        WS-ATR-PROF-OPERADOR
                                        WS-UNIDADE
           END-CALL

           IF NOT WS-ATR-ACHOU-SIM
               DISPLAY 'TURMA ' WS-TURMA ' DISCIPLINA ' WS-DISCIPLINA
                       ' SEM PROFESSOR ATRIBUIDO EM ' WS-ATR-ANO
                       ' (ATRIBUICAO.TXT) - NADA CADASTRADO'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           ELSE
               IF WS-ATR-PROF-OPERADOR NOT = WS-OPERADOR
                   DISPLAY 'SO O PROFESSOR ATRIBUIDO CADASTRA AS '
                           'AVALIACOES: ' WS-ATR-PROF-NOME
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF
           EXIT.
       FIM-VERIFICA-PROFESSOR-ATRIBUIDO.

      *-----------------------------------------------------------------
      * AVALIACOES JA CADASTRADAS NO GRUPO (UNIDADE, TURMA, DISCIPLINA
      * E BIMESTRE); A VERSAO MAIS RECENTE DE CADA CODIGO SUBSTITUI A
      * ANTERIOR
      *-----------------------------------------------------------------
       CARREGA-AVALIACOES-GRUPO.
           OPEN INPUT AVALIACOES
           IF WS-AVAL-STATUS = '00'
               PERFORM LER-AVALIACOES
               PERFORM UNTIL WS-FIM-AVAL-SIM
                   MOVE AV-UNIDADE TO WS-AV-UNIDADE
                   IF WS-AV-UNIDADE = SPACES
                       MOVE '01' TO WS-AV-UNIDADE
                   END-IF
                   IF WS-AV-UNIDADE = WS-UNIDADE AND
                      AV-TURMA = WS-TURMA AND
                      AV-DISCIPLINA = WS-DISCIPLINA AND
                      AV-BIMESTRE = WS-BIMESTRE
                       MOVE AV-CODIGO TO WS-CODIGO
                       PERFORM LOCALIZA-CODIGO
                       IF NOT WS-CODIGO-EM-USO-SIM
                          AND WS-QTD-AVAL < WS-TAB-AVAL-LIMITE
                           ADD 1 TO WS-QTD-AVAL
                           MOVE WS-QTD-AVAL TO WS-AVAL-POS
                           SET WS-CODIGO-EM-USO-SIM TO TRUE
                       END-IF
                       IF WS-CODIGO-EM-USO-SIM
                           PERFORM GUARDA-AVALIACAO-LIDA
                       END-IF
                   END-IF
                   PERFORM LER-AVALIACOES
               END-PERFORM
               CLOSE AVALIACOES
           END-IF
           EXIT.
       FIM-CARREGA-AVALIACOES-GRUPO.

       GUARDA-AVALIACAO-LIDA.
           MOVE AV-CODIGO   TO WS-AVAL-CODIGO(WS-AVAL-POS)
           MOVE AV-NOME     TO WS-AVAL-NOME(WS-AVAL-POS)
           MOVE AV-DATA     TO WS-AVAL-DATA(WS-AVAL-POS)
           MOVE AV-PESO     TO WS-AVAL-PESO(WS-AVAL-POS)
           MOVE AV-NUM-NOTA TO WS-AVAL-NUM-NOTA(WS-AVAL-POS)
           EXIT.
       FIM-GUARDA-AVALIACAO-LIDA.

       LER-AVALIACOES.
           READ AVALIACOES
               AT END
                   SET WS-FIM-AVAL-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-AVALIACOES.

       LOCALIZA-CODIGO.
           MOVE 'N' TO WS-CODIGO-EM-USO
           MOVE ZERO TO WS-AVAL-POS

           PERFORM VARYING WS-AVAL-I FROM 1 BY 1
                   UNTIL WS-AVAL-I > WS-QTD-AVAL
                      OR WS-CODIGO-EM-USO-SIM
               IF WS-AVAL-CODIGO(WS-AVAL-I) = WS-CODIGO
                   SET WS-CODIGO-EM-USO-SIM TO TRUE
                   MOVE WS-AVAL-I TO WS-AVAL-POS
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-CODIGO.

       LISTA-AVALIACOES-GRUPO.
           DISPLAY 'AVALIACOES DA TURMA ' WS-TURMA ' UNIDADE '
                   WS-UNIDADE ' DISCIPLINA ' WS-DISCIPLINA
                   ' BIMESTRE ' WS-BIMESTRE ':'
           IF WS-QTD-AVAL = 0
               DISPLAY '  NENHUMA AVALIACAO CADASTRADA'
           END-IF
           PERFORM VARYING WS-AVAL-I FROM 1 BY 1
                   UNTIL WS-AVAL-I > WS-QTD-AVAL
               IF WS-AVAL-PESO(WS-AVAL-I) > 0
                   MOVE WS-AVAL-PESO(WS-AVAL-I) TO WS-PESO-MASK
                   DISPLAY '  ' WS-AVAL-CODIGO(WS-AVAL-I) ' - '
                           WS-AVAL-NOME(WS-AVAL-I) ' '
                           WS-AVAL-DATA(WS-AVAL-I) ' PESO '
                           WS-PESO-MASK ' - NOTA '
                           WS-AVAL-NUM-NOTA(WS-AVAL-I)
               END-IF
           END-PERFORM
           EXIT.
       FIM-LISTA-AVALIACOES-GRUPO.

       PROCESSA-PROGRAMA.
           IF WS-ENTRADA-OK
               PERFORM UNTIL WS-FIM-INCLUSAO-SIM
                   DISPLAY 'CODIGO DA AVALIACAO (2 POSICOES, EM '
                           'BRANCO PARA ENCERRAR): '
                   MOVE SPACES TO WS-CODIGO
                   ACCEPT WS-CODIGO

                   IF WS-CODIGO = SPACES
                       SET WS-FIM-INCLUSAO-SIM TO TRUE
                   ELSE
                       PERFORM LOCALIZA-CODIGO
                       IF WS-CODIGO-EM-USO-SIM
                          AND WS-AVAL-PESO(WS-AVAL-POS) > 0
                           PERFORM ALTERA-OU-EXCLUI
                       ELSE
                           PERFORM COLETA-E-GRAVA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           EXIT.
       FIM-PROCESSA.

       ALTERA-OU-EXCLUI.
           MOVE WS-AVAL-PESO(WS-AVAL-POS) TO WS-PESO-MASK
           DISPLAY 'CODIGO ' WS-CODIGO ' JA CADASTRADO: '
                   WS-AVAL-NOME(WS-AVAL-POS) ' '
                   WS-AVAL-DATA(WS-AVAL-POS) ' PESO ' WS-PESO-MASK
                   ' - NOTA ' WS-AVAL-NUM-NOTA(WS-AVAL-POS)
           DISPLAY '(A) ALTERAR  (E) EXCLUIR  (OUTRA) MANTER'
           MOVE SPACE TO WS-OPCAO
           ACCEPT WS-OPCAO

           EVALUATE TRUE
               WHEN WS-OPCAO-ALTERA
                   PERFORM COLETA-E-GRAVA
               WHEN WS-OPCAO-EXCLUI
                   MOVE SPACES TO AVALIACAO-REG
                   MOVE WS-TURMA      TO AV-TURMA
                   MOVE WS-DISCIPLINA TO AV-DISCIPLINA
                   MOVE WS-BIMESTRE   TO AV-BIMESTRE
                   MOVE WS-CODIGO     TO AV-CODIGO
                   MOVE WS-AVAL-NOME(WS-AVAL-POS) TO AV-NOME
                   MOVE WS-AVAL-DATA(WS-AVAL-POS) TO AV-DATA
                   MOVE ZERO          TO AV-PESO
                   MOVE WS-AVAL-NUM-NOTA(WS-AVAL-POS) TO AV-NUM-NOTA
                   MOVE WS-UNIDADE    TO AV-UNIDADE
                   WRITE AVALIACAO-REG
                   MOVE ZERO TO WS-AVAL-PESO(WS-AVAL-POS)
                   ADD 1 TO WS-QTD-EXCLUIDAS
                   DISPLAY 'AVALIACAO ' WS-CODIGO ' EXCLUIDA DO '
                           'CALCULO'
               WHEN OTHER
                   DISPLAY 'AVALIACAO ' WS-CODIGO ' MANTIDA'
           END-EVALUATE
           EXIT.
       FIM-ALTERA-OU-EXCLUI.

       COLETA-E-GRAVA.
           MOVE 'S' TO WS-ENTRADA-VALIDA

           DISPLAY 'NOME DA AVALIACAO (PROVA, TRABALHO...): '
           MOVE SPACES TO WS-NOME
           ACCEPT WS-NOME
           IF WS-NOME = SPACES
               DISPLAY 'NOME EM BRANCO - AVALIACAO NAO GRAVADA'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'DATA DA AVALIACAO (DD/MM/AAAA): '
               MOVE SPACES TO WS-DATA-AVAL
               ACCEPT WS-DATA-AVAL
               PERFORM CONFERE-DATA-AVALIACAO
               IF WS-DATA-OK = 'N'
                   DISPLAY 'DATA DA AVALIACAO: ' WS-DATA-MOTIVO
                           ' - AVALIACAO NAO GRAVADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'PESO (1 A 99): '
               MOVE ZERO TO WS-PESO
               ACCEPT WS-PESO
               IF WS-PESO NOT NUMERIC OR WS-PESO = 0
                   DISPLAY 'PESO INVALIDO - AVALIACAO NAO GRAVADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'NOTA QUE A AVALIACAO COMPOE (1 A 4): '
               MOVE ZERO TO WS-NUM-NOTA
               ACCEPT WS-NUM-NOTA
               IF WS-NUM-NOTA < 1 OR WS-NUM-NOTA > 4
                   DISPLAY 'NUMERO DE NOTA INVALIDO - AVALIACAO NAO '
                           'GRAVADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               MOVE SPACES TO AVALIACAO-REG
               MOVE WS-TURMA      TO AV-TURMA
               MOVE WS-DISCIPLINA TO AV-DISCIPLINA
               MOVE WS-BIMESTRE   TO AV-BIMESTRE
               MOVE WS-CODIGO     TO AV-CODIGO
               MOVE WS-NOME       TO AV-NOME
               MOVE WS-DATA-AVAL  TO AV-DATA
               MOVE WS-PESO       TO AV-PESO
               MOVE WS-NUM-NOTA   TO AV-NUM-NOTA
               MOVE WS-UNIDADE    TO AV-UNIDADE

               IF NOT WS-CODIGO-EM-USO-SIM
                  AND WS-QTD-AVAL < WS-TAB-AVAL-LIMITE
                   ADD 1 TO WS-QTD-AVAL
                   MOVE WS-QTD-AVAL TO WS-AVAL-POS
               END-IF
               IF WS-AVAL-POS > 0
                   PERFORM GUARDA-AVALIACAO-LIDA
               END-IF

               WRITE AVALIACAO-REG

               IF WS-CODIGO-EM-USO-SIM
                   ADD 1 TO WS-QTD-ALTERADAS
                   DISPLAY 'AVALIACAO ' WS-CODIGO ' ALTERADA'
               ELSE
                   ADD 1 TO WS-QTD-INCLUIDAS
                   DISPLAY 'AVALIACAO ' WS-CODIGO ' - ' WS-NOME
                           ' CADASTRADA'
               END-IF
           END-IF
           EXIT.
       FIM-COLETA-E-GRAVA.

      *-----------------------------------------------------------------
      * DATA DA AVALIACAO: MESMOS FORMATOS DO DATA-VALIDA (DD/MM/AAAA
      * OU AAAA-MM-DD), SEM A TRAVA DE DATA FUTURA
      *-----------------------------------------------------------------
       CONFERE-DATA-AVALIACAO.
           MOVE 'N' TO WS-DATA-OK
           MOVE 'DATA INVALIDA' TO WS-DATA-MOTIVO
           MOVE ZERO TO WS-DATA-AAAAMMDD
           EVALUATE TRUE
               WHEN (WS-DATA-AVAL(3:1) = '/' OR '-' OR '.') AND
                    WS-DATA-AVAL(6:1) = WS-DATA-AVAL(3:1)
                   MOVE WS-DATA-AVAL(7:4) TO WS-DATA-AAAAMMDD(1:4)
                   MOVE WS-DATA-AVAL(4:2) TO WS-DATA-AAAAMMDD(5:2)
                   MOVE WS-DATA-AVAL(1:2) TO WS-DATA-AAAAMMDD(7:2)
               WHEN (WS-DATA-AVAL(5:1) = '/' OR '-' OR '.') AND
                    WS-DATA-AVAL(8:1) = WS-DATA-AVAL(5:1)
                   MOVE WS-DATA-AVAL(1:4) TO WS-DATA-AAAAMMDD(1:4)
                   MOVE WS-DATA-AVAL(6:2) TO WS-DATA-AAAAMMDD(5:2)
                   MOVE WS-DATA-AVAL(9:2) TO WS-DATA-AAAAMMDD(7:2)
           END-EVALUATE
           IF WS-DATA-AAAAMMDD NUMERIC AND
              WS-DATA-AAAAMMDD(1:4) > '1600'
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-AAAAMMDD) = 0
                   MOVE 'S' TO WS-DATA-OK
                   MOVE SPACES TO WS-DATA-MOTIVO
               END-IF
           END-IF
           EXIT.
       FIM-CONFERE-DATA-AVALIACAO.

       FINALIZA-PROGRAMA.
           IF WS-AVAL-ABERTO-SIM
               CLOSE AVALIACOES
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'AVALIACOES INCLUIDAS: ' WS-QTD-INCLUIDAS
           DISPLAY 'AVALIACOES ALTERADAS: ' WS-QTD-ALTERADAS
           DISPLAY 'AVALIACOES EXCLUIDAS: ' WS-QTD-EXCLUIDAS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM CADASTRO-AVALIACAO.
