      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LANCAMENTO DAS NOTAS POR AVALIACAO - O PROFESSOR
      *          ATRIBUIDO ESCOLHE TURMA, DISCIPLINA, BIMESTRE E UMA
      *          DAS AVALIACOES CADASTRADAS PELO CADASTRO-AVALIACAO
      *          (AVALIACOES.TXT); O PROGRAMA LISTA OS ALUNOS DA
      *          TURMA QUE TEM REGISTRO DA DISCIPLINA/BIMESTRE NO
      *          NOTAS.TXT, MOSTRA A NOTA JA LANCADA E O PROFESSOR
      *          DIGITA A NOTA OBTIDA (0 A 10, UMA DECIMAL), F PARA
      *          AUSENTE NA AVALIACAO OU EM BRANCO PARA MANTER; SAI UM
      *          REGISTRO POR ALUNO EM AVALNOTAS.TXT (AVALNOTA.CPY),
      *          QUE SO RECEBE INCLUSOES (A ULTIMA VERSAO VALE E O
      *          HISTORICO FICA); A JANELA DO BIMESTRE (BIMESTRE-
      *          JANELA) VALE COMO PARA AS NOTAS; O NOTAS.TXT SO MUDA
      *          PELO AVALIACAO-CALCULA E PELA APROVACAO EM DUPLO
      *          CONTROLE (NOTAS-APROVA)
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Unidade da turma (rotina UNIDADE-ATIVA;
      *                    perguntada na sessao consolidada) no
      *                    professor atribuido e na lista de alunos
      *                    da turma (FD-UNIDADE, em branco = 01)
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      *   15/10/2026 MC  - Avaliacoes e notas lancadas procuradas no
      *                    grupo da unidade (AV-UNIDADE, AVN-UNIDADE,
      *                    em branco = 01); a nota e gravada com a
      *                    unidade da turma
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALIACAO-NOTAS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVALIACOES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVAL-STATUS.
           SELECT AVAL-NOTAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVN-STATUS.
           SELECT NOTAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FDS-CHAVE
                   ALTERNATE RECORD KEY IS FDS-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-NOTAS-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD AVALIACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'AVALIACOES.TXT'.
       COPY AVALIACAO.CPY.

       FD AVAL-NOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'AVALNOTAS.TXT'.
       COPY AVALNOTA.CPY.

       FD NOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NOTAS.TXT'.
       COPY NOTAS.CPY REPLACING LAYOUT-ARQUIVO-REC BY NOTAS-SAIDA-REC
                                FD-CHAVE BY FDS-CHAVE
                                FD-ID    BY FDS-ID
                                FD-DISCIPLINA BY FDS-DISCIPLINA
                                FD-BIMESTRE BY FDS-BIMESTRE
                                FD-NOME  BY FDS-NOME
                                FD-TURMA BY FDS-TURMA
                                FD-NOTA1 BY FDS-NOTA1
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-AVAL-STATUS           PIC X(02) VALUE '00'.
       01 WS-AVN-STATUS            PIC X(02) VALUE '00'.
       01 WS-NOTAS-STATUS          PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-AVAL           PIC X(01) VALUE 'N'.
               88 WS-FIM-AVAL-SIM         VALUE 'S'.
           02 WS-FIM-AVN            PIC X(01) VALUE 'N'.
               88 WS-FIM-AVN-SIM          VALUE 'S'.
           02 WS-FIM-NOTAS          PIC X(01) VALUE 'N'.
               88 WS-FIM-NOTAS-SIM        VALUE 'S'.
           02 WS-ENTRADA-VALIDA     PIC X(01) VALUE 'S'.
               88 WS-ENTRADA-OK           VALUE 'S'.
           02 WS-AVAL-ACHOU         PIC X(01) VALUE 'N'.
               88 WS-AVAL-ACHOU-SIM       VALUE 'S'.
           02 WS-RESPOSTA-OK        PIC X(01) VALUE 'N'.
               88 WS-RESPOSTA-OK-SIM      VALUE 'S'.
       01 WS-OPERADOR              PIC X(08) VALUE SPACES.
       01 WS-TURMA                 PIC X(03) VALUE SPACES.
       01 WS-UNIDADE               PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-ATIVA         PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME          PIC X(40) VALUE SPACES.
       01 WS-UNIDADE-NOTA          PIC X(02) VALUE SPACES.
       01 WS-AV-UNIDADE            PIC X(02) VALUE SPACES.
       01 WS-AVN-UNIDADE           PIC X(02) VALUE SPACES.
       01 WS-DISCIPLINA            PIC X(02) VALUE SPACES.
       01 WS-BIMESTRE              PIC 9(01) VALUE ZERO.
       01 WS-AVALIACAO             PIC X(02) VALUE SPACES.
       01 WS-AVAL-NOME             PIC X(20) VALUE SPACES.
       01 WS-AVAL-DATA             PIC X(10) VALUE SPACES.
       01 WS-AVAL-PESO             PIC 9(02) VALUE ZERO.
       01 WS-AVAL-NUM-NOTA         PIC 9(01) VALUE ZERO.
       01 WS-TAB-LIMITE            PIC 9(03) VALUE 100.
       01 WS-QTD-ALUNOS            PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TURMA.
           02 WS-TUR-ENTRADA OCCURS 100 TIMES.
               03 WS-TUR-MATRICULA     PIC X(05).
               03 WS-TUR-NOME          PIC X(11).
               03 WS-TUR-SITUACAO      PIC X(01).
               03 WS-TUR-NOTA          PIC 9(02)V9.
       01 WS-TUR-I                 PIC 9(03) VALUE ZERO.
       01 WS-NOTA-TXT              PIC X(05) VALUE SPACES.
       01 WS-NOTA-DIGITADA         PIC 9(02)V9 VALUE ZERO.
       01 WS-NOTA-VALIDA           PIC X(01) VALUE 'S'.
           88 WS-NOTA-VALIDA-SIM          VALUE 'S'.
       01 WS-QTD-DIGITOS           PIC 9(01) VALUE ZERO.
       01 WS-NOTA-INTEIRA          PIC 9(02) VALUE ZERO.
       01 WS-NOTA-DECIMO           PIC 9(01) VALUE ZERO.
       01 WS-QTD-DECIMAIS          PIC 9(01) VALUE ZERO.
       01 WS-ACHOU-VIRGULA         PIC X(01) VALUE 'N'.
           88 WS-ACHOU-VIRGULA-SIM        VALUE 'S'.
       01 WS-CHAR-I                PIC 9(01) VALUE ZERO.
       01 WS-NOTA-MASK             PIC Z9,9.
       01 WS-NOTA-ATUAL-TXT        PIC X(07) VALUE SPACES.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO          PIC 9(04).
           02 WS-HOJE-MES          PIC 9(02).
           02 WS-HOJE-DIA          PIC 9(02).
       01 WS-DATA-FMT              PIC X(10) VALUE SPACES.
       01 WS-ATR-ANO               PIC 9(04) VALUE ZERO.
       01 WS-ATR-ACHOU             PIC X(01) VALUE 'N'.
           88 WS-ATR-ACHOU-SIM            VALUE 'S'.
       01 WS-ATR-PROFESSOR         PIC X(05) VALUE SPACES.
       01 WS-ATR-PROF-NOME         PIC X(30) VALUE SPACES.
       01 WS-ATR-PROF-OPERADOR     PIC X(08) VALUE SPACES.
       01 WS-JANELA-RESULTADO      PIC X(01) VALUE 'S'.
           88 WS-JANELA-FECHADA           VALUE 'N'.
           88 WS-JANELA-LIBERADA          VALUE 'L'.
       01 WS-JANELA-MOTIVO         PIC X(60) VALUE SPACES.
       01 WS-ERR-PROGRAMA          PIC X(15)
                                   VALUE 'AVALIACAO-NOTAS'.
       01 WS-ERR-ARQUIVO           PIC X(20)
                                   VALUE 'AVALNOTAS.TXT'.
       01 WS-ERR-OPERACAO          PIC X(10) VALUE 'JANELA'.
       01 WS-ERR-STATUS            PIC X(02) VALUE 'JB'.
       01 WS-ERR-RETORNO           PIC 9(02) VALUE ZERO.
       01 WS-QTD-LANCADAS          PIC 9(03) VALUE ZERO.
       01 WS-QTD-AUSENTES          PIC 9(03) VALUE ZERO.
       01 WS-QTD-MANTIDAS          PIC 9(03) VALUE ZERO.
       01 WS-RETORNO-JOB           PIC 9(02) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'LANCAMENTO DE NOTAS POR AVALIACAO'
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

           PERFORM COLETA-UNIDADE
           DISPLAY 'TURMA: '
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA
           IF WS-TURMA = SPACES
               DISPLAY 'TURMA EM BRANCO - NADA LANCADO'
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
                   DISPLAY 'BIMESTRE INVALIDO - NADA LANCADO'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               PERFORM VERIFICA-PROFESSOR-ATRIBUIDO
           END-IF

           IF WS-ENTRADA-OK
               PERFORM VERIFICA-JANELA-BIMESTRE
           END-IF

           IF WS-ENTRADA-OK
               PERFORM LISTA-AVALIACOES-GRUPO
               DISPLAY 'CODIGO DA AVALIACAO: '
               MOVE SPACES TO WS-AVALIACAO
               ACCEPT WS-AVALIACAO
               PERFORM LOCALIZA-AVALIACAO
               IF NOT WS-AVAL-ACHOU-SIM
                   DISPLAY 'AVALIACAO ' WS-AVALIACAO ' NAO CADASTRADA '
                           'NO GRUPO (CADASTRO-AVALIACAO) - NADA '
                           'LANCADO'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               PERFORM CARREGA-ALUNOS-TURMA
               IF WS-QTD-ALUNOS = 0
                   DISPLAY 'NENHUM ALUNO DA TURMA ' WS-TURMA
                           ' NA DISCIPLINA/BIMESTRE EM NOTAS.TXT - '
                           'NADA LANCADO'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               PERFORM CARREGA-NOTAS-LANCADAS
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
      * (ATRIBUICAO.TXT) LANCA AS NOTAS DAS AVALIACOES
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
                       ' (ATRIBUICAO.TXT) - NADA LANCADO'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           ELSE
               IF WS-ATR-PROF-OPERADOR NOT = WS-OPERADOR
                   DISPLAY 'SO O PROFESSOR ATRIBUIDO LANCA AS NOTAS '
                           'DAS AVALIACOES: ' WS-ATR-PROF-NOME
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF
           EXIT.
       FIM-VERIFICA-PROFESSOR-ATRIBUIDO.

       VERIFICA-JANELA-BIMESTRE.
           CALL 'BIMESTRE-JANELA' USING WS-BIMESTRE
                                        WS-JANELA-RESULTADO
                                        WS-JANELA-MOTIVO
           END-CALL

           IF WS-JANELA-FECHADA
               DISPLAY 'LANCAMENTO RECUSADO - ' WS-JANELA-MOTIVO
               MOVE 'N' TO WS-ENTRADA-VALIDA
               CALL 'ERRO-ARQUIVO' USING WS-ERR-PROGRAMA
                                         WS-ERR-ARQUIVO
                                         WS-ERR-OPERACAO
                                         WS-ERR-STATUS
                                         WS-ERR-RETORNO
               END-CALL
           ELSE
               IF WS-JANELA-LIBERADA
                   DISPLAY 'JANELA: ' WS-JANELA-MOTIVO
               END-IF
           END-IF
           EXIT.
       FIM-VERIFICA-JANELA-BIMESTRE.

      *-----------------------------------------------------------------
      * AVALIACOES DO GRUPO (UNIDADE, TURMA, DISCIPLINA E BIMESTRE)
      * NA VERSAO MAIS RECENTE DE CADA CODIGO
      *-----------------------------------------------------------------
       LISTA-AVALIACOES-GRUPO.
           DISPLAY 'AVALIACOES DA TURMA ' WS-TURMA ' UNIDADE '
                   WS-UNIDADE ' DISCIPLINA ' WS-DISCIPLINA
                   ' BIMESTRE ' WS-BIMESTRE ':'
           MOVE 'N' TO WS-FIM-AVAL
           OPEN INPUT AVALIACOES
           IF WS-AVAL-STATUS = '00'
               PERFORM LER-AVALIACOES
               PERFORM UNTIL WS-FIM-AVAL-SIM
                   PERFORM NORMALIZA-UNIDADE-AVAL
                   IF WS-AV-UNIDADE = WS-UNIDADE AND
                      AV-TURMA = WS-TURMA AND
                      AV-DISCIPLINA = WS-DISCIPLINA AND
                      AV-BIMESTRE = WS-BIMESTRE AND
                      NOT AV-EXCLUIDA
                       DISPLAY '  ' AV-CODIGO ' - ' AV-NOME ' '
                               AV-DATA ' PESO ' AV-PESO
                               ' - NOTA ' AV-NUM-NOTA
                   END-IF
                   PERFORM LER-AVALIACOES
               END-PERFORM
               CLOSE AVALIACOES
           ELSE
               DISPLAY '  AVALIACOES.TXT NAO ENCONTRADO'
           END-IF
           EXIT.
       FIM-LISTA-AVALIACOES-GRUPO.

       LOCALIZA-AVALIACAO.
           MOVE 'N' TO WS-AVAL-ACHOU
           MOVE 'N' TO WS-FIM-AVAL
           OPEN INPUT AVALIACOES
           IF WS-AVAL-STATUS = '00'
               PERFORM LER-AVALIACOES
               PERFORM UNTIL WS-FIM-AVAL-SIM
                   PERFORM NORMALIZA-UNIDADE-AVAL
                   IF WS-AV-UNIDADE = WS-UNIDADE AND
                      AV-TURMA = WS-TURMA AND
                      AV-DISCIPLINA = WS-DISCIPLINA AND
                      AV-BIMESTRE = WS-BIMESTRE AND
                      AV-CODIGO = WS-AVALIACAO
                       IF AV-EXCLUIDA
                           MOVE 'N' TO WS-AVAL-ACHOU
                       ELSE
                           SET WS-AVAL-ACHOU-SIM TO TRUE
                           MOVE AV-NOME     TO WS-AVAL-NOME
                           MOVE AV-DATA     TO WS-AVAL-DATA
                           MOVE AV-PESO     TO WS-AVAL-PESO
                           MOVE AV-NUM-NOTA TO WS-AVAL-NUM-NOTA
                       END-IF
                   END-IF
                   PERFORM LER-AVALIACOES
               END-PERFORM
               CLOSE AVALIACOES
           END-IF
           EXIT.
       FIM-LOCALIZA-AVALIACAO.

       LER-AVALIACOES.
           READ AVALIACOES
               AT END
                   SET WS-FIM-AVAL-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-AVALIACOES.

       NORMALIZA-UNIDADE-AVAL.
           MOVE AV-UNIDADE TO WS-AV-UNIDADE
           IF AV-UNIDADE = SPACES
               MOVE '01' TO WS-AV-UNIDADE
           END-IF
           EXIT.
       FIM-NORMALIZA-UNIDADE-AVAL.

      *-----------------------------------------------------------------
      * ALUNOS DA TURMA COM REGISTRO DA DISCIPLINA/BIMESTRE NO
      * NOTAS.TXT - E NELE QUE A NOTA CALCULADA VAI SER APLICADA
      *-----------------------------------------------------------------
       CARREGA-ALUNOS-TURMA.
           OPEN INPUT NOTAS
           IF WS-NOTAS-STATUS NOT = '00'
               DISPLAY 'NOTAS.TXT NAO ENCONTRADO'
           ELSE
               PERFORM LER-NOTAS
               PERFORM UNTIL WS-FIM-NOTAS-SIM
                   MOVE FDS-UNIDADE TO WS-UNIDADE-NOTA
                   IF FDS-UNIDADE = SPACES
                       MOVE '01' TO WS-UNIDADE-NOTA
                   END-IF
                   IF FDS-TURMA = WS-TURMA AND
                      FDS-DISCIPLINA = WS-DISCIPLINA AND
                      FDS-BIMESTRE = WS-BIMESTRE AND
                      WS-UNIDADE-NOTA = WS-UNIDADE
                       IF WS-QTD-ALUNOS < WS-TAB-LIMITE
                           ADD 1 TO WS-QTD-ALUNOS
                           MOVE FDS-ID
                                TO WS-TUR-MATRICULA(WS-QTD-ALUNOS)
                           MOVE FDS-NOME
                                TO WS-TUR-NOME(WS-QTD-ALUNOS)
                           MOVE SPACE
                                TO WS-TUR-SITUACAO(WS-QTD-ALUNOS)
                           MOVE ZERO TO WS-TUR-NOTA(WS-QTD-ALUNOS)
                       ELSE
                           DISPLAY 'AVISO: LIMITE DE ' WS-TAB-LIMITE
                                   ' ALUNOS POR TURMA ATINGIDO - '
                                   'ALUNO ' FDS-NOME
                                   ' FORA DO LANCAMENTO'
                       END-IF
                   END-IF
                   PERFORM LER-NOTAS
               END-PERFORM
               CLOSE NOTAS
           END-IF
           DISPLAY 'ALUNOS DA TURMA ' WS-TURMA ': ' WS-QTD-ALUNOS
           EXIT.
       FIM-CARREGA-ALUNOS-TURMA.

       LER-NOTAS.
           READ NOTAS NEXT RECORD
               AT END
                   SET WS-FIM-NOTAS-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-NOTAS.

      *-----------------------------------------------------------------
      * NOTA JA LANCADA NA AVALIACAO (ULTIMA VERSAO DE CADA ALUNO)
      *-----------------------------------------------------------------
       CARREGA-NOTAS-LANCADAS.
           OPEN INPUT AVAL-NOTAS
           IF WS-AVN-STATUS = '00'
               PERFORM LER-AVAL-NOTAS
               PERFORM UNTIL WS-FIM-AVN-SIM
                   MOVE AVN-UNIDADE TO WS-AVN-UNIDADE
                   IF AVN-UNIDADE = SPACES
                       MOVE '01' TO WS-AVN-UNIDADE
                   END-IF
                   IF WS-AVN-UNIDADE = WS-UNIDADE AND
                      AVN-DISCIPLINA = WS-DISCIPLINA AND
                      AVN-BIMESTRE = WS-BIMESTRE AND
                      AVN-AVALIACAO = WS-AVALIACAO
                       PERFORM VARYING WS-TUR-I FROM 1 BY 1
                               UNTIL WS-TUR-I > WS-QTD-ALUNOS
                           IF WS-TUR-MATRICULA(WS-TUR-I) =
                              AVN-MATRICULA
                               MOVE AVN-SITUACAO
                                    TO WS-TUR-SITUACAO(WS-TUR-I)
                               MOVE AVN-NOTA
                                    TO WS-TUR-NOTA(WS-TUR-I)
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM LER-AVAL-NOTAS
               END-PERFORM
               CLOSE AVAL-NOTAS
           END-IF
           EXIT.
       FIM-CARREGA-NOTAS-LANCADAS.

       LER-AVAL-NOTAS.
           READ AVAL-NOTAS
               AT END
                   SET WS-FIM-AVN-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-AVAL-NOTAS.

       PROCESSA-PROGRAMA.
           IF WS-ENTRADA-OK
               OPEN EXTEND AVAL-NOTAS
               IF WS-AVN-STATUS = '35'
                   OPEN OUTPUT AVAL-NOTAS
               END-IF

               DISPLAY 'AVALIACAO ' WS-AVALIACAO ' - ' WS-AVAL-NOME
                       ' (' WS-AVAL-DATA ') - COMPOE A NOTA '
                       WS-AVAL-NUM-NOTA
               DISPLAY 'DIGITE A NOTA (0 A 10, EX.: 6,8), F PARA '
                       'AUSENTE OU EM BRANCO PARA MANTER'

               PERFORM VARYING WS-TUR-I FROM 1 BY 1
                       UNTIL WS-TUR-I > WS-QTD-ALUNOS
                   PERFORM LANCA-NOTA-ALUNO
               END-PERFORM

               CLOSE AVAL-NOTAS
           END-IF
           EXIT.
       FIM-PROCESSA.

       LANCA-NOTA-ALUNO.
           EVALUATE WS-TUR-SITUACAO(WS-TUR-I)
               WHEN 'L'
                   MOVE WS-TUR-NOTA(WS-TUR-I) TO WS-NOTA-MASK
                   MOVE SPACES TO WS-NOTA-ATUAL-TXT
                   MOVE WS-NOTA-MASK TO WS-NOTA-ATUAL-TXT
               WHEN 'F'
                   MOVE 'AUSENTE' TO WS-NOTA-ATUAL-TXT
               WHEN OTHER
                   MOVE '   -   ' TO WS-NOTA-ATUAL-TXT
           END-EVALUATE

           MOVE 'N' TO WS-RESPOSTA-OK
           PERFORM UNTIL WS-RESPOSTA-OK-SIM
               DISPLAY WS-TUR-MATRICULA(WS-TUR-I) ' '
                       WS-TUR-NOME(WS-TUR-I) ' ATUAL: '
                       WS-NOTA-ATUAL-TXT ' NOTA: '
               MOVE SPACES TO WS-NOTA-TXT
               ACCEPT WS-NOTA-TXT

               EVALUATE TRUE
                   WHEN WS-NOTA-TXT = SPACES
                       SET WS-RESPOSTA-OK-SIM TO TRUE
                       ADD 1 TO WS-QTD-MANTIDAS
                   WHEN WS-NOTA-TXT = 'F' OR WS-NOTA-TXT = 'f'
                       SET WS-RESPOSTA-OK-SIM TO TRUE
                       MOVE ZERO TO WS-NOTA-DIGITADA
                       MOVE 'F' TO AVN-SITUACAO
                       PERFORM GRAVA-NOTA-AVALIACAO
                       ADD 1 TO WS-QTD-AUSENTES
                   WHEN OTHER
                       PERFORM CONVERTE-NOTA-DIGITADA
                       IF WS-NOTA-VALIDA-SIM
                           SET WS-RESPOSTA-OK-SIM TO TRUE
                           MOVE 'L' TO AVN-SITUACAO
                           PERFORM GRAVA-NOTA-AVALIACAO
                           ADD 1 TO WS-QTD-LANCADAS
                       ELSE
                           DISPLAY 'NOTA INVALIDA (0 A 10, UMA '
                                   'DECIMAL) - DIGITE DE NOVO'
                       END-IF
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-LANCA-NOTA-ALUNO.

       GRAVA-NOTA-AVALIACAO.
           MOVE WS-TUR-MATRICULA(WS-TUR-I) TO AVN-MATRICULA
           MOVE WS-DISCIPLINA               TO AVN-DISCIPLINA
           MOVE WS-BIMESTRE                 TO AVN-BIMESTRE
           MOVE WS-AVALIACAO                TO AVN-AVALIACAO
           MOVE WS-TURMA                    TO AVN-TURMA
           MOVE WS-NOTA-DIGITADA            TO AVN-NOTA
           MOVE WS-OPERADOR                 TO AVN-OPERADOR
           MOVE WS-DATA-FMT                 TO AVN-DATA
           MOVE WS-UNIDADE                  TO AVN-UNIDADE
           WRITE AVAL-NOTA-REG
           EXIT.
       FIM-GRAVA-NOTA-AVALIACAO.

      *-----------------------------------------------------------------
      * NOTA DIGITADA COM VIRGULA E ATE UMA DECIMAL (A NOTA DA
      * AVALIACAO NAO PRECISA SER MULTIPLO DE 0,5 - SO A NOTA
      * CALCULADA PARA O NOTAS.TXT E ARREDONDADA A MEIO PONTO)
      *-----------------------------------------------------------------
       CONVERTE-NOTA-DIGITADA.
           MOVE 'S' TO WS-NOTA-VALIDA
           MOVE ZERO TO WS-QTD-DIGITOS
           MOVE ZERO TO WS-NOTA-INTEIRA
           MOVE ZERO TO WS-NOTA-DECIMO
           MOVE ZERO TO WS-QTD-DECIMAIS
           MOVE 'N' TO WS-ACHOU-VIRGULA
           MOVE ZERO TO WS-NOTA-DIGITADA

           PERFORM VARYING WS-CHAR-I FROM 1 BY 1
                   UNTIL WS-CHAR-I > 5 OR NOT WS-NOTA-VALIDA-SIM
               IF WS-NOTA-TXT(WS-CHAR-I:1) IS NUMERIC
                   ADD 1 TO WS-QTD-DIGITOS
                   IF WS-ACHOU-VIRGULA-SIM
                       IF WS-QTD-DECIMAIS > 0
                           MOVE 'N' TO WS-NOTA-VALIDA
                       ELSE
                           ADD 1 TO WS-QTD-DECIMAIS
                           COMPUTE WS-NOTA-DECIMO =
                               FUNCTION NUMVAL(
                                 WS-NOTA-TXT(WS-CHAR-I:1))
                           END-COMPUTE
                       END-IF
                   ELSE
                       COMPUTE WS-NOTA-INTEIRA =
                           (WS-NOTA-INTEIRA * 10) +
                           FUNCTION NUMVAL(
                             WS-NOTA-TXT(WS-CHAR-I:1))
                       END-COMPUTE
                       IF WS-NOTA-INTEIRA > 10
                           MOVE 'N' TO WS-NOTA-VALIDA
                       END-IF
                   END-IF
               ELSE
                   IF WS-NOTA-TXT(WS-CHAR-I:1) = ','
                       IF WS-ACHOU-VIRGULA-SIM
                           MOVE 'N' TO WS-NOTA-VALIDA
                       ELSE
                           SET WS-ACHOU-VIRGULA-SIM TO TRUE
                       END-IF
                   ELSE
                       IF WS-NOTA-TXT(WS-CHAR-I:1) NOT = SPACE
                           MOVE 'N' TO WS-NOTA-VALIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-NOTA-VALIDA-SIM AND WS-QTD-DIGITOS = 0
               MOVE 'N' TO WS-NOTA-VALIDA
           END-IF

           IF WS-NOTA-VALIDA-SIM
               COMPUTE WS-NOTA-DIGITADA =
                   WS-NOTA-INTEIRA + (WS-NOTA-DECIMO / 10)
               END-COMPUTE
               IF WS-NOTA-DIGITADA > 10
                   MOVE 'N' TO WS-NOTA-VALIDA
               END-IF
           END-IF
           EXIT.
       FIM-CONVERTE-NOTA-DIGITADA.

       FINALIZA-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'TURMA/DISC/BIM/AVAL: ' WS-TURMA ' / '
                   WS-DISCIPLINA ' / ' WS-BIMESTRE ' / '
                   WS-AVALIACAO
           DISPLAY 'NOTAS LANCADAS     : ' WS-QTD-LANCADAS
           DISPLAY 'AUSENTES LANCADOS  : ' WS-QTD-AUSENTES
           DISPLAY 'ALUNOS MANTIDOS    : ' WS-QTD-MANTIDAS
           DISPLAY '-----------------------------------'
           IF WS-QTD-LANCADAS > 0 OR WS-QTD-AUSENTES > 0
               DISPLAY 'EXECUTE O AVALIACAO-CALCULA PARA PROPOR AS '
                       'NOTAS DO BIMESTRE'
           END-IF
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM AVALIACAO-NOTAS.
