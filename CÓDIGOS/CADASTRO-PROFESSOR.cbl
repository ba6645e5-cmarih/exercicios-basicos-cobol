      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CADASTRO DE PROFESSORES E ATRIBUICAO DE AULAS - MANTEM
      *          O CADASTRO DE PROFESSORES (PROFESSORES.TXT,
      *          PROFESSOR.CPY: CODIGO, NOME, IDENTIFICACAO DE
      *          OPERADOR E SITUACAO) E A ATRIBUICAO DE AULAS
      *          (ATRIBUICAO.TXT, ATRIBUI.CPY: PROFESSOR x TURMA x
      *          DISCIPLINA x ANO LETIVO), QUE ANTES SO EXISTIA NO
      *          QUADRO DA COORDENACAO; CADA TURMA/DISCIPLINA/ANO TEM
      *          UM SO PROFESSOR - A ATRIBUICAO REPETIDA PERGUNTA SE
      *          SUBSTITUI O ANTERIOR; A DISCIPLINA E CONFERIDA NO
      *          DISCIPLINAS.TXT; OS DOIS ARQUIVOS SO SAO REGRAVADOS
      *          SE A CARGA COUBE INTEIRA NAS TABELAS
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Unidade da turma na atribuicao (AT-UNIDADE;
      *                    unidade ativa, ou perguntada na sessao
      *                    consolidada): a mesma turma em unidades
      *                    diferentes tem atribuicoes separadas; a
      *                    listagem mostra a unidade
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-PROFESSOR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROF-STATUS.
           SELECT ATRIBUICAO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ATRIB-STATUS.
           SELECT DISCIPLINAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISC-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PROFESSORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PROFESSORES.TXT'.
       COPY PROFESSOR.CPY.

       FD ATRIBUICAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ATRIBUICAO.TXT'.
       COPY ATRIBUI.CPY.

       FD DISCIPLINAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DISCIPLINAS.TXT'.
       COPY DISCIPL.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PROF-STATUS           PIC X(02) VALUE '00'.
       01 WS-ATRIB-STATUS          PIC X(02) VALUE '00'.
       01 WS-DISC-STATUS           PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-PROF           PIC X(01) VALUE 'N'.
               88 WS-FIM-PROF-SIM         VALUE 'S'.
           02 WS-FIM-ATRIB          PIC X(01) VALUE 'N'.
               88 WS-FIM-ATRIB-SIM        VALUE 'S'.
           02 WS-FIM-DISC           PIC X(01) VALUE 'N'.
               88 WS-FIM-DISC-SIM         VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-PROF-ACHOU         PIC X(01) VALUE 'N'.
               88 WS-PROF-ACHOU-SIM       VALUE 'S'.
           02 WS-ATRIB-ACHOU        PIC X(01) VALUE 'N'.
               88 WS-ATRIB-ACHOU-SIM      VALUE 'S'.
           02 WS-DISC-ACHOU         PIC X(01) VALUE 'N'.
               88 WS-DISC-ACHOU-SIM       VALUE 'S'.
           02 WS-PROF-CHEIA         PIC X(01) VALUE 'N'.
               88 WS-PROF-CHEIA-SIM       VALUE 'S'.
           02 WS-ATRIB-CHEIA        PIC X(01) VALUE 'N'.
               88 WS-ATRIB-CHEIA-SIM      VALUE 'S'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-TAB-PROF-LIMITE       PIC 9(03) VALUE 100.
       01 WS-QTD-PROF              PIC 9(03) VALUE ZERO.
       01 WS-TABELA-PROF.
           02 WS-PF-ENTRADA OCCURS 100 TIMES.
               03 WS-PF-CODIGO         PIC X(05).
               03 WS-PF-NOME           PIC X(30).
               03 WS-PF-OPERADOR       PIC X(08).
               03 WS-PF-ATIVO          PIC X(01).
       01 WS-PF-I                  PIC 9(03) VALUE ZERO.
       01 WS-PF-ACHOU-I            PIC 9(03) VALUE ZERO.
       01 WS-TAB-ATRIB-LIMITE      PIC 9(03) VALUE 500.
       01 WS-QTD-ATRIB             PIC 9(03) VALUE ZERO.
       01 WS-TABELA-ATRIB.
           02 WS-AT-ENTRADA OCCURS 500 TIMES.
               03 WS-AT-PROFESSOR      PIC X(05).
               03 WS-AT-TURMA          PIC X(03).
               03 WS-AT-DISCIPLINA     PIC X(02).
               03 WS-AT-ANO            PIC 9(04).
               03 WS-AT-UNIDADE        PIC X(02).
       01 WS-AT-I                  PIC 9(03) VALUE ZERO.
       01 WS-AT-ACHOU-I            PIC 9(03) VALUE ZERO.
       01 WS-TAB-DISC-LIMITE       PIC 9(02) VALUE 20.
       01 WS-QTD-DISC              PIC 9(02) VALUE ZERO.
       01 WS-TABELA-DISC.
           02 WS-DISC-ENTRADA OCCURS 20 TIMES.
               03 WS-DISC-CODIGO       PIC X(02).
               03 WS-DISC-NOME         PIC X(20).
       01 WS-DISC-I                PIC 9(02) VALUE ZERO.
       01 WS-DISC-NOME-LISTA       PIC X(20) VALUE SPACES.
       01 WS-CODIGO                PIC X(05) VALUE SPACES.
       01 WS-NOME                  PIC X(30) VALUE SPACES.
       01 WS-OPERADOR              PIC X(08) VALUE SPACES.
       01 WS-ATIVO                 PIC X(01) VALUE 'S'.
       01 WS-TURMA                 PIC X(03) VALUE SPACES.
       01 WS-UNIDADE               PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-ATIVA         PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME          PIC X(40) VALUE SPACES.
       01 WS-DISCIPLINA            PIC X(02) VALUE SPACES.
       01 WS-ANO                   PIC 9(04) VALUE ZERO.
       01 WS-ANO-ATUAL             PIC 9(04) VALUE ZERO.
       01 WS-PROF-NOME-LISTA       PIC X(30) VALUE SPACES.
       01 WS-CONFIRMA              PIC X(01) VALUE 'N'.
           88 WS-CONFIRMA-SIM             VALUE 'S' 's'.
       01 WS-QTD-PROF-INCLUIDOS    PIC 9(03) VALUE ZERO.
       01 WS-QTD-PROF-ALTERADOS    PIC 9(03) VALUE ZERO.
       01 WS-QTD-ATRIB-GRAVADAS    PIC 9(03) VALUE ZERO.
       01 WS-QTD-ATRIB-RETIRADAS   PIC 9(03) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'CADASTRO DE PROFESSORES E ATRIBUICAO DE AULAS'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-ATUAL

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-ATIVA
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-NOME NOT = SPACES
               DISPLAY 'UNIDADE: ' WS-UNIDADE-ATIVA ' - '
                       WS-UNIDADE-NOME
           END-IF

           PERFORM CARREGA-PROFESSORES
           PERFORM CARREGA-ATRIBUICOES
           PERFORM CARREGA-DISCIPLINAS
           DISPLAY 'PROFESSORES CADASTRADOS: ' WS-QTD-PROF
           DISPLAY 'ATRIBUICOES CADASTRADAS: ' WS-QTD-ATRIB
           EXIT.
       FIM-INICIO.

       CARREGA-PROFESSORES.
           OPEN INPUT PROFESSORES
           IF WS-PROF-STATUS = '00'
               PERFORM LER-PROFESSORES
               PERFORM UNTIL WS-FIM-PROF-SIM
                   IF WS-QTD-PROF < WS-TAB-PROF-LIMITE
                       ADD 1 TO WS-QTD-PROF
                       MOVE PF-CODIGO
                            TO WS-PF-CODIGO(WS-QTD-PROF)
                       MOVE PF-NOME
                            TO WS-PF-NOME(WS-QTD-PROF)
                       MOVE PF-OPERADOR
                            TO WS-PF-OPERADOR(WS-QTD-PROF)
                       MOVE PF-ATIVO
                            TO WS-PF-ATIVO(WS-QTD-PROF)
                   ELSE
                       DISPLAY 'AVISO: PROFESSORES.TXT EXCEDE '
                               WS-TAB-PROF-LIMITE ' PROFESSORES - O '
                               'CADASTRO NAO SERA REGRAVADO NESTA '
                               'SESSAO'
                       SET WS-PROF-CHEIA-SIM TO TRUE
                       SET WS-FIM-PROF-SIM TO TRUE
                   END-IF
                   PERFORM LER-PROFESSORES
               END-PERFORM
               CLOSE PROFESSORES
           END-IF
           EXIT.
       FIM-CARREGA-PROFESSORES.

       LER-PROFESSORES.
           READ PROFESSORES
               AT END
                   SET WS-FIM-PROF-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PROFESSORES.

       CARREGA-ATRIBUICOES.
           OPEN INPUT ATRIBUICAO
           IF WS-ATRIB-STATUS = '00'
               PERFORM LER-ATRIBUICAO
               PERFORM UNTIL WS-FIM-ATRIB-SIM
                   IF WS-QTD-ATRIB < WS-TAB-ATRIB-LIMITE
                       ADD 1 TO WS-QTD-ATRIB
                       MOVE AT-PROFESSOR
                            TO WS-AT-PROFESSOR(WS-QTD-ATRIB)
                       MOVE AT-TURMA
                            TO WS-AT-TURMA(WS-QTD-ATRIB)
                       MOVE AT-DISCIPLINA
                            TO WS-AT-DISCIPLINA(WS-QTD-ATRIB)
                       MOVE AT-ANO
                            TO WS-AT-ANO(WS-QTD-ATRIB)
                       MOVE AT-UNIDADE
                            TO WS-AT-UNIDADE(WS-QTD-ATRIB)
                       IF AT-UNIDADE = SPACES
                           MOVE '01' TO WS-AT-UNIDADE(WS-QTD-ATRIB)
                       END-IF
                   ELSE
                       DISPLAY 'AVISO: ATRIBUICAO.TXT EXCEDE '
                               WS-TAB-ATRIB-LIMITE ' REGISTROS - AS '
                               'ATRIBUICOES NAO SERAO REGRAVADAS '
                               'NESTA SESSAO'
                       SET WS-ATRIB-CHEIA-SIM TO TRUE
                       SET WS-FIM-ATRIB-SIM TO TRUE
                   END-IF
                   PERFORM LER-ATRIBUICAO
               END-PERFORM
               CLOSE ATRIBUICAO
           END-IF
           EXIT.
       FIM-CARREGA-ATRIBUICOES.

       LER-ATRIBUICAO.
           READ ATRIBUICAO
               AT END
                   SET WS-FIM-ATRIB-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ATRIBUICAO.

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
               DISPLAY 'DISCIPLINAS.TXT NAO ENCONTRADO - A DISCIPLINA '
                       'DA ATRIBUICAO NAO SERA CONFERIDA'
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

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - INCLUIR PROFESSOR'
               DISPLAY '2 - ATIVAR/DESATIVAR PROFESSOR'
               DISPLAY '3 - ATRIBUIR AULA (TURMA/DISCIPLINA/ANO)'
               DISPLAY '4 - RETIRAR ATRIBUICAO'
               DISPLAY '5 - LISTAR ATRIBUICOES'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM INCLUI-PROFESSOR
                   WHEN 2
                       PERFORM ALTERA-SITUACAO
                   WHEN 3
                       PERFORM ATRIBUI-AULA
                   WHEN 4
                       PERFORM RETIRA-ATRIBUICAO
                   WHEN 5
                       PERFORM LISTA-ATRIBUICOES
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

       INCLUI-PROFESSOR.
           DISPLAY 'CODIGO DO PROFESSOR (5 POSICOES): '
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO

           IF WS-CODIGO = SPACES
               DISPLAY 'CODIGO EM BRANCO - INCLUSAO CANCELADA'
           ELSE
               PERFORM LOCALIZA-PROFESSOR
               IF WS-PROF-ACHOU-SIM
                   DISPLAY 'CODIGO ' WS-CODIGO ' JA CADASTRADO PARA '
                           WS-PF-NOME(WS-PF-ACHOU-I)
                           ' - INCLUSAO CANCELADA'
               ELSE
                   IF WS-QTD-PROF >= WS-TAB-PROF-LIMITE
                       DISPLAY 'LIMITE DE ' WS-TAB-PROF-LIMITE
                               ' PROFESSORES ATINGIDO - INCLUSAO '
                               'CANCELADA'
                   ELSE
                       PERFORM COLETA-PROFESSOR
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-INCLUI-PROFESSOR.

       COLETA-PROFESSOR.
           DISPLAY 'NOME DO PROFESSOR: '
           MOVE SPACES TO WS-NOME
           ACCEPT WS-NOME
           DISPLAY 'IDENTIFICACAO DE OPERADOR (OPERADORES.TXT): '
           MOVE SPACES TO WS-OPERADOR
           ACCEPT WS-OPERADOR

           IF WS-NOME = SPACES OR WS-OPERADOR = SPACES
               DISPLAY 'NOME OU OPERADOR EM BRANCO - INCLUSAO '
                       'CANCELADA'
           ELSE
               ADD 1 TO WS-QTD-PROF
               MOVE WS-CODIGO   TO WS-PF-CODIGO(WS-QTD-PROF)
               MOVE WS-NOME     TO WS-PF-NOME(WS-QTD-PROF)
               MOVE WS-OPERADOR TO WS-PF-OPERADOR(WS-QTD-PROF)
               MOVE 'S'         TO WS-PF-ATIVO(WS-QTD-PROF)

               ADD 1 TO WS-QTD-PROF-INCLUIDOS
               DISPLAY 'PROFESSOR ' WS-CODIGO ' - ' WS-NOME
                       ' CADASTRADO (ATIVO)'
           END-IF
           EXIT.
       FIM-COLETA-PROFESSOR.

       ALTERA-SITUACAO.
           DISPLAY 'CODIGO DO PROFESSOR: '
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO

           PERFORM LOCALIZA-PROFESSOR
           IF NOT WS-PROF-ACHOU-SIM
               DISPLAY 'PROFESSOR NAO CADASTRADO'
           ELSE
               DISPLAY 'NOVA SITUACAO: (S) ATIVO  (N) INATIVO'
               MOVE 'S' TO WS-ATIVO
               ACCEPT WS-ATIVO
               IF WS-ATIVO = 'S' OR WS-ATIVO = 'N'
                   MOVE WS-ATIVO TO WS-PF-ATIVO(WS-PF-ACHOU-I)
                   ADD 1 TO WS-QTD-PROF-ALTERADOS
                   DISPLAY 'PROFESSOR ' WS-CODIGO ' AGORA COM '
                           'SITUACAO ' WS-ATIVO
               ELSE
                   DISPLAY 'SITUACAO INVALIDA - NADA ALTERADO'
               END-IF
           END-IF
           EXIT.
       FIM-ALTERA-SITUACAO.

       LOCALIZA-PROFESSOR.
           MOVE 'N' TO WS-PROF-ACHOU
           MOVE ZERO TO WS-PF-ACHOU-I

           PERFORM VARYING WS-PF-I FROM 1 BY 1
                   UNTIL WS-PF-I > WS-QTD-PROF
                      OR WS-PROF-ACHOU-SIM
               IF WS-PF-CODIGO(WS-PF-I) = WS-CODIGO
                   SET WS-PROF-ACHOU-SIM TO TRUE
                   MOVE WS-PF-I TO WS-PF-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-PROFESSOR.

       ATRIBUI-AULA.
           PERFORM COLETA-CHAVE-ATRIBUICAO

           IF WS-TURMA NOT = SPACES
               IF WS-QTD-DISC > 0 AND NOT WS-DISC-ACHOU-SIM
                   DISPLAY 'DISCIPLINA ' WS-DISCIPLINA ' FORA DO '
                           'DISCIPLINAS.TXT - ATRIBUICAO CANCELADA'
               ELSE
                   DISPLAY 'CODIGO DO PROFESSOR: '
                   MOVE SPACES TO WS-CODIGO
                   ACCEPT WS-CODIGO
                   PERFORM LOCALIZA-PROFESSOR
                   IF NOT WS-PROF-ACHOU-SIM
                       DISPLAY 'PROFESSOR NAO CADASTRADO - '
                               'ATRIBUICAO CANCELADA'
                   ELSE
                   IF WS-PF-ATIVO(WS-PF-ACHOU-I) = 'N'
                       DISPLAY 'PROFESSOR INATIVO - ATRIBUICAO '
                               'CANCELADA'
                   ELSE
                       PERFORM GRAVA-ATRIBUICAO
                   END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-ATRIBUI-AULA.

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

       COLETA-CHAVE-ATRIBUICAO.
           PERFORM COLETA-UNIDADE
           DISPLAY 'TURMA (EM BRANCO CANCELA): '
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA

           IF WS-TURMA NOT = SPACES
               DISPLAY 'DISCIPLINA (EM BRANCO PARA 01): '
               MOVE SPACES TO WS-DISCIPLINA
               ACCEPT WS-DISCIPLINA
               IF WS-DISCIPLINA = SPACES
                   MOVE '01' TO WS-DISCIPLINA
               END-IF
               DISPLAY 'ANO LETIVO (AAAA, ZERO PARA ' WS-ANO-ATUAL
                       '): '
               MOVE ZERO TO WS-ANO
               ACCEPT WS-ANO
               IF WS-ANO = ZERO
                   MOVE WS-ANO-ATUAL TO WS-ANO
               END-IF

               PERFORM LOCALIZA-DISCIPLINA
               PERFORM LOCALIZA-ATRIBUICAO
           END-IF
           EXIT.
       FIM-COLETA-CHAVE-ATRIBUICAO.

       LOCALIZA-DISCIPLINA.
           MOVE 'N' TO WS-DISC-ACHOU
           MOVE SPACES TO WS-DISC-NOME-LISTA

           PERFORM VARYING WS-DISC-I FROM 1 BY 1
                   UNTIL WS-DISC-I > WS-QTD-DISC
                      OR WS-DISC-ACHOU-SIM
               IF WS-DISC-CODIGO(WS-DISC-I) = WS-DISCIPLINA
                   SET WS-DISC-ACHOU-SIM TO TRUE
                   MOVE WS-DISC-NOME(WS-DISC-I) TO WS-DISC-NOME-LISTA
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-DISCIPLINA.

       LOCALIZA-ATRIBUICAO.
           MOVE 'N' TO WS-ATRIB-ACHOU
           MOVE ZERO TO WS-AT-ACHOU-I

           PERFORM VARYING WS-AT-I FROM 1 BY 1
                   UNTIL WS-AT-I > WS-QTD-ATRIB
                      OR WS-ATRIB-ACHOU-SIM
               IF WS-AT-TURMA(WS-AT-I) = WS-TURMA AND
                  WS-AT-DISCIPLINA(WS-AT-I) = WS-DISCIPLINA AND
                  WS-AT-ANO(WS-AT-I) = WS-ANO AND
                  WS-AT-UNIDADE(WS-AT-I) = WS-UNIDADE
                   SET WS-ATRIB-ACHOU-SIM TO TRUE
                   MOVE WS-AT-I TO WS-AT-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-ATRIBUICAO.

       GRAVA-ATRIBUICAO.
           IF WS-ATRIB-ACHOU-SIM
               IF WS-AT-PROFESSOR(WS-AT-ACHOU-I) = WS-CODIGO
                   DISPLAY 'AULA JA ATRIBUIDA A ESTE PROFESSOR - '
                           'NADA ALTERADO'
               ELSE
                   DISPLAY 'TURMA ' WS-TURMA ' UNIDADE ' WS-UNIDADE
                           ' DISCIPLINA ' WS-DISCIPLINA ' ANO ' WS-ANO
                           ' JA ATRIBUIDA AO PROFESSOR '
                           WS-AT-PROFESSOR(WS-AT-ACHOU-I)
                   DISPLAY 'SUBSTITUIR PELO PROFESSOR ' WS-CODIGO
                           '? (S) SIM  (N) NAO'
                   MOVE 'N' TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA-SIM
                       MOVE WS-CODIGO
                            TO WS-AT-PROFESSOR(WS-AT-ACHOU-I)
                       ADD 1 TO WS-QTD-ATRIB-GRAVADAS
                       DISPLAY 'ATRIBUICAO SUBSTITUIDA'
                   ELSE
                       DISPLAY 'ATRIBUICAO MANTIDA'
                   END-IF
               END-IF
           ELSE
               IF WS-QTD-ATRIB >= WS-TAB-ATRIB-LIMITE
                   DISPLAY 'LIMITE DE ' WS-TAB-ATRIB-LIMITE
                           ' ATRIBUICOES ATINGIDO - ATRIBUICAO '
                           'CANCELADA'
               ELSE
                   ADD 1 TO WS-QTD-ATRIB
                   MOVE WS-CODIGO     TO WS-AT-PROFESSOR(WS-QTD-ATRIB)
                   MOVE WS-TURMA      TO WS-AT-TURMA(WS-QTD-ATRIB)
                   MOVE WS-DISCIPLINA TO WS-AT-DISCIPLINA(WS-QTD-ATRIB)
                   MOVE WS-ANO        TO WS-AT-ANO(WS-QTD-ATRIB)
                   MOVE WS-UNIDADE    TO WS-AT-UNIDADE(WS-QTD-ATRIB)
                   ADD 1 TO WS-QTD-ATRIB-GRAVADAS
                   DISPLAY 'AULA ATRIBUIDA: TURMA ' WS-TURMA
                           ' UNIDADE ' WS-UNIDADE
                           ' DISCIPLINA ' WS-DISCIPLINA ' ANO '
                           WS-ANO ' PROFESSOR ' WS-CODIGO
               END-IF
           END-IF
           EXIT.
       FIM-GRAVA-ATRIBUICAO.

       RETIRA-ATRIBUICAO.
           PERFORM COLETA-CHAVE-ATRIBUICAO

           IF WS-TURMA NOT = SPACES
               IF NOT WS-ATRIB-ACHOU-SIM
                   DISPLAY 'NAO HA ATRIBUICAO PARA TURMA ' WS-TURMA
                           ' UNIDADE ' WS-UNIDADE
                           ' DISCIPLINA ' WS-DISCIPLINA ' ANO ' WS-ANO
               ELSE
                   DISPLAY 'RETIRAR A AULA DO PROFESSOR '
                           WS-AT-PROFESSOR(WS-AT-ACHOU-I)
                           '? (S) SIM  (N) NAO'
                   MOVE 'N' TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA-SIM
                       PERFORM VARYING WS-AT-I FROM WS-AT-ACHOU-I BY 1
                               UNTIL WS-AT-I >= WS-QTD-ATRIB
                           MOVE WS-AT-ENTRADA(WS-AT-I + 1)
                                TO WS-AT-ENTRADA(WS-AT-I)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-QTD-ATRIB
                       ADD 1 TO WS-QTD-ATRIB-RETIRADAS
                       DISPLAY 'ATRIBUICAO RETIRADA'
                   ELSE
                       DISPLAY 'ATRIBUICAO MANTIDA'
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-RETIRA-ATRIBUICAO.

       LISTA-ATRIBUICOES.
           DISPLAY '-----------------------------------'
           DISPLAY 'TURMA UN DISC ANO  PROFESSOR'
           DISPLAY '-----------------------------------'
           PERFORM VARYING WS-AT-I FROM 1 BY 1
                   UNTIL WS-AT-I > WS-QTD-ATRIB
               MOVE WS-AT-PROFESSOR(WS-AT-I) TO WS-CODIGO
               PERFORM LOCALIZA-PROFESSOR
               IF WS-PROF-ACHOU-SIM
                   MOVE WS-PF-NOME(WS-PF-ACHOU-I)
                        TO WS-PROF-NOME-LISTA
               ELSE
                   MOVE '(FORA DO CADASTRO)' TO WS-PROF-NOME-LISTA
               END-IF
               DISPLAY WS-AT-TURMA(WS-AT-I) '   '
                       WS-AT-UNIDADE(WS-AT-I) ' '
                       WS-AT-DISCIPLINA(WS-AT-I) '   '
                       WS-AT-ANO(WS-AT-I) ' '
                       WS-AT-PROFESSOR(WS-AT-I) ' '
                       WS-PROF-NOME-LISTA
           END-PERFORM
           DISPLAY '-----------------------------------'
           EXIT.
       FIM-LISTA-ATRIBUICOES.

       FINALIZA-PROGRAMA.
           IF WS-QTD-PROF-INCLUIDOS > 0 OR WS-QTD-PROF-ALTERADOS > 0
               IF WS-PROF-CHEIA-SIM
                   DISPLAY 'PROFESSORES.TXT NAO REGRAVADO - A CARGA '
                           'ESTOUROU A TABELA E A REGRAVACAO '
                           'TRUNCARIA O CADASTRO'
               ELSE
                   PERFORM REGRAVA-PROFESSORES
               END-IF
           END-IF

           IF WS-QTD-ATRIB-GRAVADAS > 0 OR WS-QTD-ATRIB-RETIRADAS > 0
               IF WS-ATRIB-CHEIA-SIM
                   DISPLAY 'ATRIBUICAO.TXT NAO REGRAVADO - A CARGA '
                           'ESTOUROU A TABELA E A REGRAVACAO '
                           'TRUNCARIA O ARQUIVO'
               ELSE
                   PERFORM REGRAVA-ATRIBUICOES
               END-IF
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'PROFESSORES INCLUIDOS : ' WS-QTD-PROF-INCLUIDOS
           DISPLAY 'PROFESSORES ALTERADOS : ' WS-QTD-PROF-ALTERADOS
           DISPLAY 'AULAS ATRIBUIDAS      : ' WS-QTD-ATRIB-GRAVADAS
           DISPLAY 'ATRIBUICOES RETIRADAS : ' WS-QTD-ATRIB-RETIRADAS
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.

       REGRAVA-PROFESSORES.
           OPEN OUTPUT PROFESSORES
           PERFORM VARYING WS-PF-I FROM 1 BY 1
                   UNTIL WS-PF-I > WS-QTD-PROF
               MOVE SPACES TO PROFESSOR-REG
               MOVE WS-PF-CODIGO(WS-PF-I)   TO PF-CODIGO
               MOVE WS-PF-NOME(WS-PF-I)     TO PF-NOME
               MOVE WS-PF-OPERADOR(WS-PF-I) TO PF-OPERADOR
               MOVE WS-PF-ATIVO(WS-PF-I)    TO PF-ATIVO
               WRITE PROFESSOR-REG
           END-PERFORM
           CLOSE PROFESSORES
           EXIT.
       FIM-REGRAVA-PROFESSORES.

       REGRAVA-ATRIBUICOES.
           OPEN OUTPUT ATRIBUICAO
           PERFORM VARYING WS-AT-I FROM 1 BY 1
                   UNTIL WS-AT-I > WS-QTD-ATRIB
               MOVE SPACES TO ATRIBUICAO-REG
               MOVE WS-AT-PROFESSOR(WS-AT-I)  TO AT-PROFESSOR
               MOVE WS-AT-TURMA(WS-AT-I)      TO AT-TURMA
               MOVE WS-AT-DISCIPLINA(WS-AT-I) TO AT-DISCIPLINA
               MOVE WS-AT-ANO(WS-AT-I)        TO AT-ANO
               MOVE WS-AT-UNIDADE(WS-AT-I)    TO AT-UNIDADE
               WRITE ATRIBUICAO-REG
           END-PERFORM
           CLOSE ATRIBUICAO
           EXIT.
       FIM-REGRAVA-ATRIBUICOES.
      ******************************************************************
       END PROGRAM CADASTRO-PROFESSOR.
