      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CADASTRO DA GRADE DE ATIVIDADES AO AR LIVRE - MANTEM
      *          A REGIAO DO CAMPUS DE CADA TURMA (TURMAREG.TXT,
      *          TURMAREG.CPY; A REGIAO PRECISA EXISTIR NO CADASTRO DE
      *          ESTACOES ESTMESTRE.TXT) E A GRADE DE ATIVIDADES
      *          EXTERNAS POR TURMA E DIA DA SEMANA (ATIVEXT.TXT,
      *          ATIVEXT.CPY - EDUCACAO FISICA, RECREIO EXTERNO...);
      *          E O QUE O AVISO-ESCOLA CRUZA COM O AVISO REGIONAL DE
      *          QUALIDADE DO AR; OS ARQUIVOS SO SAO REGRAVADOS SE A
      *          CARGA COUBE INTEIRA NA TABELA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Unidade da turma na regiao e na grade
      *                    (TR-UNIDADE, AX-UNIDADE; unidade ativa, ou
      *                    perguntada na sessao consolidada): a mesma
      *                    turma em unidades diferentes tem regiao e
      *                    grade separadas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-ATIVEXT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMA-REGIAO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRG-STATUS.
           SELECT ATIV-EXTERNA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AX-STATUS.
           SELECT ESTACAO-MESTRE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MESTRE-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD TURMA-REGIAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TURMAREG.TXT'.
       COPY TURMAREG.CPY.

       FD ATIV-EXTERNA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ATIVEXT.TXT'.
       COPY ATIVEXT.CPY.

       FD ESTACAO-MESTRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ESTMESTRE.TXT'.
       COPY ESTACAO.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-TRG-STATUS            PIC X(02) VALUE '00'.
       01 WS-AX-STATUS             PIC X(02) VALUE '00'.
       01 WS-MESTRE-STATUS         PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-TRG            PIC X(01) VALUE 'N'.
               88 WS-FIM-TRG-SIM          VALUE 'S'.
           02 WS-FIM-AX             PIC X(01) VALUE 'N'.
               88 WS-FIM-AX-SIM           VALUE 'S'.
           02 WS-FIM-MESTRE         PIC X(01) VALUE 'N'.
               88 WS-FIM-MESTRE-SIM       VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-CARGA-CHEIA        PIC X(01) VALUE 'N'.
               88 WS-CARGA-CHEIA-SIM      VALUE 'S'.
           02 WS-REG-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-REG-ACHOU-SIM        VALUE 'S'.
           02 WS-TRG-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-TRG-ACHOU-SIM        VALUE 'S'.
           02 WS-AX-ACHOU           PIC X(01) VALUE 'N'.
               88 WS-AX-ACHOU-SIM         VALUE 'S'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-TAB-TRG-LIMITE        PIC 9(03) VALUE 200.
       01 WS-QTD-TRG               PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TRG.
           02 WS-TRG-ENTRADA OCCURS 200 TIMES.
               03 WS-TRG-TURMA         PIC X(03).
               03 WS-TRG-REGIAO        PIC X(15).
               03 WS-TRG-UNIDADE       PIC X(02).
       01 WS-TRG-I                 PIC 9(03) VALUE ZERO.
       01 WS-TRG-ACHOU-I           PIC 9(03) VALUE ZERO.
       01 WS-TAB-AX-LIMITE         PIC 9(03) VALUE 500.
       01 WS-QTD-AX                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-AX.
           02 WS-AX-ENTRADA OCCURS 500 TIMES.
               03 WS-AX-TURMA          PIC X(03).
               03 WS-AX-DIA            PIC 9(01).
               03 WS-AX-HORARIO        PIC X(05).
               03 WS-AX-ATIVIDADE      PIC X(25).
               03 WS-AX-UNIDADE        PIC X(02).
       01 WS-AX-I                  PIC 9(03) VALUE ZERO.
       01 WS-AX-ACHOU-I            PIC 9(03) VALUE ZERO.
       01 WS-TAB-RG-LIMITE         PIC 9(02) VALUE 20.
       01 WS-QTD-REGIOES           PIC 9(02) VALUE ZERO.
       01 WS-TABELA-REGIOES.
           02 WS-RG-REGIAO OCCURS 20 TIMES PIC X(15).
       01 WS-RG-I                  PIC 9(02) VALUE ZERO.
       01 WS-TURMA                 PIC X(03) VALUE SPACES.
       01 WS-UNIDADE               PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-ATIVA         PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME          PIC X(40) VALUE SPACES.
       01 WS-REGIAO                PIC X(15) VALUE SPACES.
       01 WS-DIA                   PIC 9(01) VALUE ZERO.
           88 WS-DIA-VALIDO               VALUE 1 THRU 7.
       01 WS-HORARIO               PIC X(05) VALUE SPACES.
       01 WS-ATIVIDADE             PIC X(25) VALUE SPACES.
       01 WS-NOMES-DIAS.
           02 FILLER               PIC X(07) VALUE 'SEGUNDA'.
           02 FILLER               PIC X(07) VALUE 'TERCA  '.
           02 FILLER               PIC X(07) VALUE 'QUARTA '.
           02 FILLER               PIC X(07) VALUE 'QUINTA '.
           02 FILLER               PIC X(07) VALUE 'SEXTA  '.
           02 FILLER               PIC X(07) VALUE 'SABADO '.
           02 FILLER               PIC X(07) VALUE 'DOMINGO'.
       01 WS-TAB-DIAS REDEFINES WS-NOMES-DIAS.
           02 WS-NOME-DIA OCCURS 7 TIMES PIC X(07).
       01 WS-QTD-ALTERACOES        PIC 9(03) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'GRADE DE ATIVIDADES AO AR LIVRE'
           DISPLAY '-----------------------------------'

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-ATIVA
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-NOME NOT = SPACES
               DISPLAY 'UNIDADE: ' WS-UNIDADE-ATIVA ' - '
                       WS-UNIDADE-NOME
           END-IF

           PERFORM CARREGA-REGIOES-ESTACOES
           PERFORM CARREGA-TURMA-REGIAO
           PERFORM CARREGA-ATIVIDADES
           DISPLAY 'TURMAS COM REGIAO : ' WS-QTD-TRG
           DISPLAY 'ATIVIDADES NA GRADE: ' WS-QTD-AX
           IF WS-QTD-REGIOES = 0
               DISPLAY 'AVISO: ESTMESTRE.TXT VAZIO OU AUSENTE - A '
                       'REGIAO DA TURMA NAO SERA CONFERIDA'
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * REGIOES VALIDAS: AS DO CADASTRO DE ESTACOES, PORQUE O AVISO
      * REGIONAL SO CONHECE ESSES NOMES
      *-----------------------------------------------------------------
       CARREGA-REGIOES-ESTACOES.
           OPEN INPUT ESTACAO-MESTRE
           IF WS-MESTRE-STATUS = '00'
               PERFORM LER-MESTRE
               PERFORM UNTIL WS-FIM-MESTRE-SIM
                   MOVE EM-REGIAO TO WS-REGIAO
                   PERFORM LOCALIZA-REGIAO
                   IF NOT WS-REG-ACHOU-SIM AND
                      WS-QTD-REGIOES < WS-TAB-RG-LIMITE
                       ADD 1 TO WS-QTD-REGIOES
                       MOVE EM-REGIAO TO WS-RG-REGIAO(WS-QTD-REGIOES)
                   END-IF
                   PERFORM LER-MESTRE
               END-PERFORM
               CLOSE ESTACAO-MESTRE
           END-IF
           MOVE SPACES TO WS-REGIAO
           EXIT.
       FIM-CARREGA-REGIOES-ESTACOES.

       LER-MESTRE.
           READ ESTACAO-MESTRE
               AT END
                   SET WS-FIM-MESTRE-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MESTRE.

       LOCALIZA-REGIAO.
           MOVE 'N' TO WS-REG-ACHOU
           PERFORM VARYING WS-RG-I FROM 1 BY 1
                   UNTIL WS-RG-I > WS-QTD-REGIOES
                      OR WS-REG-ACHOU-SIM
               IF WS-RG-REGIAO(WS-RG-I) = WS-REGIAO
                   SET WS-REG-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-REGIAO.

       CARREGA-TURMA-REGIAO.
           OPEN INPUT TURMA-REGIAO
           IF WS-TRG-STATUS = '00'
               PERFORM LER-TURMA-REGIAO
               PERFORM UNTIL WS-FIM-TRG-SIM
                   IF WS-QTD-TRG < WS-TAB-TRG-LIMITE
                       ADD 1 TO WS-QTD-TRG
                       MOVE TR-TURMA  TO WS-TRG-TURMA(WS-QTD-TRG)
                       MOVE TR-REGIAO TO WS-TRG-REGIAO(WS-QTD-TRG)
                       MOVE TR-UNIDADE
                            TO WS-TRG-UNIDADE(WS-QTD-TRG)
                       IF TR-UNIDADE = SPACES
                           MOVE '01' TO WS-TRG-UNIDADE(WS-QTD-TRG)
                       END-IF
                   ELSE
                       DISPLAY 'AVISO: TURMAREG.TXT EXCEDE '
                               WS-TAB-TRG-LIMITE ' TURMAS - NADA '
                               'SERA REGRAVADO NESTA SESSAO'
                       SET WS-CARGA-CHEIA-SIM TO TRUE
                       SET WS-FIM-TRG-SIM TO TRUE
                   END-IF
                   PERFORM LER-TURMA-REGIAO
               END-PERFORM
               CLOSE TURMA-REGIAO
           END-IF
           EXIT.
       FIM-CARREGA-TURMA-REGIAO.

       LER-TURMA-REGIAO.
           READ TURMA-REGIAO
               AT END
                   SET WS-FIM-TRG-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TURMA-REGIAO.

       CARREGA-ATIVIDADES.
           OPEN INPUT ATIV-EXTERNA
           IF WS-AX-STATUS = '00'
               PERFORM LER-ATIVIDADES
               PERFORM UNTIL WS-FIM-AX-SIM
                   IF WS-QTD-AX < WS-TAB-AX-LIMITE
                       ADD 1 TO WS-QTD-AX
                       MOVE AX-TURMA     TO WS-AX-TURMA(WS-QTD-AX)
                       MOVE AX-DIA-SEMANA
                            TO WS-AX-DIA(WS-QTD-AX)
                       MOVE AX-HORARIO   TO WS-AX-HORARIO(WS-QTD-AX)
                       MOVE AX-ATIVIDADE
                            TO WS-AX-ATIVIDADE(WS-QTD-AX)
                       MOVE AX-UNIDADE   TO WS-AX-UNIDADE(WS-QTD-AX)
                       IF AX-UNIDADE = SPACES
                           MOVE '01' TO WS-AX-UNIDADE(WS-QTD-AX)
                       END-IF
                   ELSE
                       DISPLAY 'AVISO: ATIVEXT.TXT EXCEDE '
                               WS-TAB-AX-LIMITE ' LINHAS - NADA '
                               'SERA REGRAVADO NESTA SESSAO'
                       SET WS-CARGA-CHEIA-SIM TO TRUE
                       SET WS-FIM-AX-SIM TO TRUE
                   END-IF
                   PERFORM LER-ATIVIDADES
               END-PERFORM
               CLOSE ATIV-EXTERNA
           END-IF
           EXIT.
       FIM-CARREGA-ATIVIDADES.

       LER-ATIVIDADES.
           READ ATIV-EXTERNA
               AT END
                   SET WS-FIM-AX-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ATIVIDADES.

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - INFORMAR A REGIAO DO CAMPUS DA TURMA'
               DISPLAY '2 - INCLUIR ATIVIDADE AO AR LIVRE'
               DISPLAY '3 - EXCLUIR ATIVIDADE AO AR LIVRE'
               DISPLAY '4 - LISTAR A GRADE DE UMA TURMA'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM INFORMA-REGIAO-TURMA
                   WHEN 2
                       PERFORM INCLUI-ATIVIDADE
                   WHEN 3
                       PERFORM EXCLUI-ATIVIDADE
                   WHEN 4
                       PERFORM LISTA-GRADE-TURMA
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

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

       COLETA-TURMA.
           PERFORM COLETA-UNIDADE
           DISPLAY 'TURMA (EM BRANCO CANCELA): '
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA
           IF WS-TURMA NOT = SPACES
               PERFORM LOCALIZA-TURMA-REGIAO
           END-IF
           EXIT.
       FIM-COLETA-TURMA.

       LOCALIZA-TURMA-REGIAO.
           MOVE 'N' TO WS-TRG-ACHOU
           MOVE ZERO TO WS-TRG-ACHOU-I
           PERFORM VARYING WS-TRG-I FROM 1 BY 1
                   UNTIL WS-TRG-I > WS-QTD-TRG
                      OR WS-TRG-ACHOU-SIM
               IF WS-TRG-TURMA(WS-TRG-I) = WS-TURMA AND
                  WS-TRG-UNIDADE(WS-TRG-I) = WS-UNIDADE
                   SET WS-TRG-ACHOU-SIM TO TRUE
                   MOVE WS-TRG-I TO WS-TRG-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-TURMA-REGIAO.

       INFORMA-REGIAO-TURMA.
           PERFORM COLETA-TURMA

           IF WS-TURMA NOT = SPACES
               IF WS-TRG-ACHOU-SIM
                   DISPLAY 'REGIAO ATUAL: '
                           WS-TRG-REGIAO(WS-TRG-ACHOU-I)
               END-IF
               DISPLAY 'REGIAO DO CAMPUS (COMO NO CADASTRO DE '
                       'ESTACOES): '
               MOVE SPACES TO WS-REGIAO
               ACCEPT WS-REGIAO
               MOVE FUNCTION UPPER-CASE(WS-REGIAO) TO WS-REGIAO
               PERFORM LOCALIZA-REGIAO

               EVALUATE TRUE
                   WHEN WS-REGIAO = SPACES
                       DISPLAY 'REGIAO EM BRANCO - NADA ALTERADO'
                   WHEN WS-QTD-REGIOES > 0 AND NOT WS-REG-ACHOU-SIM
                       DISPLAY 'REGIAO ' WS-REGIAO ' NAO EXISTE NO '
                               'CADASTRO DE ESTACOES - NADA ALTERADO'
                   WHEN WS-TRG-ACHOU-SIM
                       MOVE WS-REGIAO
                            TO WS-TRG-REGIAO(WS-TRG-ACHOU-I)
                       ADD 1 TO WS-QTD-ALTERACOES
                       DISPLAY 'TURMA ' WS-TURMA ' UNIDADE '
                               WS-UNIDADE ' AGORA NA REGIAO '
                               WS-REGIAO
                   WHEN WS-QTD-TRG >= WS-TAB-TRG-LIMITE
                       DISPLAY 'LIMITE DE ' WS-TAB-TRG-LIMITE
                               ' TURMAS ATINGIDO - NADA ALTERADO'
                   WHEN OTHER
                       ADD 1 TO WS-QTD-TRG
                       MOVE WS-TURMA  TO WS-TRG-TURMA(WS-QTD-TRG)
                       MOVE WS-REGIAO TO WS-TRG-REGIAO(WS-QTD-TRG)
                       MOVE WS-UNIDADE
                            TO WS-TRG-UNIDADE(WS-QTD-TRG)
                       ADD 1 TO WS-QTD-ALTERACOES
                       DISPLAY 'TURMA ' WS-TURMA ' UNIDADE '
                               WS-UNIDADE ' LIGADA A REGIAO '
                               WS-REGIAO
               END-EVALUATE
           END-IF
           EXIT.
       FIM-INFORMA-REGIAO-TURMA.

       COLETA-ATIVIDADE.
           DISPLAY 'DIA DA SEMANA (1=SEG 2=TER 3=QUA 4=QUI 5=SEX '
                   '6=SAB 7=DOM): '
           MOVE ZERO TO WS-DIA
           ACCEPT WS-DIA
           DISPLAY 'HORARIO (HH:MM): '
           MOVE SPACES TO WS-HORARIO
           ACCEPT WS-HORARIO
           EXIT.
       FIM-COLETA-ATIVIDADE.

       LOCALIZA-ATIVIDADE.
           MOVE 'N' TO WS-AX-ACHOU
           MOVE ZERO TO WS-AX-ACHOU-I
           PERFORM VARYING WS-AX-I FROM 1 BY 1
                   UNTIL WS-AX-I > WS-QTD-AX
                      OR WS-AX-ACHOU-SIM
               IF WS-AX-TURMA(WS-AX-I) = WS-TURMA AND
                  WS-AX-UNIDADE(WS-AX-I) = WS-UNIDADE AND
                  WS-AX-DIA(WS-AX-I) = WS-DIA AND
                  WS-AX-HORARIO(WS-AX-I) = WS-HORARIO
                   SET WS-AX-ACHOU-SIM TO TRUE
                   MOVE WS-AX-I TO WS-AX-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-ATIVIDADE.

       INCLUI-ATIVIDADE.
           PERFORM COLETA-TURMA

           IF WS-TURMA NOT = SPACES
               IF NOT WS-TRG-ACHOU-SIM
                   DISPLAY 'AVISO: TURMA ' WS-TURMA ' UNIDADE '
                           WS-UNIDADE ' AINDA SEM REGIAO - USE A '
                           'OPCAO 1, SENAO ELA NAO ENTRA NO AVISO'
               END-IF
               PERFORM COLETA-ATIVIDADE
               DISPLAY 'ATIVIDADE (EX.: EDUCACAO FISICA): '
               MOVE SPACES TO WS-ATIVIDADE
               ACCEPT WS-ATIVIDADE
               MOVE FUNCTION UPPER-CASE(WS-ATIVIDADE) TO WS-ATIVIDADE
               PERFORM LOCALIZA-ATIVIDADE

               EVALUATE TRUE
                   WHEN NOT WS-DIA-VALIDO
                       DISPLAY 'DIA DA SEMANA INVALIDO - INCLUSAO '
                               'CANCELADA'
                   WHEN WS-HORARIO(1:2) NOT NUMERIC OR
                        WS-HORARIO(3:1) NOT = ':' OR
                        WS-HORARIO(4:2) NOT NUMERIC
                       DISPLAY 'HORARIO INVALIDO - INCLUSAO CANCELADA'
                   WHEN WS-ATIVIDADE = SPACES
                       DISPLAY 'ATIVIDADE EM BRANCO - INCLUSAO '
                               'CANCELADA'
                   WHEN WS-AX-ACHOU-SIM
                       DISPLAY 'A TURMA JA TEM ATIVIDADE NESSE DIA E '
                               'HORARIO: '
                               WS-AX-ATIVIDADE(WS-AX-ACHOU-I)
                   WHEN WS-QTD-AX >= WS-TAB-AX-LIMITE
                       DISPLAY 'LIMITE DE ' WS-TAB-AX-LIMITE
                               ' ATIVIDADES ATINGIDO - INCLUSAO '
                               'CANCELADA'
                   WHEN OTHER
                       ADD 1 TO WS-QTD-AX
                       MOVE WS-TURMA     TO WS-AX-TURMA(WS-QTD-AX)
                       MOVE WS-DIA       TO WS-AX-DIA(WS-QTD-AX)
                       MOVE WS-HORARIO   TO WS-AX-HORARIO(WS-QTD-AX)
                       MOVE WS-ATIVIDADE TO WS-AX-ATIVIDADE(WS-QTD-AX)
                       MOVE WS-UNIDADE   TO WS-AX-UNIDADE(WS-QTD-AX)
                       ADD 1 TO WS-QTD-ALTERACOES
                       DISPLAY 'ATIVIDADE INCLUIDA: ' WS-TURMA ' '
                               WS-UNIDADE ' '
                               WS-NOME-DIA(WS-DIA) ' ' WS-HORARIO ' '
                               WS-ATIVIDADE
               END-EVALUATE
           END-IF
           EXIT.
       FIM-INCLUI-ATIVIDADE.

       EXCLUI-ATIVIDADE.
           PERFORM COLETA-TURMA

           IF WS-TURMA NOT = SPACES
               PERFORM COLETA-ATIVIDADE
               PERFORM LOCALIZA-ATIVIDADE
               IF NOT WS-AX-ACHOU-SIM
                   DISPLAY 'NENHUMA ATIVIDADE DA TURMA ' WS-TURMA
                           ' UNIDADE ' WS-UNIDADE
                           ' NESSE DIA E HORARIO'
               ELSE
                   DISPLAY 'ATIVIDADE EXCLUIDA: '
                           WS-AX-ATIVIDADE(WS-AX-ACHOU-I)
                   PERFORM VARYING WS-AX-I FROM WS-AX-ACHOU-I BY 1
                           UNTIL WS-AX-I >= WS-QTD-AX
                       MOVE WS-AX-ENTRADA(WS-AX-I + 1)
                            TO WS-AX-ENTRADA(WS-AX-I)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-QTD-AX
                   ADD 1 TO WS-QTD-ALTERACOES
               END-IF
           END-IF
           EXIT.
       FIM-EXCLUI-ATIVIDADE.

       LISTA-GRADE-TURMA.
           PERFORM COLETA-TURMA

           IF WS-TURMA NOT = SPACES
               DISPLAY '-----------------------------------'
               IF WS-TRG-ACHOU-SIM
                   DISPLAY 'TURMA ' WS-TURMA ' UNIDADE ' WS-UNIDADE
                           ' - REGIAO ' WS-TRG-REGIAO(WS-TRG-ACHOU-I)
               ELSE
                   DISPLAY 'TURMA ' WS-TURMA ' UNIDADE ' WS-UNIDADE
                           ' - SEM REGIAO'
               END-IF
               DISPLAY '-----------------------------------'
               PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 7
                   PERFORM VARYING WS-AX-I FROM 1 BY 1
                           UNTIL WS-AX-I > WS-QTD-AX
                       IF WS-AX-TURMA(WS-AX-I) = WS-TURMA AND
                          WS-AX-UNIDADE(WS-AX-I) = WS-UNIDADE AND
                          WS-AX-DIA(WS-AX-I) = WS-DIA
                           DISPLAY WS-NOME-DIA(WS-DIA) ' '
                                   WS-AX-HORARIO(WS-AX-I) ' '
                                   WS-AX-ATIVIDADE(WS-AX-I)
                       END-IF
                   END-PERFORM
               END-PERFORM
               DISPLAY '-----------------------------------'
           END-IF
           EXIT.
       FIM-LISTA-GRADE-TURMA.

       FINALIZA-PROGRAMA.
           IF WS-QTD-ALTERACOES > 0
               IF WS-CARGA-CHEIA-SIM
                   DISPLAY 'ARQUIVOS NAO REGRAVADOS - A CARGA '
                           'ESTOUROU A TABELA E A REGRAVACAO '
                           'TRUNCARIA O CADASTRO'
               ELSE
                   PERFORM REGRAVA-ARQUIVOS
               END-IF
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'ALTERACOES GRAVADAS: ' WS-QTD-ALTERACOES
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.

       REGRAVA-ARQUIVOS.
           OPEN OUTPUT TURMA-REGIAO
           PERFORM VARYING WS-TRG-I FROM 1 BY 1
                   UNTIL WS-TRG-I > WS-QTD-TRG
               MOVE SPACES TO TURMAREG-REG
               MOVE WS-TRG-TURMA(WS-TRG-I)  TO TR-TURMA
               MOVE WS-TRG-REGIAO(WS-TRG-I) TO TR-REGIAO
               MOVE WS-TRG-UNIDADE(WS-TRG-I) TO TR-UNIDADE
               WRITE TURMAREG-REG
           END-PERFORM
           CLOSE TURMA-REGIAO

           OPEN OUTPUT ATIV-EXTERNA
           PERFORM VARYING WS-AX-I FROM 1 BY 1
                   UNTIL WS-AX-I > WS-QTD-AX
               MOVE SPACES TO ATIVEXT-REG
               MOVE WS-AX-TURMA(WS-AX-I)     TO AX-TURMA
               MOVE WS-AX-DIA(WS-AX-I)       TO AX-DIA-SEMANA
               MOVE WS-AX-HORARIO(WS-AX-I)   TO AX-HORARIO
               MOVE WS-AX-ATIVIDADE(WS-AX-I) TO AX-ATIVIDADE
               MOVE WS-AX-UNIDADE(WS-AX-I)   TO AX-UNIDADE
               WRITE ATIVEXT-REG
           END-PERFORM
           CLOSE ATIV-EXTERNA
           EXIT.
       FIM-REGRAVA-ARQUIVOS.
      ******************************************************************
       END PROGRAM CADASTRO-ATIVEXT.
