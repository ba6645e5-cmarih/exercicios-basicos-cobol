      *                    perfil em todo titulo de relatorio - o
      *                    ensaio do GERA-TESTE para de atropelar os
      *                    mestres de producao
      *   15/10/2026 MC  - Entrada no menu tambem fica no ACESSOLOG.TXT
      *                    (opcao E, programa ENTRADA; OK para o
      *                    operador cadastrado, NEGADO para id
      *                    desconhecido), para a revisao de acessos do
      *                    ACESSO-REVISAO enxergar as entradas fora do
      *                    expediente e as tentativas com id invalido
      *   15/10/2026 MC  - Unidade escolar da sessao: o operador ganhou
      *                    as unidades que pode operar (OP-UNIDADES, ate
      *                    cinco codigos do UNIDADES.TXT; em branco =
      *                    todas) e escolhe na entrada com qual vai
      *                    trabalhar; a escolha vai para UNIDATIVA.TXT
      *                    (rotina UNIDADE-ATIVA), que filtra os
      *                    relatorios e carimba o cabecalho da
      *                    IMPRESSAO; a visao consolidada (00) so para
      *                    quem tem todas ou o codigo 00; a escolha fica
      *                    no ACESSOLOG.TXT (opcao U)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-OPERADOR.
           SELECT PERFIL-ATIVO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERFIL-STATUS.
           SELECT UNIDADES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNIDADES-STATUS.
           SELECT UNIDADE-ATIVA-ARQ ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNID-ATIVA-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           02 OP-ID                PIC X(08).
           02 OP-NOME              PIC X(20).
           02 OP-OPCOES            PIC X(09).
           02 OP-UNIDADES          PIC X(10).

       FD ACESSO-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PERFILATIVO.TXT'.
       01 PERFIL-ATIVO-REG.
           02 PA-PERFIL            PIC X(10).

       FD UNIDADES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'UNIDADES.TXT'.
       COPY UNIDADE.CPY.

       FD UNIDADE-ATIVA-ARQ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'UNIDATIVA.TXT'.
       01 UNIDADE-ATIVA-REG.
           02 UA-UNIDADE           PIC X(02).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-OPCAO                PIC 9(01) VALUE 0.
       01 WS-OPERADOR-ID          PIC X(08) VALUE SPACES.
       01 WS-OPERADOR-NOME        PIC X(20) VALUE SPACES.
       01 WS-OPERADOR-OPCOES      PIC X(09) VALUE SPACES.
       01 WS-OPERADOR-UNIDADES    PIC X(10) VALUE SPACES.
       01 WS-UNIDADES-STATUS      PIC X(02) VALUE '00'.
       01 WS-UNID-ATIVA-STATUS    PIC X(02) VALUE '00'.
       01 WS-UNIDADE-ESCOLHA      PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME         PIC X(40) VALUE SPACES.
       01 WS-UNIDADE-OK           PIC X(01) VALUE 'N'.
           88 WS-UNIDADE-OK-SIM          VALUE 'S'.
       01 WS-UNIDADE-PERMITIDA    PIC X(01) VALUE 'N'.
           88 WS-UNIDADE-PERMITIDA-SIM   VALUE 'S'.
       01 WS-UNIDADE-TESTE        PIC X(02) VALUE SPACES.
       01 WS-UN-I                 PIC 9(02) VALUE ZERO.
       01 WS-UN-TENTATIVAS        PIC 9(01) VALUE ZERO.
       01 WS-QTD-UN               PIC 9(02) VALUE ZERO.
       01 WS-TABELA-UN.
           02 WS-UN-ENTRADA OCCURS 20 TIMES.
               03 WS-UN-CODIGO     PIC X(02).
               03 WS-UN-NOME       PIC X(40).
       01 WS-CONTROLE-ATIVO       PIC X(01) VALUE 'N'.
           88 WS-CONTROLE-ATIVO-SIM      VALUE 'S'.
       01 WS-OPERADOR-OK          PIC X(01) VALUE 'N'.
       01 WS-FLAGS-OPER.
           02 WS-FIM-OPER      PIC X(01) VALUE 'N'.
               88 WS-FIM-OPER-SIM     VALUE 'S'.
           02 WS-FIM-UNIDADES  PIC X(01) VALUE 'N'.
               88 WS-FIM-UNIDADES-SIM VALUE 'S'.
       01 WS-ACESSO-DATA.
           02 WS-ACE-ANO       PIC 9(04).
           02 WS-ACE-MES       PIC 9(02).

               PERFORM SELECIONA-PERFIL

               PERFORM SELECIONA-UNIDADE
               IF NOT WS-UNIDADE-OK-SIM
                   DISPLAY 'SEM UNIDADE AUTORIZADA ESCOLHIDA - '
                           'MENU ENCERRADO'
                   GOBACK
               END-IF

               PERFORM EXIBE-MENU UNTIL WS-FIM-MENU-SIM
               GOBACK.

                       SET WS-OPERADOR-OK-SIM TO TRUE
                       MOVE OP-NOME   TO WS-OPERADOR-NOME
                       MOVE OP-OPCOES TO WS-OPERADOR-OPCOES
                       MOVE OP-UNIDADES TO WS-OPERADOR-UNIDADES
                       SET WS-FIM-OPER-SIM TO TRUE
                   ELSE
                       PERFORM LER-OPERADORES
               END-PERFORM
               CLOSE OPERADORES

               MOVE 'E' TO WS-OPCAO-TXT
               MOVE 'ENTRADA' TO WS-PROGRAMA-CHAMADO
               IF WS-OPERADOR-OK-SIM
                   DISPLAY 'BEM-VINDO(A), ' WS-OPERADOR-NOME
                   MOVE 'OK' TO WS-RESULTADO-ACESSO
               ELSE
                   MOVE 'NEGADO' TO WS-RESULTADO-ACESSO
               END-IF
               PERFORM GRAVA-ACESSO
               MOVE SPACES TO WS-PROGRAMA-CHAMADO
           END-IF
           EXIT.
       FIM-IDENTIFICA-OPERADOR.
           EXIT.
       FIM-SELECIONA-PERFIL.

      *-----------------------------------------------------------------
      * UNIDADE DA SESSAO: SO AS UNIDADES ATIVAS DO UNIDADES.TXT QUE
      * CONSTAM EM OP-UNIDADES (ATE CINCO CODIGOS; EM BRANCO = TODAS,
      * COMO OS OPERADORES DE ANTES); A VISAO CONSOLIDADA (00) SO
      * PARA QUEM TEM TODAS OU O CODIGO 00; GRAVADA EM UNIDATIVA.TXT
      * PARA A ROTINA UNIDADE-ATIVA; SEM UNIDADES.TXT A SESSAO FICA
      * CONSOLIDADA, QUE E A ESCOLA DE UMA UNIDADE SO DE SEMPRE
      *-----------------------------------------------------------------
       SELECIONA-UNIDADE.
           MOVE ZERO TO WS-QTD-UN
           MOVE 'N' TO WS-UNIDADE-OK
           MOVE '00' TO WS-UNIDADE-ESCOLHA

           OPEN INPUT UNIDADES
           IF WS-UNIDADES-STATUS NOT = '00'
               SET WS-UNIDADE-OK-SIM TO TRUE
           ELSE
               MOVE '00' TO WS-UNIDADE-TESTE
               PERFORM VERIFICA-UNIDADE-OPERADOR
               IF WS-UNIDADE-PERMITIDA-SIM
                   ADD 1 TO WS-QTD-UN
                   MOVE '00' TO WS-UN-CODIGO(WS-QTD-UN)
                   MOVE 'CONSOLIDADO - TODAS AS UNIDADES'
                        TO WS-UN-NOME(WS-QTD-UN)
               END-IF

               PERFORM LER-UNIDADES
               PERFORM UNTIL WS-FIM-UNIDADES-SIM
                   MOVE UN-CODIGO TO WS-UNIDADE-TESTE
                   PERFORM VERIFICA-UNIDADE-OPERADOR
                   IF UN-ATIVA-SIM AND WS-UNIDADE-PERMITIDA-SIM
                      AND UN-CODIGO NOT = '00' AND WS-QTD-UN < 20
                       ADD 1 TO WS-QTD-UN
                       MOVE UN-CODIGO TO WS-UN-CODIGO(WS-QTD-UN)
                       MOVE UN-NOME   TO WS-UN-NOME(WS-QTD-UN)
                   END-IF
                   PERFORM LER-UNIDADES
               END-PERFORM
               CLOSE UNIDADES

               EVALUATE TRUE
                   WHEN WS-QTD-UN = 0
                       CONTINUE
                   WHEN WS-QTD-UN = 1
                       MOVE WS-UN-CODIGO(1) TO WS-UNIDADE-ESCOLHA
                       SET WS-UNIDADE-OK-SIM TO TRUE
                   WHEN OTHER
                       MOVE ZERO TO WS-UN-TENTATIVAS
                       PERFORM ESCOLHE-UNIDADE
                           UNTIL WS-UNIDADE-OK-SIM
                              OR WS-UN-TENTATIVAS >= 3
               END-EVALUATE
           END-IF

           IF WS-UNIDADE-OK-SIM
               OPEN OUTPUT UNIDADE-ATIVA-ARQ
               MOVE WS-UNIDADE-ESCOLHA TO UA-UNIDADE
               WRITE UNIDADE-ATIVA-REG
               CLOSE UNIDADE-ATIVA-ARQ

               CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-ESCOLHA
                                          WS-UNIDADE-NOME
               END-CALL
               CANCEL 'UNIDADE-ATIVA'
               IF WS-UNIDADE-NOME NOT = SPACES
                   DISPLAY 'UNIDADE ATIVA: ' WS-UNIDADE-ESCOLHA
                           ' - ' WS-UNIDADE-NOME
               END-IF

               IF WS-CONTROLE-ATIVO-SIM
                   MOVE 'U' TO WS-OPCAO-TXT
                   MOVE SPACES TO WS-PROGRAMA-CHAMADO
                   STRING 'UNIDADE ' WS-UNIDADE-ESCOLHA
                          DELIMITED BY SIZE
                          INTO WS-PROGRAMA-CHAMADO
                   END-STRING
                   MOVE 'OK' TO WS-RESULTADO-ACESSO
                   PERFORM GRAVA-ACESSO
                   MOVE SPACES TO WS-PROGRAMA-CHAMADO
               END-IF
           END-IF
           EXIT.
       FIM-SELECIONA-UNIDADE.

       ESCOLHE-UNIDADE.
           DISPLAY 'UNIDADES AUTORIZADAS:'
           PERFORM VARYING WS-UN-I FROM 1 BY 1
                   UNTIL WS-UN-I > WS-QTD-UN
               DISPLAY '   ' WS-UN-CODIGO(WS-UN-I) ' - '
                       WS-UN-NOME(WS-UN-I)
           END-PERFORM
           DISPLAY 'UNIDADE DA SESSAO: '
           MOVE SPACES TO WS-UNIDADE-ESCOLHA
           ACCEPT WS-UNIDADE-ESCOLHA
           ADD 1 TO WS-UN-TENTATIVAS

           PERFORM VARYING WS-UN-I FROM 1 BY 1
                   UNTIL WS-UN-I > WS-QTD-UN
               IF WS-UN-CODIGO(WS-UN-I) = WS-UNIDADE-ESCOLHA
                   SET WS-UNIDADE-OK-SIM TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-UNIDADE-OK-SIM
               DISPLAY 'UNIDADE FORA DA LISTA'
           END-IF
           EXIT.
       FIM-ESCOLHE-UNIDADE.

       VERIFICA-UNIDADE-OPERADOR.
           MOVE 'N' TO WS-UNIDADE-PERMITIDA
           IF NOT WS-CONTROLE-ATIVO-SIM OR
              WS-OPERADOR-UNIDADES = SPACES
               SET WS-UNIDADE-PERMITIDA-SIM TO TRUE
           ELSE
               PERFORM VARYING WS-UN-I FROM 1 BY 2
                       UNTIL WS-UN-I > 9
                   IF WS-OPERADOR-UNIDADES(WS-UN-I:2) =
                      WS-UNIDADE-TESTE
                       SET WS-UNIDADE-PERMITIDA-SIM TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EXIT.
       FIM-VERIFICA-UNIDADE-OPERADOR.

       LER-UNIDADES.
           READ UNIDADES
               AT END
                   SET WS-FIM-UNIDADES-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-UNIDADES.

       VERIFICA-AUTORIZACAO.
           MOVE 'S' TO WS-AUTORIZADO
           IF WS-CONTROLE-ATIVO-SIM
