      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: GESTAO DOS EPISODIOS CRITICOS DE POLUICAO DO AR
      *          (ATENCAO / ALERTA / EMERGENCIA) POR REGIAO - OS
      *          EPISODIOS ERAM ACOMPANHADOS POR E-MAIL; O POLUSTREAK
      *          ALERTA POR ESTACAO E O POLUICAO-REGIAO AVISA POR DIA,
      *          MAS NENHUM TEM CICLO DE VIDA; ESTE PROGRAMA MANTEM O
      *          LIVRO EPISODIO.TXT (EPISODIO.CPY), UM REGISTRO POR
      *          EVENTO DO EPISODIO DA REGIAO DO CADASTRO ESTMESTRE.TXT
      *          MODO D (DIARIO): PARA A DATA INFORMADA (EM BRANCO = A
      *            MAIS RECENTE DO POLUICAO-HIST.TXT) APURA O NIVEL
      *            LEGAL DE CADA REGIAO PELA PIOR LEITURA DE PM10,
      *            PM2.5 OU O3 DAS ESTACOES ATIVAS CONTRA OS LIMITES
      *            DO CARTAO EPISPAR.TXT (SEM CARTAO, OS NIVEIS DA
      *            RESOLUCAO CONAMA 491/2018) E PROPOE ABRIR, ESCALAR,
      *            REBAIXAR OU ENCERRAR O EPISODIO; CADA PROPOSTA SO
      *            ENTRA NO LIVRO CONFIRMADA POR SUPERVISOR (LETRA A
      *            NAS OPCOES DO OPERADORES.TXT), COM AS PROVIDENCIAS
      *            TOMADAS; RETURN-CODE 4 COM PROPOSTA NAO CONFIRMADA
      *          MODO R (RELATORIO ANUAL): EPISODIOS DO ANO PARA O
      *            ORGAO AMBIENTAL (EPISREL.TXT) COM DECLARACAO, FIM,
      *            DURACAO, NIVEL MAXIMO E TODOS OS EVENTOS, LEITURAS
      *            GATILHO, PROVIDENCIAS E SUPERVISORES
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLUICAO-EPISODIO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EPISODIOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EP-STATUS.
           SELECT POLUICAO-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
           SELECT ESTACAO-MESTRE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MESTRE-STATUS.
           SELECT EPISODIO-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
           SELECT OPERADORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD EPISODIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'EPISODIO.TXT'.
       01 EPISODIO-ARQ                 PIC X(133).

       FD POLUICAO-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'POLUICAO-HIST.TXT'.
       01 HIST-REG                     PIC X(180).

       FD ESTACAO-MESTRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ESTMESTRE.TXT'.
       COPY ESTACAO.CPY.

       FD EPISODIO-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'EPISPAR.TXT'.
       01 EPISODIO-PARAM-REC.
           02 EPP-NIVEL OCCURS 3 TIMES.
               03 EPP-PM10         PIC 9(03).
               03 EPP-PM25         PIC 9(03).
               03 EPP-O3           PIC 9(03).

       FD OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'OPERADORES.TXT'.
       01 OPERADOR-REG.
           02 OP-ID                PIC X(08).
           02 OP-NOME              PIC X(20).
           02 OP-OPCOES            PIC X(09).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-EP-STATUS                 PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-MESTRE-STATUS             PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-OPER-STATUS               PIC X(02) VALUE '00'.
       01 WS-MODO                      PIC X(01) VALUE 'D'.
           88 WS-MODO-DIARIO                  VALUE 'D' 'd'.
           88 WS-MODO-RELATORIO               VALUE 'R' 'r'.
       01 WS-SUPERVISOR                PIC X(08) VALUE SPACES.
       01 WS-RESPOSTA                  PIC X(01) VALUE SPACE.
           88 WS-RESPOSTA-SIM                 VALUE 'S' 's'.
       01 WS-FLAGS.
           02 WS-FIM-EP             PIC X(01) VALUE 'N'.
               88 WS-FIM-EP-SIM           VALUE 'S'.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM         VALUE 'S'.
           02 WS-FIM-MESTRE         PIC X(01) VALUE 'N'.
               88 WS-FIM-MESTRE-SIM       VALUE 'S'.
           02 WS-FIM-OPER           PIC X(01) VALUE 'N'.
               88 WS-FIM-OPER-SIM         VALUE 'S'.
           02 WS-SUPERVISOR-OK      PIC X(01) VALUE 'N'.
               88 WS-SUPERVISOR-OK-SIM    VALUE 'S'.
           02 WS-REG-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-REG-ACHOU-SIM        VALUE 'S'.
           02 WS-TABELA-CHEIA       PIC X(01) VALUE 'N'.
               88 WS-TABELA-CHEIA-SIM     VALUE 'S'.
           02 WS-TAG-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-TAG-ACHOU-SIM        VALUE 'S'.
      *-----------------------------------------------------------------
      * LIMITES LEGAIS POR NIVEL (1 ATENCAO, 2 ALERTA, 3 EMERGENCIA):
      * PM10, PM2.5 E O3; PADRAO CONAMA 491/2018, TROCAVEL PELO CARTAO
      *-----------------------------------------------------------------
       01 WS-LIMITES-CARTAO            PIC X(27)
                           VALUE '250125200420210400500250600'.
       01 WS-LIMITES REDEFINES WS-LIMITES-CARTAO.
           02 WS-LIM-NIVEL OCCURS 3 TIMES.
               03 WS-LIM-PM10          PIC 9(03).
               03 WS-LIM-PM25          PIC 9(03).
               03 WS-LIM-O3            PIC 9(03).
       01 WS-NOMES-NIVEL-TXT           PIC X(40)
                   VALUE 'ENCERRADO ATENCAO   ALERTA    EMERGENCIA'.
       01 WS-NOMES-NIVEL REDEFINES WS-NOMES-NIVEL-TXT.
           02 WS-NOME-NIVEL PIC X(10) OCCURS 4 TIMES.
       01 WS-ACOES-NIVEL-TXT.
           02 FILLER PIC X(60) VALUE
              'SUSPENDER QUEIMADAS E ATIVIDADE EXTERNA; AVISAR ESCOLAS'.
           02 FILLER PIC X(60) VALUE
              'RESTRINGIR TRAFEGO PESADO E INDUSTRIA; SEM AULA EXTERNA'.
           02 FILLER PIC X(60) VALUE
              'PARAR INDUSTRIA E TRAFEGO NAO ESSENCIAL; ACIONAR PLANO'.
       01 WS-ACOES-NIVEL REDEFINES WS-ACOES-NIVEL-TXT.
           02 WS-ACAO-NIVEL PIC X(60) OCCURS 3 TIMES.
       01 WS-NIVEL-K                   PIC 9(01) VALUE ZERO.
       01 WS-NIVEL-LEITURA             PIC 9(01) VALUE ZERO.
      *-----------------------------------------------------------------
      * LIVRO DE EPISODIOS EM MEMORIA (REGRAVADO NO FIM SE HOUVE EVENTO)
      *-----------------------------------------------------------------
       01 WS-TAB-EP-LIMITE             PIC 9(04) VALUE 2000.
       01 WS-QTD-EP                    PIC 9(04) VALUE ZERO.
       01 WS-TABELA-EP.
           02 WS-EP-REG PIC X(133) OCCURS 2000 TIMES.
       01 WS-EP-I                      PIC 9(04) VALUE ZERO.
       01 WS-ULTIMO-EPISODIO           PIC 9(05) VALUE ZERO.
       01 WS-QTD-EVENTOS-NOVOS         PIC 9(03) VALUE ZERO.
       01 WS-QTD-NAO-CONFIRMADAS       PIC 9(03) VALUE ZERO.
       COPY EPISODIO.CPY.
      *-----------------------------------------------------------------
      * CADASTRO DE ESTACOES ATIVAS E SITUACAO DE CADA REGIAO
      *-----------------------------------------------------------------
       01 WS-TAB-MESTRE-LIMITE         PIC 9(03) VALUE 100.
       01 WS-QTD-MESTRE                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-MESTRE.
           02 WS-MES-ENTRADA OCCURS 100 TIMES.
               03 WS-MES-CODIGO        PIC X(10).
               03 WS-MES-REGIAO        PIC X(15).
       01 WS-MES-I                     PIC 9(03) VALUE ZERO.
       01 WS-TAB-REG-LIMITE            PIC 9(02) VALUE 20.
       01 WS-QTD-REGIOES               PIC 9(02) VALUE ZERO.
       01 WS-TABELA-REGIOES.
           02 WS-RG-ENTRADA OCCURS 20 TIMES.
               03 WS-RG-REGIAO         PIC X(15).
               03 WS-RG-LEITURAS       PIC 9(03).
               03 WS-RG-NIVEL-DIA      PIC 9(01).
               03 WS-RG-GAT-ESTACAO    PIC X(10).
               03 WS-RG-GAT-POLUENTE   PIC X(05).
               03 WS-RG-GAT-VALOR      PIC 9(03)V9(2).
               03 WS-RG-EP-NUMERO      PIC 9(05).
               03 WS-RG-EP-SEQUENCIA   PIC 9(02).
               03 WS-RG-EP-NIVEL       PIC 9(01).
               03 WS-RG-EP-ABERTO      PIC X(01).
                   88 WS-RG-EP-ABERTO-SIM     VALUE 'S'.
               03 WS-RG-EP-ULT-DATA    PIC 9(08).
               03 WS-RG-EP-DECLARADO   PIC X(10).
       01 WS-RG-I                      PIC 9(02) VALUE ZERO.
       01 WS-RG-ACHOU-I                PIC 9(02) VALUE ZERO.
       01 WS-REGIAO-BUSCA              PIC X(15) VALUE SPACES.
       01 WS-REGIAO-LEITURA            PIC X(15) VALUE SPACES.
      *-----------------------------------------------------------------
      * DATA AVALIADA E CAMPOS DA LINHA DO HISTORICO
      *-----------------------------------------------------------------
       01 WS-DATA-ALVO                 PIC X(10) VALUE SPACES.
       01 WS-ALVO-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-MAIOR-AAAAMMDD            PIC 9(08) VALUE ZERO.
       01 WS-AAAAMMDD                  PIC 9(08) VALUE ZERO.
       01 WS-DATA-HOJE                 PIC X(10) VALUE SPACES.
       01 WS-P-ESTACAO                 PIC X(15) VALUE SPACES.
       01 WS-P-DATA                    PIC X(15) VALUE SPACES.
       01 WS-P-PM10                    PIC 9(03)V99 VALUE ZERO.
       01 WS-P-PM25                    PIC 9(03)V99 VALUE ZERO.
       01 WS-P-O3                      PIC 9(03)V99 VALUE ZERO.
       01 WS-VALOR-TXT                 PIC X(06) VALUE SPACES.
       01 WS-INT-PART                  PIC X(04) VALUE SPACES.
       01 WS-DEC-PART                  PIC X(03) VALUE SPACES.
       01 WS-VALOR-NUM                 PIC 9(03)V99 VALUE ZERO.
       01 WS-BUSCA-TAG                 PIC X(09) VALUE SPACES.
       01 WS-TAG-TAM                   PIC 9(02) VALUE ZERO.
       01 WS-POS-TAG                   PIC 9(03) VALUE ZERO.
       01 WS-SCAN-K                    PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * PROPOSTA DO DIA PARA A REGIAO
      *-----------------------------------------------------------------
       01 WS-PROPOSTA                  PIC X(01) VALUE SPACE.
           88 WS-PROP-NENHUMA                 VALUE SPACE.
       01 WS-PROPOSTA-TXT              PIC X(12) VALUE SPACES.
       01 WS-PROVIDENCIAS              PIC X(60) VALUE SPACES.
       01 WS-VALOR-MASK                PIC ZZ9,99.
      *-----------------------------------------------------------------
      * RELATORIO ANUAL
      *-----------------------------------------------------------------
       01 WS-ANO-ALVO                  PIC 9(04) VALUE ZERO.
       01 WS-TAB-RS-LIMITE             PIC 9(03) VALUE 200.
       01 WS-QTD-RS                    PIC 9(03) VALUE ZERO.
       01 WS-TABELA-RESUMO.
           02 WS-RS-ENTRADA OCCURS 200 TIMES.
               03 WS-RS-NUMERO         PIC 9(05).
               03 WS-RS-REGIAO         PIC X(15).
               03 WS-RS-DECLARADO      PIC X(10).
               03 WS-RS-ENCERRADO      PIC X(10).
               03 WS-RS-NIVEL-MAX      PIC 9(01).
               03 WS-RS-EVENTOS        PIC 9(02).
       01 WS-RS-I                      PIC 9(03) VALUE ZERO.
       01 WS-RS-ACHOU-I                PIC 9(03) VALUE ZERO.
       01 WS-DURACAO                   PIC 9(04) VALUE ZERO.
       01 WS-DIA-INICIO                PIC 9(07) VALUE ZERO.
       01 WS-DIA-FIM                   PIC 9(07) VALUE ZERO.
       01 WS-DURACAO-TXT               PIC X(08) VALUE SPACES.
       01 WS-DURACAO-MASK              PIC ZZZ9.
       01 WS-EVENTO-TXT                PIC X(12) VALUE SPACES.
       01 WS-QTD-NIVEL OCCURS 3 TIMES  PIC 9(03).
       01 WS-QTD-EM-CURSO              PIC 9(03) VALUE ZERO.
       01 WS-QTD-MASK                  PIC ZZ9.
       01 WS-QTD1-MASK                 PIC ZZ9.
       01 WS-QTD2-MASK                 PIC ZZ9.
       01 WS-QTD3-MASK                 PIC ZZ9.
       01 WS-QTD4-MASK                 PIC ZZ9.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'EPISREL.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'EPISOD REGIAO          DECLARADO  ENCERRADO  DURACAO  NIVEL
      -    'MAXIMO  EVENTOS'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'EPISODIOS CRITICOS DE POLUICAO DO AR'
           DISPLAY '-----------------------------------'

           STRING FUNCTION CURRENT-DATE(7:2) '/'
                  FUNCTION CURRENT-DATE(5:2) '/'
                  FUNCTION CURRENT-DATE(1:4)
                  DELIMITED BY SIZE
                  INTO WS-DATA-HOJE
           END-STRING

           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-MESTRE
           PERFORM CARREGA-EPISODIOS

           DISPLAY 'MODO: (D) AVALIACAO DIARIA  (R) RELATORIO ANUAL'
           ACCEPT WS-MODO
           EXIT.
       FIM-INICIO.

       CARREGA-PARAMETROS.
           OPEN INPUT EPISODIO-PARAM
           IF WS-PARAM-STATUS = '00'
               READ EPISODIO-PARAM
                   NOT AT END
                       PERFORM VARYING WS-NIVEL-K FROM 1 BY 1
                               UNTIL WS-NIVEL-K > 3
                           IF EPP-PM10(WS-NIVEL-K) NUMERIC AND
                              EPP-PM10(WS-NIVEL-K) > 0
                               MOVE EPP-PM10(WS-NIVEL-K)
                                    TO WS-LIM-PM10(WS-NIVEL-K)
                           END-IF
                           IF EPP-PM25(WS-NIVEL-K) NUMERIC AND
                              EPP-PM25(WS-NIVEL-K) > 0
                               MOVE EPP-PM25(WS-NIVEL-K)
                                    TO WS-LIM-PM25(WS-NIVEL-K)
                           END-IF
                           IF EPP-O3(WS-NIVEL-K) NUMERIC AND
                              EPP-O3(WS-NIVEL-K) > 0
                               MOVE EPP-O3(WS-NIVEL-K)
                                    TO WS-LIM-O3(WS-NIVEL-K)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE EPISODIO-PARAM
           ELSE
               DISPLAY 'EPISPAR.TXT NAO ENCONTRADO - NIVEIS DA '
                       'RESOLUCAO CONAMA 491/2018'
           END-IF
           EXIT.
       FIM-CARREGA-PARAMETROS.

       CARREGA-MESTRE.
           OPEN INPUT ESTACAO-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY 'ESTMESTRE.TXT NAO ENCONTRADO - SEM REGIAO NAO '
                       'HA EPISODIO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-MESTRE
               PERFORM UNTIL WS-FIM-MESTRE-SIM
                   IF EM-ATIVA-SIM AND
                      WS-QTD-MESTRE < WS-TAB-MESTRE-LIMITE
                       ADD 1 TO WS-QTD-MESTRE
                       MOVE EM-CODIGO TO WS-MES-CODIGO(WS-QTD-MESTRE)
                       MOVE EM-REGIAO TO WS-MES-REGIAO(WS-QTD-MESTRE)
                       MOVE EM-REGIAO TO WS-REGIAO-BUSCA
                       PERFORM LOCALIZA-REGIAO
                   END-IF
                   PERFORM LER-MESTRE
               END-PERFORM
               CLOSE ESTACAO-MESTRE
           END-IF
           EXIT.
       FIM-CARREGA-MESTRE.

       LER-MESTRE.
           READ ESTACAO-MESTRE
               AT END
                   SET WS-FIM-MESTRE-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MESTRE.

      *-----------------------------------------------------------------
      * LOCALIZA A REGIAO NA TABELA, INCLUINDO-A SEM EPISODIO SE AINDA
      * NAO EXISTE
      *-----------------------------------------------------------------
       LOCALIZA-REGIAO.
           MOVE 'N' TO WS-REG-ACHOU
           MOVE ZERO TO WS-RG-ACHOU-I
           PERFORM VARYING WS-RG-I FROM 1 BY 1
                   UNTIL WS-RG-I > WS-QTD-REGIOES
                      OR WS-REG-ACHOU-SIM
               IF WS-RG-REGIAO(WS-RG-I) = WS-REGIAO-BUSCA
                   SET WS-REG-ACHOU-SIM TO TRUE
                   MOVE WS-RG-I TO WS-RG-ACHOU-I
               END-IF
           END-PERFORM

           IF NOT WS-REG-ACHOU-SIM AND WS-REGIAO-BUSCA NOT = SPACES
               IF WS-QTD-REGIOES < WS-TAB-REG-LIMITE
                   ADD 1 TO WS-QTD-REGIOES
                   MOVE WS-QTD-REGIOES TO WS-RG-ACHOU-I
                   MOVE WS-REGIAO-BUSCA
                        TO WS-RG-REGIAO(WS-RG-ACHOU-I)
                   MOVE ZERO TO WS-RG-LEITURAS(WS-RG-ACHOU-I)
                                WS-RG-NIVEL-DIA(WS-RG-ACHOU-I)
                                WS-RG-GAT-VALOR(WS-RG-ACHOU-I)
                                WS-RG-EP-NUMERO(WS-RG-ACHOU-I)
                                WS-RG-EP-SEQUENCIA(WS-RG-ACHOU-I)
                                WS-RG-EP-NIVEL(WS-RG-ACHOU-I)
                                WS-RG-EP-ULT-DATA(WS-RG-ACHOU-I)
                   MOVE SPACES TO WS-RG-GAT-ESTACAO(WS-RG-ACHOU-I)
                                  WS-RG-GAT-POLUENTE(WS-RG-ACHOU-I)
                                  WS-RG-EP-DECLARADO(WS-RG-ACHOU-I)
                   MOVE 'N' TO WS-RG-EP-ABERTO(WS-RG-ACHOU-I)
               END-IF
           END-IF
           EXIT.
       FIM-LOCALIZA-REGIAO.

      *-----------------------------------------------------------------
      * CARGA DO LIVRO: A SITUACAO DA REGIAO E A DO ULTIMO EVENTO DO
      * SEU EPISODIO MAIS RECENTE
      *-----------------------------------------------------------------
       CARREGA-EPISODIOS.
           OPEN INPUT EPISODIOS
           IF WS-EP-STATUS = '00'
               PERFORM LER-EPISODIOS
               PERFORM UNTIL WS-FIM-EP-SIM
                   IF WS-QTD-EP < WS-TAB-EP-LIMITE
                       ADD 1 TO WS-QTD-EP
                       MOVE EPISODIO-ARQ TO WS-EP-REG(WS-QTD-EP)
                       MOVE EPISODIO-ARQ TO EPISODIO-REG
                       PERFORM ATUALIZA-SITUACAO-REGIAO
                   ELSE
                       DISPLAY 'EPISODIO.TXT EXCEDE '
                               WS-TAB-EP-LIMITE ' EVENTOS - SESSAO '
                               'SO DE CONSULTA (A REGRAVACAO '
                               'TRUNCARIA O LIVRO)'
                       SET WS-TABELA-CHEIA-SIM TO TRUE
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-EP-SIM TO TRUE
                   END-IF
                   PERFORM LER-EPISODIOS
               END-PERFORM
               CLOSE EPISODIOS
           END-IF
           EXIT.
       FIM-CARREGA-EPISODIOS.

       LER-EPISODIOS.
           READ EPISODIOS
               AT END
                   SET WS-FIM-EP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-EPISODIOS.

       ATUALIZA-SITUACAO-REGIAO.
           IF EP-NUMERO NUMERIC AND EP-NUMERO > WS-ULTIMO-EPISODIO
               MOVE EP-NUMERO TO WS-ULTIMO-EPISODIO
           END-IF
           MOVE EP-REGIAO TO WS-REGIAO-BUSCA
           PERFORM LOCALIZA-REGIAO
           IF WS-RG-ACHOU-I > 0 AND
              EP-NUMERO >= WS-RG-EP-NUMERO(WS-RG-ACHOU-I)
               MOVE EP-NUMERO    TO WS-RG-EP-NUMERO(WS-RG-ACHOU-I)
               MOVE EP-SEQUENCIA TO WS-RG-EP-SEQUENCIA(WS-RG-ACHOU-I)
               MOVE EP-NIVEL     TO WS-RG-EP-NIVEL(WS-RG-ACHOU-I)
               IF EP-EVT-ENCERRAMENTO
                   MOVE 'N' TO WS-RG-EP-ABERTO(WS-RG-ACHOU-I)
               ELSE
                   MOVE 'S' TO WS-RG-EP-ABERTO(WS-RG-ACHOU-I)
               END-IF
               IF EP-EVT-ABERTURA
                   MOVE EP-DATA TO WS-RG-EP-DECLARADO(WS-RG-ACHOU-I)
               END-IF
               MOVE EP-DATA(7:4) TO WS-AAAAMMDD(1:4)
               MOVE EP-DATA(4:2) TO WS-AAAAMMDD(5:2)
               MOVE EP-DATA(1:2) TO WS-AAAAMMDD(7:2)
               MOVE WS-AAAAMMDD TO WS-RG-EP-ULT-DATA(WS-RG-ACHOU-I)
           END-IF
           EXIT.
       FIM-ATUALIZA-SITUACAO-REGIAO.

       PROCESSA-PROGRAMA.
           EVALUATE TRUE
               WHEN WS-RETORNO-JOB = 8
                   CONTINUE
               WHEN WS-MODO-DIARIO
                   PERFORM AVALIACAO-DIARIA
                   IF WS-QTD-EVENTOS-NOVOS > 0
                       PERFORM REGRAVA-EPISODIOS
                   END-IF
               WHEN WS-MODO-RELATORIO
                   PERFORM RELATORIO-ANUAL
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
                   MOVE 8 TO WS-RETORNO-JOB
           END-EVALUATE
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * AVALIACAO DIARIA: NIVEL DE CADA REGIAO NA DATA E PROPOSTA DE
      * ABERTURA, ESCALADA, REBAIXAMENTO OU ENCERRAMENTO
      *-----------------------------------------------------------------
       AVALIACAO-DIARIA.
           DISPLAY 'SUPERVISOR QUE CONFIRMA (EM BRANCO = SO AS '
                   'PROPOSTAS): '
           ACCEPT WS-SUPERVISOR
           IF WS-SUPERVISOR NOT = SPACES
               PERFORM VALIDA-SUPERVISOR
               IF NOT WS-SUPERVISOR-OK-SIM
                   DISPLAY 'SUPERVISOR SEM PERMISSAO (LETRA A NAS '
                           'OPCOES DO OPERADORES.TXT) - SO PROPOSTAS'
               END-IF
           END-IF

           DISPLAY 'DATA A AVALIAR (DD/MM/AAAA, EM BRANCO = A MAIS '
                   'RECENTE DO HISTORICO): '
           ACCEPT WS-DATA-ALVO

           OPEN INPUT POLUICAO-HIST
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'POLUICAO-HIST.TXT NAO ENCONTRADO - NADA A '
                       'AVALIAR'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               CLOSE POLUICAO-HIST
               IF WS-DATA-ALVO = SPACES
                   PERFORM ACHA-DATA-MAIS-RECENTE
               END-IF
               PERFORM VALIDA-DATA-ALVO
               IF WS-ALVO-AAAAMMDD = 0
                   DISPLAY 'DATA INVALIDA OU HISTORICO SEM DATAS - '
                           'NADA A AVALIAR'
                   MOVE 8 TO WS-RETORNO-JOB
               ELSE
                   DISPLAY 'AVALIANDO AS LEITURAS DE ' WS-DATA-ALVO
                   PERFORM APURA-NIVEIS-DIA
                   PERFORM VARYING WS-RG-I FROM 1 BY 1
                           UNTIL WS-RG-I > WS-QTD-REGIOES
                       PERFORM AVALIA-REGIAO
                   END-PERFORM
                   IF WS-QTD-NAO-CONFIRMADAS > 0
                       MOVE 4 TO WS-RETORNO-JOB
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-AVALIACAO-DIARIA.

       VALIDA-SUPERVISOR.
           OPEN INPUT OPERADORES
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'OPERADORES.TXT NAO ENCONTRADO - CONFIRMACAO '
                       'EXIGE O CADASTRO DE OPERADORES'
           ELSE
               PERFORM LER-OPERADORES
               PERFORM UNTIL WS-FIM-OPER-SIM
                   IF OP-ID = WS-SUPERVISOR
                       PERFORM VARYING WS-SCAN-K FROM 1 BY 1
                               UNTIL WS-SCAN-K > 9
                                  OR WS-SUPERVISOR-OK-SIM
                           IF OP-OPCOES(WS-SCAN-K:1) = 'A'
                               SET WS-SUPERVISOR-OK-SIM TO TRUE
                           END-IF
                       END-PERFORM
                       SET WS-FIM-OPER-SIM TO TRUE
                   ELSE
                       PERFORM LER-OPERADORES
                   END-IF
               END-PERFORM
               CLOSE OPERADORES
           END-IF
           EXIT.
       FIM-VALIDA-SUPERVISOR.

       LER-OPERADORES.
           READ OPERADORES
               AT END
                   SET WS-FIM-OPER-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-OPERADORES.

       ACHA-DATA-MAIS-RECENTE.
           MOVE ZERO TO WS-MAIOR-AAAAMMDD
           MOVE 'N' TO WS-FIM-HIST
           OPEN INPUT POLUICAO-HIST
           PERFORM LER-HIST
           PERFORM UNTIL WS-FIM-HIST-SIM
               PERFORM SEPARA-ESTACAO-DATA
               IF WS-AAAAMMDD > WS-MAIOR-AAAAMMDD
                   MOVE WS-AAAAMMDD TO WS-MAIOR-AAAAMMDD
                   MOVE WS-P-DATA(1:10) TO WS-DATA-ALVO
               END-IF
               PERFORM LER-HIST
           END-PERFORM
           CLOSE POLUICAO-HIST
           EXIT.
       FIM-ACHA-DATA-MAIS-RECENTE.

       VALIDA-DATA-ALVO.
           MOVE ZERO TO WS-ALVO-AAAAMMDD
           IF WS-DATA-ALVO(1:2) NUMERIC AND
              WS-DATA-ALVO(4:2) NUMERIC AND
              WS-DATA-ALVO(7:4) NUMERIC AND
              WS-DATA-ALVO(3:1) = '/' AND WS-DATA-ALVO(6:1) = '/'
               MOVE WS-DATA-ALVO(7:4) TO WS-AAAAMMDD(1:4)
               MOVE WS-DATA-ALVO(4:2) TO WS-AAAAMMDD(5:2)
               MOVE WS-DATA-ALVO(1:2) TO WS-AAAAMMDD(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-AAAAMMDD) = 0
                   MOVE WS-AAAAMMDD TO WS-ALVO-AAAAMMDD
               END-IF
           END-IF
           EXIT.
       FIM-VALIDA-DATA-ALVO.

       LER-HIST.
           READ POLUICAO-HIST
               AT END
                   SET WS-FIM-HIST-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-HIST.

       SEPARA-ESTACAO-DATA.
           MOVE SPACES TO WS-P-ESTACAO
           MOVE SPACES TO WS-P-DATA
           MOVE ZERO TO WS-AAAAMMDD
           UNSTRING HIST-REG DELIMITED BY ' - '
               INTO WS-P-ESTACAO WS-P-DATA
           END-UNSTRING
           IF WS-P-DATA(1:2) NUMERIC AND
              WS-P-DATA(4:2) NUMERIC AND
              WS-P-DATA(7:4) NUMERIC
               MOVE WS-P-DATA(7:4) TO WS-AAAAMMDD(1:4)
               MOVE WS-P-DATA(4:2) TO WS-AAAAMMDD(5:2)
               MOVE WS-P-DATA(1:2) TO WS-AAAAMMDD(7:2)
           END-IF
           EXIT.
       FIM-SEPARA-ESTACAO-DATA.

      *-----------------------------------------------------------------
      * NIVEL DO DIA DA REGIAO = O DA PIOR LEITURA DAS SUAS ESTACOES
      * ATIVAS; A LEITURA QUE DEU O NIVEL FICA COMO GATILHO
      *-----------------------------------------------------------------
       APURA-NIVEIS-DIA.
           MOVE 'N' TO WS-FIM-HIST
           OPEN INPUT POLUICAO-HIST
           PERFORM LER-HIST
           PERFORM UNTIL WS-FIM-HIST-SIM
               PERFORM SEPARA-ESTACAO-DATA
               IF WS-AAAAMMDD = WS-ALVO-AAAAMMDD
                   MOVE SPACES TO WS-REGIAO-LEITURA
                   PERFORM VARYING WS-MES-I FROM 1 BY 1
                           UNTIL WS-MES-I > WS-QTD-MESTRE
                       IF WS-MES-CODIGO(WS-MES-I) = WS-P-ESTACAO
                           MOVE WS-MES-REGIAO(WS-MES-I)
                                TO WS-REGIAO-LEITURA
                       END-IF
                   END-PERFORM
                   IF WS-REGIAO-LEITURA NOT = SPACES
                       MOVE WS-REGIAO-LEITURA TO WS-REGIAO-BUSCA
                       PERFORM LOCALIZA-REGIAO
                       IF WS-RG-ACHOU-I > 0
                           ADD 1 TO WS-RG-LEITURAS(WS-RG-ACHOU-I)
                           PERFORM EXTRAI-VALORES-LINHA
                           PERFORM CLASSIFICA-LEITURA
                       END-IF
                   END-IF
               END-IF
               PERFORM LER-HIST
           END-PERFORM
           CLOSE POLUICAO-HIST
           EXIT.
       FIM-APURA-NIVEIS-DIA.

       EXTRAI-VALORES-LINHA.
           MOVE ' - PM10: ' TO WS-BUSCA-TAG
           MOVE 9 TO WS-TAG-TAM
           PERFORM LOCALIZA-TAG
           PERFORM CONVERTE-VALOR-TAG
           MOVE WS-VALOR-NUM TO WS-P-PM10

           MOVE ' - PM25: ' TO WS-BUSCA-TAG
           MOVE 9 TO WS-TAG-TAM
           PERFORM LOCALIZA-TAG
           PERFORM CONVERTE-VALOR-TAG
           MOVE WS-VALOR-NUM TO WS-P-PM25

           MOVE ' - O3: '   TO WS-BUSCA-TAG
           MOVE 7 TO WS-TAG-TAM
           PERFORM LOCALIZA-TAG
           PERFORM CONVERTE-VALOR-TAG
           MOVE WS-VALOR-NUM TO WS-P-O3
           EXIT.
       FIM-EXTRAI-VALORES-LINHA.

       LOCALIZA-TAG.
           MOVE 'N' TO WS-TAG-ACHOU
           MOVE ZERO TO WS-POS-TAG

           PERFORM VARYING WS-SCAN-K FROM 1 BY 1
                   UNTIL WS-SCAN-K > 170 OR WS-TAG-ACHOU-SIM
               IF HIST-REG(WS-SCAN-K:WS-TAG-TAM) =
                  WS-BUSCA-TAG(1:WS-TAG-TAM)
                   SET WS-TAG-ACHOU-SIM TO TRUE
                   COMPUTE WS-POS-TAG = WS-SCAN-K + WS-TAG-TAM
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-TAG.

       CONVERTE-VALOR-TAG.
           MOVE ZERO TO WS-VALOR-NUM

           IF WS-TAG-ACHOU-SIM
               MOVE HIST-REG(WS-POS-TAG:6) TO WS-VALOR-TXT
               MOVE SPACES TO WS-INT-PART
               MOVE SPACES TO WS-DEC-PART
               UNSTRING WS-VALOR-TXT DELIMITED BY '.'
                   INTO WS-INT-PART WS-DEC-PART
               END-UNSTRING
               IF WS-DEC-PART = SPACES
                   UNSTRING WS-VALOR-TXT DELIMITED BY ','
                       INTO WS-INT-PART WS-DEC-PART
                   END-UNSTRING
               END-IF
               COMPUTE WS-VALOR-NUM =
                   FUNCTION NUMVAL(WS-INT-PART) +
                   (FUNCTION NUMVAL(WS-DEC-PART) / 100)
           END-IF
           EXIT.
       FIM-CONVERTE-VALOR-TAG.

       CLASSIFICA-LEITURA.
           PERFORM VARYING WS-NIVEL-K FROM 3 BY -1
                   UNTIL WS-NIVEL-K < 1
               IF WS-NIVEL-K > WS-RG-NIVEL-DIA(WS-RG-ACHOU-I)
                   EVALUATE TRUE
                       WHEN WS-P-PM10 >= WS-LIM-PM10(WS-NIVEL-K)
                           MOVE 'PM10' TO
                                WS-RG-GAT-POLUENTE(WS-RG-ACHOU-I)
                           MOVE WS-P-PM10 TO
                                WS-RG-GAT-VALOR(WS-RG-ACHOU-I)
                           PERFORM GUARDA-GATILHO
                       WHEN WS-P-PM25 >= WS-LIM-PM25(WS-NIVEL-K)
                           MOVE 'PM2.5' TO
                                WS-RG-GAT-POLUENTE(WS-RG-ACHOU-I)
                           MOVE WS-P-PM25 TO
                                WS-RG-GAT-VALOR(WS-RG-ACHOU-I)
                           PERFORM GUARDA-GATILHO
                       WHEN WS-P-O3 >= WS-LIM-O3(WS-NIVEL-K)
                           MOVE 'O3' TO
                                WS-RG-GAT-POLUENTE(WS-RG-ACHOU-I)
                           MOVE WS-P-O3 TO
                                WS-RG-GAT-VALOR(WS-RG-ACHOU-I)
                           PERFORM GUARDA-GATILHO
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT.
       FIM-CLASSIFICA-LEITURA.

       GUARDA-GATILHO.
           MOVE WS-NIVEL-K TO WS-RG-NIVEL-DIA(WS-RG-ACHOU-I)
           MOVE WS-P-ESTACAO(1:10) TO WS-RG-GAT-ESTACAO(WS-RG-ACHOU-I)
           EXIT.
       FIM-GUARDA-GATILHO.

       AVALIA-REGIAO.
           MOVE SPACE TO WS-PROPOSTA
           EVALUATE TRUE
               WHEN WS-RG-LEITURAS(WS-RG-I) = 0 AND
                    NOT WS-RG-EP-ABERTO-SIM(WS-RG-I)
                   CONTINUE
               WHEN WS-RG-LEITURAS(WS-RG-I) = 0
                   DISPLAY WS-RG-REGIAO(WS-RG-I) ' - SEM LEITURAS NA '
                           'DATA - EPISODIO '
                           WS-RG-EP-NUMERO(WS-RG-I) ' SEGUE EM '
                           WS-NOME-NIVEL(WS-RG-EP-NIVEL(WS-RG-I) + 1)
               WHEN WS-ALVO-AAAAMMDD < WS-RG-EP-ULT-DATA(WS-RG-I)
                   DISPLAY WS-RG-REGIAO(WS-RG-I) ' - DATA ANTERIOR AO '
                           'ULTIMO EVENTO DO EPISODIO '
                           WS-RG-EP-NUMERO(WS-RG-I) ' - NAO AVALIADA'
               WHEN NOT WS-RG-EP-ABERTO-SIM(WS-RG-I)
                   IF WS-RG-NIVEL-DIA(WS-RG-I) > 0
                       MOVE 'A' TO WS-PROPOSTA
                       MOVE 'ABRIR' TO WS-PROPOSTA-TXT
                   END-IF
               WHEN WS-ALVO-AAAAMMDD = WS-RG-EP-ULT-DATA(WS-RG-I)
                   DISPLAY WS-RG-REGIAO(WS-RG-I) ' - EPISODIO '
                           WS-RG-EP-NUMERO(WS-RG-I) ' JA TEVE EVENTO '
                           'NESTA DATA - SEGUE EM '
                           WS-NOME-NIVEL(WS-RG-EP-NIVEL(WS-RG-I) + 1)
               WHEN WS-RG-NIVEL-DIA(WS-RG-I) = 0
                   MOVE 'F' TO WS-PROPOSTA
                   MOVE 'ENCERRAR' TO WS-PROPOSTA-TXT
               WHEN WS-RG-NIVEL-DIA(WS-RG-I) >
                    WS-RG-EP-NIVEL(WS-RG-I)
                   MOVE 'E' TO WS-PROPOSTA
                   MOVE 'ESCALAR' TO WS-PROPOSTA-TXT
               WHEN WS-RG-NIVEL-DIA(WS-RG-I) <
                    WS-RG-EP-NIVEL(WS-RG-I)
                   MOVE 'R' TO WS-PROPOSTA
                   MOVE 'REBAIXAR' TO WS-PROPOSTA-TXT
               WHEN OTHER
                   DISPLAY WS-RG-REGIAO(WS-RG-I) ' - EPISODIO '
                           WS-RG-EP-NUMERO(WS-RG-I) ' MANTIDO EM '
                           WS-NOME-NIVEL(WS-RG-EP-NIVEL(WS-RG-I) + 1)
           END-EVALUATE

           IF NOT WS-PROP-NENHUMA
               PERFORM APRESENTA-PROPOSTA
               IF WS-SUPERVISOR-OK-SIM
                   PERFORM CONFIRMA-PROPOSTA
               ELSE
                   ADD 1 TO WS-QTD-NAO-CONFIRMADAS
               END-IF
           END-IF
           EXIT.
       FIM-AVALIA-REGIAO.

       APRESENTA-PROPOSTA.
           DISPLAY ' '
           DISPLAY '*** ' WS-RG-REGIAO(WS-RG-I) ' - PROPOSTA: '
                   WS-PROPOSTA-TXT ' EPISODIO'
           IF WS-RG-EP-ABERTO-SIM(WS-RG-I)
               DISPLAY '    EPISODIO ' WS-RG-EP-NUMERO(WS-RG-I)
                       ' DECLARADO EM ' WS-RG-EP-DECLARADO(WS-RG-I)
                       ' - NIVEL ATUAL '
                       WS-NOME-NIVEL(WS-RG-EP-NIVEL(WS-RG-I) + 1)
           END-IF
           DISPLAY '    NIVEL DAS LEITURAS DE ' WS-DATA-ALVO ': '
                   WS-NOME-NIVEL(WS-RG-NIVEL-DIA(WS-RG-I) + 1)
           IF WS-RG-NIVEL-DIA(WS-RG-I) > 0
               MOVE WS-RG-GAT-VALOR(WS-RG-I) TO WS-VALOR-MASK
               DISPLAY '    LEITURA GATILHO: '
                       WS-RG-GAT-ESTACAO(WS-RG-I)
                       ' ' WS-RG-GAT-POLUENTE(WS-RG-I) ' '
                       WS-VALOR-MASK
               DISPLAY '    PROVIDENCIAS OBRIGATORIAS: '
               DISPLAY '    '
                       WS-ACAO-NIVEL(WS-RG-NIVEL-DIA(WS-RG-I))
           END-IF
           EXIT.
       FIM-APRESENTA-PROPOSTA.

       CONFIRMA-PROPOSTA.
           IF WS-TABELA-CHEIA-SIM OR WS-QTD-EP >= WS-TAB-EP-LIMITE
               DISPLAY '    LIVRO DE EPISODIOS CHEIO - PROPOSTA NAO '
                       'REGISTRADA'
               ADD 1 TO WS-QTD-NAO-CONFIRMADAS
           ELSE
               DISPLAY '    CONFIRMA ' WS-PROPOSTA-TXT ' (S/N): '
               MOVE SPACE TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF NOT WS-RESPOSTA-SIM
                   DISPLAY '    PROPOSTA NAO CONFIRMADA'
                   ADD 1 TO WS-QTD-NAO-CONFIRMADAS
               ELSE
                   DISPLAY '    PROVIDENCIAS TOMADAS: '
                   MOVE SPACES TO WS-PROVIDENCIAS
                   ACCEPT WS-PROVIDENCIAS
                   IF WS-PROVIDENCIAS = SPACES
                       DISPLAY '    PROVIDENCIAS OBRIGATORIAS - '
                               'PROPOSTA NAO REGISTRADA'
                       ADD 1 TO WS-QTD-NAO-CONFIRMADAS
                   ELSE
                       PERFORM REGISTRA-EVENTO
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-CONFIRMA-PROPOSTA.

       REGISTRA-EVENTO.
           MOVE SPACES TO EPISODIO-REG
           IF WS-PROPOSTA = 'A'
               ADD 1 TO WS-ULTIMO-EPISODIO
               MOVE WS-ULTIMO-EPISODIO TO EP-NUMERO
               MOVE 1 TO EP-SEQUENCIA
               MOVE ZERO TO EP-NIVEL-ANTERIOR
               MOVE WS-DATA-ALVO TO WS-RG-EP-DECLARADO(WS-RG-I)
           ELSE
               MOVE WS-RG-EP-NUMERO(WS-RG-I) TO EP-NUMERO
               COMPUTE EP-SEQUENCIA = WS-RG-EP-SEQUENCIA(WS-RG-I) + 1
               MOVE WS-RG-EP-NIVEL(WS-RG-I) TO EP-NIVEL-ANTERIOR
           END-IF
           MOVE WS-RG-REGIAO(WS-RG-I)  TO EP-REGIAO
           MOVE WS-PROPOSTA            TO EP-EVENTO
           MOVE WS-DATA-ALVO           TO EP-DATA
           MOVE WS-RG-NIVEL-DIA(WS-RG-I) TO EP-NIVEL
           MOVE WS-RG-GAT-ESTACAO(WS-RG-I)  TO EP-ESTACAO
           MOVE WS-RG-GAT-POLUENTE(WS-RG-I) TO EP-POLUENTE
           MOVE WS-RG-GAT-VALOR(WS-RG-I)    TO EP-VALOR
           MOVE WS-PROVIDENCIAS        TO EP-PROVIDENCIAS
           MOVE WS-SUPERVISOR          TO EP-SUPERVISOR
           MOVE WS-DATA-HOJE           TO EP-DATA-REGISTRO

           ADD 1 TO WS-QTD-EP
           MOVE EPISODIO-REG TO WS-EP-REG(WS-QTD-EP)
           ADD 1 TO WS-QTD-EVENTOS-NOVOS

           MOVE EP-NUMERO    TO WS-RG-EP-NUMERO(WS-RG-I)
           MOVE EP-SEQUENCIA TO WS-RG-EP-SEQUENCIA(WS-RG-I)
           MOVE EP-NIVEL     TO WS-RG-EP-NIVEL(WS-RG-I)
           MOVE WS-ALVO-AAAAMMDD TO WS-RG-EP-ULT-DATA(WS-RG-I)
           IF EP-EVT-ENCERRAMENTO
               MOVE 'N' TO WS-RG-EP-ABERTO(WS-RG-I)
           ELSE
               MOVE 'S' TO WS-RG-EP-ABERTO(WS-RG-I)
           END-IF
           DISPLAY '    EPISODIO ' EP-NUMERO ' - EVENTO ' EP-SEQUENCIA
                   ' REGISTRADO - NIVEL '
                   WS-NOME-NIVEL(EP-NIVEL + 1)
           EXIT.
       FIM-REGISTRA-EVENTO.

       REGRAVA-EPISODIOS.
           OPEN OUTPUT EPISODIOS
           PERFORM VARYING WS-EP-I FROM 1 BY 1
                   UNTIL WS-EP-I > WS-QTD-EP
               MOVE WS-EP-REG(WS-EP-I) TO EPISODIO-ARQ
               WRITE EPISODIO-ARQ
           END-PERFORM
           CLOSE EPISODIOS
           DISPLAY 'EPISODIO.TXT REGRAVADO COM '
                   WS-QTD-EVENTOS-NOVOS ' EVENTO(S) NOVO(S)'
           EXIT.
       FIM-REGRAVA-EPISODIOS.

      *-----------------------------------------------------------------
      * RELATORIO ANUAL: EPISODIOS COM ALGUM EVENTO NO ANO, COM O
      * RESUMO (DECLARACAO, FIM, DURACAO, NIVEL MAXIMO) E OS EVENTOS
      *-----------------------------------------------------------------
       RELATORIO-ANUAL.
           DISPLAY 'ANO DE REFERENCIA (AAAA): '
           ACCEPT WS-ANO-ALVO
           IF WS-ANO-ALVO < 1990
               DISPLAY 'ANO INVALIDO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               MOVE ZERO TO WS-QTD-NIVEL(1) WS-QTD-NIVEL(2)
                            WS-QTD-NIVEL(3)
               PERFORM VARYING WS-EP-I FROM 1 BY 1
                       UNTIL WS-EP-I > WS-QTD-EP
                   MOVE WS-EP-REG(WS-EP-I) TO EPISODIO-REG
                   IF EP-DATA(7:4) = WS-ANO-ALVO
                       PERFORM LOCALIZA-RESUMO
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-EP-I FROM 1 BY 1
                       UNTIL WS-EP-I > WS-QTD-EP
                   MOVE WS-EP-REG(WS-EP-I) TO EPISODIO-REG
                   PERFORM ACUMULA-RESUMO
               END-PERFORM
               PERFORM IMPRIME-RELATORIO
           END-IF
           EXIT.
       FIM-RELATORIO-ANUAL.

       LOCALIZA-RESUMO.
           MOVE ZERO TO WS-RS-ACHOU-I
           PERFORM VARYING WS-RS-I FROM 1 BY 1
                   UNTIL WS-RS-I > WS-QTD-RS OR WS-RS-ACHOU-I > 0
               IF WS-RS-NUMERO(WS-RS-I) = EP-NUMERO
                   MOVE WS-RS-I TO WS-RS-ACHOU-I
               END-IF
           END-PERFORM
           IF WS-RS-ACHOU-I = 0 AND WS-QTD-RS < WS-TAB-RS-LIMITE
               ADD 1 TO WS-QTD-RS
               MOVE WS-QTD-RS TO WS-RS-ACHOU-I
               MOVE EP-NUMERO TO WS-RS-NUMERO(WS-RS-ACHOU-I)
               MOVE EP-REGIAO TO WS-RS-REGIAO(WS-RS-ACHOU-I)
               MOVE SPACES TO WS-RS-DECLARADO(WS-RS-ACHOU-I)
                              WS-RS-ENCERRADO(WS-RS-ACHOU-I)
               MOVE ZERO TO WS-RS-NIVEL-MAX(WS-RS-ACHOU-I)
                            WS-RS-EVENTOS(WS-RS-ACHOU-I)
           END-IF
           EXIT.
       FIM-LOCALIZA-RESUMO.

       ACUMULA-RESUMO.
           PERFORM VARYING WS-RS-I FROM 1 BY 1
                   UNTIL WS-RS-I > WS-QTD-RS
               IF WS-RS-NUMERO(WS-RS-I) = EP-NUMERO
                   ADD 1 TO WS-RS-EVENTOS(WS-RS-I)
                   IF EP-EVT-ABERTURA
                       MOVE EP-DATA TO WS-RS-DECLARADO(WS-RS-I)
                   END-IF
                   IF EP-EVT-ENCERRAMENTO
                       MOVE EP-DATA TO WS-RS-ENCERRADO(WS-RS-I)
                   END-IF
                   IF EP-NIVEL > WS-RS-NIVEL-MAX(WS-RS-I)
                       MOVE EP-NIVEL TO WS-RS-NIVEL-MAX(WS-RS-I)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-ACUMULA-RESUMO.

       IMPRIME-RELATORIO.
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'EPISODIOS CRITICOS DE POLUICAO DO AR - ANO '
                  WS-ANO-ALVO
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'D' TO WS-IMP-ACAO

           PERFORM VARYING WS-RS-I FROM 1 BY 1
                   UNTIL WS-RS-I > WS-QTD-RS
               PERFORM IMPRIME-EPISODIO
           END-PERFORM

           IF WS-QTD-RS = 0
               MOVE 'NENHUM EPISODIO NO ANO' TO WS-IMP-LINHA
               PERFORM CHAMA-IMPRESSAO
           END-IF

           MOVE WS-QTD-RS       TO WS-QTD-MASK
           MOVE WS-QTD-NIVEL(1) TO WS-QTD1-MASK
           MOVE WS-QTD-NIVEL(2) TO WS-QTD2-MASK
           MOVE WS-QTD-NIVEL(3) TO WS-QTD3-MASK
           MOVE WS-QTD-EM-CURSO TO WS-QTD4-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'EPISODIOS: ' WS-QTD-MASK
                  ' - PELO NIVEL MAXIMO: ATENCAO ' WS-QTD1-MASK
                  ' ALERTA ' WS-QTD2-MASK
                  ' EMERGENCIA ' WS-QTD3-MASK
                  ' - EM CURSO: ' WS-QTD4-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:90)
           EXIT.
       FIM-IMPRIME-RELATORIO.

       IMPRIME-EPISODIO.
           IF WS-RS-NIVEL-MAX(WS-RS-I) >= 1
               ADD 1 TO WS-QTD-NIVEL(WS-RS-NIVEL-MAX(WS-RS-I))
           END-IF

           IF WS-RS-ENCERRADO(WS-RS-I) = SPACES
               MOVE 'EM CURSO' TO WS-DURACAO-TXT
               ADD 1 TO WS-QTD-EM-CURSO
           ELSE
               IF WS-RS-DECLARADO(WS-RS-I) = SPACES
                   MOVE SPACES TO WS-DURACAO-TXT
               ELSE
                   PERFORM CALCULA-DURACAO
               END-IF
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-RS-NUMERO(WS-RS-I) '  '
                  WS-RS-REGIAO(WS-RS-I) ' '
                  WS-RS-DECLARADO(WS-RS-I) ' '
                  WS-RS-ENCERRADO(WS-RS-I) ' '
                  WS-DURACAO-TXT ' '
                  WS-NOME-NIVEL(WS-RS-NIVEL-MAX(WS-RS-I) + 1) '   '
                  WS-RS-EVENTOS(WS-RS-I)
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-EP-I FROM 1 BY 1
                   UNTIL WS-EP-I > WS-QTD-EP
               MOVE WS-EP-REG(WS-EP-I) TO EPISODIO-REG
               IF EP-NUMERO = WS-RS-NUMERO(WS-RS-I)
                   PERFORM IMPRIME-EVENTO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-EPISODIO.

       CALCULA-DURACAO.
           MOVE WS-RS-ENCERRADO(WS-RS-I)(7:4) TO WS-AAAAMMDD(1:4)
           MOVE WS-RS-ENCERRADO(WS-RS-I)(4:2) TO WS-AAAAMMDD(5:2)
           MOVE WS-RS-ENCERRADO(WS-RS-I)(1:2) TO WS-AAAAMMDD(7:2)
           COMPUTE WS-DIA-FIM = FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD)
           MOVE WS-RS-DECLARADO(WS-RS-I)(7:4) TO WS-AAAAMMDD(1:4)
           MOVE WS-RS-DECLARADO(WS-RS-I)(4:2) TO WS-AAAAMMDD(5:2)
           MOVE WS-RS-DECLARADO(WS-RS-I)(1:2) TO WS-AAAAMMDD(7:2)
           COMPUTE WS-DIA-INICIO =
                   FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD)
           COMPUTE WS-DURACAO = WS-DIA-FIM - WS-DIA-INICIO
           MOVE WS-DURACAO TO WS-DURACAO-MASK
           MOVE SPACES TO WS-DURACAO-TXT
           STRING WS-DURACAO-MASK ' DIA'
                  DELIMITED BY SIZE
                  INTO WS-DURACAO-TXT
           END-STRING
           EXIT.
       FIM-CALCULA-DURACAO.

       IMPRIME-EVENTO.
           EVALUATE TRUE
               WHEN EP-EVT-ABERTURA
                   MOVE 'ABERTURA' TO WS-EVENTO-TXT
               WHEN EP-EVT-ESCALADA
                   MOVE 'ESCALADA' TO WS-EVENTO-TXT
               WHEN EP-EVT-REBAIXAMENTO
                   MOVE 'REBAIXAMENTO' TO WS-EVENTO-TXT
               WHEN EP-EVT-ENCERRAMENTO
                   MOVE 'ENCERRAMENTO' TO WS-EVENTO-TXT
               WHEN OTHER
                   MOVE EP-EVENTO TO WS-EVENTO-TXT
           END-EVALUATE
           MOVE EP-VALOR TO WS-VALOR-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING '       ' EP-DATA ' ' WS-EVENTO-TXT ' '
                  WS-NOME-NIVEL(EP-NIVEL-ANTERIOR + 1) '-> '
                  WS-NOME-NIVEL(EP-NIVEL + 1) ' ' EP-ESTACAO ' '
                  EP-POLUENTE ' ' WS-VALOR-MASK ' SUPERVISOR '
                  EP-SUPERVISOR
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           STRING '         PROVIDENCIAS: ' EP-PROVIDENCIAS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-EVENTO.

       CHAMA-IMPRESSAO.
           CALL 'IMPRESSAO' USING WS-IMP-ACAO
                                  WS-IMP-ARQUIVO
                                  WS-IMP-TITULO
                                  WS-IMP-CABECALHO
                                  WS-IMP-LINHA
           END-CALL
           EXIT.
       FIM-CHAMA-IMPRESSAO.

       FINALIZA-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'EVENTOS NO LIVRO       : ' WS-QTD-EP
           DISPLAY 'EVENTOS REGISTRADOS    : ' WS-QTD-EVENTOS-NOVOS
           DISPLAY 'PROPOSTAS PENDENTES    : ' WS-QTD-NAO-CONFIRMADAS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM POLUICAO-EPISODIO.
