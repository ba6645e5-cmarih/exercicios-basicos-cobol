      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CRESCIMENTO DO ACERVO E PROJECAO DE CAPACIDADE - LE
      *          AS FOTOS ACUMULADAS PELO CATALOGO-DADOS EM CATHIST.TXT
      *          E EMITE EM CATTEND.TXT, POR ARQUIVO, QUANTIDADE ATUAL
      *          DE REGISTROS, CRESCIMENTO POR SEMANA E POR MES (RETA
      *          DE MINIMOS QUADRADOS SOBRE OS DIAS DAS FOTOS), TAMANHO
      *          PROJETADO EM 6 E 12 MESES E O TAMANHO EM KB; MARCA O
      *          ARQUIVO QUE JA ATINGIU OU VAI ATINGIR EM 12 MESES O
      *          LIMITE DE REGISTROS (TABELA EM MEMORIA DOS PROGRAMAS)
      *          OU DE BYTES (COTA), O ACERVO QUE PASSA DA COTA TOTAL,
      *          O ARQUIVO VIGIADO QUE PAROU DE CRESCER HA MAIS DIAS
      *          QUE O PERMITIDO (ALIMENTACAO PARADA) E O QUE SUMIU NA
      *          ULTIMA FOTO; LIMITES PADRAO NO PROGRAMA, SUBSTITUIDOS
      *          PELO CARTAO CAPACIDADE.TXT; RETURN-CODE 4 COM ALERTA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOGO-TENDENCIA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
           SELECT CAPACIDADE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAPAC-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CATHIST.TXT'.
       COPY CATHIST.CPY.

       FD CAPACIDADE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CAPACIDADE.TXT'.
       COPY CAPACID.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-CAPAC-STATUS              PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM         VALUE 'S'.
           02 WS-FIM-CAPAC          PIC X(01) VALUE 'N'.
               88 WS-FIM-CAPAC-SIM        VALUE 'S'.
           02 WS-TEM-TENDENCIA      PIC X(01) VALUE 'N'.
               88 WS-TEM-TENDENCIA-SIM    VALUE 'S'.
      *-----------------------------------------------------------------
      * LIMITES POR ARQUIVO (PADRAO DO PROGRAMA + CAPACIDADE.TXT)
      *-----------------------------------------------------------------
       01 WS-QTD-LIMITES               PIC 9(02) VALUE ZERO.
       01 WS-LM-I                      PIC 9(02) VALUE ZERO.
       01 WS-TABELA-LIMITES.
           02 WS-LM-ENTRADA OCCURS 30 TIMES.
               03 WS-LM-ARQUIVO        PIC X(20).
               03 WS-LM-REGISTROS      PIC 9(08).
               03 WS-LM-BYTES          PIC 9(12).
               03 WS-LM-DIAS           PIC 9(03).
       01 WS-COTA-TOTAL                PIC 9(12) VALUE ZERO.
       01 WS-NOVO-ARQUIVO              PIC X(20) VALUE SPACES.
       01 WS-NOVO-REGISTROS            PIC 9(08) VALUE ZERO.
       01 WS-NOVO-BYTES                PIC 9(12) VALUE ZERO.
       01 WS-NOVO-DIAS                 PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * FOTOS POR ARQUIVO (X = DIAS DESDE A PRIMEIRA FOTO DO HISTORICO;
      * A RETA SO USA AS FOTOS COM O ARQUIVO PRESENTE, TAMANHO EM KB)
      *-----------------------------------------------------------------
       01 WS-QTD-ARQS                  PIC 9(02) VALUE ZERO.
       01 WS-AR-I                      PIC 9(02) VALUE ZERO.
       01 WS-TABELA-ARQS.
           02 WS-AR-ENTRADA OCCURS 50 TIMES.
               03 WS-AR-ARQUIVO        PIC X(20).
               03 WS-AR-FOTOS          PIC 9(05).
               03 WS-AR-N              PIC 9(05).
               03 WS-AR-ULT-DIA        PIC 9(07).
               03 WS-AR-ULT-REG        PIC 9(08).
               03 WS-AR-ULT-BYTES      PIC 9(12).
               03 WS-AR-ULT-PRESENTE   PIC X(01).
                   88 WS-AR-ULT-PRESENTE-SIM  VALUE 'S'.
               03 WS-AR-JA-PRESENTE    PIC X(01).
                   88 WS-AR-JA-PRESENTE-SIM   VALUE 'S'.
               03 WS-AR-CRESCEU        PIC X(01).
                   88 WS-AR-CRESCEU-SIM       VALUE 'S'.
               03 WS-AR-DIA-MUDANCA    PIC 9(07).
               03 WS-AR-SOMA-X         PIC 9(12).
               03 WS-AR-SOMA-XX        PIC 9(15).
               03 WS-AR-SOMA-REG       PIC 9(15).
               03 WS-AR-SOMA-XREG      PIC 9(18).
               03 WS-AR-SOMA-KB        PIC 9(15).
               03 WS-AR-SOMA-XKB       PIC 9(18).
       01 WS-DIA-BASE                  PIC 9(07) VALUE ZERO.
       01 WS-DIA-FOTO                  PIC 9(07) VALUE ZERO.
       01 WS-DIA-PRIMEIRA              PIC 9(07) VALUE ZERO.
       01 WS-DIA-ULTIMA                PIC 9(07) VALUE ZERO.
       01 WS-X                         PIC 9(05) VALUE ZERO.
       01 WS-KB                        PIC 9(09) VALUE ZERO.
       01 WS-QTD-LINHAS                PIC 9(07) VALUE ZERO.
       01 WS-QTD-IGNORADAS             PIC 9(07) VALUE ZERO.
      *-----------------------------------------------------------------
      * RETA DE TENDENCIA (MINIMOS QUADRADOS: VALOR X DIA)
      *-----------------------------------------------------------------
       01 WS-RT-N                      PIC 9(05) VALUE ZERO.
       01 WS-RT-SOMA-X                 PIC 9(12) VALUE ZERO.
       01 WS-RT-SOMA-Y                 PIC 9(15) VALUE ZERO.
       01 WS-RT-SOMA-XY                PIC 9(18) VALUE ZERO.
       01 WS-RT-SOMA-XX                PIC 9(15) VALUE ZERO.
       01 WS-RT-NUMERADOR              PIC S9(18) VALUE ZERO.
       01 WS-RT-DENOMINADOR            PIC S9(18) VALUE ZERO.
       01 WS-RT-INCLINACAO             PIC S9(09)V9(4) VALUE ZERO.
       01 WS-INCL-REG                  PIC S9(09)V9(4) VALUE ZERO.
       01 WS-INCL-KB                   PIC S9(09)V9(4) VALUE ZERO.
      *-----------------------------------------------------------------
      * PROJECOES E ALERTAS
      *-----------------------------------------------------------------
       01 WS-REG-SEMANA                PIC S9(09) VALUE ZERO.
       01 WS-REG-MES                   PIC S9(09) VALUE ZERO.
       01 WS-PROJ-6M                   PIC S9(12) VALUE ZERO.
       01 WS-PROJ-12M                  PIC S9(12) VALUE ZERO.
       01 WS-ULT-KB                    PIC 9(09) VALUE ZERO.
       01 WS-PROJ-KB-12M               PIC S9(12) VALUE ZERO.
       01 WS-LIMITE-KB                 PIC 9(09) VALUE ZERO.
       01 WS-DIAS-ATE-LIMITE           PIC 9(07) VALUE ZERO.
       01 WS-DIA-LIMITE                PIC 9(07) VALUE ZERO.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-DIAS-PARADO               PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-KB                  PIC 9(12) VALUE ZERO.
       01 WS-TOTAL-KB-12M              PIC S9(12) VALUE ZERO.
       01 WS-COTA-KB                   PIC 9(09) VALUE ZERO.
       01 WS-QTD-ALERTAS               PIC 9(03) VALUE ZERO.
       01 WS-PTR                       PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * MASCARAS DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-FOTOS-MASK                PIC ZZZ9.
       01 WS-REG-MASK                  PIC ZZZZZZZZ9.
       01 WS-SEM-MASK                  PIC -ZZZZZZ9.
       01 WS-MES-MASK                  PIC -ZZZZZZ9.
       01 WS-PROJ6-MASK                PIC ZZZZZZZZ9.
       01 WS-PROJ12-MASK               PIC ZZZZZZZZ9.
       01 WS-KB-MASK                   PIC ZZZZZZZZ9.
       01 WS-KB12-MASK                 PIC ZZZZZZZZ9.
       01 WS-TEXTO-TENDENCIA           PIC X(44) VALUE SPACES.
       01 WS-LIMITE-MASK               PIC ZZZZZZZZZZZ9.
       01 WS-DIAS-MASK                 PIC ZZZZZZ9.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'CATTEND.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE
           'CRESCIMENTO DO ACERVO E PROJECAO DE CAPACIDADE'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'ARQUIVO           FOTOS REGISTROS  REG/SEM  REG/MES   PROJ 6
      -    'M  PROJ 12M   TAM(KB)    KB 12M'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'TENDENCIA DE CRESCIMENTO DO ACERVO'
           DISPLAY '-----------------------------------'

           INITIALIZE WS-TABELA-LIMITES
           INITIALIZE WS-TABELA-ARQS
           PERFORM CARREGA-LIMITES-PADRAO
           PERFORM CARREGA-CAPACIDADE
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * LIMITES PADRAO: MENOR TABELA EM MEMORIA QUE CARREGA O ARQUIVO
      * (CADASTRO-BOLSA/CADASTRO-RESPONSAVEL 500 MATRICULAS,
      * ALUNOS-REPARO 5000 ALUNOS, CADASTRO-META 200 METAS,
      * CADASTRO-ESTACAO 100 ESTACOES) E DIAS SEM CRESCER DOS
      * ARQUIVOS ALIMENTADOS TODO DIA
      *-----------------------------------------------------------------
       CARREGA-LIMITES-PADRAO.
           MOVE 'MATRICULAS.TXT'    TO WS-NOVO-ARQUIVO
           MOVE 500  TO WS-NOVO-REGISTROS
           MOVE ZERO TO WS-NOVO-BYTES
           MOVE ZERO TO WS-NOVO-DIAS
           PERFORM GRAVA-LIMITE
           MOVE 'ALUNOS.TXT'        TO WS-NOVO-ARQUIVO
           MOVE 5000 TO WS-NOVO-REGISTROS
           PERFORM GRAVA-LIMITE
           MOVE 'PESOMETA.TXT'      TO WS-NOVO-ARQUIVO
           MOVE 200  TO WS-NOVO-REGISTROS
           PERFORM GRAVA-LIMITE
           MOVE 'ESTMESTRE.TXT'     TO WS-NOVO-ARQUIVO
           MOVE 100  TO WS-NOVO-REGISTROS
           PERFORM GRAVA-LIMITE

           MOVE ZERO TO WS-NOVO-REGISTROS
           MOVE 'PESOHIST.TXT'      TO WS-NOVO-ARQUIVO
           MOVE 014  TO WS-NOVO-DIAS
           PERFORM GRAVA-LIMITE
           MOVE 'POLUICAO-HIST.TXT' TO WS-NOVO-ARQUIVO
           MOVE 007  TO WS-NOVO-DIAS
           PERFORM GRAVA-LIMITE
           MOVE 'TRANSACOES.TXT'    TO WS-NOVO-ARQUIVO
           MOVE 014  TO WS-NOVO-DIAS
           PERFORM GRAVA-LIMITE
           EXIT.
       FIM-CARREGA-LIMITES-PADRAO.

      *-----------------------------------------------------------------
      * LINHA DO CARTAO SUBSTITUI O PADRAO DO ARQUIVO; TOTAL = COTA
      *-----------------------------------------------------------------
       CARREGA-CAPACIDADE.
           OPEN INPUT CAPACIDADE
           IF WS-CAPAC-STATUS NOT = '00'
               DISPLAY 'CAPACIDADE.TXT NAO ENCONTRADO - LIMITES '
                       'PADRAO, SEM COTA TOTAL'
           ELSE
               PERFORM LER-CAPACIDADE
               PERFORM UNTIL WS-FIM-CAPAC-SIM
                   IF CP-ARQUIVO = SPACES OR CP-ARQUIVO(1:1) = '*'
                       CONTINUE
                   ELSE
                   IF CP-LIMITE-REGISTROS NOT NUMERIC OR
                      CP-LIMITE-BYTES NOT NUMERIC OR
                      CP-DIAS-PARADO NOT NUMERIC
                       DISPLAY 'CAPACIDADE.TXT: LINHA IGNORADA - '
                               CP-ARQUIVO
                   ELSE
                   IF CP-ARQUIVO = 'TOTAL'
                       MOVE CP-LIMITE-BYTES TO WS-COTA-TOTAL
                   ELSE
                       MOVE CP-ARQUIVO          TO WS-NOVO-ARQUIVO
                       MOVE CP-LIMITE-REGISTROS TO WS-NOVO-REGISTROS
                       MOVE CP-LIMITE-BYTES     TO WS-NOVO-BYTES
                       MOVE CP-DIAS-PARADO      TO WS-NOVO-DIAS
                       PERFORM GRAVA-LIMITE
                   END-IF
                   END-IF
                   END-IF
                   PERFORM LER-CAPACIDADE
               END-PERFORM
               CLOSE CAPACIDADE
           END-IF
           EXIT.
       FIM-CARREGA-CAPACIDADE.

       LER-CAPACIDADE.
           READ CAPACIDADE
               AT END
                   SET WS-FIM-CAPAC-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CAPACIDADE.

       GRAVA-LIMITE.
           PERFORM VARYING WS-LM-I FROM 1 BY 1
                   UNTIL WS-LM-I > WS-QTD-LIMITES
                      OR WS-LM-ARQUIVO(WS-LM-I) = WS-NOVO-ARQUIVO
               CONTINUE
           END-PERFORM
           IF WS-LM-I > WS-QTD-LIMITES
               IF WS-QTD-LIMITES < 30
                   ADD 1 TO WS-QTD-LIMITES
                   MOVE WS-QTD-LIMITES TO WS-LM-I
               ELSE
                   DISPLAY 'TABELA DE LIMITES CHEIA - IGNORADO '
                           WS-NOVO-ARQUIVO
                   MOVE ZERO TO WS-LM-I
               END-IF
           END-IF
           IF WS-LM-I > 0
               MOVE WS-NOVO-ARQUIVO   TO WS-LM-ARQUIVO(WS-LM-I)
               MOVE WS-NOVO-REGISTROS TO WS-LM-REGISTROS(WS-LM-I)
               MOVE WS-NOVO-BYTES     TO WS-LM-BYTES(WS-LM-I)
               MOVE WS-NOVO-DIAS      TO WS-LM-DIAS(WS-LM-I)
           END-IF
           EXIT.
       FIM-GRAVA-LIMITE.

       PROCESSA-PROGRAMA.
           OPEN INPUT CATALOGO-HIST
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'CATHIST.TXT NAO ENCONTRADO - RODE O '
                       'CATALOGO-DADOS PARA INICIAR O HISTORICO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-HISTORICO
               PERFORM UNTIL WS-FIM-HIST-SIM
                   ADD 1 TO WS-QTD-LINHAS
                   PERFORM TRATA-FOTO
                   PERFORM LER-HISTORICO
               END-PERFORM
               CLOSE CATALOGO-HIST
               PERFORM IMPRIME-RELATORIO
           END-IF
           EXIT.
       FIM-PROCESSA.

       LER-HISTORICO.
           READ CATALOGO-HIST
               AT END
                   SET WS-FIM-HIST-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-HISTORICO.

      *-----------------------------------------------------------------
      * UMA FOTO DE UM ARQUIVO; O HISTORICO E GRAVADO EM ORDEM DE DATA
      *-----------------------------------------------------------------
       TRATA-FOTO.
           IF CH-DATA NOT NUMERIC OR CH-REGISTROS NOT NUMERIC OR
              CH-BYTES NOT NUMERIC OR CH-ARQUIVO = SPACES
               ADD 1 TO WS-QTD-IGNORADAS
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(CH-DATA) NOT = 0
               ADD 1 TO WS-QTD-IGNORADAS
           ELSE
               COMPUTE WS-DIA-FOTO = FUNCTION INTEGER-OF-DATE(CH-DATA)
               IF WS-DIA-BASE = 0
                   MOVE WS-DIA-FOTO TO WS-DIA-BASE
                   MOVE WS-DIA-FOTO TO WS-DIA-PRIMEIRA
               END-IF
               IF WS-DIA-FOTO > WS-DIA-ULTIMA
                   MOVE WS-DIA-FOTO TO WS-DIA-ULTIMA
               END-IF
               PERFORM LOCALIZA-ARQUIVO
               IF WS-AR-I > 0
                   PERFORM ACUMULA-FOTO
               END-IF
           END-IF
           END-IF
           EXIT.
       FIM-TRATA-FOTO.

       LOCALIZA-ARQUIVO.
           PERFORM VARYING WS-AR-I FROM 1 BY 1
                   UNTIL WS-AR-I > WS-QTD-ARQS
                      OR WS-AR-ARQUIVO(WS-AR-I) = CH-ARQUIVO
               CONTINUE
           END-PERFORM
           IF WS-AR-I > WS-QTD-ARQS
               IF WS-QTD-ARQS < 50
                   ADD 1 TO WS-QTD-ARQS
                   MOVE WS-QTD-ARQS TO WS-AR-I
                   MOVE CH-ARQUIVO TO WS-AR-ARQUIVO(WS-AR-I)
                   MOVE WS-DIA-FOTO TO WS-AR-DIA-MUDANCA(WS-AR-I)
                   MOVE CH-REGISTROS TO WS-AR-ULT-REG(WS-AR-I)
               ELSE
                   ADD 1 TO WS-QTD-IGNORADAS
                   MOVE ZERO TO WS-AR-I
               END-IF
           END-IF
           EXIT.
       FIM-LOCALIZA-ARQUIVO.

       ACUMULA-FOTO.
           ADD 1 TO WS-AR-FOTOS(WS-AR-I)
           IF CH-REGISTROS NOT = WS-AR-ULT-REG(WS-AR-I)
               MOVE WS-DIA-FOTO TO WS-AR-DIA-MUDANCA(WS-AR-I)
               IF CH-REGISTROS > WS-AR-ULT-REG(WS-AR-I)
                   MOVE 'S' TO WS-AR-CRESCEU(WS-AR-I)
               END-IF
           END-IF
           MOVE WS-DIA-FOTO  TO WS-AR-ULT-DIA(WS-AR-I)
           MOVE CH-REGISTROS TO WS-AR-ULT-REG(WS-AR-I)
           MOVE CH-BYTES     TO WS-AR-ULT-BYTES(WS-AR-I)
           MOVE CH-PRESENTE  TO WS-AR-ULT-PRESENTE(WS-AR-I)

           IF CH-PRESENTE-SIM
               MOVE 'S' TO WS-AR-JA-PRESENTE(WS-AR-I)
               COMPUTE WS-X = WS-DIA-FOTO - WS-DIA-BASE
               COMPUTE WS-KB ROUNDED = CH-BYTES / 1024
               ADD 1 TO WS-AR-N(WS-AR-I)
               ADD WS-X TO WS-AR-SOMA-X(WS-AR-I)
               COMPUTE WS-AR-SOMA-XX(WS-AR-I) =
                       WS-AR-SOMA-XX(WS-AR-I) + (WS-X * WS-X)
               ADD CH-REGISTROS TO WS-AR-SOMA-REG(WS-AR-I)
               COMPUTE WS-AR-SOMA-XREG(WS-AR-I) =
                       WS-AR-SOMA-XREG(WS-AR-I) + (WS-X * CH-REGISTROS)
               ADD WS-KB TO WS-AR-SOMA-KB(WS-AR-I)
               COMPUTE WS-AR-SOMA-XKB(WS-AR-I) =
                       WS-AR-SOMA-XKB(WS-AR-I) + (WS-X * WS-KB)
           END-IF
           EXIT.
       FIM-ACUMULA-FOTO.

      *-----------------------------------------------------------------
      * INCLINACAO = (N.SXY - SX.SY) / (N.SXX - SX.SX), POR DIA; SEM
      * FOTOS EM PELO MENOS DOIS DIAS DIFERENTES NAO HA TENDENCIA
      *-----------------------------------------------------------------
       CALCULA-TENDENCIA.
           MOVE ZERO TO WS-RT-INCLINACAO
           IF WS-RT-N > 1
               COMPUTE WS-RT-NUMERADOR =
                       (WS-RT-N * WS-RT-SOMA-XY) -
                       (WS-RT-SOMA-X * WS-RT-SOMA-Y)
               COMPUTE WS-RT-DENOMINADOR =
                       (WS-RT-N * WS-RT-SOMA-XX) -
                       (WS-RT-SOMA-X * WS-RT-SOMA-X)
               IF WS-RT-DENOMINADOR NOT = 0
                   SET WS-TEM-TENDENCIA-SIM TO TRUE
                   COMPUTE WS-RT-INCLINACAO ROUNDED =
                           WS-RT-NUMERADOR / WS-RT-DENOMINADOR
               END-IF
           END-IF
           EXIT.
       FIM-CALCULA-TENDENCIA.

       IMPRIME-RELATORIO.
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'D' TO WS-IMP-ACAO

           PERFORM VARYING WS-AR-I FROM 1 BY 1
                   UNTIL WS-AR-I > WS-QTD-ARQS
               PERFORM IMPRIME-ARQUIVO
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           PERFORM IMPRIME-TOTAL

           MOVE SPACES TO WS-IMP-LINHA
           MOVE 1 TO WS-PTR
           COMPUTE WS-DATA-AAAAMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-PRIMEIRA)
           STRING 'FOTOS DE ' WS-DATA-AAAAMMDD(7:2) '/'
                  WS-DATA-AAAAMMDD(5:2) '/' WS-DATA-AAAAMMDD(1:4)
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA WITH POINTER WS-PTR
           END-STRING
           COMPUTE WS-DATA-AAAAMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ULTIMA)
           STRING ' A ' WS-DATA-AAAAMMDD(7:2) '/'
                  WS-DATA-AAAAMMDD(5:2) '/' WS-DATA-AAAAMMDD(1:4)
                  ' - LINHAS: ' WS-QTD-LINHAS
                  ' - IGNORADAS: ' WS-QTD-IGNORADAS
                  ' - ALERTAS: ' WS-QTD-ALERTAS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA WITH POINTER WS-PTR
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-RELATORIO.

       IMPRIME-ARQUIVO.
           MOVE 'N' TO WS-TEM-TENDENCIA
           MOVE WS-AR-N(WS-AR-I)         TO WS-RT-N
           MOVE WS-AR-SOMA-X(WS-AR-I)    TO WS-RT-SOMA-X
           MOVE WS-AR-SOMA-XX(WS-AR-I)   TO WS-RT-SOMA-XX
           MOVE WS-AR-SOMA-REG(WS-AR-I)  TO WS-RT-SOMA-Y
           MOVE WS-AR-SOMA-XREG(WS-AR-I) TO WS-RT-SOMA-XY
           PERFORM CALCULA-TENDENCIA
           MOVE WS-RT-INCLINACAO TO WS-INCL-REG
           MOVE WS-AR-SOMA-KB(WS-AR-I)   TO WS-RT-SOMA-Y
           MOVE WS-AR-SOMA-XKB(WS-AR-I)  TO WS-RT-SOMA-XY
           PERFORM CALCULA-TENDENCIA
           MOVE WS-RT-INCLINACAO TO WS-INCL-KB

           COMPUTE WS-ULT-KB ROUNDED = WS-AR-ULT-BYTES(WS-AR-I) / 1024
           COMPUTE WS-REG-SEMANA ROUNDED = WS-INCL-REG * 7
           COMPUTE WS-REG-MES ROUNDED = WS-INCL-REG * 30
           COMPUTE WS-PROJ-6M ROUNDED =
                   WS-AR-ULT-REG(WS-AR-I) + (WS-INCL-REG * 183)
           COMPUTE WS-PROJ-12M ROUNDED =
                   WS-AR-ULT-REG(WS-AR-I) + (WS-INCL-REG * 365)
           COMPUTE WS-PROJ-KB-12M ROUNDED =
                   WS-ULT-KB + (WS-INCL-KB * 365)
           IF WS-PROJ-6M < 0
               MOVE ZERO TO WS-PROJ-6M
           END-IF
           IF WS-PROJ-12M < 0
               MOVE ZERO TO WS-PROJ-12M
           END-IF
           IF WS-PROJ-KB-12M < 0
               MOVE ZERO TO WS-PROJ-KB-12M
           END-IF
           IF WS-AR-ULT-PRESENTE-SIM(WS-AR-I)
               ADD WS-ULT-KB TO WS-TOTAL-KB
               ADD WS-PROJ-KB-12M TO WS-TOTAL-KB-12M
           END-IF

           MOVE WS-AR-FOTOS(WS-AR-I)   TO WS-FOTOS-MASK
           MOVE WS-AR-ULT-REG(WS-AR-I) TO WS-REG-MASK
           MOVE WS-ULT-KB              TO WS-KB-MASK
           MOVE SPACES TO WS-IMP-LINHA
           IF WS-TEM-TENDENCIA-SIM
               MOVE WS-REG-SEMANA  TO WS-SEM-MASK
               MOVE WS-REG-MES     TO WS-MES-MASK
               MOVE WS-PROJ-6M     TO WS-PROJ6-MASK
               MOVE WS-PROJ-12M    TO WS-PROJ12-MASK
               MOVE WS-PROJ-KB-12M TO WS-KB12-MASK
               STRING WS-AR-ARQUIVO(WS-AR-I)(1:18) ' '
                      WS-FOTOS-MASK ' '
                      WS-REG-MASK ' '
                      WS-SEM-MASK ' '
                      WS-MES-MASK ' '
                      WS-PROJ6-MASK ' '
                      WS-PROJ12-MASK ' '
                      WS-KB-MASK ' '
                      WS-KB12-MASK
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           ELSE
               STRING WS-AR-ARQUIVO(WS-AR-I)(1:18) ' '
                      WS-FOTOS-MASK ' '
                      WS-REG-MASK '  SEM FOTOS EM DOIS DIAS - SEM '
                      'TENDENCIA  '
                      WS-KB-MASK
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           END-IF
           PERFORM CHAMA-IMPRESSAO

           PERFORM VERIFICA-LIMITES
           EXIT.
       FIM-IMPRIME-ARQUIVO.

      *-----------------------------------------------------------------
      * ALERTAS DO ARQUIVO: SUMIU, LIMITE DE REGISTROS, LIMITE DE BYTES
      * E ALIMENTACAO PARADA
      *-----------------------------------------------------------------
       VERIFICA-LIMITES.
           PERFORM VARYING WS-LM-I FROM 1 BY 1
                   UNTIL WS-LM-I > WS-QTD-LIMITES
                      OR WS-LM-ARQUIVO(WS-LM-I) = WS-AR-ARQUIVO(WS-AR-I)
               CONTINUE
           END-PERFORM

           IF NOT WS-AR-ULT-PRESENTE-SIM(WS-AR-I) AND
              WS-AR-JA-PRESENTE-SIM(WS-AR-I)
               MOVE SPACES TO WS-IMP-LINHA
               STRING '    *** AUSENTE NA ULTIMA FOTO (JA EXISTIU)'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               PERFORM IMPRIME-ALERTA
           END-IF

           IF WS-LM-I <= WS-QTD-LIMITES AND
              WS-AR-ULT-PRESENTE-SIM(WS-AR-I)
               IF WS-LM-REGISTROS(WS-LM-I) > 0
                   MOVE WS-LM-REGISTROS(WS-LM-I) TO WS-LIMITE-MASK
                   IF WS-AR-ULT-REG(WS-AR-I) >=
                      WS-LM-REGISTROS(WS-LM-I)
                       MOVE SPACES TO WS-IMP-LINHA
                       STRING '    *** LIMITE DE ' WS-LIMITE-MASK
                              ' REGISTROS JA ATINGIDO'
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
                       PERFORM IMPRIME-ALERTA
                   ELSE
                       IF WS-PROJ-12M >= WS-LM-REGISTROS(WS-LM-I) AND
                          WS-INCL-REG > 0
                           COMPUTE WS-DIAS-ATE-LIMITE =
                                   ((WS-LM-REGISTROS(WS-LM-I) -
                                     WS-AR-ULT-REG(WS-AR-I)) /
                                     WS-INCL-REG) + 1
                           MOVE 'REGISTROS' TO WS-TEXTO-TENDENCIA
                           PERFORM IMPRIME-PREVISAO-LIMITE
                       END-IF
                   END-IF
               END-IF

               IF WS-LM-BYTES(WS-LM-I) > 0
                   COMPUTE WS-LIMITE-KB =
                           WS-LM-BYTES(WS-LM-I) / 1024
                   MOVE WS-LM-BYTES(WS-LM-I) TO WS-LIMITE-MASK
                   IF WS-AR-ULT-BYTES(WS-AR-I) >= WS-LM-BYTES(WS-LM-I)
                       MOVE SPACES TO WS-IMP-LINHA
                       STRING '    *** COTA DE ' WS-LIMITE-MASK
                              ' BYTES JA ATINGIDA'
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
                       PERFORM IMPRIME-ALERTA
                   ELSE
                       IF WS-PROJ-KB-12M >= WS-LIMITE-KB AND
                          WS-INCL-KB > 0
                           COMPUTE WS-DIAS-ATE-LIMITE =
                                   ((WS-LIMITE-KB - WS-ULT-KB) /
                                     WS-INCL-KB) + 1
                           MOVE 'BYTES' TO WS-TEXTO-TENDENCIA
                           PERFORM IMPRIME-PREVISAO-LIMITE
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-LM-I <= WS-QTD-LIMITES
               IF WS-LM-DIAS(WS-LM-I) > 0 AND
                  WS-AR-CRESCEU-SIM(WS-AR-I) AND
                  WS-AR-ULT-PRESENTE-SIM(WS-AR-I)
                   COMPUTE WS-DIAS-PARADO =
                           WS-AR-ULT-DIA(WS-AR-I) -
                           WS-AR-DIA-MUDANCA(WS-AR-I)
                   IF WS-DIAS-PARADO >= WS-LM-DIAS(WS-LM-I)
                       MOVE WS-DIAS-PARADO TO WS-DIAS-MASK
                       COMPUTE WS-DATA-AAAAMMDD = FUNCTION
                           DATE-OF-INTEGER(WS-AR-DIA-MUDANCA(WS-AR-I))
                       MOVE SPACES TO WS-IMP-LINHA
                       STRING '    *** SEM CRESCER HA ' WS-DIAS-MASK
                              ' DIAS (ULTIMA MUDANCA EM '
                              WS-DATA-AAAAMMDD(7:2) '/'
                              WS-DATA-AAAAMMDD(5:2) '/'
                              WS-DATA-AAAAMMDD(1:4)
                              ') - ALIMENTACAO PARADA?'
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
                       PERFORM IMPRIME-ALERTA
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-VERIFICA-LIMITES.

       IMPRIME-PREVISAO-LIMITE.
           MOVE WS-DIAS-ATE-LIMITE TO WS-DIAS-MASK
           COMPUTE WS-DIA-LIMITE =
                   WS-AR-ULT-DIA(WS-AR-I) + WS-DIAS-ATE-LIMITE
           COMPUTE WS-DATA-AAAAMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-LIMITE)
           MOVE SPACES TO WS-IMP-LINHA
           STRING '    *** ATINGE O LIMITE DE ' WS-LIMITE-MASK ' '
                  DELIMITED BY SIZE
                  WS-TEXTO-TENDENCIA DELIMITED BY SPACE
                  ' EM ' WS-DIAS-MASK ' DIAS (POR VOLTA DE '
                  WS-DATA-AAAAMMDD(7:2) '/'
                  WS-DATA-AAAAMMDD(5:2) '/'
                  WS-DATA-AAAAMMDD(1:4) ')'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM IMPRIME-ALERTA
           EXIT.
       FIM-IMPRIME-PREVISAO-LIMITE.

       IMPRIME-ALERTA.
           ADD 1 TO WS-QTD-ALERTAS
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-AR-ARQUIVO(WS-AR-I) WS-IMP-LINHA(5:70)
           EXIT.
       FIM-IMPRIME-ALERTA.

      *-----------------------------------------------------------------
      * ACERVO INTEIRO (ARQUIVOS PRESENTES NA ULTIMA FOTO) CONTRA A COTA
      *-----------------------------------------------------------------
       IMPRIME-TOTAL.
           MOVE WS-TOTAL-KB     TO WS-KB-MASK
           MOVE WS-TOTAL-KB-12M TO WS-KB12-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ACERVO: ' WS-KB-MASK ' KB HOJE - '
                  WS-KB12-MASK ' KB PROJETADOS EM 12 MESES'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO

           IF WS-COTA-TOTAL > 0
               COMPUTE WS-COTA-KB = WS-COTA-TOTAL / 1024
               MOVE WS-COTA-TOTAL TO WS-LIMITE-MASK
               MOVE SPACES TO WS-IMP-LINHA
               EVALUATE TRUE
                   WHEN WS-TOTAL-KB >= WS-COTA-KB
                       STRING '    *** COTA DE DISCO DE ' WS-LIMITE-MASK
                              ' BYTES JA ATINGIDA'
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
                       ADD 1 TO WS-QTD-ALERTAS
                   WHEN WS-TOTAL-KB-12M >= WS-COTA-KB
                       STRING '    *** COTA DE DISCO DE ' WS-LIMITE-MASK
                              ' BYTES ULTRAPASSADA EM 12 MESES'
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
                       ADD 1 TO WS-QTD-ALERTAS
                   WHEN OTHER
                       STRING '    COTA DE DISCO DE ' WS-LIMITE-MASK
                              ' BYTES SUFICIENTE PARA 12 MESES'
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
               END-EVALUATE
               PERFORM CHAMA-IMPRESSAO
               DISPLAY WS-IMP-LINHA(5:70)
           END-IF
           EXIT.
       FIM-IMPRIME-TOTAL.

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
           IF WS-QTD-ALERTAS > 0 AND WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           DISPLAY '-----------------------------------'
           DISPLAY 'FOTOS LIDAS DO HISTORICO: ' WS-QTD-LINHAS
           DISPLAY 'ARQUIVOS ACOMPANHADOS   : ' WS-QTD-ARQS
           DISPLAY 'ALERTAS DE CAPACIDADE   : ' WS-QTD-ALERTAS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM CATALOGO-TENDENCIA.
