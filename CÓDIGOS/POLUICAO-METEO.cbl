      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: RELATORIO MENSAL POLUICAO X METEOROLOGIA - PARA O MES
      *          INFORMADO, CRUZA O INDICE DOMINANTE DE CADA LEITURA
      *          DO POLUICAO-HIST.TXT COM AS CONDICOES DO DIA DA
      *          REGIAO DA ESTACAO (METEO.TXT, CARREGADO PELO
      *          METEO-IMPORTA; REGIAO PELO ESTMESTRE.TXT) E DA, POR
      *          ESTACAO, A MEDIA GERAL E AS MEDIAS NOS DIAS CALMOS,
      *          VENTOSOS, COM CHUVA, SECOS E COM INVERSAO TERMICA,
      *          APONTANDO DISPERSAO PELO VENTO E LAVAGEM PELA CHUVA;
      *          LIMITES NO CARTAO METEOPAR.TXT (VENTO CALMO ATE,
      *          VENTO FORTE A PARTIR DE, CHUVA DE LAVAGEM A PARTIR
      *          DE - 3 X 9(03)V9; SEM CARTAO VALEM 5,0 KM/H, 20,0
      *          KM/H E 5,0 MM); RELATORIO METEOREL.TXT
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLUICAO-METEO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLUICAO-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
           SELECT ESTACAO-MESTRE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MESTRE-STATUS.
           SELECT METEO-ARQ ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-METEO-STATUS.
           SELECT METEO-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD POLUICAO-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'POLUICAO-HIST.TXT'.
       01 HIST-REG                     PIC X(180).

       FD ESTACAO-MESTRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ESTMESTRE.TXT'.
       COPY ESTACAO.CPY.

       FD METEO-ARQ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'METEO.TXT'.
       COPY METEO.CPY.

       FD METEO-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'METEOPAR.TXT'.
       01 METEO-PARAM-REC.
           02 MP-VENTO-CALMO       PIC 9(03)V9.
           02 MP-VENTO-FORTE       PIC 9(03)V9.
           02 MP-CHUVA-LAVAGEM     PIC 9(03)V9.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-MESTRE-STATUS             PIC X(02) VALUE '00'.
       01 WS-METEO-STATUS              PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-MES-ALVO                  PIC X(07) VALUE SPACES.
       01 WS-MES-ALVO-R REDEFINES WS-MES-ALVO.
           02 WS-ALVO-MES           PIC 9(02).
           02 WS-ALVO-BARRA         PIC X(01).
           02 WS-ALVO-ANO           PIC 9(04).
       01 WS-VENTO-CALMO               PIC 9(03)V9 VALUE 005,0.
       01 WS-VENTO-FORTE               PIC 9(03)V9 VALUE 020,0.
       01 WS-CHUVA-LAVAGEM             PIC 9(03)V9 VALUE 005,0.
       01 WS-FLAGS.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM          VALUE 'S'.
           02 WS-FIM-MESTRE         PIC X(01) VALUE 'N'.
               88 WS-FIM-MESTRE-SIM        VALUE 'S'.
           02 WS-FIM-METEO          PIC X(01) VALUE 'N'.
               88 WS-FIM-METEO-SIM         VALUE 'S'.
           02 WS-MET-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-MET-ACHOU-SIM         VALUE 'S'.
           02 WS-EST-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-EST-ACHOU-SIM         VALUE 'S'.
      *-----------------------------------------------------------------
      * CADASTRO DE ESTACOES (ESTACAO -> REGIAO)
      *-----------------------------------------------------------------
       01 WS-TAB-MESTRE-LIMITE         PIC 9(03) VALUE 100.
       01 WS-QTD-MESTRE                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-MESTRE.
           02 WS-MES-ENTRADA OCCURS 100 TIMES.
               03 WS-MES-CODIGO        PIC X(10).
               03 WS-MES-REGIAO        PIC X(15).
       01 WS-MES-I                     PIC 9(03) VALUE ZERO.
       01 WS-REGIAO-LEITURA            PIC X(15) VALUE SPACES.
      *-----------------------------------------------------------------
      * CONDICOES DO MES POR REGIAO/DIA
      *-----------------------------------------------------------------
       01 WS-TAB-MET-LIMITE            PIC 9(03) VALUE 620.
       01 WS-QTD-MET                   PIC 9(03) VALUE ZERO.
       01 WS-TABELA-MET.
           02 WS-MT-ENTRADA OCCURS 620 TIMES.
               03 WS-MT-REGIAO         PIC X(15).
               03 WS-MT-DATA           PIC X(10).
               03 WS-MT-VENTO          PIC 9(03)V9.
               03 WS-MT-CHUVA          PIC 9(03)V9.
               03 WS-MT-INVERSAO       PIC X(01).
       01 WS-MT-I                      PIC 9(03) VALUE ZERO.
       01 WS-MT-ACHOU-I                PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * ACUMULACAO POR ESTACAO - FAIXAS: 1 GERAL, 2 CALMO, 3 VENTO
      * FORTE, 4 CHUVA, 5 SECO, 6 INVERSAO TERMICA
      *-----------------------------------------------------------------
       01 WS-TAB-EST-LIMITE            PIC 9(03) VALUE 100.
       01 WS-QTD-EST                   PIC 9(03) VALUE ZERO.
       01 WS-TABELA-EST.
           02 WS-ES-ENTRADA OCCURS 100 TIMES.
               03 WS-ES-ESTACAO        PIC X(10).
               03 WS-ES-SEM-MET        PIC 9(03).
               03 WS-ES-FAIXA OCCURS 6 TIMES.
                   04 WS-ES-SOMA       PIC 9(05)V99.
                   04 WS-ES-QTD        PIC 9(03).
       01 WS-ES-I                      PIC 9(03) VALUE ZERO.
       01 WS-ES-ACHOU-I                PIC 9(03) VALUE ZERO.
       01 WS-FX-K                      PIC 9(01) VALUE ZERO.
       01 WS-MEDIA-FAIXA.
           02 WS-MEDIA OCCURS 6 TIMES  PIC 9(03)V99.
       01 WS-MEDIA-MASK                PIC ZZ9,99.
       01 WS-COLUNAS-LINHA.
           02 WS-COLUNA OCCURS 6 TIMES PIC X(07).
      *-----------------------------------------------------------------
      * CAMPOS EXTRAIDOS DE CADA LINHA DO HISTORICO
      *-----------------------------------------------------------------
       01 WS-P-ESTACAO                 PIC X(15) VALUE SPACES.
       01 WS-P-DATA                    PIC X(15) VALUE SPACES.
       01 WS-P-INDICE-TXT              PIC X(20) VALUE SPACES.
       01 WS-P-CLASSIF                 PIC X(50) VALUE SPACES.
       01 WS-P-INT-PART                PIC X(05) VALUE SPACES.
       01 WS-P-DEC-PART                PIC X(05) VALUE SPACES.
       01 WS-P-DUMMY                   PIC X(10) VALUE SPACES.
       01 WS-P-INDICE                  PIC 9(03)V99 VALUE ZERO.
      *-----------------------------------------------------------------
       01 WS-OBS                       PIC X(40) VALUE SPACES.
       01 WS-SEM-MET-MASK              PIC ZZ9.
       01 WS-DIAS-MASK                 PIC ZZZ9.
       01 WS-LIM-CALMO-MASK            PIC ZZ9,9.
       01 WS-LIM-FORTE-MASK            PIC ZZ9,9.
       01 WS-LIM-CHUVA-MASK            PIC ZZ9,9.
       01 WS-QTD-LIDAS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-DO-MES                PIC 9(05) VALUE ZERO.
       01 WS-QTD-VENTO-DISP            PIC 9(03) VALUE ZERO.
       01 WS-QTD-CHUVA-LAVA            PIC 9(03) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
      * ROTINA DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20)
                                       VALUE 'METEOREL.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'ESTACAO    DIAS  MEDIA  CALMO  VENTO  CHUVA   SECO INVERS
      -    ' S/MET  OBSERVACAO'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'RELATORIO POLUICAO X METEOROLOGIA'
           DISPLAY '-----------------------------------'

           DISPLAY 'MES DE REFERENCIA (MM/AAAA): '
           ACCEPT WS-MES-ALVO
           IF WS-ALVO-MES NOT NUMERIC OR WS-ALVO-ANO NOT NUMERIC
              OR WS-ALVO-BARRA NOT = '/'
              OR WS-ALVO-MES < 1 OR WS-ALVO-MES > 12
               DISPLAY 'MES INVALIDO - USE MM/AAAA'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-PARAMETROS
               PERFORM CARREGA-MESTRE
               PERFORM CARREGA-METEO
               IF WS-QTD-MET = 0
                   DISPLAY 'NENHUM DADO METEOROLOGICO DE '
                           WS-MES-ALVO ' NO METEO.TXT'
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           EXIT.
       FIM-INICIO.

       CARREGA-PARAMETROS.
           OPEN INPUT METEO-PARAM
           IF WS-PARAM-STATUS = '00'
               READ METEO-PARAM
                   NOT AT END
                       IF MP-VENTO-CALMO NUMERIC
                           MOVE MP-VENTO-CALMO TO WS-VENTO-CALMO
                       END-IF
                       IF MP-VENTO-FORTE NUMERIC AND
                          MP-VENTO-FORTE > WS-VENTO-CALMO
                           MOVE MP-VENTO-FORTE TO WS-VENTO-FORTE
                       END-IF
                       IF MP-CHUVA-LAVAGEM NUMERIC AND
                          MP-CHUVA-LAVAGEM > 0
                           MOVE MP-CHUVA-LAVAGEM TO WS-CHUVA-LAVAGEM
                       END-IF
               END-READ
               CLOSE METEO-PARAM
           ELSE
               DISPLAY 'METEOPAR.TXT NAO ENCONTRADO - USANDO VENTO '
                       'CALMO 5,0 KM/H, FORTE 20,0 KM/H E CHUVA 5,0 MM'
           END-IF
           EXIT.
       FIM-CARREGA-PARAMETROS.

       CARREGA-MESTRE.
           OPEN INPUT ESTACAO-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY 'ESTMESTRE.TXT NAO ENCONTRADO - ESTACOES SEM '
                       'REGIAO FICAM SEM DADOS METEOROLOGICOS'
           ELSE
               PERFORM LER-MESTRE
               PERFORM UNTIL WS-FIM-MESTRE-SIM
                   IF WS-QTD-MESTRE < WS-TAB-MESTRE-LIMITE
                       ADD 1 TO WS-QTD-MESTRE
                       MOVE EM-CODIGO TO WS-MES-CODIGO(WS-QTD-MESTRE)
                       MOVE EM-REGIAO TO WS-MES-REGIAO(WS-QTD-MESTRE)
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

       CARREGA-METEO.
           OPEN INPUT METEO-ARQ
           IF WS-METEO-STATUS NOT = '00'
               DISPLAY 'METEO.TXT NAO ENCONTRADO'
           ELSE
               PERFORM LER-METEO
               PERFORM UNTIL WS-FIM-METEO-SIM
                   IF MD-DATA(4:7) = WS-MES-ALVO AND
                      WS-QTD-MET < WS-TAB-MET-LIMITE
                       ADD 1 TO WS-QTD-MET
                       MOVE MD-REGIAO   TO WS-MT-REGIAO(WS-QTD-MET)
                       MOVE MD-DATA     TO WS-MT-DATA(WS-QTD-MET)
                       MOVE MD-VENTO    TO WS-MT-VENTO(WS-QTD-MET)
                       MOVE MD-CHUVA    TO WS-MT-CHUVA(WS-QTD-MET)
                       MOVE MD-INVERSAO TO WS-MT-INVERSAO(WS-QTD-MET)
                   END-IF
                   PERFORM LER-METEO
               END-PERFORM
               CLOSE METEO-ARQ
           END-IF
           EXIT.
       FIM-CARREGA-METEO.

       LER-METEO.
           READ METEO-ARQ
               AT END
                   SET WS-FIM-METEO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-METEO.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               OPEN INPUT POLUICAO-HIST
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'POLUICAO-HIST.TXT NAO ENCONTRADO'
                   MOVE 8 TO WS-RETORNO-JOB
               ELSE
                   PERFORM LER-HIST
                   PERFORM UNTIL WS-FIM-HIST-SIM
                       ADD 1 TO WS-QTD-LIDAS
                       PERFORM PROCESSA-LINHA-HIST
                       PERFORM LER-HIST
                   END-PERFORM
                   CLOSE POLUICAO-HIST

                   PERFORM GRAVA-RELATORIO
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

       LER-HIST.
           READ POLUICAO-HIST
               AT END
                   SET WS-FIM-HIST-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-HIST.

       PROCESSA-LINHA-HIST.
           MOVE SPACES TO WS-P-ESTACAO
           MOVE SPACES TO WS-P-DATA
           MOVE SPACES TO WS-P-INDICE-TXT
           MOVE SPACES TO WS-P-CLASSIF

           UNSTRING HIST-REG DELIMITED BY ' - '
               INTO WS-P-ESTACAO WS-P-DATA
                    WS-P-INDICE-TXT WS-P-CLASSIF
           END-UNSTRING

           IF WS-P-ESTACAO NOT = SPACES AND
              WS-P-DATA(4:7) = WS-MES-ALVO
               ADD 1 TO WS-QTD-DO-MES
               PERFORM EXTRAI-INDICE-LINHA
               PERFORM LOCALIZA-ESTACAO
               IF WS-ES-ACHOU-I > 0
                   PERFORM LOCALIZA-METEO-LEITURA
                   PERFORM ACUMULA-LEITURA
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA-LINHA-HIST.

       EXTRAI-INDICE-LINHA.
           MOVE SPACES TO WS-P-INT-PART
           MOVE SPACES TO WS-P-DEC-PART
           MOVE SPACES TO WS-P-DUMMY

           UNSTRING WS-P-INDICE-TXT DELIMITED BY ':'
               INTO WS-P-DUMMY WS-P-INDICE-TXT
           END-UNSTRING

           UNSTRING WS-P-INDICE-TXT DELIMITED BY ','
               INTO WS-P-INT-PART WS-P-DEC-PART
           END-UNSTRING
           IF WS-P-DEC-PART = SPACES
               UNSTRING WS-P-INDICE-TXT DELIMITED BY '.'
                   INTO WS-P-INT-PART WS-P-DEC-PART
               END-UNSTRING
           END-IF

           COMPUTE WS-P-INDICE = FUNCTION NUMVAL(WS-P-INT-PART) +
                   (FUNCTION NUMVAL(WS-P-DEC-PART) / 100)
           EXIT.
       FIM-EXTRAI-INDICE-LINHA.

       LOCALIZA-ESTACAO.
           MOVE 'N' TO WS-EST-ACHOU
           MOVE ZERO TO WS-ES-ACHOU-I
           PERFORM VARYING WS-ES-I FROM 1 BY 1
                   UNTIL WS-ES-I > WS-QTD-EST OR WS-EST-ACHOU-SIM
               IF WS-ES-ESTACAO(WS-ES-I) = WS-P-ESTACAO
                   SET WS-EST-ACHOU-SIM TO TRUE
                   MOVE WS-ES-I TO WS-ES-ACHOU-I
               END-IF
           END-PERFORM

           IF NOT WS-EST-ACHOU-SIM AND
              WS-QTD-EST < WS-TAB-EST-LIMITE
               ADD 1 TO WS-QTD-EST
               MOVE WS-QTD-EST TO WS-ES-ACHOU-I
               MOVE WS-P-ESTACAO TO WS-ES-ESTACAO(WS-ES-ACHOU-I)
               MOVE ZERO TO WS-ES-SEM-MET(WS-ES-ACHOU-I)
               PERFORM VARYING WS-FX-K FROM 1 BY 1 UNTIL WS-FX-K > 6
                   MOVE ZERO TO WS-ES-SOMA(WS-ES-ACHOU-I, WS-FX-K)
                   MOVE ZERO TO WS-ES-QTD(WS-ES-ACHOU-I, WS-FX-K)
               END-PERFORM
           END-IF
           EXIT.
       FIM-LOCALIZA-ESTACAO.

       LOCALIZA-METEO-LEITURA.
           MOVE SPACES TO WS-REGIAO-LEITURA
           PERFORM VARYING WS-MES-I FROM 1 BY 1
                   UNTIL WS-MES-I > WS-QTD-MESTRE
               IF WS-MES-CODIGO(WS-MES-I) = WS-P-ESTACAO
                   MOVE WS-MES-REGIAO(WS-MES-I) TO WS-REGIAO-LEITURA
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-MET-ACHOU
           MOVE ZERO TO WS-MT-ACHOU-I
           IF WS-REGIAO-LEITURA NOT = SPACES
               PERFORM VARYING WS-MT-I FROM 1 BY 1
                       UNTIL WS-MT-I > WS-QTD-MET OR WS-MET-ACHOU-SIM
                   IF WS-MT-REGIAO(WS-MT-I) = WS-REGIAO-LEITURA AND
                      WS-MT-DATA(WS-MT-I) = WS-P-DATA(1:10)
                       SET WS-MET-ACHOU-SIM TO TRUE
                       MOVE WS-MT-I TO WS-MT-ACHOU-I
                   END-IF
               END-PERFORM
           END-IF
           EXIT.
       FIM-LOCALIZA-METEO-LEITURA.

      *-----------------------------------------------------------------
      * A LEITURA ENTRA NA MEDIA GERAL E EM CADA FAIXA EM QUE O DIA SE
      * ENQUADRA (UM DIA PODE SER CALMO, SECO E COM INVERSAO AO MESMO
      * TEMPO); SEM DADO METEOROLOGICO SO ENTRA NA GERAL
      *-----------------------------------------------------------------
       ACUMULA-LEITURA.
           MOVE 1 TO WS-FX-K
           PERFORM SOMA-FAIXA

           IF NOT WS-MET-ACHOU-SIM
               ADD 1 TO WS-ES-SEM-MET(WS-ES-ACHOU-I)
           ELSE
               IF WS-MT-VENTO(WS-MT-ACHOU-I) <= WS-VENTO-CALMO
                   MOVE 2 TO WS-FX-K
                   PERFORM SOMA-FAIXA
               END-IF
               IF WS-MT-VENTO(WS-MT-ACHOU-I) >= WS-VENTO-FORTE
                   MOVE 3 TO WS-FX-K
                   PERFORM SOMA-FAIXA
               END-IF
               IF WS-MT-CHUVA(WS-MT-ACHOU-I) >= WS-CHUVA-LAVAGEM
                   MOVE 4 TO WS-FX-K
               ELSE
                   MOVE 5 TO WS-FX-K
               END-IF
               PERFORM SOMA-FAIXA
               IF WS-MT-INVERSAO(WS-MT-ACHOU-I) = 'S'
                   MOVE 6 TO WS-FX-K
                   PERFORM SOMA-FAIXA
               END-IF
           END-IF
           EXIT.
       FIM-ACUMULA-LEITURA.

       SOMA-FAIXA.
           ADD WS-P-INDICE TO WS-ES-SOMA(WS-ES-ACHOU-I, WS-FX-K)
           ADD 1 TO WS-ES-QTD(WS-ES-ACHOU-I, WS-FX-K)
           EXIT.
       FIM-SOMA-FAIXA.

       GRAVA-RELATORIO.
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'POLUICAO X METEOROLOGIA - MES ' WS-MES-ALVO
                  ' - MEDIAS DO INDICE'
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-ES-I FROM 1 BY 1
                   UNTIL WS-ES-I > WS-QTD-EST
               PERFORM IMPRIME-ESTACAO
           END-PERFORM

           IF WS-QTD-EST = 0
               MOVE 'NENHUMA LEITURA DO MES NO HISTORICO'
                    TO WS-IMP-LINHA
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           MOVE WS-VENTO-CALMO   TO WS-LIM-CALMO-MASK
           MOVE WS-VENTO-FORTE   TO WS-LIM-FORTE-MASK
           MOVE WS-CHUVA-LAVAGEM TO WS-LIM-CHUVA-MASK
           STRING 'CALMO ATE ' WS-LIM-CALMO-MASK
                  ' KM/H - VENTO FORTE DESDE ' WS-LIM-FORTE-MASK
                  ' KM/H - CHUVA DESDE ' WS-LIM-CHUVA-MASK ' MM'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ESTACOES: ' WS-QTD-EST
                  '  DISPERSAO PELO VENTO: ' WS-QTD-VENTO-DISP
                  '  LAVAGEM PELA CHUVA: ' WS-QTD-CHUVA-LAVA
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-RELATORIO.

       IMPRIME-ESTACAO.
           PERFORM VARYING WS-FX-K FROM 1 BY 1 UNTIL WS-FX-K > 6
               IF WS-ES-QTD(WS-ES-I, WS-FX-K) = 0
                   MOVE ZERO TO WS-MEDIA(WS-FX-K)
                   MOVE '     - ' TO WS-COLUNA(WS-FX-K)
               ELSE
                   COMPUTE WS-MEDIA(WS-FX-K) ROUNDED =
                       WS-ES-SOMA(WS-ES-I, WS-FX-K)
                       / WS-ES-QTD(WS-ES-I, WS-FX-K)
                   MOVE WS-MEDIA(WS-FX-K) TO WS-MEDIA-MASK
                   MOVE SPACES TO WS-COLUNA(WS-FX-K)
                   MOVE WS-MEDIA-MASK TO WS-COLUNA(WS-FX-K)(1:6)
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-OBS
           IF WS-ES-QTD(WS-ES-I, 2) > 0 AND WS-ES-QTD(WS-ES-I, 3) > 0
              AND WS-MEDIA(2) > WS-MEDIA(3)
               MOVE 'DISPERSAO PELO VENTO' TO WS-OBS
               ADD 1 TO WS-QTD-VENTO-DISP
           END-IF
           IF WS-ES-QTD(WS-ES-I, 4) > 0 AND WS-ES-QTD(WS-ES-I, 5) > 0
              AND WS-MEDIA(4) < WS-MEDIA(5)
               ADD 1 TO WS-QTD-CHUVA-LAVA
               IF WS-OBS = SPACES
                   MOVE 'LAVAGEM PELA CHUVA' TO WS-OBS
               ELSE
                   MOVE 'VENTO E CHUVA DISPERSAM' TO WS-OBS
               END-IF
           END-IF

           MOVE WS-ES-QTD(WS-ES-I, 1) TO WS-DIAS-MASK
           MOVE WS-ES-SEM-MET(WS-ES-I) TO WS-SEM-MET-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-ES-ESTACAO(WS-ES-I) ' ' WS-DIAS-MASK ' '
                  WS-COLUNAS-LINHA '  ' WS-SEM-MET-MASK ' '
                  WS-OBS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-ESTACAO.

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
           DISPLAY 'LINHAS DO HISTORICO LIDAS: ' WS-QTD-LIDAS
           DISPLAY 'LEITURAS DO MES          : ' WS-QTD-DO-MES
           DISPLAY 'DIAS/REGIAO METEOROLOGIA : ' WS-QTD-MET
           DISPLAY 'ESTACOES NO RELATORIO    : ' WS-QTD-EST
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM POLUICAO-METEO.
