      *                    plausibilidade - ja passou por um humano)
      *                    e esvazia, em vez de anexar num arquivo
      *                    que o POLUICAO-AGREGA substitui
      *   15/10/2026 MC  - Condicoes meteorologicas no boletim: com
      *                    METEO.TXT (METEO.CPY, carregado pelo
      *                    METEO-IMPORTA) presente, cada estacao
      *                    publicada ganha uma linha com vento,
      *                    temperaturas, umidade, chuva e inversao
      *                    termica da sua regiao na data da leitura
      *                    (ou SEM DADOS METEOROLOGICOS); o registro
      *                    do dia fica junto do grupo regiao/data da
      *                    pre-passagem
      *   15/10/2026 MC  - Faixas de cada poluente pela versao de
      *                    POLUPAR.TXT vigente na data da leitura
      *                    (rotina PARAM-VIGENTE): reprocessamento de
      *                    um dia antigo classifica com as faixas da
      *                    epoca, e o boletim ganha uma linha FAIXAS
      *                    sempre que a versao usada muda
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICE-POLUICAO.
           SELECT PLAUS-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PLAUS-STATUS.
           SELECT METEO-ARQ ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-METEO-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           VALUE OF FILE-ID IS 'PLAUSPAR.TXT'.
       01 PLAUS-PARAM-REC.
           02 PLAUS-FATOR          PIC 9(02)V9.

       FD METEO-ARQ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'METEO.TXT'.
       COPY METEO.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-RESUMO-STATUS             PIC X(02)   VALUE '00'.
       01 WS-DOM-IDX                   PIC 9(01) VALUE 1.
       01 WS-POLUENTE-DOM              PIC X(05) VALUE SPACES.
       01 WS-FAIXA-RANK                PIC 9(01) VALUE ZERO.
       01 WS-TAB-FAIXAS-BASE           PIC X(60) VALUE SPACES.
       01 WS-VIG-ARQUIVO               PIC X(13) VALUE 'POLUPAR.TXT'.
       01 WS-VIG-CHAVE                 PIC X(05) VALUE SPACES.
       01 WS-VIG-DATA                  PIC 9(08) VALUE ZERO.
       01 WS-VIG-ULTIMA-DATA           PIC 9(08) VALUE 99999999.
       01 WS-VIG-OK                    PIC X(01) VALUE 'S'.
       01 WS-VIG-MOTIVO                PIC X(30) VALUE SPACES.
       01 WS-VIG-RESULTADO             PIC X(01) VALUE 'N'.
           88 WS-VIG-ACHADA                   VALUE 'S'.
       01 WS-VIG-VERSAO                PIC X(50) VALUE SPACES.
       01 WS-VIG-REGISTRO              PIC X(40) VALUE SPACES.
       01 WS-VIG-FAIXA REDEFINES WS-VIG-REGISTRO.
           02 WS-VIG-POLUENTE          PIC X(05).
           02 WS-VIG-ACEITAVEL-MIN     PIC 9(01)V9(2).
           02 WS-VIG-ACEITAVEL-MAX     PIC 9(01)V9(2).
           02 WS-VIG-GRUPO-I-MIN       PIC 9(01)V9(2).
           02 WS-VIG-GRUPO-I-E-II-MIN  PIC 9(01)V9(2).
           02 WS-VIG-TODOS-MIN         PIC 9(01)V9(2).
           02 FILLER                   PIC X(20).
       01 WS-TAB-VIG-ULTIMA.
           02 WS-VIG-ULTIMA-VERSAO     PIC X(50) OCCURS 3 TIMES.
       01 WS-VIG-IDX                   PIC 9(01) VALUE 1.
       01 WS-FLAGS-PARAM.
           02 WS-FIM-PARAM          PIC X(01) VALUE 'N'.
               88 WS-FIM-PARAM-SIM         VALUE 'S'.
               03 WS-GRP-SOMA-PM10     PIC 9(06)V9(2).
               03 WS-GRP-SOMA-PM25     PIC 9(06)V9(2).
               03 WS-GRP-SOMA-O3       PIC 9(06)V9(2).
               03 WS-GRP-METEO         PIC X(45).
       01 WS-GRP-I                      PIC 9(02) VALUE ZERO.
       01 WS-GRP-ACHOU-I                PIC 9(02) VALUE ZERO.
       01 WS-REGIAO-LEITURA             PIC X(15) VALUE SPACES.
       01 WS-MED-PM25                   PIC 9(03)V9(2) VALUE ZERO.
       01 WS-MED-O3                     PIC 9(03)V9(2) VALUE ZERO.
       01 WS-QTD-PARES                  PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * CONDICOES METEOROLOGICAS DO DIA (METEO.TXT) NO BOLETIM
      *-----------------------------------------------------------------
       01 WS-METEO-STATUS               PIC X(02) VALUE '00'.
       01 WS-FLAGS-METEO.
           02 WS-FIM-METEO          PIC X(01) VALUE 'N'.
               88 WS-FIM-METEO-SIM         VALUE 'S'.
           02 WS-TEM-METEO          PIC X(01) VALUE 'N'.
               88 WS-TEM-METEO-SIM         VALUE 'S'.
       01 WS-MET-VENTO-MASK             PIC ZZ9,9.
       01 WS-MET-TMIN-MASK              PIC --9,9.
       01 WS-MET-TMAX-MASK              PIC --9,9.
       01 WS-MET-UMID-MASK              PIC ZZ9.
       01 WS-MET-CHUVA-MASK             PIC ZZ9,9.
       01 WS-QTD-SUSPEITAS              PIC 9(04) VALUE ZERO.

       01 INDICE-POLUICAO                          PIC 9(03)V9(2).
               DISPLAY 'POLUPAR.TXT NAO ENCONTRADO - USANDO FAIXAS '
                       'PADRAO PARA PM10/PM25/O3'
           END-IF
           MOVE WS-TAB-FAIXAS TO WS-TAB-FAIXAS-BASE
           MOVE SPACES TO WS-TAB-VIG-ULTIMA

           OPEN INPUT CARTAO
           IF WS-CARTAO-STATUS = '00'
           EXIT.
       FIM-APLICA-FAIXA-PARAM.

      *-----------------------------------------------------------------
      * FAIXAS DA VERSAO DE POLUPAR.TXT VIGENTE NA DATA DA LEITURA
      * (WS-HIST-DATA): PARTE DAS FAIXAS ATUAIS E SOBREPOE, POLUENTE
      * A POLUENTE, A VERSAO DO HISTORICO; A VERSAO USADA SAI NO
      * BOLETIM (NO LOTE) OU NA TELA SEMPRE QUE MUDA
      *-----------------------------------------------------------------
       APLICA-FAIXAS-VIGENTES.
           CALL 'DATA-VALIDA' USING WS-HIST-DATA
                                    WS-VIG-OK
                                    WS-VIG-MOTIVO
                                    WS-VIG-DATA
           END-CALL
           IF WS-VIG-OK NOT = 'S'
               MOVE ZERO TO WS-VIG-DATA
           END-IF

           IF WS-VIG-DATA NOT = WS-VIG-ULTIMA-DATA
               MOVE WS-VIG-DATA TO WS-VIG-ULTIMA-DATA
               MOVE WS-TAB-FAIXAS-BASE TO WS-TAB-FAIXAS
               PERFORM VARYING WS-VIG-IDX FROM 1 BY 1
                       UNTIL WS-VIG-IDX > 3
                   MOVE WS-FX-POLUENTE(WS-VIG-IDX) TO WS-VIG-CHAVE
                   CALL 'PARAM-VIGENTE' USING WS-VIG-ARQUIVO
                                              WS-VIG-CHAVE
                                              WS-VIG-DATA
                                              WS-VIG-RESULTADO
                                              WS-VIG-REGISTRO
                                              WS-VIG-VERSAO
                   END-CALL
                   IF WS-VIG-ACHADA AND
                      WS-VIG-ACEITAVEL-MIN NUMERIC AND
                      WS-VIG-ACEITAVEL-MAX NUMERIC AND
                      WS-VIG-GRUPO-I-MIN NUMERIC AND
                      WS-VIG-GRUPO-I-E-II-MIN NUMERIC AND
                      WS-VIG-TODOS-MIN NUMERIC
                       MOVE WS-VIG-ACEITAVEL-MIN
                            TO WS-FX-ACEITAVEL-MIN(WS-VIG-IDX)
                       MOVE WS-VIG-ACEITAVEL-MAX
                            TO WS-FX-ACEITAVEL-MAX(WS-VIG-IDX)
                       MOVE WS-VIG-GRUPO-I-MIN
                            TO WS-FX-GRUPO-I-MIN(WS-VIG-IDX)
                       MOVE WS-VIG-GRUPO-I-E-II-MIN
                            TO WS-FX-GRUPO-I-E-II-MIN(WS-VIG-IDX)
                       MOVE WS-VIG-TODOS-MIN
                            TO WS-FX-TODOS-MIN(WS-VIG-IDX)
                   END-IF
                   IF WS-VIG-VERSAO NOT =
                      WS-VIG-ULTIMA-VERSAO(WS-VIG-IDX)
                       MOVE WS-VIG-VERSAO
                            TO WS-VIG-ULTIMA-VERSAO(WS-VIG-IDX)
                       DISPLAY 'FAIXAS: ' WS-VIG-VERSAO
                       IF WS-MODO-LOTE
                           MOVE SPACES TO WS-IMP-LINHA
                           STRING 'FAIXAS: ' DELIMITED BY SIZE
                                  WS-VIG-VERSAO DELIMITED BY SIZE
                                  INTO WS-IMP-LINHA
                           END-STRING
                           MOVE 'D' TO WS-IMP-ACAO
                           PERFORM CHAMA-IMPRESSAO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           EXIT.
       FIM-APLICA-FAIXAS-VIGENTES.

       PROCESSA-PROGRAMA.
           IF WS-MODO-LOTE
               PERFORM PROCESSA-LOTE
           DISPLAY 'DIGITE O INDICE DE O3: '
           ACCEPT WS-LE-VALOR(3)

           PERFORM MONTA-DATA-EXECUCAO
           PERFORM APLICA-FAIXAS-VIGENTES
           PERFORM CLASSIFICA-ESTACAO

           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
           PERFORM CARREGA-STREAK
           PERFORM CARREGA-FATOR-PLAUSIBILIDADE
           PERFORM PRE-CARREGA-PLAUSIBILIDADE
           PERFORM CARREGA-METEO

           OPEN INPUT ESTACOES

                   MOVE PO-PM25 TO WS-LE-VALOR(2)
                   MOVE PO-O3   TO WS-LE-VALOR(3)

                   PERFORM APLICA-FAIXAS-VIGENTES
                   PERFORM CLASSIFICA-ESTACAO

                   IF INDICE-POLUICAO > WS-PIOR-INDICE
                   MOVE 'D' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO

                   IF WS-TEM-METEO-SIM
                       PERFORM PUBLICA-CONDICOES-METEO
                   END-IF

                   PERFORM GRAVA-HISTORICO
                   PERFORM ATUALIZA-STREAK

                       MOVE ZERO TO WS-GRP-SOMA-PM10(WS-GRP-ACHOU-I)
                       MOVE ZERO TO WS-GRP-SOMA-PM25(WS-GRP-ACHOU-I)
                       MOVE ZERO TO WS-GRP-SOMA-O3(WS-GRP-ACHOU-I)
                       MOVE SPACES TO WS-GRP-METEO(WS-GRP-ACHOU-I)
                   END-IF
               END-IF

           EXIT.
       FIM-ACUMULA-GRUPO-REGIAO.

      *-----------------------------------------------------------------
      * CONDICOES METEOROLOGICAS: O REGISTRO DO METEO.TXT DE CADA
      * GRUPO REGIAO/DATA DA PRE-PASSAGEM FICA NO PROPRIO GRUPO; SEM
      * METEO.TXT O BOLETIM SAI COMO ANTES
      *-----------------------------------------------------------------
       CARREGA-METEO.
           MOVE 'N' TO WS-TEM-METEO
           OPEN INPUT METEO-ARQ
           IF WS-METEO-STATUS = '00'
               SET WS-TEM-METEO-SIM TO TRUE
               MOVE 'N' TO WS-FIM-METEO
               PERFORM LER-METEO
               PERFORM UNTIL WS-FIM-METEO-SIM
                   PERFORM VARYING WS-GRP-I FROM 1 BY 1
                           UNTIL WS-GRP-I > WS-QTD-GRUPOS-REG
                       IF WS-GRP-REGIAO(WS-GRP-I) = MD-REGIAO AND
                          WS-GRP-DATA(WS-GRP-I) = MD-DATA
                           MOVE METEO-REG TO WS-GRP-METEO(WS-GRP-I)
                       END-IF
                   END-PERFORM
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

       PUBLICA-CONDICOES-METEO.
           PERFORM LOCALIZA-REGIAO-LEITURA
           MOVE SPACES TO METEO-REG
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I > WS-QTD-GRUPOS-REG
               IF WS-GRP-REGIAO(WS-GRP-I) = WS-REGIAO-LEITURA AND
                  WS-GRP-DATA(WS-GRP-I) = WS-HIST-DATA AND
                  WS-GRP-METEO(WS-GRP-I) NOT = SPACES
                   MOVE WS-GRP-METEO(WS-GRP-I) TO METEO-REG
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           IF MD-REGIAO = SPACES
               MOVE '    CONDICOES: SEM DADOS METEOROLOGICOS'
                    TO WS-IMP-LINHA
           ELSE
               MOVE MD-VENTO    TO WS-MET-VENTO-MASK
               MOVE MD-TEMP-MIN TO WS-MET-TMIN-MASK
               MOVE MD-TEMP-MAX TO WS-MET-TMAX-MASK
               MOVE MD-UMIDADE  TO WS-MET-UMID-MASK
               MOVE MD-CHUVA    TO WS-MET-CHUVA-MASK
               STRING '    CONDICOES: VENTO '
                      WS-MET-VENTO-MASK ' KM/H TEMP '
                      WS-MET-TMIN-MASK '/' WS-MET-TMAX-MASK
                      ' C UMID ' WS-MET-UMID-MASK
                      '% CHUVA ' WS-MET-CHUVA-MASK ' MM'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               IF MD-INVERSAO-SIM
                   MOVE ' - INVERSAO TERMICA' TO WS-IMP-LINHA(76:19)
               END-IF
           END-IF
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-PUBLICA-CONDICOES-METEO.

       LOCALIZA-REGIAO-LEITURA.
           MOVE SPACES TO WS-REGIAO-LEITURA

