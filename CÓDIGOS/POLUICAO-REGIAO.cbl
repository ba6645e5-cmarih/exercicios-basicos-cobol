      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 MC  - Programa original
      *   15/10/2026 MC  - Com aviso emitido, chama o AVISO-ESCOLA:
      *                    turmas com atividade ao ar livre no dia em
      *                    regiao afetada vao para a coordenacao
      *                    (AVISOESC.TXT) e o envio fica no AVISOLOG.TXT
      *   15/10/2026 MC  - Bloco de aviso traz as condicoes do dia da
      *                    regiao (METEO.TXT, carregado pelo
      *                    METEO-IMPORTA): vento, temperaturas,
      *                    umidade, chuva e inversao termica
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLUICAO-REGIAO.
           SELECT AVISO-REGIAO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVISO-STATUS.
           SELECT METEO-ARQ ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-METEO-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'AVISOREG.TXT'.
       01 AVISO-REG                    PIC X(100).

       FD METEO-ARQ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'METEO.TXT'.
       COPY METEO.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-MESTRE-STATUS             PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-AVISO-STATUS              PIC X(02) VALUE '00'.
       01 WS-METEO-STATUS              PIC X(02) VALUE '00'.
       01 WS-PERCENTUAL                PIC 9(03) VALUE 050.
       01 WS-FAIXA-GATILHO             PIC 9(01) VALUE 2.
       01 WS-DATA-ALVO                 PIC X(10) VALUE SPACES.
               88 WS-EST-ACHOU-SIM         VALUE 'S'.
           02 WS-REG-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-REG-ACHOU-SIM         VALUE 'S'.
           02 WS-FIM-METEO          PIC X(01) VALUE 'N'.
               88 WS-FIM-METEO-SIM         VALUE 'S'.
       01 WS-TAB-MESTRE-LIMITE         PIC 9(03) VALUE 100.
       01 WS-QTD-MESTRE                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-MESTRE.
               03 WS-RG-QTD-PM10       PIC 9(03).
               03 WS-RG-QTD-PM25       PIC 9(03).
               03 WS-RG-QTD-O3         PIC 9(03).
               03 WS-RG-METEO          PIC X(45).
       01 WS-RG-I                      PIC 9(02) VALUE ZERO.
       01 WS-RG-ACHOU-I                PIC 9(02) VALUE ZERO.
       01 WS-PART-J                    PIC 9(02) VALUE ZERO.
       01 WS-QTD-DO-DIA                PIC 9(04) VALUE ZERO.
       01 WS-QTD-AVISOS                PIC 9(02) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-MET-VENTO-MASK            PIC ZZ9,9.
       01 WS-MET-TMIN-MASK             PIC --9,9.
       01 WS-MET-TMAX-MASK             PIC --9,9.
       01 WS-MET-UMID-MASK             PIC ZZ9.
       01 WS-MET-CHUVA-MASK            PIC ZZ9,9.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               DISPLAY 'ESTMESTRE.TXT VAZIO OU AUSENTE - SEM REGIAO '
                       'NAO HA AVISO REGIONAL'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM CARREGA-METEO
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * CONDICOES METEOROLOGICAS DA DATA AVALIADA POR REGIAO
      * (METEO.TXT); SEM O ARQUIVO O BLOCO SAI SEM A LINHA
      *-----------------------------------------------------------------
       CARREGA-METEO.
           OPEN INPUT METEO-ARQ
           IF WS-METEO-STATUS = '00'
               PERFORM LER-METEO
               PERFORM UNTIL WS-FIM-METEO-SIM
                   IF MD-DATA = WS-DATA-ALVO
                       PERFORM VARYING WS-RG-I FROM 1 BY 1
                               UNTIL WS-RG-I > WS-QTD-REGIOES
                           IF WS-RG-REGIAO(WS-RG-I) = MD-REGIAO
                               MOVE METEO-REG TO WS-RG-METEO(WS-RG-I)
                           END-IF
                       END-PERFORM
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

       CARREGA-MESTRE.
           OPEN INPUT ESTACAO-MESTRE
           IF WS-MESTRE-STATUS = '00'
                   MOVE ZERO TO WS-RG-QTD-PM10(WS-RG-ACHOU-I)
                   MOVE ZERO TO WS-RG-QTD-PM25(WS-RG-ACHOU-I)
                   MOVE ZERO TO WS-RG-QTD-O3(WS-RG-ACHOU-I)
                   MOVE SPACES TO WS-RG-METEO(WS-RG-ACHOU-I)
               END-IF
           END-IF
           EXIT.
                       MOVE 4 TO WS-RETORNO-JOB
                   ELSE
                       PERFORM GRAVA-AVISOS
                       IF WS-QTD-AVISOS > 0
                           PERFORM AVISA-ESCOLA
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-STRING
           WRITE AVISO-REG

           IF WS-METEO-STATUS = '00'
               PERFORM GRAVA-CONDICOES-METEO
           END-IF

           MOVE 'ESTACOES PARTICIPANTES:' TO AVISO-REG
           WRITE AVISO-REG

           EXIT.
       FIM-GRAVA-BLOCO-AVISO.

       GRAVA-CONDICOES-METEO.
           MOVE SPACES TO AVISO-REG
           IF WS-RG-METEO(WS-RG-I) = SPACES
               MOVE 'CONDICOES DO DIA: SEM DADOS METEOROLOGICOS'
                    TO AVISO-REG
           ELSE
               MOVE WS-RG-METEO(WS-RG-I) TO METEO-REG
               MOVE MD-VENTO    TO WS-MET-VENTO-MASK
               MOVE MD-TEMP-MIN TO WS-MET-TMIN-MASK
               MOVE MD-TEMP-MAX TO WS-MET-TMAX-MASK
               MOVE MD-UMIDADE  TO WS-MET-UMID-MASK
               MOVE MD-CHUVA    TO WS-MET-CHUVA-MASK
               STRING 'CONDICOES DO DIA: VENTO '
                      WS-MET-VENTO-MASK ' KM/H TEMP '
                      WS-MET-TMIN-MASK '/' WS-MET-TMAX-MASK
                      ' C UMID ' WS-MET-UMID-MASK
                      '% CHUVA ' WS-MET-CHUVA-MASK ' MM'
                      DELIMITED BY SIZE
                      INTO AVISO-REG
               END-STRING
               IF MD-INVERSAO-SIM
                   MOVE ' - INVERSAO TERMICA' TO AVISO-REG(79:19)
               END-IF
           END-IF
           WRITE AVISO-REG
           EXIT.
       FIM-GRAVA-CONDICOES-METEO.

      *-----------------------------------------------------------------
      * AVISO A ESCOLA: O RETORNO DO AVISO-ESCOLA ENTRA NO RETORNO DO
      * PASSO (TURMA SEM REGIAO, GRADE AUSENTE)
      *-----------------------------------------------------------------
       AVISA-ESCOLA.
           CALL 'AVISO-ESCOLA'
           END-CALL
           IF RETURN-CODE > WS-RETORNO-JOB
               MOVE RETURN-CODE TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-AVISA-ESCOLA.

       FINALIZA-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'LINHAS DO HISTORICO LIDAS: ' WS-QTD-LIDAS
