      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: IMPORTACAO DOS DADOS METEOROLOGICOS DIARIOS - LE O
      *          METEOIMP.TXT (METEO.CPY) RECEBIDO DO SERVICO DE
      *          METEOROLOGIA, UMA LINHA POR REGIAO E DATA, CRITICA
      *          REGIAO (TEM DE EXISTIR NO ESTMESTRE.TXT), DATA,
      *          CAMPOS NUMERICOS, UMIDADE ATE 100% E TEMPERATURA
      *          MINIMA NAO ACIMA DA MAXIMA, E INCORPORA AS LINHAS
      *          BOAS NO METEO.TXT - REGIAO/DATA JA EXISTENTE E
      *          SUBSTITUIDA (O SERVICO REENVIA O DIA CORRIGIDO);
      *          MESMO ARQUIVO NAO E CARREGADO DUAS VEZES (LIVRO DE
      *          CARGAS, INTERFACE METEO - O CARGA-GAPS APONTA OS
      *          DIAS SEM CARGA); LINHAS RECUSADAS SAEM NO
      *          METEOCARGA.TXT; RETURN-CODE 4 COM RECUSAS, 8 PARA
      *          CARGA DUPLICADA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METEO-IMPORTA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METEO-ENTRADA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENT-STATUS.
           SELECT METEO-ARQ ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-METEO-STATUS.
           SELECT METEO-TEMP ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TEMP-STATUS.
           SELECT ESTACAO-MESTRE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MESTRE-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD METEO-ENTRADA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'METEOIMP.TXT'.
       01 METEO-ENTRADA-REG            PIC X(45).

       FD METEO-ARQ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'METEO.TXT'.
       COPY METEO.CPY.

       FD METEO-TEMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'METEO-TEMP.TXT'.
       01 METEO-TEMP-REG               PIC X(45).

       FD ESTACAO-MESTRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ESTMESTRE.TXT'.
       COPY ESTACAO.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ENT-STATUS                PIC X(02) VALUE '00'.
       01 WS-METEO-STATUS              PIC X(02) VALUE '00'.
       01 WS-TEMP-STATUS               PIC X(02) VALUE '00'.
       01 WS-MESTRE-STATUS             PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-ENT            PIC X(01) VALUE 'N'.
               88 WS-FIM-ENT-SIM          VALUE 'S'.
           02 WS-FIM-METEO          PIC X(01) VALUE 'N'.
               88 WS-FIM-METEO-SIM        VALUE 'S'.
           02 WS-FIM-TEMP           PIC X(01) VALUE 'N'.
               88 WS-FIM-TEMP-SIM         VALUE 'S'.
           02 WS-FIM-MESTRE         PIC X(01) VALUE 'N'.
               88 WS-FIM-MESTRE-SIM       VALUE 'S'.
           02 WS-REG-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-REG-ACHOU-SIM        VALUE 'S'.
      *-----------------------------------------------------------------
      * REGIOES DO CADASTRO DE ESTACOES
      *-----------------------------------------------------------------
       01 WS-TAB-REG-LIMITE            PIC 9(02) VALUE 20.
       01 WS-QTD-REGIOES               PIC 9(02) VALUE ZERO.
       01 WS-TABELA-REGIOES.
           02 WS-RG-REGIAO PIC X(15) OCCURS 20 TIMES.
       01 WS-RG-I                      PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
      * LINHAS ACEITAS DO ARQUIVO DO SERVICO
      *-----------------------------------------------------------------
       01 WS-TAB-MET-LIMITE            PIC 9(04) VALUE 1000.
       01 WS-QTD-MET                   PIC 9(04) VALUE ZERO.
       01 WS-TABELA-MET.
           02 WS-MT-ENTRADA OCCURS 1000 TIMES.
               03 WS-MT-REGISTRO       PIC X(45).
               03 WS-MT-CHAVE          PIC X(25).
       01 WS-MT-I                      PIC 9(04) VALUE ZERO.
       01 WS-MT-ACHOU-I                PIC 9(04) VALUE ZERO.
       01 WS-CHAVE-BUSCA               PIC X(25) VALUE SPACES.
      *-----------------------------------------------------------------
       01 WS-MOTIVO                    PIC X(40) VALUE SPACES.
       01 WS-DATA-ENTRADA              PIC X(10) VALUE SPACES.
       01 WS-DATA-OK                   PIC X(01) VALUE 'N'.
       01 WS-DATA-MOTIVO               PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-QTD-LIDOS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-RECUSADOS             PIC 9(05) VALUE ZERO.
       01 WS-QTD-ACEITOS               PIC 9(05) VALUE ZERO.
       01 WS-QTD-SUBSTITUIDOS          PIC 9(05) VALUE ZERO.
       01 WS-QTD-GRAVADOS              PIC 9(06) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-CARGA-INTERFACE           PIC X(12) VALUE 'METEO'.
       01 WS-CARGA-ARQUIVO             PIC X(20)
                                       VALUE 'METEOIMP.TXT'.
       01 WS-CARGA-ACAO                PIC X(01) VALUE 'V'.
       01 WS-CARGA-QTD                 PIC 9(06) VALUE ZERO.
       01 WS-CARGA-HASH                PIC 9(09) VALUE ZERO.
       01 WS-CARGA-RESULTADO           PIC X(01) VALUE 'S'.
      *-----------------------------------------------------------------
      * ROTINA DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20)
                                       VALUE 'METEOCARGA.TXT'.
       01 WS-IMP-TITULO                PIC X(60)
           VALUE 'CARGA METEOROLOGICA - LINHAS RECUSADAS'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'LINHA REGIAO          DATA       MOTIVO'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'IMPORTACAO DOS DADOS METEOROLOGICOS'
           DISPLAY '-----------------------------------'

           MOVE 'V' TO WS-CARGA-ACAO
           CALL 'CARGA-CONTROLE' USING WS-CARGA-INTERFACE
                                       WS-CARGA-ARQUIVO
                                       WS-CARGA-ACAO
                                       WS-CARGA-QTD
                                       WS-CARGA-HASH
                                       WS-CARGA-RESULTADO
           END-CALL
           IF WS-CARGA-RESULTADO = 'N' AND WS-CARGA-QTD > 0
               DISPLAY 'METEOIMP.TXT JA CARREGADO (MESMA '
                       'ASSINATURA NO CARGACTL.TXT) - CARGA '
                       'RECUSADA'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-REGIOES
               PERFORM CARREGA-ENTRADA
           END-IF
           EXIT.
       FIM-INICIO.

       CARREGA-REGIOES.
           OPEN INPUT ESTACAO-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY 'ESTMESTRE.TXT NAO ENCONTRADO - REGIOES NAO '
                       'SERAO CONFERIDAS'
           ELSE
               PERFORM LER-MESTRE
               PERFORM UNTIL WS-FIM-MESTRE-SIM
                   PERFORM LOCALIZA-REGIAO-CADASTRO
                   IF NOT WS-REG-ACHOU-SIM AND
                      WS-QTD-REGIOES < WS-TAB-REG-LIMITE
                       ADD 1 TO WS-QTD-REGIOES
                       MOVE EM-REGIAO TO WS-RG-REGIAO(WS-QTD-REGIOES)
                   END-IF
                   PERFORM LER-MESTRE
               END-PERFORM
               CLOSE ESTACAO-MESTRE
           END-IF
           EXIT.
       FIM-CARREGA-REGIOES.

       LER-MESTRE.
           READ ESTACAO-MESTRE
               AT END
                   SET WS-FIM-MESTRE-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MESTRE.

       LOCALIZA-REGIAO-CADASTRO.
           MOVE 'N' TO WS-REG-ACHOU
           PERFORM VARYING WS-RG-I FROM 1 BY 1
                   UNTIL WS-RG-I > WS-QTD-REGIOES
                      OR WS-REG-ACHOU-SIM
               IF WS-RG-REGIAO(WS-RG-I) = EM-REGIAO
                   SET WS-REG-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-REGIAO-CADASTRO.

      *-----------------------------------------------------------------
      * CRITICA DO ARQUIVO DO SERVICO; A MESMA REGIAO/DATA REPETIDA NO
      * ARQUIVO FICA COM A ULTIMA LINHA
      *-----------------------------------------------------------------
       CARREGA-ENTRADA.
           OPEN INPUT METEO-ENTRADA
           IF WS-ENT-STATUS NOT = '00'
               DISPLAY 'METEOIMP.TXT NAO ENCONTRADO - NADA A '
                       'IMPORTAR'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               MOVE 'I' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               PERFORM LER-ENTRADA
               PERFORM UNTIL WS-FIM-ENT-SIM
                   ADD 1 TO WS-QTD-LIDOS
                   MOVE METEO-ENTRADA-REG TO METEO-REG
                   PERFORM CRITICA-LINHA
                   IF WS-MOTIVO NOT = SPACES
                       PERFORM LISTA-RECUSA
                   ELSE
                       PERFORM GUARDA-LINHA
                   END-IF
                   IF NOT WS-FIM-ENT-SIM
                       PERFORM LER-ENTRADA
                   END-IF
               END-PERFORM
               CLOSE METEO-ENTRADA
           END-IF
           EXIT.
       FIM-CARREGA-ENTRADA.

       LER-ENTRADA.
           READ METEO-ENTRADA
               AT END
                   SET WS-FIM-ENT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ENTRADA.

       CRITICA-LINHA.
           MOVE SPACES TO WS-MOTIVO
           MOVE MD-DATA TO WS-DATA-ENTRADA
           CALL 'DATA-VALIDA' USING WS-DATA-ENTRADA
                                    WS-DATA-OK
                                    WS-DATA-MOTIVO
                                    WS-DATA-AAAAMMDD
           END-CALL

           MOVE MD-REGIAO TO EM-REGIAO
           PERFORM LOCALIZA-REGIAO-CADASTRO

           EVALUATE TRUE
               WHEN MD-REGIAO = SPACES
                   MOVE 'REGIAO EM BRANCO' TO WS-MOTIVO
               WHEN WS-QTD-REGIOES > 0 AND NOT WS-REG-ACHOU-SIM
                   MOVE 'REGIAO FORA DO ESTMESTRE.TXT' TO WS-MOTIVO
               WHEN WS-DATA-OK NOT = 'S'
                   MOVE WS-DATA-MOTIVO TO WS-MOTIVO
               WHEN MD-VENTO NOT NUMERIC OR MD-UMIDADE NOT NUMERIC
                    OR MD-CHUVA NOT NUMERIC
                    OR MD-TEMP-MIN NOT NUMERIC
                    OR MD-TEMP-MAX NOT NUMERIC
                   MOVE 'CAMPO NUMERICO INVALIDO' TO WS-MOTIVO
               WHEN MD-UMIDADE > 100
                   MOVE 'UMIDADE ACIMA DE 100%' TO WS-MOTIVO
               WHEN MD-TEMP-MIN > MD-TEMP-MAX
                   MOVE 'TEMPERATURA MINIMA ACIMA DA MAXIMA'
                        TO WS-MOTIVO
               WHEN NOT (MD-INVERSAO-SIM OR MD-INVERSAO-NAO)
                   MOVE 'INDICADOR DE INVERSAO DEVE SER S OU N'
                        TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
       FIM-CRITICA-LINHA.

       GUARDA-LINHA.
           IF MD-INVERSAO = SPACE
               MOVE 'N' TO MD-INVERSAO
           END-IF
           MOVE SPACES TO WS-CHAVE-BUSCA
           STRING MD-REGIAO MD-DATA
                  DELIMITED BY SIZE
                  INTO WS-CHAVE-BUSCA
           END-STRING
           PERFORM LOCALIZA-LINHA

           EVALUATE TRUE
               WHEN WS-MT-ACHOU-I > 0
                   MOVE METEO-REG TO WS-MT-REGISTRO(WS-MT-ACHOU-I)
               WHEN WS-QTD-MET < WS-TAB-MET-LIMITE
                   ADD 1 TO WS-QTD-MET
                   MOVE METEO-REG TO WS-MT-REGISTRO(WS-QTD-MET)
                   MOVE WS-CHAVE-BUSCA TO WS-MT-CHAVE(WS-QTD-MET)
                   ADD 1 TO WS-QTD-ACEITOS
               WHEN OTHER
                   DISPLAY 'CARGA RECUSADA - METEOIMP.TXT EXCEDE '
                           WS-TAB-MET-LIMITE ' LINHAS'
                   MOVE 8 TO WS-RETORNO-JOB
                   SET WS-FIM-ENT-SIM TO TRUE
           END-EVALUATE
           EXIT.
       FIM-GUARDA-LINHA.

       LOCALIZA-LINHA.
           MOVE ZERO TO WS-MT-ACHOU-I
           PERFORM VARYING WS-MT-I FROM 1 BY 1
                   UNTIL WS-MT-I > WS-QTD-MET OR WS-MT-ACHOU-I > 0
               IF WS-MT-CHAVE(WS-MT-I) = WS-CHAVE-BUSCA
                   MOVE WS-MT-I TO WS-MT-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-LINHA.

       LISTA-RECUSA.
           ADD 1 TO WS-QTD-RECUSADOS
           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-QTD-LIDOS ' ' MD-REGIAO ' ' MD-DATA ' '
                  WS-MOTIVO
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-LISTA-RECUSA.

      *-----------------------------------------------------------------
      * METEO.TXT REGRAVADO VIA METEO-TEMP.TXT: MANTEM AS LINHAS DE
      * OUTRAS REGIOES/DATAS E ACRESCENTA AS DA CARGA NO FINAL
      *-----------------------------------------------------------------
       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               IF WS-QTD-MET > 0
                   OPEN OUTPUT METEO-TEMP
                   OPEN INPUT METEO-ARQ
                   IF WS-METEO-STATUS = '00'
                       PERFORM LER-METEO
                       PERFORM UNTIL WS-FIM-METEO-SIM
                           PERFORM COPIA-LINHA-ANTIGA
                           PERFORM LER-METEO
                       END-PERFORM
                       CLOSE METEO-ARQ
                   END-IF

                   PERFORM VARYING WS-MT-I FROM 1 BY 1
                           UNTIL WS-MT-I > WS-QTD-MET
                       MOVE WS-MT-REGISTRO(WS-MT-I) TO METEO-TEMP-REG
                       WRITE METEO-TEMP-REG
                       ADD 1 TO WS-QTD-GRAVADOS
                   END-PERFORM
                   CLOSE METEO-TEMP

                   PERFORM DEVOLVE-METEO
               END-IF
           END-IF

           IF WS-QTD-LIDOS > 0
               PERFORM FECHA-RELATORIO
           END-IF
           EXIT.
       FIM-PROCESSA.

       LER-METEO.
           READ METEO-ARQ
               AT END
                   SET WS-FIM-METEO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-METEO.

       COPIA-LINHA-ANTIGA.
           MOVE SPACES TO WS-CHAVE-BUSCA
           STRING MD-REGIAO MD-DATA
                  DELIMITED BY SIZE
                  INTO WS-CHAVE-BUSCA
           END-STRING
           PERFORM LOCALIZA-LINHA
           IF WS-MT-ACHOU-I > 0
               ADD 1 TO WS-QTD-SUBSTITUIDOS
           ELSE
               WRITE METEO-TEMP-REG FROM METEO-REG
               ADD 1 TO WS-QTD-GRAVADOS
           END-IF
           EXIT.
       FIM-COPIA-LINHA-ANTIGA.

       DEVOLVE-METEO.
           OPEN INPUT METEO-TEMP
           OPEN OUTPUT METEO-ARQ
           PERFORM LER-TEMP
           PERFORM UNTIL WS-FIM-TEMP-SIM
               WRITE METEO-REG FROM METEO-TEMP-REG
               PERFORM LER-TEMP
           END-PERFORM
           CLOSE METEO-ARQ
           CLOSE METEO-TEMP

           OPEN OUTPUT METEO-TEMP
           CLOSE METEO-TEMP
           EXIT.
       FIM-DEVOLVE-METEO.

       LER-TEMP.
           READ METEO-TEMP
               AT END
                   SET WS-FIM-TEMP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TEMP.

       FECHA-RELATORIO.
           IF WS-QTD-RECUSADOS = 0
               MOVE 'NENHUMA LINHA RECUSADA' TO WS-IMP-LINHA
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'LIDAS: '          WS-QTD-LIDOS
                  '  ACEITAS: '      WS-QTD-ACEITOS
                  '  SUBSTITUIDAS: ' WS-QTD-SUBSTITUIDOS
                  '  RECUSADAS: '    WS-QTD-RECUSADOS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-FECHA-RELATORIO.

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
           DISPLAY 'LINHAS LIDAS         : ' WS-QTD-LIDOS
           DISPLAY 'LINHAS ACEITAS       : ' WS-QTD-ACEITOS
           DISPLAY 'DIAS SUBSTITUIDOS    : ' WS-QTD-SUBSTITUIDOS
           DISPLAY 'LINHAS RECUSADAS     : ' WS-QTD-RECUSADOS
           DISPLAY 'METEO.TXT GRAVADO    : ' WS-QTD-GRAVADOS
           DISPLAY '-----------------------------------'

           IF WS-QTD-RECUSADOS > 0 AND WS-RETORNO-JOB = 0
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

           IF WS-RETORNO-JOB < 8 AND WS-QTD-LIDOS > 0
               MOVE 'R' TO WS-CARGA-ACAO
               CALL 'CARGA-CONTROLE' USING WS-CARGA-INTERFACE
                                           WS-CARGA-ARQUIVO
                                           WS-CARGA-ACAO
                                           WS-CARGA-QTD
                                           WS-CARGA-HASH
                                           WS-CARGA-RESULTADO
               END-CALL
               DISPLAY 'CARGA REGISTRADA NO CARGACTL.TXT ('
                       WS-CARGA-QTD ' LINHA(S), ASSINATURA '
                       WS-CARGA-HASH ')'
           END-IF

           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM METEO-IMPORTA.
