      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: ROTINA COMPARTILHADA DA VERSAO DE PARAMETRO VIGENTE
      *          NUMA DATA - RECEBE O ARQUIVO DE PARAMETRO (MEDIAPAR.
      *          TXT, POLUPAR.TXT, VITAISPAR.TXT OU COBRAPAR.TXT), A
      *          CHAVE DO REGISTRO (CODIGO DO POLUENTE NO POLUPAR.TXT,
      *          BRANCOS NOS DEMAIS) E A DATA DO DADO PROCESSADO
      *          (AAAAMMDD; ZERO = HOJE) E DEVOLVE, DO HISTORICO
      *          PARAMHIST.TXT (PARAMHIS.CPY), A IMAGEM DO REGISTRO DA
      *          VERSAO DE MAIOR INICIO DE VIGENCIA ATE A DATA, COM
      *          RESULTADO 'S'; SEM HISTORICO PARA O ARQUIVO/CHAVE (OU
      *          SEM VERSAO ATE A DATA) DEVOLVE 'N' E O CHAMADOR FICA
      *          COM O ARQUIVO ATUAL; EM AMBOS OS CASOS DEVOLVE O
      *          TEXTO DA VERSAO USADA, PARA O CHAMADOR IMPRIMIR; O
      *          HISTORICO E CARREGADO NA PRIMEIRA CHAMADA E FICA EM
      *          MEMORIA PARA AS SEGUINTES DO MESMO PASSO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Rotina original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM-VIGENTE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARAM-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PARAMHIST.TXT'.
       COPY PARAMHIS.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-CARREGADO          PIC X(01) VALUE 'N'.
               88 WS-CARREGADO-SIM        VALUE 'S'.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM         VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM            VALUE 'S'.
       01 WS-TAB-HIST-LIMITE           PIC 9(03) VALUE 999.
       01 WS-QTD-HIST                  PIC 9(03) VALUE ZERO.
       01 WS-TABELA-HIST.
           02 WS-PH-ENTRADA OCCURS 999 TIMES.
               03 WS-PH-ARQUIVO        PIC X(13).
               03 WS-PH-CHAVE          PIC X(05).
               03 WS-PH-VIGENCIA       PIC 9(08).
               03 WS-PH-REGISTRO       PIC X(40).
       01 WS-PH-I                      PIC 9(04) VALUE ZERO.
       01 WS-PH-ACHOU-I                PIC 9(03) VALUE ZERO.
       01 WS-DATA-PEDIDA               PIC 9(08) VALUE ZERO.
       01 WS-VIGENCIA-ACHADA           PIC 9(08) VALUE ZERO.
       01 WS-VIGENCIA-R REDEFINES WS-VIGENCIA-ACHADA.
           02 WS-VIG-ANO               PIC 9(04).
           02 WS-VIG-MES               PIC 9(02).
           02 WS-VIG-DIA               PIC 9(02).
       01 WS-VIGENCIA-FMT              PIC X(10) VALUE SPACES.
       01 WS-ALVO-TXT                  PIC X(19) VALUE SPACES.
      ******************************************************************
       LINKAGE SECTION.
       01 LNK-ARQUIVO                   PIC X(13).
       01 LNK-CHAVE                     PIC X(05).
       01 LNK-DATA                      PIC 9(08).
       01 LNK-RESULTADO                 PIC X(01).
           88 LNK-VERSAO-ACHADA                VALUE 'S'.
           88 LNK-SEM-HISTORICO                VALUE 'N'.
       01 LNK-REGISTRO                  PIC X(40).
       01 LNK-VERSAO                    PIC X(50).
      ******************************************************************
       PROCEDURE DIVISION USING LNK-ARQUIVO
                                LNK-CHAVE
                                LNK-DATA
                                LNK-RESULTADO
                                LNK-REGISTRO
                                LNK-VERSAO.
               PERFORM INICIO-ROTINA.
               PERFORM PROCESSA-ROTINA.
               PERFORM FINALIZA-ROTINA.

       INICIO-ROTINA.
           SET LNK-SEM-HISTORICO TO TRUE
           MOVE SPACES TO LNK-REGISTRO
           MOVE SPACES TO LNK-VERSAO

           IF NOT WS-CARREGADO-SIM
               PERFORM CARREGA-HISTORICO
               SET WS-CARREGADO-SIM TO TRUE
           END-IF

           IF LNK-DATA = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-PEDIDA
           ELSE
               MOVE LNK-DATA TO WS-DATA-PEDIDA
           END-IF
           EXIT.
       FIM-INICIO-ROTINA.

       PROCESSA-ROTINA.
           PERFORM ACHA-VERSAO
           PERFORM MONTA-TEXTO-VERSAO
           EXIT.
       FIM-PROCESSA-ROTINA.

       CARREGA-HISTORICO.
           OPEN INPUT PARAM-HIST
           IF WS-HIST-STATUS = '00'
               PERFORM LER-HISTORICO
               PERFORM UNTIL WS-FIM-HIST-SIM
                   IF WS-QTD-HIST >= WS-TAB-HIST-LIMITE
                       DISPLAY 'AVISO: TABELA DO PARAMHIST.TXT CHEIA ('
                               WS-TAB-HIST-LIMITE ')'
                   ELSE
                       IF PH-VIGENCIA NUMERIC
                           ADD 1 TO WS-QTD-HIST
                           MOVE PH-ARQUIVO
                                TO WS-PH-ARQUIVO(WS-QTD-HIST)
                           MOVE PH-CHAVE
                                TO WS-PH-CHAVE(WS-QTD-HIST)
                           MOVE PH-VIGENCIA
                                TO WS-PH-VIGENCIA(WS-QTD-HIST)
                           MOVE PH-REGISTRO
                                TO WS-PH-REGISTRO(WS-QTD-HIST)
                       END-IF
                   END-IF
                   PERFORM LER-HISTORICO
               END-PERFORM
               CLOSE PARAM-HIST
           END-IF
           EXIT.
       FIM-CARREGA-HISTORICO.

       LER-HISTORICO.
           READ PARAM-HIST
               AT END
                   SET WS-FIM-HIST-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-HISTORICO.

      *-----------------------------------------------------------------
      * VERSAO VIGENTE: MAIOR INICIO ATE A DATA PEDIDA; NO EMPATE A
      * LINHA MAIS RECENTE DO HISTORICO (CORRECAO NO MESMO DIA)
      *-----------------------------------------------------------------
       ACHA-VERSAO.
           MOVE 'N' TO WS-ACHOU
           MOVE ZERO TO WS-PH-ACHOU-I
           MOVE ZERO TO WS-VIGENCIA-ACHADA

           PERFORM VARYING WS-PH-I FROM 1 BY 1
                   UNTIL WS-PH-I > WS-QTD-HIST
               IF WS-PH-ARQUIVO(WS-PH-I) = LNK-ARQUIVO AND
                  WS-PH-CHAVE(WS-PH-I) = LNK-CHAVE AND
                  WS-PH-VIGENCIA(WS-PH-I) <= WS-DATA-PEDIDA
                   IF NOT WS-ACHOU-SIM OR
                      WS-PH-VIGENCIA(WS-PH-I) >= WS-VIGENCIA-ACHADA
                       SET WS-ACHOU-SIM TO TRUE
                       MOVE WS-PH-I TO WS-PH-ACHOU-I
                       MOVE WS-PH-VIGENCIA(WS-PH-I)
                            TO WS-VIGENCIA-ACHADA
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ACHOU-SIM
               SET LNK-VERSAO-ACHADA TO TRUE
               MOVE WS-PH-REGISTRO(WS-PH-ACHOU-I) TO LNK-REGISTRO
           END-IF
           EXIT.
       FIM-ACHA-VERSAO.

       MONTA-TEXTO-VERSAO.
           MOVE SPACES TO WS-ALVO-TXT
           IF LNK-CHAVE = SPACES
               MOVE LNK-ARQUIVO TO WS-ALVO-TXT
           ELSE
               STRING LNK-ARQUIVO DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      LNK-CHAVE DELIMITED BY SPACE
                      INTO WS-ALVO-TXT
               END-STRING
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-ACHOU-SIM
                   STRING WS-ALVO-TXT DELIMITED BY '  '
                          ' ATUAL (SEM HISTORICO)' DELIMITED BY SIZE
                          INTO LNK-VERSAO
                   END-STRING
               WHEN WS-VIGENCIA-ACHADA = ZERO
                   STRING WS-ALVO-TXT DELIMITED BY '  '
                          ' VERSAO ANTERIOR AO HISTORICO'
                          DELIMITED BY SIZE
                          INTO LNK-VERSAO
                   END-STRING
               WHEN OTHER
                   STRING WS-VIG-DIA '/' WS-VIG-MES '/' WS-VIG-ANO
                          DELIMITED BY SIZE
                          INTO WS-VIGENCIA-FMT
                   END-STRING
                   STRING WS-ALVO-TXT DELIMITED BY '  '
                          ' VIGENTE DESDE ' DELIMITED BY SIZE
                          WS-VIGENCIA-FMT DELIMITED BY SIZE
                          INTO LNK-VERSAO
                   END-STRING
           END-EVALUATE
           EXIT.
       FIM-MONTA-TEXTO-VERSAO.

       FINALIZA-ROTINA.
           GOBACK.
       FIM-FINALIZA-ROTINA.
      ******************************************************************
       END PROGRAM PARAM-VIGENTE.
