      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: IMPORTACAO DAS RESPOSTAS DOS RECEPTORES DAS
      *          INTERFACES DE SAIDA - LE O RETENVIO.TXT (ENVRET.CPY)
      *          COM O ACEITE OU A REJEICAO DE CADA ARQUIVO RECEBIDO
      *          PELO ORGAO AMBIENTAL, SECRETARIA, ADMINISTRACAO,
      *          BANCO OU PREFEITURA E MARCA NO LIVRO ENVIOS.TXT
      *          (ENVIO.CPY) A ULTIMA TRANSMISSAO DA MESMA INTERFACE
      *          E PERIODO COMO A = ACEITA OU R = REJEITADA, COM A
      *          DATA DA RESPOSTA E O MOTIVO; RESPOSTA SEM
      *          TRANSMISSAO NO LIVRO, CONTAGEM DIFERENTE DA
      *          GERADA E RESPOSTA DE ARQUIVO NUNCA CONFIRMADO COMO
      *          ENVIADO SAEM NO ENVRETORNO.TXT (RC 4); O MESMO
      *          ARQUIVO NAO E CARREGADO DUAS VEZES (LIVRO DE
      *          CARGAS, INTERFACE RETENVIO)
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIO-RETORNO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-ENVIO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RET-STATUS.
           SELECT ENVIOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENV-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD RETORNO-ENVIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RETENVIO.TXT'.
       COPY ENVRET.CPY.

       FD ENVIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ENVIOS.TXT'.
       COPY ENVIO.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-RET-STATUS                PIC X(02) VALUE '00'.
       01 WS-ENV-STATUS                PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-RET            PIC X(01) VALUE 'N'.
               88 WS-FIM-RET-SIM          VALUE 'S'.
           02 WS-FIM-ENV            PIC X(01) VALUE 'N'.
               88 WS-FIM-ENV-SIM          VALUE 'S'.
      *-----------------------------------------------------------------
      * TRANSMISSOES DO LIVRO, INDEXADAS PELO NUMERO (A ULTIMA LINHA
      * DE CADA NUMERO VALE)
      *-----------------------------------------------------------------
       01 WS-TAB-TR-LIMITE             PIC 9(04) VALUE 3000.
       01 WS-QTD-TR                    PIC 9(04) VALUE ZERO.
       01 WS-TABELA-TR.
           02 WS-TR-REGISTRO PIC X(138) OCCURS 3000 TIMES.
       01 WS-TR-I                      PIC 9(04) VALUE ZERO.
       01 WS-TR-ACHOU-I                PIC 9(04) VALUE ZERO.
       01 WS-SITUACAO-ANTES            PIC X(01) VALUE SPACE.
       01 WS-DATA-RESPOSTA             PIC 9(08) VALUE ZERO.
       01 WS-DATA-RESPOSTA-X REDEFINES WS-DATA-RESPOSTA.
           02 WS-RESP-ANO      PIC X(04).
           02 WS-RESP-MES      PIC X(02).
           02 WS-RESP-DIA      PIC X(02).
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.
       01 WS-DATA-OK                   PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO               PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-OCORRENCIA                PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
      * CONTADORES
      *-----------------------------------------------------------------
       01 WS-QTD-LIDOS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-INVALIDOS             PIC 9(05) VALUE ZERO.
       01 WS-QTD-ACEITOS               PIC 9(05) VALUE ZERO.
       01 WS-QTD-REJEITADOS            PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-TRANSMISSAO       PIC 9(05) VALUE ZERO.
       01 WS-QTD-DIVERGENTES           PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-ENVIO             PIC 9(05) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-CARGA-INTERFACE           PIC X(12) VALUE 'RETENVIO'.
       01 WS-CARGA-ARQUIVO             PIC X(20)
                                       VALUE 'RETENVIO.TXT'.
       01 WS-CARGA-ACAO                PIC X(01) VALUE 'V'.
       01 WS-CARGA-QTD                 PIC 9(06) VALUE ZERO.
       01 WS-CARGA-HASH                PIC 9(09) VALUE ZERO.
       01 WS-CARGA-RESULTADO           PIC X(01) VALUE 'S'.
      *-----------------------------------------------------------------
      * ROTINA DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20)
                                       VALUE 'ENVRETORNO.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE
           'RESPOSTAS DOS RECEPTORES DAS INTERFACES DE SAIDA'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE SPACES.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'IMPORTACAO DAS RESPOSTAS DOS RECEPTORES'
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
               DISPLAY 'RETENVIO.TXT JA CARREGADO (MESMA '
                       'ASSINATURA NO CARGACTL.TXT) - CARGA '
                       'RECUSADA'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-TRANSMISSOES
           END-IF
           EXIT.
       FIM-INICIO.

       CARREGA-TRANSMISSOES.
           OPEN INPUT ENVIOS
           IF WS-ENV-STATUS NOT = '00'
               DISPLAY 'ENVIOS.TXT NAO ENCONTRADO - NENHUMA '
                       'TRANSMISSAO A MARCAR'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-ENVIOS
               PERFORM UNTIL WS-FIM-ENV-SIM
                   IF EV-NUMERO NUMERIC AND EV-NUMERO > 0
                       IF EV-NUMERO > WS-TAB-TR-LIMITE
                           DISPLAY 'IMPORTACAO ABORTADA - ENVIOS.TXT '
                                   'EXCEDE ' WS-TAB-TR-LIMITE
                                   ' TRANSMISSOES'
                           MOVE 8 TO WS-RETORNO-JOB
                           SET WS-FIM-ENV-SIM TO TRUE
                       ELSE
                           MOVE ENVIO-REG
                                TO WS-TR-REGISTRO(EV-NUMERO)
                           IF EV-NUMERO > WS-QTD-TR
                               MOVE EV-NUMERO TO WS-QTD-TR
                           END-IF
                       END-IF
                   END-IF
                   PERFORM LER-ENVIOS
               END-PERFORM
               CLOSE ENVIOS
               DISPLAY 'TRANSMISSOES NO LIVRO: ' WS-QTD-TR
           END-IF
           EXIT.
       FIM-CARREGA-TRANSMISSOES.

       LER-ENVIOS.
           READ ENVIOS
               AT END
                   SET WS-FIM-ENV-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ENVIOS.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               OPEN INPUT RETORNO-ENVIO
               IF WS-RET-STATUS NOT = '00'
                   DISPLAY 'RETENVIO.TXT NAO ENCONTRADO - NADA A '
                           'IMPORTAR'
                   MOVE 4 TO WS-RETORNO-JOB
               ELSE
                   STRING 'INTERFACE    PERIODO    TRANSM RESP '
                          'OCORRENCIA'
                          DELIMITED BY SIZE
                          INTO WS-IMP-CABECALHO
                   END-STRING
                   MOVE 'I' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO

                   OPEN EXTEND ENVIOS

                   PERFORM LER-RETORNO
                   PERFORM UNTIL WS-FIM-RET-SIM
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM TRATA-RESPOSTA
                       PERFORM LER-RETORNO
                   END-PERFORM
                   CLOSE RETORNO-ENVIO
                   CLOSE ENVIOS

                   MOVE SPACES TO WS-IMP-LINHA
                   STRING 'RESPOSTAS LIDAS: ' WS-QTD-LIDOS
                          ' - ACEITES: ' WS-QTD-ACEITOS
                          ' - REJEICOES: ' WS-QTD-REJEITADOS
                          ' - SEM TRANSMISSAO: '
                          WS-QTD-SEM-TRANSMISSAO
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   MOVE 'T' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO
                   MOVE 'E' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

       LER-RETORNO.
           READ RETORNO-ENVIO
               AT END
                   SET WS-FIM-RET-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-RETORNO.

      *-----------------------------------------------------------------
      * UMA RESPOSTA: VALIDA, LOCALIZA A ULTIMA TRANSMISSAO DA
      * INTERFACE/PERIODO E ANEXA A SITUACAO NOVA NO LIVRO
      *-----------------------------------------------------------------
       TRATA-RESPOSTA.
           MOVE 'N' TO WS-DATA-OK
           IF RE-DATA NUMERIC
               MOVE RE-DATA TO WS-DATA-RESPOSTA
               MOVE SPACES TO WS-DATA-FMT
               STRING WS-RESP-DIA '/' WS-RESP-MES '/' WS-RESP-ANO
                      DELIMITED BY SIZE
                      INTO WS-DATA-FMT
               END-STRING
               CALL 'DATA-VALIDA' USING WS-DATA-FMT
                                        WS-DATA-OK
                                        WS-DATA-MOTIVO
                                        WS-DATA-AAAAMMDD
               END-CALL
           END-IF

           IF RE-INTERFACE = SPACES OR
              NOT (RE-ACEITO OR RE-REJEITADO) OR
              WS-DATA-OK = 'N'
               ADD 1 TO WS-QTD-INVALIDOS
               MOVE ZERO TO WS-TR-ACHOU-I
               MOVE 'LINHA INVALIDA - IGNORADA' TO WS-OCORRENCIA
               PERFORM IMPRIME-OCORRENCIA
           ELSE
               PERFORM LOCALIZA-TRANSMISSAO
               IF WS-TR-ACHOU-I = 0
                   ADD 1 TO WS-QTD-SEM-TRANSMISSAO
                   MOVE 'SEM TRANSMISSAO NO LIVRO'
                        TO WS-OCORRENCIA
                   PERFORM IMPRIME-OCORRENCIA
               ELSE
                   PERFORM MARCA-TRANSMISSAO
               END-IF
           END-IF
           EXIT.
       FIM-TRATA-RESPOSTA.

       LOCALIZA-TRANSMISSAO.
           MOVE ZERO TO WS-TR-ACHOU-I
           PERFORM VARYING WS-TR-I FROM WS-QTD-TR BY -1
                   UNTIL WS-TR-I < 1 OR WS-TR-ACHOU-I > 0
               MOVE WS-TR-REGISTRO(WS-TR-I) TO ENVIO-REG
               IF EV-INTERFACE = RE-INTERFACE AND
                  EV-PERIODO = RE-PERIODO
                   MOVE WS-TR-I TO WS-TR-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-TRANSMISSAO.

       MARCA-TRANSMISSAO.
           MOVE WS-TR-REGISTRO(WS-TR-ACHOU-I) TO ENVIO-REG
           MOVE EV-SITUACAO TO WS-SITUACAO-ANTES

           IF RE-ACEITO
               SET EV-ACEITO TO TRUE
               ADD 1 TO WS-QTD-ACEITOS
           ELSE
               SET EV-REJEITADO TO TRUE
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF
           MOVE WS-DATA-FMT TO EV-DATA-SITUACAO
           MOVE 'RETENVIO'  TO EV-OPERADOR
           MOVE RE-MOTIVO   TO EV-MOTIVO
           WRITE ENVIO-REG
           MOVE ENVIO-REG TO WS-TR-REGISTRO(WS-TR-ACHOU-I)

           IF RE-REJEITADO
               MOVE RE-MOTIVO TO WS-OCORRENCIA
               PERFORM IMPRIME-OCORRENCIA
           END-IF
           IF RE-QTD NUMERIC AND RE-QTD > 0 AND RE-QTD NOT = EV-QTD
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE SPACES TO WS-OCORRENCIA
               STRING 'RECEPTOR CONTOU ' RE-QTD ', GERADAS '
                      EV-QTD
                      DELIMITED BY SIZE
                      INTO WS-OCORRENCIA
               END-STRING
               PERFORM IMPRIME-OCORRENCIA
           END-IF
           IF WS-SITUACAO-ANTES = 'G'
               ADD 1 TO WS-QTD-SEM-ENVIO
               MOVE 'ENVIO NAO FOI CONFIRMADO' TO WS-OCORRENCIA
               PERFORM IMPRIME-OCORRENCIA
           END-IF
           EXIT.
       FIM-MARCA-TRANSMISSAO.

       IMPRIME-OCORRENCIA.
           MOVE SPACES TO WS-IMP-LINHA
           IF WS-TR-ACHOU-I > 0
               STRING RE-INTERFACE ' ' RE-PERIODO ' '
                      EV-NUMERO ' ' RE-SITUACAO '    '
                      WS-OCORRENCIA
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           ELSE
               STRING RE-INTERFACE ' ' RE-PERIODO ' '
                      '------ ' RE-SITUACAO '    '
                      WS-OCORRENCIA
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           END-IF
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:72)
           EXIT.
       FIM-IMPRIME-OCORRENCIA.

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
           DISPLAY 'RESPOSTAS LIDAS        : ' WS-QTD-LIDOS
           DISPLAY 'LINHAS INVALIDAS       : ' WS-QTD-INVALIDOS
           DISPLAY 'TRANSMISSOES ACEITAS   : ' WS-QTD-ACEITOS
           DISPLAY 'TRANSMISSOES REJEITADAS: ' WS-QTD-REJEITADOS
           DISPLAY 'SEM TRANSMISSAO        : ' WS-QTD-SEM-TRANSMISSAO
           DISPLAY 'CONTAGEM DIVERGENTE    : ' WS-QTD-DIVERGENTES
           DISPLAY 'ENVIO NAO CONFIRMADO   : ' WS-QTD-SEM-ENVIO
           DISPLAY '-----------------------------------'

           IF (WS-QTD-INVALIDOS > 0 OR WS-QTD-REJEITADOS > 0 OR
               WS-QTD-SEM-TRANSMISSAO > 0 OR
               WS-QTD-DIVERGENTES > 0 OR WS-QTD-SEM-ENVIO > 0)
              AND WS-RETORNO-JOB = 0
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
       END PROGRAM ENVIO-RETORNO.
