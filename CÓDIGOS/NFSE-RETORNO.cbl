      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: IMPORTACAO DO RETORNO DO PORTAL DA NFS-E - LE O
      *          RETNFSE.TXT (NFSERET.CPY) BAIXADO DO PORTAL DA
      *          PREFEITURA APOS O ENVIO DO LOTE DO NFSE-RPS E
      *          ATUALIZA O REGISTRO NFSE.TXT PELA SERIE E NUMERO DO
      *          RPS: N = GRAVA O NUMERO DA NFS-E, O CODIGO DE
      *          VERIFICACAO E A DATA DE EMISSAO CONTRA O PAGAMENTO
      *          (SITUACAO A), C = CANCELAMENTO CONFIRMADO (SITUACAO
      *          X), E = RPS RECUSADO (SITUACAO R, VOLTA NO PROXIMO
      *          LOTE) OU PEDIDO DE CANCELAMENTO RECUSADO (VOLTA A
      *          A, O ESTORNO E PEDIDO DE NOVO NO PROXIMO LOTE);
      *          MESMO ARQUIVO NAO E CARREGADO DUAS VEZES (LIVRO DE
      *          CARGAS, INTERFACE RETNFSE); LINHAS SEM RPS NO
      *          REGISTRO E RECUSAS SAEM NO NFSERETORNO.TXT
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSE-RETORNO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-NFSE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RET-STATUS.
           SELECT NFSE-REGISTRO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NFSE-STATUS.
           SELECT NFSE-TEMP ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TEMP-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD RETORNO-NFSE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RETNFSE.TXT'.
       COPY NFSERET.CPY.

       FD NFSE-REGISTRO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NFSE.TXT'.
       COPY NFSE.CPY.

       FD NFSE-TEMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NFSE-TEMP.TXT'.
       01 NFSE-TEMP-REG                PIC X(191).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-RET-STATUS                PIC X(02) VALUE '00'.
       01 WS-NFSE-STATUS               PIC X(02) VALUE '00'.
       01 WS-TEMP-STATUS               PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-RET            PIC X(01) VALUE 'N'.
               88 WS-FIM-RET-SIM          VALUE 'S'.
           02 WS-FIM-NFSE           PIC X(01) VALUE 'N'.
               88 WS-FIM-NFSE-SIM         VALUE 'S'.
           02 WS-FIM-TEMP           PIC X(01) VALUE 'N'.
               88 WS-FIM-TEMP-SIM         VALUE 'S'.
      *-----------------------------------------------------------------
      * LINHAS DO RETORNO; WS-RT-USADO = S QUANDO APLICADA A UM RPS
      *-----------------------------------------------------------------
       01 WS-TAB-RET-LIMITE            PIC 9(04) VALUE 3000.
       01 WS-QTD-RET                   PIC 9(04) VALUE ZERO.
       01 WS-TABELA-RET.
           02 WS-RT-ENTRADA OCCURS 3000 TIMES.
               03 WS-RT-TIPO           PIC X(01).
               03 WS-RT-SERIE          PIC X(05).
               03 WS-RT-RPS            PIC 9(10).
               03 WS-RT-NUMERO-NFSE    PIC 9(12).
               03 WS-RT-CODIGO-VERIF   PIC X(08).
               03 WS-RT-DATA-EMISSAO   PIC 9(08).
               03 WS-RT-MENSAGEM       PIC X(40).
               03 WS-RT-USADO          PIC X(01).
       01 WS-RT-I                      PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * CONTADORES
      *-----------------------------------------------------------------
       01 WS-QTD-LIDOS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-INVALIDOS             PIC 9(05) VALUE ZERO.
       01 WS-QTD-EMITIDAS              PIC 9(05) VALUE ZERO.
       01 WS-QTD-CANCELADAS            PIC 9(05) VALUE ZERO.
       01 WS-QTD-RECUSADOS             PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-RPS               PIC 9(05) VALUE ZERO.
       01 WS-VALOR-MASK                PIC ZZZ.ZZ9,99.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-CARGA-INTERFACE           PIC X(12) VALUE 'RETNFSE'.
       01 WS-CARGA-ARQUIVO             PIC X(20)
                                       VALUE 'RETNFSE.TXT'.
       01 WS-CARGA-ACAO                PIC X(01) VALUE 'V'.
       01 WS-CARGA-QTD                 PIC 9(06) VALUE ZERO.
       01 WS-CARGA-HASH                PIC 9(09) VALUE ZERO.
       01 WS-CARGA-RESULTADO           PIC X(01) VALUE 'S'.
      *-----------------------------------------------------------------
      * ROTINA DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20)
                                       VALUE 'NFSERETORNO.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE SPACES.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'IMPORTACAO DO RETORNO DA NFS-E'
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
               DISPLAY 'RETNFSE.TXT JA CARREGADO (MESMA '
                       'ASSINATURA NO CARGACTL.TXT) - CARGA '
                       'RECUSADA'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-RETORNO
           END-IF
           EXIT.
       FIM-INICIO.

       CARREGA-RETORNO.
           OPEN INPUT RETORNO-NFSE
           IF WS-RET-STATUS NOT = '00'
               DISPLAY 'RETNFSE.TXT NAO ENCONTRADO - NADA A '
                       'IMPORTAR'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-RETORNO
               PERFORM UNTIL WS-FIM-RET-SIM
                   ADD 1 TO WS-QTD-LIDOS
                   EVALUATE TRUE
                       WHEN RN-RPS NOT NUMERIC OR RN-RPS = ZERO OR
                            NOT (RN-EMITIDA OR RN-CANCELADA OR
                                 RN-ERRO)
                           ADD 1 TO WS-QTD-INVALIDOS
                           DISPLAY 'LINHA ' WS-QTD-LIDOS
                                   ' DO RETORNO INVALIDA - IGNORADA'
                       WHEN RN-EMITIDA AND
                            (RN-NUMERO-NFSE NOT NUMERIC OR
                             RN-NUMERO-NFSE = ZERO)
                           ADD 1 TO WS-QTD-INVALIDOS
                           DISPLAY 'LINHA ' WS-QTD-LIDOS
                                   ' SEM NUMERO DA NFS-E - IGNORADA'
                       WHEN WS-QTD-RET >= WS-TAB-RET-LIMITE
                           DISPLAY 'CARGA RECUSADA - RETNFSE.TXT '
                                   'EXCEDE ' WS-TAB-RET-LIMITE
                                   ' LINHAS'
                           MOVE 8 TO WS-RETORNO-JOB
                           SET WS-FIM-RET-SIM TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-QTD-RET
                           MOVE RN-TIPO
                                TO WS-RT-TIPO(WS-QTD-RET)
                           MOVE RN-SERIE
                                TO WS-RT-SERIE(WS-QTD-RET)
                           MOVE RN-RPS
                                TO WS-RT-RPS(WS-QTD-RET)
                           IF RN-NUMERO-NFSE NUMERIC
                               MOVE RN-NUMERO-NFSE
                                    TO WS-RT-NUMERO-NFSE(WS-QTD-RET)
                           ELSE
                               MOVE ZERO
                                    TO WS-RT-NUMERO-NFSE(WS-QTD-RET)
                           END-IF
                           MOVE RN-CODIGO-VERIF
                                TO WS-RT-CODIGO-VERIF(WS-QTD-RET)
                           IF RN-DATA-EMISSAO NUMERIC
                               MOVE RN-DATA-EMISSAO
                                    TO WS-RT-DATA-EMISSAO(WS-QTD-RET)
                           ELSE
                               MOVE ZERO
                                    TO WS-RT-DATA-EMISSAO(WS-QTD-RET)
                           END-IF
                           MOVE RN-MENSAGEM
                                TO WS-RT-MENSAGEM(WS-QTD-RET)
                           MOVE 'N' TO WS-RT-USADO(WS-QTD-RET)
                   END-EVALUATE
                   IF NOT WS-FIM-RET-SIM
                       PERFORM LER-RETORNO
                   END-IF
               END-PERFORM
               CLOSE RETORNO-NFSE
           END-IF
           EXIT.
       FIM-CARREGA-RETORNO.

       LER-RETORNO.
           READ RETORNO-NFSE
               AT END
                   SET WS-FIM-RET-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-RETORNO.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               OPEN INPUT NFSE-REGISTRO
               IF WS-NFSE-STATUS NOT = '00'
                   DISPLAY 'NFSE.TXT NAO ENCONTRADO - RODE O '
                           'NFSE-RPS ANTES DE IMPORTAR O RETORNO'
                   MOVE 8 TO WS-RETORNO-JOB
               ELSE
                   PERFORM ABRE-RELATORIO
                   OPEN OUTPUT NFSE-TEMP
                   PERFORM LER-NFSE
                   PERFORM UNTIL WS-FIM-NFSE-SIM
                       PERFORM APLICA-RETORNO
                       WRITE NFSE-TEMP-REG FROM NFSE-REG
                       PERFORM LER-NFSE
                   END-PERFORM
                   CLOSE NFSE-TEMP
                   CLOSE NFSE-REGISTRO
                   PERFORM DEVOLVE-REGISTRO
                   PERFORM LISTA-SEM-RPS
                   PERFORM FECHA-RELATORIO
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

       LER-NFSE.
           READ NFSE-REGISTRO
               AT END
                   SET WS-FIM-NFSE-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-NFSE.

      *-----------------------------------------------------------------
      * TODAS AS LINHAS DO RETORNO DO MESMO RPS SAO APLICADAS NA
      * ORDEM DO ARQUIVO (EMISSAO SEGUIDA DE CANCELAMENTO, POR EX.)
      *-----------------------------------------------------------------
       APLICA-RETORNO.
           PERFORM VARYING WS-RT-I FROM 1 BY 1
                   UNTIL WS-RT-I > WS-QTD-RET
               IF WS-RT-RPS(WS-RT-I) = NF-RPS AND
                  (WS-RT-SERIE(WS-RT-I) = NF-SERIE OR
                   WS-RT-SERIE(WS-RT-I) = SPACES)
                   MOVE 'S' TO WS-RT-USADO(WS-RT-I)
                   EVALUATE WS-RT-TIPO(WS-RT-I)
                       WHEN 'N'
                           MOVE 'A' TO NF-SITUACAO
                           MOVE WS-RT-NUMERO-NFSE(WS-RT-I)
                                TO NF-NUMERO-NFSE
                           MOVE WS-RT-CODIGO-VERIF(WS-RT-I)
                                TO NF-CODIGO-VERIF
                           MOVE WS-RT-DATA-EMISSAO(WS-RT-I)
                                TO NF-DATA-NFSE
                           MOVE SPACES TO NF-MENSAGEM
                           ADD 1 TO WS-QTD-EMITIDAS
                       WHEN 'C'
                           MOVE 'X' TO NF-SITUACAO
                           MOVE SPACES TO NF-MENSAGEM
                           ADD 1 TO WS-QTD-CANCELADAS
                       WHEN 'E'
                           IF NF-CANCELAMENTO-PEDIDO
                               MOVE 'A' TO NF-SITUACAO
                               MOVE SPACES TO NF-DATA-ESTORNO
                           ELSE
                               MOVE 'R' TO NF-SITUACAO
                           END-IF
                           MOVE WS-RT-MENSAGEM(WS-RT-I)
                                TO NF-MENSAGEM
                           ADD 1 TO WS-QTD-RECUSADOS
                           PERFORM LISTA-RECUSA
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT.
       FIM-APLICA-RETORNO.

       DEVOLVE-REGISTRO.
           OPEN INPUT NFSE-TEMP
           OPEN OUTPUT NFSE-REGISTRO
           PERFORM LER-TEMP
           PERFORM UNTIL WS-FIM-TEMP-SIM
               WRITE NFSE-REG FROM NFSE-TEMP-REG
               PERFORM LER-TEMP
           END-PERFORM
           CLOSE NFSE-REGISTRO
           CLOSE NFSE-TEMP
           EXIT.
       FIM-DEVOLVE-REGISTRO.

       LER-TEMP.
           READ NFSE-TEMP
               AT END
                   SET WS-FIM-TEMP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TEMP.

      *-----------------------------------------------------------------
      * RELATORIO DAS RECUSAS E DAS LINHAS SEM RPS (NFSERETORNO.TXT)
      *-----------------------------------------------------------------
       ABRE-RELATORIO.
           MOVE 'RETORNO DA NFS-E - RECUSAS E LINHAS SEM RPS'
                TO WS-IMP-TITULO
           MOVE SPACES TO WS-IMP-CABECALHO
           STRING 'SERIE RPS        CONTA      DATA PGTO       VALOR '
                  'OCORRENCIA'
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-ABRE-RELATORIO.

       LISTA-RECUSA.
           MOVE NF-VALOR TO WS-VALOR-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING NF-SERIE ' ' NF-RPS ' ' NF-CONTA ' '
                  NF-DATA-PGTO ' ' WS-VALOR-MASK ' '
                  WS-RT-MENSAGEM(WS-RT-I)
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-LISTA-RECUSA.

       LISTA-SEM-RPS.
           PERFORM VARYING WS-RT-I FROM 1 BY 1
                   UNTIL WS-RT-I > WS-QTD-RET
               IF WS-RT-USADO(WS-RT-I) = 'N'
                   ADD 1 TO WS-QTD-SEM-RPS
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING WS-RT-SERIE(WS-RT-I) ' '
                          WS-RT-RPS(WS-RT-I) ' '
                          'RPS NAO ENCONTRADO NO NFSE.TXT - NFS-E '
                          WS-RT-NUMERO-NFSE(WS-RT-I)
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   MOVE 'D' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO
               END-IF
           END-PERFORM
           EXIT.
       FIM-LISTA-SEM-RPS.

       FECHA-RELATORIO.
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'EMITIDAS: '     WS-QTD-EMITIDAS
                  '  CANCELADAS: ' WS-QTD-CANCELADAS
                  '  RECUSADOS: '  WS-QTD-RECUSADOS
                  '  SEM RPS: '    WS-QTD-SEM-RPS
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
           DISPLAY 'LINHAS INVALIDAS     : ' WS-QTD-INVALIDOS
           DISPLAY 'NFS-E EMITIDAS       : ' WS-QTD-EMITIDAS
           DISPLAY 'NFS-E CANCELADAS     : ' WS-QTD-CANCELADAS
           DISPLAY 'RECUSADOS            : ' WS-QTD-RECUSADOS
           DISPLAY 'SEM RPS NO REGISTRO  : ' WS-QTD-SEM-RPS
           DISPLAY '-----------------------------------'

           IF (WS-QTD-INVALIDOS > 0 OR WS-QTD-RECUSADOS > 0 OR
               WS-QTD-SEM-RPS > 0) AND WS-RETORNO-JOB = 0
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
       END PROGRAM NFSE-RETORNO.
