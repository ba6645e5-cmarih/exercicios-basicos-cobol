      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: IMPORTACAO DO RETORNO DE PAGAMENTO DAS GUIAS DOS
      *          CONVENIOS - LE O RETGUIAS.TXT (GUIARET.CPY) RECEBIDO
      *          DA OPERADORA APOS O LOTE DO CLINICA-COBRANCA (MODO L)
      *          E ATUALIZA A COBRANCA DO CLINCOBR.TXT PELO NUMERO DA
      *          GUIA: O VALOR PAGO SE SOMA AO JA RECEBIDO; PAGO O
      *          VALOR COBRADO A GUIA FICA PAGA (P), PAGO A MENOS
      *          FICA GLOSADA (G) COM O CODIGO E O MOTIVO DA GLOSA,
      *          EM ACOMPANHAMENTO ATE O RECURSO SER PAGO NUM RETORNO
      *          SEGUINTE; O VALOR RECEBIDO VAI PARA O TRANSACOES.TXT
      *          NA CONTA DA CLINICA DA COBRANCA (UM CREDITO POR
      *          CONTA, DATA DE PAGAMENTO E COMPETENCIA); MESMO
      *          ARQUIVO NAO E CARREGADO DUAS VEZES (LIVRO DE CARGAS,
      *          INTERFACE RETGUIAS); GLOSAS E LINHAS SEM GUIA SAEM NO
      *          RETGUIAREL.TXT
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Lancamento gravado com a unidade da sessao
      *                    (TX-UNIDADE, rotina UNIDADE-ATIVA); sessao
      *                    consolidada grava em branco (sede)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVENIO-RETORNO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-GUIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RET-STATUS.
           SELECT CONVENIOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONV-STATUS.
           SELECT CLIN-COBRANCAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COBR-STATUS.
           SELECT COBR-TEMP ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TEMP-STATUS.
           SELECT TRANSACOES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD RETORNO-GUIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RETGUIAS.TXT'.
       COPY GUIARET.CPY.

       FD CONVENIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONVENIOS.TXT'.
       COPY CONVENIO.CPY.

       FD CLIN-COBRANCAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CLINCOBR.TXT'.
       COPY CLINCOBR.CPY.

       FD COBR-TEMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CLINCOBR-TEMP.TXT'.
       01 COBR-TEMP-REG                PIC X(175).

       FD TRANSACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TRANSACOES.TXT'.
       COPY TRANSACAO.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-RET-STATUS                PIC X(02) VALUE '00'.
       01 WS-CONV-STATUS               PIC X(02) VALUE '00'.
       01 WS-COBR-STATUS               PIC X(02) VALUE '00'.
       01 WS-TEMP-STATUS               PIC X(02) VALUE '00'.
       01 WS-TRANS-STATUS              PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-RET            PIC X(01) VALUE 'N'.
               88 WS-FIM-RET-SIM          VALUE 'S'.
           02 WS-FIM-CONV           PIC X(01) VALUE 'N'.
               88 WS-FIM-CONV-SIM         VALUE 'S'.
           02 WS-FIM-COBR           PIC X(01) VALUE 'N'.
               88 WS-FIM-COBR-SIM         VALUE 'S'.
           02 WS-FIM-TEMP           PIC X(01) VALUE 'N'.
               88 WS-FIM-TEMP-SIM         VALUE 'S'.
      *-----------------------------------------------------------------
      * REGISTRO ANS DE CADA CONVENIO (CONFERE A OPERADORA DA LINHA)
      *-----------------------------------------------------------------
       01 WS-TAB-CONV-LIMITE           PIC 9(03) VALUE 100.
       01 WS-QTD-CONVENIOS             PIC 9(03) VALUE ZERO.
       01 WS-TABELA-CONV.
           02 WS-CV-ENTRADA OCCURS 100 TIMES.
               03 WS-CV-CODIGO         PIC X(05).
               03 WS-CV-REGISTRO-ANS   PIC 9(06).
       01 WS-CV-I                      PIC 9(03) VALUE ZERO.
       01 WS-CV-ANS                    PIC 9(06) VALUE ZERO.
      *-----------------------------------------------------------------
      * LINHAS DO RETORNO; WS-RT-USADO = S QUANDO APLICADA A UMA GUIA
      *-----------------------------------------------------------------
       01 WS-TAB-RET-LIMITE            PIC 9(04) VALUE 3000.
       01 WS-QTD-RET                   PIC 9(04) VALUE ZERO.
       01 WS-TABELA-RET.
           02 WS-RT-ENTRADA OCCURS 3000 TIMES.
               03 WS-RT-REGISTRO-ANS   PIC 9(06).
               03 WS-RT-GUIA           PIC 9(06).
               03 WS-RT-DATA-PAGAMENTO PIC 9(08).
               03 WS-RT-VALOR-PAGO     PIC 9(07)V99.
               03 WS-RT-CODIGO-GLOSA   PIC X(04).
               03 WS-RT-MOTIVO-GLOSA   PIC X(30).
               03 WS-RT-USADO          PIC X(01).
       01 WS-RT-I                      PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * RECEBIMENTOS A LANCAR, POR CONTA, DATA E COMPETENCIA
      *-----------------------------------------------------------------
       01 WS-TAB-LANC-LIMITE           PIC 9(03) VALUE 500.
       01 WS-QTD-LANC                  PIC 9(03) VALUE ZERO.
       01 WS-TABELA-LANC.
           02 WS-LP-ENTRADA OCCURS 500 TIMES.
               03 WS-LP-CONTA          PIC X(10).
               03 WS-LP-DATA           PIC X(10).
               03 WS-LP-COMPETENCIA    PIC 9(06).
               03 WS-LP-VALOR          PIC 9(07)V99.
       01 WS-LP-I                      PIC 9(03) VALUE ZERO.
       01 WS-LP-ACHOU-I                PIC 9(03) VALUE ZERO.
       01 WS-DATA-PGTO                 PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
      * CONTADORES
      *-----------------------------------------------------------------
       01 WS-QTD-LIDOS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-INVALIDOS             PIC 9(05) VALUE ZERO.
       01 WS-QTD-PAGAS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-GLOSADAS              PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-GUIA              PIC 9(05) VALUE ZERO.
       01 WS-QTD-LANCAMENTOS           PIC 9(05) VALUE ZERO.
       01 WS-VALOR-RECEBIDO            PIC 9(11)V99 VALUE ZERO.
       01 WS-VALOR-GLOSADO             PIC 9(11)V99 VALUE ZERO.
       01 WS-DIFERENCA                 PIC 9(07)V99 VALUE ZERO.
       01 WS-VALOR-MASK                PIC ZZZ.ZZ9,99.
       01 WS-PAGO-MASK                 PIC ZZZ.ZZ9,99.
       01 WS-TOTAL-MASK                PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-CARGA-INTERFACE           PIC X(12) VALUE 'RETGUIAS'.
       01 WS-CARGA-ARQUIVO             PIC X(20)
                                       VALUE 'RETGUIAS.TXT'.
       01 WS-CARGA-ACAO                PIC X(01) VALUE 'V'.
       01 WS-CARGA-QTD                 PIC 9(06) VALUE ZERO.
       01 WS-CARGA-HASH                PIC 9(09) VALUE ZERO.
       01 WS-CARGA-RESULTADO           PIC X(01) VALUE 'S'.
      *-----------------------------------------------------------------
      * ROTINA DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20)
                                       VALUE 'RETGUIAREL.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE SPACES.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
       01 WS-UNIDADE-LANC              PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME              PIC X(40) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'IMPORTACAO DO RETORNO DAS GUIAS DOS CONVENIOS'
           DISPLAY '-----------------------------------'

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-LANC
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-LANC = '00'
               MOVE SPACES TO WS-UNIDADE-LANC
           END-IF

           MOVE 'V' TO WS-CARGA-ACAO
           CALL 'CARGA-CONTROLE' USING WS-CARGA-INTERFACE
                                       WS-CARGA-ARQUIVO
                                       WS-CARGA-ACAO
                                       WS-CARGA-QTD
                                       WS-CARGA-HASH
                                       WS-CARGA-RESULTADO
           END-CALL
           IF WS-CARGA-RESULTADO = 'N' AND WS-CARGA-QTD > 0
               DISPLAY 'RETGUIAS.TXT JA CARREGADO (MESMA '
                       'ASSINATURA NO CARGACTL.TXT) - CARGA '
                       'RECUSADA'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-CONVENIOS
               PERFORM CARREGA-RETORNO
           END-IF
           EXIT.
       FIM-INICIO.

       CARREGA-CONVENIOS.
           OPEN INPUT CONVENIOS
           IF WS-CONV-STATUS = '00'
               PERFORM LER-CONVENIOS
               PERFORM UNTIL WS-FIM-CONV-SIM
                   IF WS-QTD-CONVENIOS < WS-TAB-CONV-LIMITE
                       ADD 1 TO WS-QTD-CONVENIOS
                       MOVE CV-CODIGO
                            TO WS-CV-CODIGO(WS-QTD-CONVENIOS)
                       IF CV-REGISTRO-ANS NUMERIC
                           MOVE CV-REGISTRO-ANS
                                TO WS-CV-REGISTRO-ANS(WS-QTD-CONVENIOS)
                       ELSE
                           MOVE ZERO
                                TO WS-CV-REGISTRO-ANS(WS-QTD-CONVENIOS)
                       END-IF
                   ELSE
                       DISPLAY 'AVISO: TABELA DE CONVENIOS CHEIA ('
                               WS-TAB-CONV-LIMITE ')'
                       SET WS-FIM-CONV-SIM TO TRUE
                   END-IF
                   PERFORM LER-CONVENIOS
               END-PERFORM
               CLOSE CONVENIOS
           END-IF
           EXIT.
       FIM-CARREGA-CONVENIOS.

       LER-CONVENIOS.
           READ CONVENIOS
               AT END
                   SET WS-FIM-CONV-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CONVENIOS.

       CARREGA-RETORNO.
           OPEN INPUT RETORNO-GUIAS
           IF WS-RET-STATUS NOT = '00'
               DISPLAY 'RETGUIAS.TXT NAO ENCONTRADO - NADA A '
                       'IMPORTAR'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-RETORNO
               PERFORM UNTIL WS-FIM-RET-SIM
                   ADD 1 TO WS-QTD-LIDOS
                   EVALUATE TRUE
                       WHEN GR-GUIA NOT NUMERIC OR GR-GUIA = ZERO OR
                            GR-VALOR-PAGO NOT NUMERIC OR
                            GR-DATA-PAGAMENTO NOT NUMERIC
                           ADD 1 TO WS-QTD-INVALIDOS
                           DISPLAY 'LINHA ' WS-QTD-LIDOS
                                   ' DO RETORNO INVALIDA - IGNORADA'
                       WHEN WS-QTD-RET >= WS-TAB-RET-LIMITE
                           DISPLAY 'CARGA RECUSADA - RETGUIAS.TXT '
                                   'EXCEDE ' WS-TAB-RET-LIMITE
                                   ' LINHAS'
                           MOVE 8 TO WS-RETORNO-JOB
                           SET WS-FIM-RET-SIM TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-QTD-RET
                           IF GR-REGISTRO-ANS NUMERIC
                               MOVE GR-REGISTRO-ANS
                                    TO WS-RT-REGISTRO-ANS(WS-QTD-RET)
                           ELSE
                               MOVE ZERO
                                    TO WS-RT-REGISTRO-ANS(WS-QTD-RET)
                           END-IF
                           MOVE GR-GUIA
                                TO WS-RT-GUIA(WS-QTD-RET)
                           MOVE GR-DATA-PAGAMENTO
                                TO WS-RT-DATA-PAGAMENTO(WS-QTD-RET)
                           MOVE GR-VALOR-PAGO
                                TO WS-RT-VALOR-PAGO(WS-QTD-RET)
                           MOVE GR-CODIGO-GLOSA
                                TO WS-RT-CODIGO-GLOSA(WS-QTD-RET)
                           MOVE GR-MOTIVO-GLOSA
                                TO WS-RT-MOTIVO-GLOSA(WS-QTD-RET)
                           MOVE 'N' TO WS-RT-USADO(WS-QTD-RET)
                   END-EVALUATE
                   IF NOT WS-FIM-RET-SIM
                       PERFORM LER-RETORNO
                   END-IF
               END-PERFORM
               CLOSE RETORNO-GUIAS
           END-IF
           EXIT.
       FIM-CARREGA-RETORNO.

       LER-RETORNO.
           READ RETORNO-GUIAS
               AT END
                   SET WS-FIM-RET-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-RETORNO.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               OPEN INPUT CLIN-COBRANCAS
               IF WS-COBR-STATUS NOT = '00'
                   DISPLAY 'CLINCOBR.TXT NAO ENCONTRADO - RODE O '
                           'CLINICA-COBRANCA ANTES DE IMPORTAR O '
                           'RETORNO'
                   MOVE 8 TO WS-RETORNO-JOB
               ELSE
                   PERFORM ABRE-RELATORIO
                   OPEN OUTPUT COBR-TEMP
                   PERFORM LER-COBRANCA
                   PERFORM UNTIL WS-FIM-COBR-SIM
                       IF CC-PAGADOR-CONVENIO AND
                          (CC-SIT-ENVIADA OR CC-SIT-GLOSADA)
                           PERFORM APLICA-RETORNO
                       END-IF
                       WRITE COBR-TEMP-REG FROM CLIN-COBRANCA-REG
                       PERFORM LER-COBRANCA
                   END-PERFORM
                   CLOSE COBR-TEMP
                   CLOSE CLIN-COBRANCAS
                   PERFORM DEVOLVE-COBRANCAS
                   PERFORM LANCA-RECEBIMENTOS
                   PERFORM LISTA-SEM-GUIA
                   PERFORM FECHA-RELATORIO
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

       LER-COBRANCA.
           READ CLIN-COBRANCAS
               AT END
                   SET WS-FIM-COBR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-COBRANCA.

      *-----------------------------------------------------------------
      * TODAS AS LINHAS DA MESMA GUIA SAO APLICADAS NA ORDEM DO
      * ARQUIVO (PAGAMENTO PARCIAL SEGUIDO DO RECURSO, POR EX.); A
      * OPERADORA DA LINHA TEM DE SER O CONVENIO DA GUIA
      *-----------------------------------------------------------------
       APLICA-RETORNO.
           MOVE ZERO TO WS-CV-ANS
           PERFORM VARYING WS-CV-I FROM 1 BY 1
                   UNTIL WS-CV-I > WS-QTD-CONVENIOS
               IF WS-CV-CODIGO(WS-CV-I) = CC-CONVENIO
                   MOVE WS-CV-REGISTRO-ANS(WS-CV-I) TO WS-CV-ANS
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RT-I FROM 1 BY 1
                   UNTIL WS-RT-I > WS-QTD-RET
               IF WS-RT-GUIA(WS-RT-I) = CC-NUMERO AND
                  WS-RT-USADO(WS-RT-I) = 'N' AND
                  (WS-RT-REGISTRO-ANS(WS-RT-I) = WS-CV-ANS OR
                   WS-RT-REGISTRO-ANS(WS-RT-I) = ZERO)
                   MOVE 'S' TO WS-RT-USADO(WS-RT-I)
                   ADD WS-RT-VALOR-PAGO(WS-RT-I) TO CC-VALOR-PAGO
                   MOVE WS-RT-DATA-PAGAMENTO(WS-RT-I)(7:2)
                        TO WS-DATA-PGTO(1:2)
                   MOVE '/' TO WS-DATA-PGTO(3:1)
                   MOVE WS-RT-DATA-PAGAMENTO(WS-RT-I)(5:2)
                        TO WS-DATA-PGTO(4:2)
                   MOVE '/' TO WS-DATA-PGTO(6:1)
                   MOVE WS-RT-DATA-PAGAMENTO(WS-RT-I)(1:4)
                        TO WS-DATA-PGTO(7:4)
                   MOVE WS-DATA-PGTO TO CC-DATA-RETORNO
                   IF WS-RT-VALOR-PAGO(WS-RT-I) > 0
                       ADD WS-RT-VALOR-PAGO(WS-RT-I)
                           TO WS-VALOR-RECEBIDO
                       PERFORM ACUMULA-RECEBIMENTO
                   END-IF
                   IF CC-VALOR-PAGO >= CC-VALOR
                       MOVE 'P' TO CC-SITUACAO
                       MOVE SPACES TO CC-GLOSA
                       ADD 1 TO WS-QTD-PAGAS
                   ELSE
                       MOVE 'G' TO CC-SITUACAO
                       MOVE SPACES TO CC-GLOSA
                       STRING WS-RT-CODIGO-GLOSA(WS-RT-I) ' '
                              WS-RT-MOTIVO-GLOSA(WS-RT-I)
                              DELIMITED BY SIZE
                              INTO CC-GLOSA
                       END-STRING
                       ADD 1 TO WS-QTD-GLOSADAS
                       PERFORM LISTA-GLOSA
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-APLICA-RETORNO.

       ACUMULA-RECEBIMENTO.
           MOVE ZERO TO WS-LP-ACHOU-I
           PERFORM VARYING WS-LP-I FROM 1 BY 1
                   UNTIL WS-LP-I > WS-QTD-LANC
                      OR WS-LP-ACHOU-I > 0
               IF WS-LP-CONTA(WS-LP-I) = CC-CONTA AND
                  WS-LP-DATA(WS-LP-I) = WS-DATA-PGTO AND
                  WS-LP-COMPETENCIA(WS-LP-I) = CC-COMPETENCIA
                   MOVE WS-LP-I TO WS-LP-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-LP-ACHOU-I = 0
               IF WS-QTD-LANC < WS-TAB-LANC-LIMITE
                   ADD 1 TO WS-QTD-LANC
                   MOVE WS-QTD-LANC    TO WS-LP-ACHOU-I
                   MOVE CC-CONTA       TO WS-LP-CONTA(WS-LP-ACHOU-I)
                   MOVE WS-DATA-PGTO   TO WS-LP-DATA(WS-LP-ACHOU-I)
                   MOVE CC-COMPETENCIA
                        TO WS-LP-COMPETENCIA(WS-LP-ACHOU-I)
                   MOVE ZERO           TO WS-LP-VALOR(WS-LP-ACHOU-I)
               ELSE
                   DISPLAY 'AVISO: TABELA DE LANCAMENTOS CHEIA - '
                           'RECEBIMENTO DA GUIA ' CC-NUMERO
                           ' FICA SEM LANCAMENTO NO TRANSACOES.TXT'
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           IF WS-LP-ACHOU-I > 0
               ADD WS-RT-VALOR-PAGO(WS-RT-I)
                   TO WS-LP-VALOR(WS-LP-ACHOU-I)
           END-IF
           EXIT.
       FIM-ACUMULA-RECEBIMENTO.

       DEVOLVE-COBRANCAS.
           OPEN INPUT COBR-TEMP
           OPEN OUTPUT CLIN-COBRANCAS
           PERFORM LER-TEMP
           PERFORM UNTIL WS-FIM-TEMP-SIM
               WRITE CLIN-COBRANCA-REG FROM COBR-TEMP-REG
               PERFORM LER-TEMP
           END-PERFORM
           CLOSE CLIN-COBRANCAS
           CLOSE COBR-TEMP
           EXIT.
       FIM-DEVOLVE-COBRANCAS.

       LER-TEMP.
           READ COBR-TEMP
               AT END
                   SET WS-FIM-TEMP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TEMP.

      *-----------------------------------------------------------------
      * UM CREDITO POR CONTA, DATA DE PAGAMENTO E COMPETENCIA NO
      * TRANSACOES.TXT, PARA SEGUIR PELO TRANS-CRITICA
      *-----------------------------------------------------------------
       LANCA-RECEBIMENTOS.
           IF WS-QTD-LANC > 0
               OPEN EXTEND TRANSACOES
               IF WS-TRANS-STATUS = '35'
                   OPEN OUTPUT TRANSACOES
               END-IF
               PERFORM VARYING WS-LP-I FROM 1 BY 1
                       UNTIL WS-LP-I > WS-QTD-LANC
                   MOVE SPACES TO TRANSACAO-REG
                   MOVE WS-LP-CONTA(WS-LP-I)       TO TX-CONTA
                   MOVE WS-LP-VALOR(WS-LP-I)       TO TX-VALOR
                   MOVE WS-LP-DATA(WS-LP-I)        TO TX-DATA
                   MOVE 'C'                        TO TX-TIPO
                   MOVE WS-LP-COMPETENCIA(WS-LP-I) TO TX-COMPETENCIA
                   MOVE WS-UNIDADE-LANC TO TX-UNIDADE
                   WRITE TRANSACAO-REG
                   ADD 1 TO WS-QTD-LANCAMENTOS
               END-PERFORM
               CLOSE TRANSACOES
           END-IF
           EXIT.
       FIM-LANCA-RECEBIMENTOS.

      *-----------------------------------------------------------------
      * RELATORIO DAS GLOSAS E DAS LINHAS SEM GUIA (RETGUIAREL.TXT)
      *-----------------------------------------------------------------
       ABRE-RELATORIO.
           MOVE 'RETORNO DAS GUIAS - GLOSAS E LINHAS SEM GUIA'
                TO WS-IMP-TITULO
           MOVE SPACES TO WS-IMP-CABECALHO
           STRING 'GUIA   CONV. PAC.  DATA          COBRADO       PAGO '
                  'GLOSA'
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-ABRE-RELATORIO.

       LISTA-GLOSA.
           MOVE CC-VALOR      TO WS-VALOR-MASK
           MOVE CC-VALOR-PAGO TO WS-PAGO-MASK
           COMPUTE WS-DIFERENCA = CC-VALOR - CC-VALOR-PAGO
           ADD WS-DIFERENCA TO WS-VALOR-GLOSADO
           MOVE SPACES TO WS-IMP-LINHA
           STRING CC-NUMERO ' ' CC-CONVENIO ' ' CC-PACIENTE ' '
                  CC-DATA ' ' WS-VALOR-MASK ' ' WS-PAGO-MASK ' '
                  CC-GLOSA
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-LISTA-GLOSA.

       LISTA-SEM-GUIA.
           PERFORM VARYING WS-RT-I FROM 1 BY 1
                   UNTIL WS-RT-I > WS-QTD-RET
               IF WS-RT-USADO(WS-RT-I) = 'N'
                   ADD 1 TO WS-QTD-SEM-GUIA
                   MOVE WS-RT-VALOR-PAGO(WS-RT-I) TO WS-PAGO-MASK
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING WS-RT-GUIA(WS-RT-I) ' ANS '
                          WS-RT-REGISTRO-ANS(WS-RT-I) ' PAGO '
                          WS-PAGO-MASK
                          ' - GUIA NAO ENVIADA NO CLINCOBR.TXT'
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   MOVE 'D' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO
               END-IF
           END-PERFORM
           EXIT.
       FIM-LISTA-SEM-GUIA.

       FECHA-RELATORIO.
           MOVE WS-VALOR-RECEBIDO TO WS-TOTAL-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'PAGAS: '       WS-QTD-PAGAS
                  '  GLOSADAS: '  WS-QTD-GLOSADAS
                  '  SEM GUIA: '  WS-QTD-SEM-GUIA
                  '  RECEBIDO: '  WS-TOTAL-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE WS-VALOR-GLOSADO TO WS-TOTAL-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'VALOR GLOSADO NESTE RETORNO: ' WS-TOTAL-MASK
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
           DISPLAY 'GUIAS PAGAS          : ' WS-QTD-PAGAS
           DISPLAY 'GUIAS GLOSADAS       : ' WS-QTD-GLOSADAS
           DISPLAY 'SEM GUIA NO CLINCOBR : ' WS-QTD-SEM-GUIA
           DISPLAY 'LANCAMENTOS GERADOS  : ' WS-QTD-LANCAMENTOS
           DISPLAY '-----------------------------------'

           IF (WS-QTD-INVALIDOS > 0 OR WS-QTD-GLOSADAS > 0 OR
               WS-QTD-SEM-GUIA > 0) AND WS-RETORNO-JOB = 0
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
       END PROGRAM CONVENIO-RETORNO.
