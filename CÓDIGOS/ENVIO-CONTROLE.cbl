      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: ROTINA COMPARTILHADA DO LIVRO DE INTERFACES DE SAIDA
      *          - QUANDO O ORGAO DIZIA QUE NUNCA RECEBEU MARCO, NADA
      *          PROVAVA O CONTRARIO; CHAMADA POR CALL PELOS PASSOS
      *          QUE GERAM ARQUIVO PARA FORA (NOTAS-EXPORTA,
      *          POLUICAO-TRANSMITE, CENSO-ESCOLAR, RECUPERACAO-
      *          APLICA, CONSELHO-APLICA, BANCO-REMESSA, NFSE-RPS,
      *          CONTABIL-EXPORTA E REGUA-COBRANCA)
      *          LOGO DEPOIS DE FECHAR O ARQUIVO: CALCULA CONTAGEM
      *          E ASSINATURA DO CONTEUDO (CARGA-CONTROLE, ACAO A),
      *          PEGA A EXECUCAO ATUAL (RUN-ID) E ANEXA NO LIVRO
      *          ENVIOS.TXT (ENVIO.CPY) A LINHA G DA TRANSMISSAO COM
      *          O NUMERO SEGUINTE; DEVOLVE O NUMERO DA TRANSMISSAO
      *          E RESULTADO N QUANDO O ARQUIVO NAO PODE SER LIDO
      *          (NADA E REGISTRADO)
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Rotina original
      *   15/10/2026 MC  - Chamada tambem pelo CONTABIL-EXPORTA e pelo
      *                    REGUA-COBRANCA (arquivos do biro)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIO-CONTROLE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENVIOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENV-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ENVIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ENVIOS.TXT'.
       COPY ENVIO.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ENV-STATUS                PIC X(02) VALUE '00'.
       01 WS-FIM-ENV                   PIC X(01) VALUE 'N'.
           88 WS-FIM-ENV-SIM                  VALUE 'S'.
       01 WS-ULTIMO-NUMERO             PIC 9(06) VALUE ZERO.
       01 WS-CARGA-ACAO                PIC X(01) VALUE 'A'.
       01 WS-CARGA-QTD                 PIC 9(06) VALUE ZERO.
       01 WS-CARGA-HASH                PIC 9(09) VALUE ZERO.
       01 WS-CARGA-RESULTADO           PIC X(01) VALUE 'S'.
       01 WS-RUNID-ACAO                PIC X(01) VALUE 'A'.
       01 WS-RUNID                     PIC 9(06) VALUE ZERO.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO      PIC 9(04).
           02 WS-HOJE-MES      PIC 9(02).
           02 WS-HOJE-DIA      PIC 9(02).
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.
      ******************************************************************
       LINKAGE SECTION.
       01 LNK-INTERFACE                 PIC X(12).
       01 LNK-ARQUIVO                   PIC X(20).
       01 LNK-PERIODO                   PIC X(10).
       01 LNK-NUMERO                    PIC 9(06).
       01 LNK-RESULTADO                 PIC X(01).
      ******************************************************************
       PROCEDURE DIVISION USING LNK-INTERFACE
                                LNK-ARQUIVO
                                LNK-PERIODO
                                LNK-NUMERO
                                LNK-RESULTADO.
               PERFORM INICIO-ROTINA.
               PERFORM PROCESSA-ROTINA.
               PERFORM FINALIZA-ROTINA.

       INICIO-ROTINA.
           MOVE 'S' TO LNK-RESULTADO
           MOVE ZERO TO LNK-NUMERO
           MOVE 'N' TO WS-FIM-ENV
           MOVE ZERO TO WS-ULTIMO-NUMERO

           MOVE 'A' TO WS-CARGA-ACAO
           CALL 'CARGA-CONTROLE' USING LNK-INTERFACE
                                       LNK-ARQUIVO
                                       WS-CARGA-ACAO
                                       WS-CARGA-QTD
                                       WS-CARGA-HASH
                                       WS-CARGA-RESULTADO
           END-CALL
           IF WS-CARGA-RESULTADO NOT = 'S'
               MOVE 'N' TO LNK-RESULTADO
               DISPLAY LNK-ARQUIVO ' NAO PODE SER LIDO - '
                       'TRANSMISSAO NAO REGISTRADA EM ENVIOS.TXT'
           END-IF
           EXIT.
       FIM-INICIO-ROTINA.

       PROCESSA-ROTINA.
           IF LNK-RESULTADO = 'S'
               PERFORM OBTEM-ULTIMO-NUMERO
               PERFORM REGISTRA-GERACAO
           END-IF
           EXIT.
       FIM-PROCESSA-ROTINA.

      *-----------------------------------------------------------------
      * NUMERO DA TRANSMISSAO: MAIOR NUMERO DO LIVRO MAIS UM
      *-----------------------------------------------------------------
       OBTEM-ULTIMO-NUMERO.
           OPEN INPUT ENVIOS
           IF WS-ENV-STATUS = '00'
               PERFORM LER-ENVIOS
               PERFORM UNTIL WS-FIM-ENV-SIM
                   IF EV-NUMERO NUMERIC AND
                      EV-NUMERO > WS-ULTIMO-NUMERO
                       MOVE EV-NUMERO TO WS-ULTIMO-NUMERO
                   END-IF
                   PERFORM LER-ENVIOS
               END-PERFORM
               CLOSE ENVIOS
           END-IF
           EXIT.
       FIM-OBTEM-ULTIMO-NUMERO.

       LER-ENVIOS.
           READ ENVIOS
               AT END
                   SET WS-FIM-ENV-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ENVIOS.

       REGISTRA-GERACAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING

           MOVE 'A' TO WS-RUNID-ACAO
           CALL 'RUN-ID' USING WS-RUNID-ACAO
                               WS-RUNID
           END-CALL

           ADD 1 TO WS-ULTIMO-NUMERO

           OPEN EXTEND ENVIOS
           IF WS-ENV-STATUS = '35'
               OPEN OUTPUT ENVIOS
           END-IF

           MOVE SPACES TO ENVIO-REG
           MOVE WS-ULTIMO-NUMERO TO EV-NUMERO
           MOVE LNK-INTERFACE    TO EV-INTERFACE
           MOVE LNK-PERIODO      TO EV-PERIODO
           MOVE WS-RUNID         TO EV-RUNID
           MOVE LNK-ARQUIVO      TO EV-ARQUIVO
           MOVE WS-CARGA-QTD     TO EV-QTD
           MOVE WS-CARGA-HASH    TO EV-HASH
           MOVE WS-DATA-FMT      TO EV-DATA-GERACAO
           SET EV-GERADO TO TRUE
           MOVE WS-DATA-FMT      TO EV-DATA-SITUACAO
           WRITE ENVIO-REG

           CLOSE ENVIOS

           MOVE WS-ULTIMO-NUMERO TO LNK-NUMERO
           DISPLAY 'TRANSMISSAO ' WS-ULTIMO-NUMERO ' REGISTRADA EM '
                   'ENVIOS.TXT: ' LNK-INTERFACE ' ' LNK-PERIODO
           DISPLAY '  ' WS-CARGA-QTD ' REGISTRO(S), ASSINATURA '
                   WS-CARGA-HASH ' - AGUARDANDO CONFIRMACAO DE ENVIO'
           EXIT.
       FIM-REGISTRA-GERACAO.

       FINALIZA-ROTINA.
           GOBACK.
       FIM-FINALIZA-ROTINA.
      ******************************************************************
       END PROGRAM ENVIO-CONTROLE.
