      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: IMPORTACAO DO RETORNO DO PROVEDOR DE MENSAGENS - LE
      *          NOTIFRET.TXT (NOTIFRET.CPY), LOCALIZA CADA MENSAGEM
      *          PELO NUMERO NA CAIXA DE SAIDA NOTIFSAI.TXT E BAIXA A
      *          SITUACAO (E ENTREGUE, F FALHA) COM A DATA E O MOTIVO
      *          DO RETORNO; A CAIXA E CARREGADA INTEIRA E REGRAVADA
      *          (SO QUANDO COUBE TODA NA TABELA); IMPRIME PELA ROTINA
      *          IMPRESSAO (NOTIFFALHA.TXT) AS MENSAGENS QUE FALHARAM,
      *          COM O RESPONSAVEL E O DESTINO, PARA A SECRETARIA
      *          LIGAR, E O TOTAL AINDA PENDENTE
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICA-RETORNO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFSAI ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SAIDA-STATUS.
           SELECT NOTIFRET ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RET-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD NOTIFSAI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NOTIFSAI.TXT'.
       COPY NOTIFSAI.CPY.

       FD NOTIFRET
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NOTIFRET.TXT'.
       COPY NOTIFRET.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-SAIDA-STATUS              PIC X(02) VALUE '00'.
       01 WS-RET-STATUS                PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-SAIDA          PIC X(01) VALUE 'N'.
               88 WS-FIM-SAIDA-SIM         VALUE 'S'.
           02 WS-FIM-RET            PIC X(01) VALUE 'N'.
               88 WS-FIM-RET-SIM           VALUE 'S'.
           02 WS-SAIDA-CHEIA        PIC X(01) VALUE 'N'.
               88 WS-SAIDA-CHEIA-SIM       VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM             VALUE 'S'.
       01 WS-TAB-SAI-LIMITE            PIC 9(04) VALUE 5000.
       01 WS-QTD-SAI                   PIC 9(04) VALUE ZERO.
       01 WS-TABELA-SAIDA.
           02 WS-SAI-REG PIC X(307) OCCURS 5000 TIMES.
       01 WS-SAI-I                     PIC 9(04) VALUE ZERO.
       01 WS-QTD-RET-LIDOS             PIC 9(05) VALUE ZERO.
       01 WS-QTD-ENTREGUES             PIC 9(05) VALUE ZERO.
       01 WS-QTD-FALHAS                PIC 9(05) VALUE ZERO.
       01 WS-QTD-NAO-ACHADOS           PIC 9(05) VALUE ZERO.
       01 WS-QTD-INVALIDOS             PIC 9(05) VALUE ZERO.
       01 WS-QTD-PENDENTES             PIC 9(05) VALUE ZERO.
       01 WS-QTD-FALHAS-LISTA          PIC 9(05) VALUE ZERO.
       01 WS-ID-MASK                   PIC Z(07)9.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE
           'NOTIFFALHA.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE
           'AVISOS AOS RESPONSAVEIS - MENSAGENS COM FALHA'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'MENSAGEM TP MATR. RESPONSAVEL                    DESTINO'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'RETORNO DO PROVEDOR DE MENSAGENS'
           DISPLAY '-----------------------------------'

           PERFORM CARREGA-SAIDA
           IF WS-QTD-SAI = 0
               DISPLAY 'NOTIFSAI.TXT VAZIO OU NAO ENCONTRADO - NADA '
                       'A BAIXAR'
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-INICIO.

       CARREGA-SAIDA.
           OPEN INPUT NOTIFSAI
           IF WS-SAIDA-STATUS = '00'
               PERFORM LER-NOTIFSAI
               PERFORM UNTIL WS-FIM-SAIDA-SIM
                   IF WS-QTD-SAI < WS-TAB-SAI-LIMITE
                       ADD 1 TO WS-QTD-SAI
                       MOVE NOTIFSAI-REG TO WS-SAI-REG(WS-QTD-SAI)
                   ELSE
                       DISPLAY 'AVISO: NOTIFSAI.TXT EXCEDE '
                               WS-TAB-SAI-LIMITE ' MENSAGENS - A '
                               'CAIXA NAO SERA REGRAVADA'
                       SET WS-SAIDA-CHEIA-SIM TO TRUE
                       SET WS-FIM-SAIDA-SIM TO TRUE
                   END-IF
                   PERFORM LER-NOTIFSAI
               END-PERFORM
               CLOSE NOTIFSAI
           END-IF
           EXIT.
       FIM-CARREGA-SAIDA.

       LER-NOTIFSAI.
           READ NOTIFSAI
               AT END
                   SET WS-FIM-SAIDA-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-NOTIFSAI.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               OPEN INPUT NOTIFRET
               IF WS-RET-STATUS NOT = '00'
                   DISPLAY 'NOTIFRET.TXT NAO ENCONTRADO - NADA A '
                           'BAIXAR'
                   MOVE 4 TO WS-RETORNO-JOB
               ELSE
                   PERFORM LER-NOTIFRET
                   PERFORM UNTIL WS-FIM-RET-SIM
                       ADD 1 TO WS-QTD-RET-LIDOS
                       PERFORM BAIXA-RETORNO
                       PERFORM LER-NOTIFRET
                   END-PERFORM
                   CLOSE NOTIFRET

                   IF WS-SAIDA-CHEIA-SIM
                       MOVE 8 TO WS-RETORNO-JOB
                   ELSE
                       PERFORM REGRAVA-SAIDA
                   END-IF
                   PERFORM IMPRIME-FALHAS
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

       LER-NOTIFRET.
           READ NOTIFRET
               AT END
                   SET WS-FIM-RET-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-NOTIFRET.

       BAIXA-RETORNO.
           IF NR-ID NOT NUMERIC OR
              (NOT NR-ENTREGUE AND NOT NR-FALHA)
               ADD 1 TO WS-QTD-INVALIDOS
               DISPLAY 'RETORNO INVALIDO IGNORADO: ' NOTIFRET-REG
           ELSE
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-SAI-I FROM 1 BY 1
                       UNTIL WS-SAI-I > WS-QTD-SAI
                          OR WS-ACHOU-SIM
                   MOVE WS-SAI-REG(WS-SAI-I) TO NOTIFSAI-REG
                   IF NS-ID = NR-ID
                       SET WS-ACHOU-SIM TO TRUE
                       MOVE NR-STATUS TO NS-SITUACAO
                       MOVE NR-DATA   TO NS-DATA-RETORNO
                       IF NR-FALHA
                           MOVE NR-MOTIVO TO NS-MOTIVO
                           ADD 1 TO WS-QTD-FALHAS
                       ELSE
                           MOVE SPACES TO NS-MOTIVO
                           ADD 1 TO WS-QTD-ENTREGUES
                       END-IF
                       MOVE NOTIFSAI-REG TO WS-SAI-REG(WS-SAI-I)
                   END-IF
               END-PERFORM

               IF NOT WS-ACHOU-SIM
                   ADD 1 TO WS-QTD-NAO-ACHADOS
                   MOVE NR-ID TO WS-ID-MASK
                   DISPLAY 'MENSAGEM ' WS-ID-MASK
                           ' NAO ESTA NA CAIXA DE SAIDA - IGNORADA'
               END-IF
           END-IF
           EXIT.
       FIM-BAIXA-RETORNO.

       REGRAVA-SAIDA.
           OPEN OUTPUT NOTIFSAI
           PERFORM VARYING WS-SAI-I FROM 1 BY 1
                   UNTIL WS-SAI-I > WS-QTD-SAI
               MOVE WS-SAI-REG(WS-SAI-I) TO NOTIFSAI-REG
               WRITE NOTIFSAI-REG
           END-PERFORM
           CLOSE NOTIFSAI
           EXIT.
       FIM-REGRAVA-SAIDA.

      *-----------------------------------------------------------------
      * LISTA DE FALHAS E CONTAGEM DO QUE AINDA ESTA PENDENTE NA CAIXA
      *-----------------------------------------------------------------
       IMPRIME-FALHAS.
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-SAI-I FROM 1 BY 1
                   UNTIL WS-SAI-I > WS-QTD-SAI
               MOVE WS-SAI-REG(WS-SAI-I) TO NOTIFSAI-REG
               IF NS-PENDENTE
                   ADD 1 TO WS-QTD-PENDENTES
               END-IF
               IF NS-FALHA
                   ADD 1 TO WS-QTD-FALHAS-LISTA
                   MOVE NS-ID TO WS-ID-MASK
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING WS-ID-MASK ' ' NS-TIPO ' ' NS-MATRICULA
                          ' ' NS-NOME ' ' NS-DESTINO(1:25)
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   MOVE 'D' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO

                   MOVE SPACES TO WS-IMP-LINHA
                   STRING '         RETORNO ' NS-DATA-RETORNO
                          ' - ' NS-MOTIVO
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   MOVE 'D' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'MENSAGENS COM FALHA: ' WS-QTD-FALHAS-LISTA
                  '   AINDA PENDENTES: ' WS-QTD-PENDENTES
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-FALHAS.

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
           IF WS-RETORNO-JOB = 0 AND
              (WS-QTD-NAO-ACHADOS > 0 OR WS-QTD-INVALIDOS > 0)
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           DISPLAY '-----------------------------------'
           DISPLAY 'RETORNOS LIDOS     : ' WS-QTD-RET-LIDOS
           DISPLAY 'ENTREGUES          : ' WS-QTD-ENTREGUES
           DISPLAY 'FALHAS             : ' WS-QTD-FALHAS
           DISPLAY 'NAO LOCALIZADOS    : ' WS-QTD-NAO-ACHADOS
           DISPLAY 'INVALIDOS          : ' WS-QTD-INVALIDOS
           DISPLAY 'AINDA PENDENTES    : ' WS-QTD-PENDENTES
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM NOTIFICA-RETORNO.
