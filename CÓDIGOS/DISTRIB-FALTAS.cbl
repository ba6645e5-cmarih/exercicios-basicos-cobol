      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CONFERENCIA MATINAL DA DISTRIBUICAO DE RELATORIOS -
      *          LE O LOG DE ENTREGA (DISTLOG.TXT, DISTLOG.CPY) QUE O
      *          DISTRIBUI-PACOTES GRAVA NO FIM DO BATCH-NOTURNO E DO
      *          BATCH-FECHAMES E, PARA A ULTIMA EXECUCAO DE CADA
      *          JOB, LISTA OS RELATORIOS QUE A TABELA DISTRIB.TXT
      *          DAVA COMO DEVIDOS E QUE O JOB NAO PRODUZIU (COM O
      *          DESTINATARIO QUE FICOU SEM ELES), ALEM DA CONTAGEM
      *          DO QUE FOI ENTREGUE; SAIDA EM DISTFALTA.TXT PELA
      *          ROTINA IMPRESSAO E NA TELA, RC 4 HAVENDO FALTA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIB-FALTAS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD DIST-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DISTLOG.TXT'.
       COPY DISTLOG.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS                PIC X(02) VALUE '00'.
       01 WS-FIM-LOG                   PIC X(01) VALUE 'N'.
           88 WS-FIM-LOG-SIM                  VALUE 'S'.
       01 WS-TABELA-JOBS-VALORES.
           02 FILLER PIC X(11) VALUE 'NNOTURNO   '.
           02 FILLER PIC X(11) VALUE 'FFECHAMENTO'.
       01 WS-TABELA-JOBS REDEFINES WS-TABELA-JOBS-VALORES.
           02 WS-JOB-ENTRADA OCCURS 2 TIMES.
               03 WS-JOB-CODIGO        PIC X(01).
               03 WS-JOB-NOME          PIC X(10).
       01 WS-JOB-ULT-BASE.
           02 WS-JOB-BASE PIC 9(06) OCCURS 2 TIMES.
       01 WS-JOB-ULT-DATA.
           02 WS-JOB-DATA PIC X(10) OCCURS 2 TIMES.
       01 WS-JOB-ENTREGUES.
           02 WS-JOB-QTD-ENTREGUES PIC 9(04) OCCURS 2 TIMES.
       01 WS-JOB-FALTAS.
           02 WS-JOB-QTD-FALTAS PIC 9(04) OCCURS 2 TIMES.
       01 WS-JOB-I                     PIC 9(01) VALUE ZERO.
       01 WS-QTD-FALTAS                PIC 9(04) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20)
                                       VALUE 'DISTFALTA.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE
           'RELATORIOS DEVIDOS E NAO PRODUZIDOS'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE SPACES.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'CONFERENCIA DA DISTRIBUICAO'
           DISPLAY '-----------------------------------'

           MOVE ZERO TO WS-JOB-BASE(1) WS-JOB-BASE(2)
           MOVE ZERO TO WS-JOB-QTD-ENTREGUES(1) WS-JOB-QTD-ENTREGUES(2)
           MOVE ZERO TO WS-JOB-QTD-FALTAS(1) WS-JOB-QTD-FALTAS(2)
           MOVE SPACES TO WS-JOB-DATA(1) WS-JOB-DATA(2)

           OPEN INPUT DIST-LOG
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'DISTLOG.TXT NAO ENCONTRADO - NENHUMA '
                       'DISTRIBUICAO REGISTRADA'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-DIST-LOG
               PERFORM UNTIL WS-FIM-LOG-SIM
                   PERFORM LOCALIZA-JOB
                   IF WS-JOB-I > 0
                       IF DL-BASE >= WS-JOB-BASE(WS-JOB-I)
                           MOVE DL-BASE TO WS-JOB-BASE(WS-JOB-I)
                           MOVE DL-DATA TO WS-JOB-DATA(WS-JOB-I)
                       END-IF
                   END-IF
                   PERFORM LER-DIST-LOG
               END-PERFORM
               CLOSE DIST-LOG
           END-IF
           EXIT.
       FIM-INICIO.

       LOCALIZA-JOB.
           MOVE ZERO TO WS-JOB-I
           IF DL-JOB = WS-JOB-CODIGO(1)
               MOVE 1 TO WS-JOB-I
           END-IF
           IF DL-JOB = WS-JOB-CODIGO(2)
               MOVE 2 TO WS-JOB-I
           END-IF
           EXIT.
       FIM-LOCALIZA-JOB.

       LER-DIST-LOG.
           READ DIST-LOG
               AT END
                   SET WS-FIM-LOG-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-DIST-LOG.

      *-----------------------------------------------------------------
      * SEGUNDA PASSADA: SO AS LINHAS DA ULTIMA EXECUCAO DE CADA JOB
      *-----------------------------------------------------------------
       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               STRING 'JOB        EXECUCAO DATA       '
                      'RELATORIO            DESTINATARIO'
                      DELIMITED BY SIZE
                      INTO WS-IMP-CABECALHO
               END-STRING
               MOVE 'I' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               MOVE 'N' TO WS-FIM-LOG
               OPEN INPUT DIST-LOG
               PERFORM LER-DIST-LOG
               PERFORM UNTIL WS-FIM-LOG-SIM
                   PERFORM LOCALIZA-JOB
                   IF WS-JOB-I > 0
                       IF DL-BASE = WS-JOB-BASE(WS-JOB-I)
                           PERFORM TRATA-LINHA-LOG
                       END-IF
                   END-IF
                   PERFORM LER-DIST-LOG
               END-PERFORM
               CLOSE DIST-LOG

               PERFORM VARYING WS-JOB-I FROM 1 BY 1
                       UNTIL WS-JOB-I > 2
                   IF WS-JOB-BASE(WS-JOB-I) > 0
                       MOVE SPACES TO WS-IMP-LINHA
                       STRING WS-JOB-NOME(WS-JOB-I)
                              ' - EXECUCAO ' WS-JOB-BASE(WS-JOB-I)
                              ' DE ' WS-JOB-DATA(WS-JOB-I)
                              ' - ENTREGUES: '
                              WS-JOB-QTD-ENTREGUES(WS-JOB-I)
                              ' - NAO PRODUZIDOS: '
                              WS-JOB-QTD-FALTAS(WS-JOB-I)
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
                       MOVE 'T' TO WS-IMP-ACAO
                       PERFORM CHAMA-IMPRESSAO
                       DISPLAY WS-IMP-LINHA(1:90)
                   END-IF
               END-PERFORM

               MOVE 'E' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-PROCESSA.

       TRATA-LINHA-LOG.
           IF DL-ENTREGUE
               ADD 1 TO WS-JOB-QTD-ENTREGUES(WS-JOB-I)
           ELSE
               ADD 1 TO WS-JOB-QTD-FALTAS(WS-JOB-I)
               ADD 1 TO WS-QTD-FALTAS
               MOVE SPACES TO WS-IMP-LINHA
               STRING WS-JOB-NOME(WS-JOB-I) ' '
                      DL-BASE '   '
                      DL-DATA ' '
                      DL-RELATORIO ' '
                      DL-DESTINATARIO
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               DISPLAY 'NAO PRODUZIDO: ' WS-IMP-LINHA(1:72)
           END-IF
           EXIT.
       FIM-TRATA-LINHA-LOG.

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
           IF WS-QTD-FALTAS = 0
               DISPLAY 'NENHUM RELATORIO DEVIDO FICOU SEM PRODUCAO'
           ELSE
               DISPLAY 'RELATORIOS DEVIDOS NAO PRODUZIDOS: '
                       WS-QTD-FALTAS
               IF WS-RETORNO-JOB < 4
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           DISPLAY '-----------------------------------'

           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM DISTRIB-FALTAS.
