      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: RELATORIO DE PENDENCIAS DAS INTERFACES DE SAIDA - LE
      *          O LIVRO ENVIOS.TXT (ENVIO.CPY) E, PELA ULTIMA
      *          SITUACAO DE CADA TRANSMISSAO, LISTA: (1) ARQUIVOS
      *          GERADOS E NAO ENVIADOS (SITUACAO G), (2) ENVIADOS E
      *          SEM RESPOSTA DO RECEPTOR HA MAIS DE N DIAS
      *          (SITUACAO E; N POR INTERFACE NO CARTAO ENVIOPAR.TXT,
      *          LINHAS INTERFACE;DIAS, PADRAO 5 DIAS) E (3)
      *          REJEITADOS PELO RECEPTOR (SITUACAO R, COM O MOTIVO,
      *          A REENVIAR); A SAIDA VAI PELA ROTINA IMPRESSAO
      *          (ENVIOPEND.TXT), RC 4 HAVENDO PENDENCIA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIO-PENDENTES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENVIOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENV-STATUS.
           SELECT PARAMETROS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ENVIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ENVIOS.TXT'.
       COPY ENVIO.CPY.

       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ENVIOPAR.TXT'.
       01 PARAMETROS-REG               PIC X(20).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ENV-STATUS                PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-ENV            PIC X(01) VALUE 'N'.
               88 WS-FIM-ENV-SIM           VALUE 'S'.
           02 WS-FIM-PARAM          PIC X(01) VALUE 'N'.
               88 WS-FIM-PARAM-SIM         VALUE 'S'.
       01 WS-DIAS-PADRAO               PIC 9(03) VALUE 5.
       01 WS-TAB-INT-LIMITE            PIC 9(02) VALUE 20.
       01 WS-QTD-INTERFACES            PIC 9(02) VALUE ZERO.
       01 WS-TABELA-INTERFACES.
           02 WS-IN-ENTRADA OCCURS 20 TIMES.
               03 WS-IN-NOME           PIC X(12).
               03 WS-IN-DIAS           PIC 9(03).
       01 WS-IN-I                      PIC 9(02) VALUE ZERO.
       01 WS-PAR-NOME                  PIC X(12) VALUE SPACES.
       01 WS-PAR-DIAS-TXT              PIC X(05) VALUE SPACES.
       01 WS-PRAZO                     PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * TRANSMISSOES DO LIVRO, INDEXADAS PELO NUMERO (A ULTIMA LINHA
      * DE CADA NUMERO VALE)
      *-----------------------------------------------------------------
       01 WS-TAB-TR-LIMITE             PIC 9(04) VALUE 3000.
       01 WS-QTD-TR                    PIC 9(04) VALUE ZERO.
       01 WS-TABELA-TR.
           02 WS-TR-REGISTRO PIC X(138) OCCURS 3000 TIMES.
       01 WS-TR-I                      PIC 9(04) VALUE ZERO.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-DATA-AAAAMMDD-X REDEFINES WS-DATA-AAAAMMDD.
           02 WS-DAT-ANO           PIC X(04).
           02 WS-DAT-MES           PIC X(02).
           02 WS-DAT-DIA           PIC X(02).
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO      PIC 9(04).
           02 WS-HOJE-MES      PIC 9(02).
           02 WS-HOJE-DIA      PIC 9(02).
       01 WS-HOJE-AAAAMMDD REDEFINES WS-DATA-HOJE PIC 9(08).
       01 WS-HOJE-DIAS                 PIC S9(07) VALUE ZERO.
       01 WS-DIF-DIAS                  PIC S9(07) VALUE ZERO.
       01 WS-DIAS-MASK                 PIC ZZZ9.
       01 WS-QTD-NAO-ENVIADAS          PIC 9(04) VALUE ZERO.
       01 WS-QTD-SEM-RESPOSTA          PIC 9(04) VALUE ZERO.
       01 WS-QTD-REJEITADAS            PIC 9(04) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'ENVIOPEND.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE
           'PENDENCIAS DAS INTERFACES DE SAIDA'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE SPACES.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'PENDENCIAS DAS INTERFACES DE SAIDA'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-HOJE-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)

           PERFORM LE-PARAMETROS
           PERFORM CARREGA-TRANSMISSOES
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * PRAZO DE RESPOSTA POR INTERFACE (ENVIOPAR.TXT, INTERFACE;DIAS)
      *-----------------------------------------------------------------
       LE-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-PARAM-STATUS = '00'
               PERFORM LER-PARAMETROS
               PERFORM UNTIL WS-FIM-PARAM-SIM
                   MOVE SPACES TO WS-PAR-NOME
                   MOVE SPACES TO WS-PAR-DIAS-TXT
                   UNSTRING PARAMETROS-REG DELIMITED BY ';'
                       INTO WS-PAR-NOME WS-PAR-DIAS-TXT
                   END-UNSTRING
                   IF WS-PAR-NOME NOT = SPACES AND
                      WS-QTD-INTERFACES < WS-TAB-INT-LIMITE
                       ADD 1 TO WS-QTD-INTERFACES
                       MOVE WS-PAR-NOME
                            TO WS-IN-NOME(WS-QTD-INTERFACES)
                       COMPUTE WS-IN-DIAS(WS-QTD-INTERFACES) =
                               FUNCTION NUMVAL(WS-PAR-DIAS-TXT)
                       IF WS-IN-DIAS(WS-QTD-INTERFACES) = 0
                           MOVE WS-DIAS-PADRAO
                             TO WS-IN-DIAS(WS-QTD-INTERFACES)
                       END-IF
                   END-IF
                   PERFORM LER-PARAMETROS
               END-PERFORM
               CLOSE PARAMETROS
           ELSE
               DISPLAY 'ENVIOPAR.TXT NAO ENCONTRADO - PRAZO DE '
                       'RESPOSTA PADRAO ' WS-DIAS-PADRAO ' DIAS'
           END-IF
           EXIT.
       FIM-LE-PARAMETROS.

       LER-PARAMETROS.
           READ PARAMETROS
               AT END
                   SET WS-FIM-PARAM-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PARAMETROS.

       CARREGA-TRANSMISSOES.
           OPEN INPUT ENVIOS
           IF WS-ENV-STATUS NOT = '00'
               DISPLAY 'ENVIOS.TXT NAO ENCONTRADO - NENHUMA '
                       'TRANSMISSAO REGISTRADA'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-ENVIOS
               PERFORM UNTIL WS-FIM-ENV-SIM
                   IF EV-NUMERO NUMERIC AND EV-NUMERO > 0
                       IF EV-NUMERO > WS-TAB-TR-LIMITE
                           DISPLAY 'RELATORIO ABORTADO - ENVIOS.TXT '
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
               STRING 'TRANSM INTERFACE    PERIODO    ARQUIVO'
                      '              DATA       DIAS OCORRENCIA'
                      DELIMITED BY SIZE
                      INTO WS-IMP-CABECALHO
               END-STRING
               MOVE 'I' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               PERFORM VARYING WS-TR-I FROM 1 BY 1
                       UNTIL WS-TR-I > WS-QTD-TR
                   MOVE WS-TR-REGISTRO(WS-TR-I) TO ENVIO-REG
                   EVALUATE TRUE
                       WHEN EV-GERADO
                           PERFORM CALCULA-DIAS
                           ADD 1 TO WS-QTD-NAO-ENVIADAS
                           PERFORM IMPRIME-NAO-ENVIADA
                       WHEN EV-ENVIADO
                           PERFORM CALCULA-DIAS
                           PERFORM LOCALIZA-PRAZO
                           IF WS-DIF-DIAS > WS-PRAZO
                               ADD 1 TO WS-QTD-SEM-RESPOSTA
                               PERFORM IMPRIME-SEM-RESPOSTA
                           END-IF
                       WHEN EV-REJEITADO
                           PERFORM CALCULA-DIAS
                           ADD 1 TO WS-QTD-REJEITADAS
                           PERFORM IMPRIME-REJEITADA
                   END-EVALUATE
               END-PERFORM

               MOVE SPACES TO WS-IMP-LINHA
               STRING 'NAO ENVIADAS: ' WS-QTD-NAO-ENVIADAS
                      ' - SEM RESPOSTA NO PRAZO: ' WS-QTD-SEM-RESPOSTA
                      ' - REJEITADAS: ' WS-QTD-REJEITADAS
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               MOVE 'E' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * DIAS DESDE A ULTIMA SITUACAO (GERACAO, ENVIO OU REJEICAO)
      *-----------------------------------------------------------------
       CALCULA-DIAS.
           MOVE ZERO TO WS-DIF-DIAS
           MOVE EV-DATA-SITUACAO(7:4) TO WS-DAT-ANO
           MOVE EV-DATA-SITUACAO(4:2) TO WS-DAT-MES
           MOVE EV-DATA-SITUACAO(1:2) TO WS-DAT-DIA
           IF WS-DATA-AAAAMMDD NUMERIC AND WS-DATA-AAAAMMDD > 0
               COMPUTE WS-DIF-DIAS = WS-HOJE-DIAS -
                       FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
           END-IF
           MOVE WS-DIF-DIAS TO WS-DIAS-MASK
           EXIT.
       FIM-CALCULA-DIAS.

       LOCALIZA-PRAZO.
           MOVE WS-DIAS-PADRAO TO WS-PRAZO
           PERFORM VARYING WS-IN-I FROM 1 BY 1
                   UNTIL WS-IN-I > WS-QTD-INTERFACES
               IF WS-IN-NOME(WS-IN-I) = EV-INTERFACE
                   MOVE WS-IN-DIAS(WS-IN-I) TO WS-PRAZO
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-PRAZO.

       IMPRIME-NAO-ENVIADA.
           MOVE SPACES TO WS-IMP-LINHA
           STRING EV-NUMERO ' ' EV-INTERFACE ' ' EV-PERIODO ' '
                  EV-ARQUIVO ' ' EV-DATA-GERACAO ' ' WS-DIAS-MASK
                  ' GERADO E NAO ENVIADO'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM IMPRIME-LINHA
           EXIT.
       FIM-IMPRIME-NAO-ENVIADA.

       IMPRIME-SEM-RESPOSTA.
           MOVE SPACES TO WS-IMP-LINHA
           STRING EV-NUMERO ' ' EV-INTERFACE ' ' EV-PERIODO ' '
                  EV-ARQUIVO ' ' EV-DATA-SITUACAO ' ' WS-DIAS-MASK
                  ' ENVIADO SEM RESPOSTA (' EV-OPERADOR ')'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM IMPRIME-LINHA
           EXIT.
       FIM-IMPRIME-SEM-RESPOSTA.

       IMPRIME-REJEITADA.
           MOVE SPACES TO WS-IMP-LINHA
           STRING EV-NUMERO ' ' EV-INTERFACE ' ' EV-PERIODO ' '
                  EV-ARQUIVO ' ' EV-DATA-SITUACAO ' ' WS-DIAS-MASK
                  ' REJEITADO PELO RECEPTOR'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-IMP-LINHA
           STRING '       MOTIVO: ' EV-MOTIVO
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM IMPRIME-LINHA
           EXIT.
       FIM-IMPRIME-REJEITADA.

       IMPRIME-LINHA.
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:72)
           EXIT.
       FIM-IMPRIME-LINHA.

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
           DISPLAY 'GERADAS E NAO ENVIADAS  : ' WS-QTD-NAO-ENVIADAS
           DISPLAY 'ENVIADAS SEM RESPOSTA   : ' WS-QTD-SEM-RESPOSTA
           DISPLAY 'REJEITADAS PELO RECEPTOR: ' WS-QTD-REJEITADAS
           DISPLAY '-----------------------------------'

           IF (WS-QTD-NAO-ENVIADAS > 0 OR WS-QTD-SEM-RESPOSTA > 0 OR
               WS-QTD-REJEITADAS > 0) AND WS-RETORNO-JOB = 0
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM ENVIO-PENDENTES.
