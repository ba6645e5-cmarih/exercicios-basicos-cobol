      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CONFIRMACAO DE ENVIO DAS INTERFACES DE SAIDA - O
      *          OPERADOR QUE TRANSMITIU O ARQUIVO (PORTAL DO ORGAO,
      *          BANCO, PREFEITURA, E-MAIL DA ADMINISTRACAO) MARCA A
      *          TRANSMISSAO COMO ENVIADA: LISTA AS TRANSMISSOES DO
      *          LIVRO ENVIOS.TXT (ENVIO.CPY) AINDA NA SITUACAO G
      *          (GERADO), PEDE O NUMERO E A DATA DO ENVIO (BRANCO =
      *          HOJE; NAO ANTES DA GERACAO NEM DEPOIS DE HOJE) E
      *          ANEXA A LINHA E COM O OPERADOR; SO OPERADOR DO
      *          CADASTRO OPERADORES.TXT CONFIRMA ENVIO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIO-CONFIRMA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENVIOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENV-STATUS.
           SELECT OPERADORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ENVIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ENVIOS.TXT'.
       COPY ENVIO.CPY.

       FD OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'OPERADORES.TXT'.
       01 OPERADOR-REG.
           02 OP-ID                PIC X(08).
           02 OP-NOME              PIC X(20).
           02 OP-OPCOES            PIC X(09).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ENV-STATUS                PIC X(02) VALUE '00'.
       01 WS-OPER-STATUS               PIC X(02) VALUE '00'.
       01 WS-OPERADOR                  PIC X(08) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-ENV            PIC X(01) VALUE 'N'.
               88 WS-FIM-ENV-SIM           VALUE 'S'.
           02 WS-FIM-OPER           PIC X(01) VALUE 'N'.
               88 WS-FIM-OPER-SIM          VALUE 'S'.
           02 WS-OPERADOR-OK        PIC X(01) VALUE 'N'.
               88 WS-OPERADOR-OK-SIM       VALUE 'S'.
           02 WS-FIM-DIALOGO        PIC X(01) VALUE 'N'.
               88 WS-FIM-DIALOGO-SIM       VALUE 'S'.
      *-----------------------------------------------------------------
      * TRANSMISSOES DO LIVRO, INDEXADAS PELO NUMERO (A ULTIMA LINHA
      * DE CADA NUMERO VALE)
      *-----------------------------------------------------------------
       01 WS-TAB-TR-LIMITE             PIC 9(04) VALUE 3000.
       01 WS-QTD-TR                    PIC 9(04) VALUE ZERO.
       01 WS-TABELA-TR.
           02 WS-TR-REGISTRO PIC X(138) OCCURS 3000 TIMES.
       01 WS-TR-I                      PIC 9(04) VALUE ZERO.
       01 WS-QTD-GERADAS               PIC 9(04) VALUE ZERO.
       01 WS-QTD-CONFIRMADAS           PIC 9(04) VALUE ZERO.
       01 WS-NUMERO-TXT                PIC X(06) VALUE SPACES.
       01 WS-NUMERO                    PIC 9(06) VALUE ZERO.
       01 WS-DATA-ENVIO                PIC X(10) VALUE SPACES.
       01 WS-DATA-OK                   PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO               PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-GERACAO-AAAAMMDD          PIC 9(08) VALUE ZERO.
       01 WS-GERACAO-X REDEFINES WS-GERACAO-AAAAMMDD.
           02 WS-GER-ANO       PIC X(04).
           02 WS-GER-MES       PIC X(02).
           02 WS-GER-DIA       PIC X(02).
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO      PIC 9(04).
           02 WS-HOJE-MES      PIC 9(02).
           02 WS-HOJE-DIA      PIC 9(02).
       01 WS-HOJE-AAAAMMDD REDEFINES WS-DATA-HOJE PIC 9(08).
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'CONFIRMACAO DE ENVIO DE INTERFACES'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR

           PERFORM VALIDA-OPERADOR
           IF NOT WS-OPERADOR-OK-SIM
               DISPLAY 'OPERADOR NAO CADASTRADO EM OPERADORES.TXT - '
                       'CONFIRMACAO NAO PERMITIDA'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM CARREGA-TRANSMISSOES
           END-IF
           EXIT.
       FIM-INICIO.

       VALIDA-OPERADOR.
           OPEN INPUT OPERADORES
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'OPERADORES.TXT NAO ENCONTRADO'
           ELSE
               PERFORM LER-OPERADORES
               PERFORM UNTIL WS-FIM-OPER-SIM
                   IF OP-ID = WS-OPERADOR AND WS-OPERADOR NOT = SPACES
                       SET WS-OPERADOR-OK-SIM TO TRUE
                       SET WS-FIM-OPER-SIM TO TRUE
                   ELSE
                       PERFORM LER-OPERADORES
                   END-IF
               END-PERFORM
               CLOSE OPERADORES
           END-IF
           EXIT.
       FIM-VALIDA-OPERADOR.

       LER-OPERADORES.
           READ OPERADORES
               AT END
                   SET WS-FIM-OPER-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-OPERADORES.

       CARREGA-TRANSMISSOES.
           OPEN INPUT ENVIOS
           IF WS-ENV-STATUS NOT = '00'
               DISPLAY 'ENVIOS.TXT NAO ENCONTRADO - NENHUMA '
                       'TRANSMISSAO GERADA'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-ENVIOS
               PERFORM UNTIL WS-FIM-ENV-SIM
                   IF EV-NUMERO NUMERIC AND EV-NUMERO > 0
                       IF EV-NUMERO > WS-TAB-TR-LIMITE
                           DISPLAY 'CONFIRMACAO ABORTADA - ENVIOS.TXT '
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
               PERFORM LISTA-GERADAS
               IF WS-QTD-GERADAS = 0
                   DISPLAY 'NENHUMA TRANSMISSAO AGUARDANDO ENVIO'
               ELSE
                   PERFORM UNTIL WS-FIM-DIALOGO-SIM
                       PERFORM CONFIRMA-TRANSMISSAO
                   END-PERFORM
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

       LISTA-GERADAS.
           MOVE ZERO TO WS-QTD-GERADAS
           DISPLAY 'TRANSMISSOES GERADAS E NAO ENVIADAS:'
           DISPLAY 'NUMERO INTERFACE    PERIODO    ARQUIVO'
                   '              REGS   GERADO EM'
           PERFORM VARYING WS-TR-I FROM 1 BY 1
                   UNTIL WS-TR-I > WS-QTD-TR
               MOVE WS-TR-REGISTRO(WS-TR-I) TO ENVIO-REG
               IF EV-GERADO
                   ADD 1 TO WS-QTD-GERADAS
                   DISPLAY EV-NUMERO ' ' EV-INTERFACE ' '
                           EV-PERIODO ' ' EV-ARQUIVO ' '
                           EV-QTD ' ' EV-DATA-GERACAO
               END-IF
           END-PERFORM
           EXIT.
       FIM-LISTA-GERADAS.

       CONFIRMA-TRANSMISSAO.
           DISPLAY 'NUMERO DA TRANSMISSAO ENVIADA (BRANCO = FIM): '
           MOVE SPACES TO WS-NUMERO-TXT
           ACCEPT WS-NUMERO-TXT
           IF WS-NUMERO-TXT = SPACES
               SET WS-FIM-DIALOGO-SIM TO TRUE
           ELSE
               MOVE ZERO TO WS-NUMERO
               IF FUNCTION TEST-NUMVAL(WS-NUMERO-TXT) = 0
                   COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUMERO-TXT)
               END-IF
               IF WS-NUMERO = 0 OR WS-NUMERO > WS-QTD-TR
                   DISPLAY 'TRANSMISSAO INEXISTENTE'
               ELSE
                   MOVE WS-TR-REGISTRO(WS-NUMERO) TO ENVIO-REG
                   IF NOT EV-GERADO
                       DISPLAY 'TRANSMISSAO ' WS-NUMERO ' NAO ESTA '
                               'AGUARDANDO ENVIO (SITUACAO '
                               EV-SITUACAO ')'
                   ELSE
                       PERFORM PEDE-DATA-ENVIO
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-CONFIRMA-TRANSMISSAO.

      *-----------------------------------------------------------------
      * DATA DO ENVIO: BRANCO = HOJE; ENTRE A GERACAO E HOJE
      *-----------------------------------------------------------------
       PEDE-DATA-ENVIO.
           DISPLAY 'DATA DO ENVIO (DD/MM/AAAA, BRANCO = HOJE): '
           MOVE SPACES TO WS-DATA-ENVIO
           ACCEPT WS-DATA-ENVIO
           IF WS-DATA-ENVIO = SPACES
               MOVE WS-DATA-FMT TO WS-DATA-ENVIO
           END-IF

           CALL 'DATA-VALIDA' USING WS-DATA-ENVIO
                                    WS-DATA-OK
                                    WS-DATA-MOTIVO
                                    WS-DATA-AAAAMMDD
           END-CALL

           MOVE EV-DATA-GERACAO(7:4) TO WS-GER-ANO
           MOVE EV-DATA-GERACAO(4:2) TO WS-GER-MES
           MOVE EV-DATA-GERACAO(1:2) TO WS-GER-DIA

           EVALUATE TRUE
               WHEN WS-DATA-OK = 'N'
                   DISPLAY 'DATA DO ENVIO: ' WS-DATA-MOTIVO
                           ' - NAO CONFIRMADO'
               WHEN WS-DATA-AAAAMMDD > WS-HOJE-AAAAMMDD
                   DISPLAY 'DATA DO ENVIO NO FUTURO - NAO CONFIRMADO'
               WHEN WS-GERACAO-AAAAMMDD NUMERIC AND
                    WS-DATA-AAAAMMDD < WS-GERACAO-AAAAMMDD
                   DISPLAY 'DATA DO ENVIO ANTERIOR A GERACAO ('
                           EV-DATA-GERACAO ') - NAO CONFIRMADO'
               WHEN OTHER
                   PERFORM GRAVA-ENVIADO
           END-EVALUATE
           EXIT.
       FIM-PEDE-DATA-ENVIO.

       GRAVA-ENVIADO.
           OPEN EXTEND ENVIOS
           IF WS-ENV-STATUS NOT = '00'
               DISPLAY 'ERRO ' WS-ENV-STATUS ' NA GRAVACAO DO '
                       'ENVIOS.TXT - NAO CONFIRMADO'
               MOVE 8 TO WS-RETORNO-JOB
               SET WS-FIM-DIALOGO-SIM TO TRUE
           ELSE
               SET EV-ENVIADO TO TRUE
               MOVE WS-DATA-ENVIO TO EV-DATA-SITUACAO
               MOVE WS-OPERADOR   TO EV-OPERADOR
               MOVE SPACES        TO EV-MOTIVO
               WRITE ENVIO-REG
               CLOSE ENVIOS
               MOVE ENVIO-REG TO WS-TR-REGISTRO(WS-NUMERO)
               ADD 1 TO WS-QTD-CONFIRMADAS
               DISPLAY 'TRANSMISSAO ' WS-NUMERO ' (' EV-INTERFACE
                       ' ' EV-PERIODO ') ENVIADA EM ' WS-DATA-ENVIO
           END-IF
           EXIT.
       FIM-GRAVA-ENVIADO.

       FINALIZA-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'TRANSMISSOES CONFIRMADAS: ' WS-QTD-CONFIRMADAS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM ENVIO-CONFIRMA.
