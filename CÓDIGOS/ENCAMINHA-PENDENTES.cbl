      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: RELATORIO SEMANAL DE ENCAMINHAMENTOS MEDICOS SEM
      *          RETORNO - LE O ENCAMINHA.TXT (ENCAMIN.CPY) E LISTA OS
      *          AINDA PENDENTES (AGUARDANDO ENTREGA OU ENTREGUES SEM
      *          RETORNO MEDICO) ABERTOS HA MAIS DIAS QUE O PRAZO DO
      *          VITAISPAR.TXT (OPCAO V DO MANUTENCAO-PARAM; SEM O
      *          CAMPO VALE 30), DO MAIS ANTIGO PARA O MAIS NOVO, PARA
      *          A CLINICA LIGAR AO PACIENTE COM RISCO COMBINADO QUE
      *          NAO TROUXE O RETORNO; O OPERADOR PODE INFORMAR OUTRO
      *          PRAZO NA HORA; RELATORIO ENCAMPEND.TXT PELA ROTINA
      *          IMPRESSAO; RETURN-CODE 4 QUANDO HA ATRASADO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCAMINHA-PENDENTES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCAMINHAMENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENC-STATUS.
           SELECT VITAIS-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VITAIS-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ENCAMINHAMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ENCAMINHA.TXT'.
       COPY ENCAMIN.CPY.

       FD VITAIS-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'VITAISPAR.TXT'.
       01 PARAM-VITAIS-REC.
           02 PARAM-CINTURA-LIM-M      PIC 9(03).
           02 PARAM-CINTURA-LIM-F      PIC 9(03).
           02 PARAM-PRES-SIS-LIM       PIC 9(03).
           02 PARAM-PRES-DIA-LIM       PIC 9(03).
           02 PARAM-IMC-LIM            PIC 9(02)V99.
           02 PARAM-ENCAM-DIAS         PIC 9(03).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ENC-STATUS                PIC X(02) VALUE '00'.
       01 WS-VITAIS-STATUS             PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-ENC            PIC X(01) VALUE 'N'.
               88 WS-FIM-ENC-SIM          VALUE 'S'.
       01 WS-PRAZO-DIAS                PIC 9(03) VALUE 30.
       01 WS-PRAZO-INFORMADO           PIC 9(03) VALUE ZERO.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
       01 WS-HOJE-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-HOJE-DIAS                 PIC 9(08) VALUE ZERO.
       01 WS-DATA-ENTRADA              PIC X(10) VALUE SPACES.
       01 WS-DATA-OK                   PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO               PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-DIAS-ABERTO               PIC S9(05) VALUE ZERO.
      *-----------------------------------------------------------------
      * ENCAMINHAMENTOS ATRASADOS, ORDENADOS DO MAIS ANTIGO
      *-----------------------------------------------------------------
       01 WS-TAB-ATR-LIMITE            PIC 9(04) VALUE 1000.
       01 WS-QTD-ATRASADOS             PIC 9(04) VALUE ZERO.
       01 WS-TABELA-ATRASADOS.
           02 WS-AT-ENTRADA OCCURS 1000 TIMES.
               03 WS-AT-DIAS           PIC 9(05).
               03 WS-AT-NUMERO         PIC 9(05).
               03 WS-AT-DATA           PIC X(10).
               03 WS-AT-PACIENTE       PIC X(05).
               03 WS-AT-NOME           PIC X(30).
               03 WS-AT-MOTIVO         PIC X(20).
               03 WS-AT-PRES-SIS       PIC 9(03).
               03 WS-AT-PRES-DIA       PIC 9(03).
               03 WS-AT-SITUACAO       PIC X(01).
       01 WS-AT-TROCA                  PIC X(82) VALUE SPACES.
       01 WS-AT-I                      PIC 9(04) VALUE ZERO.
       01 WS-AT-J                      PIC 9(04) VALUE ZERO.
       01 WS-QTD-LIDOS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-PENDENTES             PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-DATA              PIC 9(05) VALUE ZERO.
       01 WS-QTD-FORA-TABELA           PIC 9(05) VALUE ZERO.
       01 WS-DIAS-MASK                 PIC ZZZZ9.
       01 WS-SITUACAO-TXT              PIC X(10) VALUE SPACES.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
      * ROTINA DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20)
                                       VALUE 'ENCAMPEND.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'NUMERO DATA        DIAS PAC.  NOME                          
      -    ' MOTIVO               PRESSAO SITUACAO'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'ENCAMINHAMENTOS MEDICOS SEM RETORNO'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO WS-HOJE-AAAAMMDD
           COMPUTE WS-HOJE-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)

           OPEN INPUT VITAIS-PARAM
           IF WS-VITAIS-STATUS = '00'
               READ VITAIS-PARAM
                   NOT AT END
                       IF PARAM-ENCAM-DIAS NUMERIC AND
                          PARAM-ENCAM-DIAS > 0
                           MOVE PARAM-ENCAM-DIAS TO WS-PRAZO-DIAS
                       END-IF
               END-READ
               CLOSE VITAIS-PARAM
           END-IF

           DISPLAY 'PRAZO EM DIAS PARA O RETORNO MEDICO (0 = '
                   WS-PRAZO-DIAS ' DO VITAISPAR.TXT): '
           ACCEPT WS-PRAZO-INFORMADO
           IF WS-PRAZO-INFORMADO > 0
               MOVE WS-PRAZO-INFORMADO TO WS-PRAZO-DIAS
           END-IF
           EXIT.
       FIM-INICIO.

       PROCESSA-PROGRAMA.
           OPEN INPUT ENCAMINHAMENTOS
           IF WS-ENC-STATUS NOT = '00'
               DISPLAY 'ENCAMINHA.TXT NAO ENCONTRADO - NENHUM '
                       'ENCAMINHAMENTO ABERTO'
           ELSE
               PERFORM LER-ENCAMINHAMENTO
               PERFORM UNTIL WS-FIM-ENC-SIM
                   PERFORM TRATA-ENCAMINHAMENTO
                   PERFORM LER-ENCAMINHAMENTO
               END-PERFORM
               CLOSE ENCAMINHAMENTOS
           END-IF

           PERFORM ORDENA-ATRASADOS
           PERFORM GRAVA-RELATORIO
           EXIT.
       FIM-PROCESSA.

       LER-ENCAMINHAMENTO.
           READ ENCAMINHAMENTOS
               AT END
                   SET WS-FIM-ENC-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ENCAMINHAMENTO.

       TRATA-ENCAMINHAMENTO.
           ADD 1 TO WS-QTD-LIDOS
           IF EN-PENDENTE
               ADD 1 TO WS-QTD-PENDENTES
               MOVE EN-DATA TO WS-DATA-ENTRADA
               CALL 'DATA-VALIDA' USING WS-DATA-ENTRADA
                                        WS-DATA-OK
                                        WS-DATA-MOTIVO
                                        WS-DATA-AAAAMMDD
               END-CALL
               IF WS-DATA-OK NOT = 'S'
                   ADD 1 TO WS-QTD-SEM-DATA
                   DISPLAY 'ENCAMINHAMENTO ' EN-NUMERO
                           ' COM DATA INVALIDA - ' WS-DATA-MOTIVO
               ELSE
                   COMPUTE WS-DIAS-ABERTO = WS-HOJE-DIAS -
                           FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
                   IF WS-DIAS-ABERTO > WS-PRAZO-DIAS
                       IF WS-QTD-ATRASADOS < WS-TAB-ATR-LIMITE
                           ADD 1 TO WS-QTD-ATRASADOS
                           MOVE WS-QTD-ATRASADOS TO WS-AT-I
                           MOVE WS-DIAS-ABERTO TO WS-AT-DIAS(WS-AT-I)
                           MOVE EN-NUMERO   TO WS-AT-NUMERO(WS-AT-I)
                           MOVE EN-DATA     TO WS-AT-DATA(WS-AT-I)
                           MOVE EN-PACIENTE TO WS-AT-PACIENTE(WS-AT-I)
                           MOVE EN-NOME     TO WS-AT-NOME(WS-AT-I)
                           MOVE EN-MOTIVO   TO WS-AT-MOTIVO(WS-AT-I)
                           MOVE EN-PRES-SIS TO WS-AT-PRES-SIS(WS-AT-I)
                           MOVE EN-PRES-DIA TO WS-AT-PRES-DIA(WS-AT-I)
                           MOVE EN-SITUACAO TO WS-AT-SITUACAO(WS-AT-I)
                       ELSE
                           ADD 1 TO WS-QTD-FORA-TABELA
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-TRATA-ENCAMINHAMENTO.

      *-----------------------------------------------------------------
      * BOLHA PELOS DIAS EM ABERTO, DO MAIS ANTIGO PARA O MAIS NOVO
      *-----------------------------------------------------------------
       ORDENA-ATRASADOS.
           PERFORM VARYING WS-AT-I FROM 1 BY 1
                   UNTIL WS-AT-I >= WS-QTD-ATRASADOS
               PERFORM VARYING WS-AT-J FROM 1 BY 1
                       UNTIL WS-AT-J > WS-QTD-ATRASADOS - WS-AT-I
                   IF WS-AT-DIAS(WS-AT-J) < WS-AT-DIAS(WS-AT-J + 1)
                       MOVE WS-AT-ENTRADA(WS-AT-J) TO WS-AT-TROCA
                       MOVE WS-AT-ENTRADA(WS-AT-J + 1)
                            TO WS-AT-ENTRADA(WS-AT-J)
                       MOVE WS-AT-TROCA TO WS-AT-ENTRADA(WS-AT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.
       FIM-ORDENA-ATRASADOS.

       GRAVA-RELATORIO.
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'ENCAMINHAMENTOS SEM RETORNO HA MAIS DE '
                  WS-PRAZO-DIAS ' DIAS'
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-AT-I FROM 1 BY 1
                   UNTIL WS-AT-I > WS-QTD-ATRASADOS
               IF WS-AT-SITUACAO(WS-AT-I) = 'A'
                   MOVE 'A ENTREGAR' TO WS-SITUACAO-TXT
               ELSE
                   MOVE 'ENTREGUE' TO WS-SITUACAO-TXT
               END-IF
               MOVE WS-AT-DIAS(WS-AT-I) TO WS-DIAS-MASK
               MOVE SPACES TO WS-IMP-LINHA
               STRING WS-AT-NUMERO(WS-AT-I) '  '
                      WS-AT-DATA(WS-AT-I) ' '
                      WS-DIAS-MASK ' '
                      WS-AT-PACIENTE(WS-AT-I) ' '
                      WS-AT-NOME(WS-AT-I) ' '
                      WS-AT-MOTIVO(WS-AT-I) ' '
                      WS-AT-PRES-SIS(WS-AT-I) '/'
                      WS-AT-PRES-DIA(WS-AT-I) ' '
                      WS-SITUACAO-TXT
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-PERFORM

           MOVE WS-QTD-ATRASADOS TO WS-DIAS-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ENCAMINHAMENTOS ATRASADOS: ' WS-DIAS-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-RELATORIO.

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
           IF WS-QTD-ATRASADOS > 0 OR WS-QTD-SEM-DATA > 0 OR
              WS-QTD-FORA-TABELA > 0
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           IF WS-QTD-FORA-TABELA > 0
               DISPLAY 'AVISO: ' WS-QTD-FORA-TABELA ' ATRASADOS ALEM '
                       'DO LIMITE DE ' WS-TAB-ATR-LIMITE
                       ' FICARAM FORA DO RELATORIO'
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'PRAZO (DIAS)            : ' WS-PRAZO-DIAS
           DISPLAY 'ENCAMINHAMENTOS LIDOS   : ' WS-QTD-LIDOS
           DISPLAY 'PENDENTES               : ' WS-QTD-PENDENTES
           DISPLAY 'ATRASADOS               : ' WS-QTD-ATRASADOS
           DISPLAY 'COM DATA INVALIDA       : ' WS-QTD-SEM-DATA
           DISPLAY 'RELATORIO               : ENCAMPEND.TXT'
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM ENCAMINHA-PENDENTES.
