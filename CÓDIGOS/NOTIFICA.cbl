      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: ROTINA COMPARTILHADA DE AVISO AOS RESPONSAVEIS POR
      *          SMS/E-MAIL - RECEBE DO PROGRAMA QUE DETECTOU O EVENTO
      *          O TIPO (FA FALTA, BO BOLETIM, CB COBRANCA, AR
      *          QUALIDADE DO AR), A MATRICULA, A CHAVE DO EVENTO, O
      *          NOME DO ALUNO, A DATA E UM COMPLEMENTO; LOCALIZA O
      *          RESPONSAVEL (RESPONSAVEIS.TXT), RESPEITA A RECUSA DE
      *          AVISOS (RS-OPTOUT), MONTA O TEXTO PELO MODELO DO TIPO
      *          (MSGMODELO.TXT OU O PADRAO DE MSGPADR.CPY) E GRAVA A
      *          MENSAGEM PENDENTE NA CAIXA DE SAIDA NOTIFSAI.TXT, NO
      *          LAYOUT DO PROVEDOR; CANAL SMS QUANDO HA TELEFONE,
      *          SENAO E-MAIL; O MESMO TIPO E CHAVE NAO SAI DUAS VEZES
      *          PARA O MESMO DESTINO (IRMAOS COM O MESMO RESPONSAVEL
      *          RECEBEM UM SO AVISO DE QUALIDADE DO AR)
      *          RETORNO: G GRAVADA, D DUPLICADA, O RESPONSAVEL RECUSA
      *          AVISOS, R SEM RESPONSAVEL OU SEM CONTATO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSAVEIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESP-STATUS.
           SELECT MSGMODELO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MODELO-STATUS.
           SELECT NOTIFSAI ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SAIDA-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD RESPONSAVEIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RESPONSAVEIS.TXT'.
       COPY RESPONSA.CPY.

       FD MSGMODELO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MSGMODELO.TXT'.
       COPY MSGMODEL.CPY.

       FD NOTIFSAI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NOTIFSAI.TXT'.
       COPY NOTIFSAI.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-RESP-STATUS               PIC X(02) VALUE '00'.
       01 WS-MODELO-STATUS             PIC X(02) VALUE '00'.
       01 WS-SAIDA-STATUS              PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-RESP           PIC X(01) VALUE 'N'.
               88 WS-FIM-RESP-SIM          VALUE 'S'.
           02 WS-FIM-MODELO         PIC X(01) VALUE 'N'.
               88 WS-FIM-MODELO-SIM        VALUE 'S'.
           02 WS-FIM-SAIDA          PIC X(01) VALUE 'N'.
               88 WS-FIM-SAIDA-SIM         VALUE 'S'.
           02 WS-CARGA-FEITA        PIC X(01) VALUE 'N'.
               88 WS-CARGA-FEITA-SIM       VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM             VALUE 'S'.
           02 WS-DUPLICADA          PIC X(01) VALUE 'N'.
               88 WS-DUPLICADA-SIM         VALUE 'S'.
       COPY MSGPADR.CPY.
       01 WS-TABELA-MODELOS.
           02 WS-MOD-ENTRADA OCCURS 4 TIMES.
               03 WS-MOD-TIPO          PIC X(02).
               03 WS-MOD-TEXTO         PIC X(160).
       01 WS-MOD-I                     PIC 9(01) VALUE ZERO.
       01 WS-TAB-RESP-LIMITE           PIC 9(03) VALUE 500.
       01 WS-QTD-RESP                  PIC 9(03) VALUE ZERO.
       01 WS-TABELA-RESP.
           02 WS-RESP-ENTRADA OCCURS 500 TIMES.
               03 WS-RESP-MATRICULA    PIC X(05).
               03 WS-RESP-NOME         PIC X(30).
               03 WS-RESP-TELEFONE     PIC X(15).
               03 WS-RESP-EMAIL        PIC X(40).
               03 WS-RESP-OPTOUT       PIC X(01).
       01 WS-RESP-I                    PIC 9(03) VALUE ZERO.
       01 WS-RESP-ACHOU-I              PIC 9(03) VALUE ZERO.
       01 WS-TAB-SAI-LIMITE            PIC 9(04) VALUE 5000.
       01 WS-QTD-SAI                   PIC 9(04) VALUE ZERO.
       01 WS-QTD-SAI-FORA              PIC 9(05) VALUE ZERO.
       01 WS-TABELA-SAIDA.
           02 WS-SAI-ENTRADA OCCURS 5000 TIMES.
               03 WS-SAI-DESTINO       PIC X(40).
               03 WS-SAI-TIPO          PIC X(02).
               03 WS-SAI-CHAVE         PIC X(20).
       01 WS-SAI-I                     PIC 9(04) VALUE ZERO.
       01 WS-ULTIMO-ID                 PIC 9(08) VALUE ZERO.
       01 WS-CANAL                     PIC X(01) VALUE SPACE.
       01 WS-DESTINO                   PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
      * MODELO COM SEIS POSICOES DE FOLGA PARA A COMPARACAO DO
      * MARCADOR #ALUNO NAO PASSAR DO FIM DO TEXTO
      *-----------------------------------------------------------------
       01 WS-MODELO-TRABALHO.
           02 WS-MODELO                PIC X(160).
           02 FILLER                   PIC X(06) VALUE SPACES.
       01 WS-MENSAGEM                  PIC X(160) VALUE SPACES.
       01 WS-MOD-POS                   PIC 9(03) VALUE ZERO.
       01 WS-MSG-PTR                   PIC 9(03) VALUE ZERO.
       01 WS-VALOR                     PIC X(45) VALUE SPACES.
       01 WS-VALOR-TAM                 PIC 9(02) VALUE ZERO.
       01 WS-VALOR-POS                 PIC 9(02) VALUE ZERO.
       01 WS-VALOR-INI                 PIC 9(02) VALUE ZERO.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
       01 WS-HOJE-FMT                  PIC X(10) VALUE SPACES.
      ******************************************************************
       LINKAGE SECTION.
       01 LNK-TIPO                     PIC X(02).
       01 LNK-MATRICULA                PIC X(05).
       01 LNK-CHAVE                    PIC X(20).
       01 LNK-ALUNO                    PIC X(30).
       01 LNK-DATA                     PIC X(10).
       01 LNK-INFO                     PIC X(45).
       01 LNK-RETORNO                  PIC X(01).
           88 LNK-GRAVADA                     VALUE 'G'.
           88 LNK-DUPLICADA                   VALUE 'D'.
           88 LNK-RECUSA                      VALUE 'O'.
           88 LNK-SEM-CONTATO                 VALUE 'R'.
      ******************************************************************
       PROCEDURE DIVISION USING LNK-TIPO
                                LNK-MATRICULA
                                LNK-CHAVE
                                LNK-ALUNO
                                LNK-DATA
                                LNK-INFO
                                LNK-RETORNO.
       INICIO-PROGRAMA.
           IF NOT WS-CARGA-FEITA-SIM
               PERFORM CARREGA-MODELOS
               PERFORM CARREGA-RESPONSAVEIS
               PERFORM CARREGA-SAIDA
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
               STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                      DELIMITED BY SIZE
                      INTO WS-HOJE-FMT
               END-STRING
               SET WS-CARGA-FEITA-SIM TO TRUE
           END-IF

           MOVE 'R' TO LNK-RETORNO
           PERFORM LOCALIZA-RESPONSAVEL

           IF WS-ACHOU-SIM
               IF WS-RESP-OPTOUT(WS-RESP-ACHOU-I) = 'S'
                   MOVE 'O' TO LNK-RETORNO
               ELSE
                   IF WS-DESTINO NOT = SPACES
                       PERFORM VERIFICA-DUPLICADA
                       IF WS-DUPLICADA-SIM
                           MOVE 'D' TO LNK-RETORNO
                       ELSE
                           PERFORM MONTA-MENSAGEM
                           PERFORM GRAVA-MENSAGEM
                           MOVE 'G' TO LNK-RETORNO
                       END-IF
                   END-IF
               END-IF
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * MODELOS: PARTE DO PADRAO E TROCA PELO TEXTO DE MSGMODELO.TXT
      * QUANDO O TIPO ESTA CADASTRADO
      *-----------------------------------------------------------------
       CARREGA-MODELOS.
           PERFORM VARYING WS-MOD-I FROM 1 BY 1 UNTIL WS-MOD-I > 4
               MOVE WS-MSG-PADRAO-TIPO(WS-MOD-I)
                    TO WS-MOD-TIPO(WS-MOD-I)
               MOVE WS-MSG-PADRAO-TEXTO(WS-MOD-I)
                    TO WS-MOD-TEXTO(WS-MOD-I)
           END-PERFORM

           OPEN INPUT MSGMODELO
           IF WS-MODELO-STATUS = '00'
               PERFORM LER-MSGMODELO
               PERFORM UNTIL WS-FIM-MODELO-SIM
                   PERFORM VARYING WS-MOD-I FROM 1 BY 1
                           UNTIL WS-MOD-I > 4
                       IF MM-TIPO = WS-MOD-TIPO(WS-MOD-I) AND
                          MM-TEXTO NOT = SPACES
                           MOVE MM-TEXTO TO WS-MOD-TEXTO(WS-MOD-I)
                       END-IF
                   END-PERFORM
                   PERFORM LER-MSGMODELO
               END-PERFORM
               CLOSE MSGMODELO
           END-IF
           EXIT.
       FIM-CARREGA-MODELOS.

       LER-MSGMODELO.
           READ MSGMODELO
               AT END
                   SET WS-FIM-MODELO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MSGMODELO.

       CARREGA-RESPONSAVEIS.
           OPEN INPUT RESPONSAVEIS
           IF WS-RESP-STATUS = '00'
               PERFORM LER-RESPONSAVEIS
               PERFORM UNTIL WS-FIM-RESP-SIM
                   IF WS-QTD-RESP < WS-TAB-RESP-LIMITE
                       ADD 1 TO WS-QTD-RESP
                       MOVE RS-MATRICULA
                            TO WS-RESP-MATRICULA(WS-QTD-RESP)
                       MOVE RS-NOME
                            TO WS-RESP-NOME(WS-QTD-RESP)
                       MOVE RS-TELEFONE
                            TO WS-RESP-TELEFONE(WS-QTD-RESP)
                       MOVE RS-EMAIL
                            TO WS-RESP-EMAIL(WS-QTD-RESP)
                       MOVE RS-OPTOUT
                            TO WS-RESP-OPTOUT(WS-QTD-RESP)
                   END-IF
                   PERFORM LER-RESPONSAVEIS
               END-PERFORM
               CLOSE RESPONSAVEIS
           ELSE
               DISPLAY 'RESPONSAVEIS.TXT NAO ENCONTRADO - NENHUM '
                       'AVISO SERA GRAVADO'
           END-IF
           EXIT.
       FIM-CARREGA-RESPONSAVEIS.

       LER-RESPONSAVEIS.
           READ RESPONSAVEIS
               AT END
                   SET WS-FIM-RESP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-RESPONSAVEIS.

      *-----------------------------------------------------------------
      * CAIXA DE SAIDA JA GRAVADA: ULTIMO NUMERO DE MENSAGEM E AS
      * CHAVES DESTINO + TIPO + CHAVE PARA NAO REPETIR AVISO
      *-----------------------------------------------------------------
       CARREGA-SAIDA.
           OPEN INPUT NOTIFSAI
           IF WS-SAIDA-STATUS = '00'
               PERFORM LER-NOTIFSAI
               PERFORM UNTIL WS-FIM-SAIDA-SIM
                   IF NS-ID NUMERIC AND NS-ID > WS-ULTIMO-ID
                       MOVE NS-ID TO WS-ULTIMO-ID
                   END-IF
                   IF WS-QTD-SAI < WS-TAB-SAI-LIMITE
                       ADD 1 TO WS-QTD-SAI
                       MOVE NS-DESTINO TO WS-SAI-DESTINO(WS-QTD-SAI)
                       MOVE NS-TIPO    TO WS-SAI-TIPO(WS-QTD-SAI)
                       MOVE NS-CHAVE   TO WS-SAI-CHAVE(WS-QTD-SAI)
                   ELSE
                       ADD 1 TO WS-QTD-SAI-FORA
                   END-IF
                   PERFORM LER-NOTIFSAI
               END-PERFORM
               CLOSE NOTIFSAI
               IF WS-QTD-SAI-FORA > 0
                   DISPLAY 'NOTIFSAI.TXT COM MAIS DE ' WS-TAB-SAI-LIMITE
                           ' MENSAGENS - ' WS-QTD-SAI-FORA
                           ' FORA DA CONFERENCIA DE REPETICAO'
               END-IF
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

       LOCALIZA-RESPONSAVEL.
           MOVE 'N' TO WS-ACHOU
           MOVE ZERO TO WS-RESP-ACHOU-I
           MOVE SPACE TO WS-CANAL
           MOVE SPACES TO WS-DESTINO

           PERFORM VARYING WS-RESP-I FROM 1 BY 1
                   UNTIL WS-RESP-I > WS-QTD-RESP
                      OR WS-ACHOU-SIM
               IF WS-RESP-MATRICULA(WS-RESP-I) = LNK-MATRICULA
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-RESP-I TO WS-RESP-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-ACHOU-SIM
               IF WS-RESP-TELEFONE(WS-RESP-ACHOU-I) NOT = SPACES
                   MOVE 'S' TO WS-CANAL
                   MOVE WS-RESP-TELEFONE(WS-RESP-ACHOU-I)
                        TO WS-DESTINO
               ELSE
                   IF WS-RESP-EMAIL(WS-RESP-ACHOU-I) NOT = SPACES
                       MOVE 'E' TO WS-CANAL
                       MOVE WS-RESP-EMAIL(WS-RESP-ACHOU-I)
                            TO WS-DESTINO
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-LOCALIZA-RESPONSAVEL.

       VERIFICA-DUPLICADA.
           MOVE 'N' TO WS-DUPLICADA
           PERFORM VARYING WS-SAI-I FROM 1 BY 1
                   UNTIL WS-SAI-I > WS-QTD-SAI
                      OR WS-DUPLICADA-SIM
               IF WS-SAI-DESTINO(WS-SAI-I) = WS-DESTINO AND
                  WS-SAI-TIPO(WS-SAI-I) = LNK-TIPO AND
                  WS-SAI-CHAVE(WS-SAI-I) = LNK-CHAVE
                   SET WS-DUPLICADA-SIM TO TRUE
               END-IF
           END-PERFORM
           EXIT.
       FIM-VERIFICA-DUPLICADA.

      *-----------------------------------------------------------------
      * TROCA OS MARCADORES #ALUNO, #DATA E #INFO DO MODELO PELOS
      * VALORES RECEBIDOS, SEM OS BRANCOS DAS PONTAS DE CADA CAMPO
      * (VALOR EDITADO CHEGA ALINHADO A DIREITA)
      *-----------------------------------------------------------------
       MONTA-MENSAGEM.
           MOVE SPACES TO WS-MODELO
           PERFORM VARYING WS-MOD-I FROM 1 BY 1 UNTIL WS-MOD-I > 4
               IF WS-MOD-TIPO(WS-MOD-I) = LNK-TIPO
                   MOVE WS-MOD-TEXTO(WS-MOD-I) TO WS-MODELO
               END-IF
           END-PERFORM
           IF WS-MODELO = SPACES
               MOVE 'AVISO DA ESCOLA: #ALUNO - #DATA - #INFO'
                    TO WS-MODELO
           END-IF

           MOVE SPACES TO WS-MENSAGEM
           MOVE 1 TO WS-MOD-POS
           MOVE 1 TO WS-MSG-PTR

           PERFORM UNTIL WS-MOD-POS > 160 OR WS-MSG-PTR > 160
               EVALUATE TRUE
                   WHEN WS-MODELO-TRABALHO(WS-MOD-POS:6) = '#ALUNO'
                       MOVE LNK-ALUNO TO WS-VALOR
                       PERFORM INSERE-VALOR
                       ADD 6 TO WS-MOD-POS
                   WHEN WS-MODELO-TRABALHO(WS-MOD-POS:5) = '#DATA'
                       MOVE LNK-DATA TO WS-VALOR
                       PERFORM INSERE-VALOR
                       ADD 5 TO WS-MOD-POS
                   WHEN WS-MODELO-TRABALHO(WS-MOD-POS:5) = '#INFO'
                       MOVE LNK-INFO TO WS-VALOR
                       PERFORM INSERE-VALOR
                       ADD 5 TO WS-MOD-POS
                   WHEN OTHER
                       STRING WS-MODELO(WS-MOD-POS:1)
                              DELIMITED BY SIZE
                              INTO WS-MENSAGEM
                              WITH POINTER WS-MSG-PTR
                       END-STRING
                       ADD 1 TO WS-MOD-POS
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-MONTA-MENSAGEM.

       INSERE-VALOR.
           MOVE ZERO TO WS-VALOR-TAM
           PERFORM VARYING WS-VALOR-POS FROM 45 BY -1
                   UNTIL WS-VALOR-POS < 1 OR WS-VALOR-TAM > 0
               IF WS-VALOR(WS-VALOR-POS:1) NOT = SPACE
                   MOVE WS-VALOR-POS TO WS-VALOR-TAM
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-VALOR-INI
           PERFORM VARYING WS-VALOR-POS FROM 1 BY 1
                   UNTIL WS-VALOR-POS > WS-VALOR-TAM
                      OR WS-VALOR-INI > 0
               IF WS-VALOR(WS-VALOR-POS:1) NOT = SPACE
                   MOVE WS-VALOR-POS TO WS-VALOR-INI
               END-IF
           END-PERFORM

           IF WS-VALOR-TAM > 0
               STRING WS-VALOR(WS-VALOR-INI:
                               WS-VALOR-TAM - WS-VALOR-INI + 1)
                      DELIMITED BY SIZE
                      INTO WS-MENSAGEM
                      WITH POINTER WS-MSG-PTR
               END-STRING
           END-IF
           EXIT.
       FIM-INSERE-VALOR.

       GRAVA-MENSAGEM.
           ADD 1 TO WS-ULTIMO-ID

           MOVE SPACES TO NOTIFSAI-REG
           MOVE WS-ULTIMO-ID   TO NS-ID
           MOVE WS-CANAL       TO NS-CANAL
           MOVE WS-DESTINO     TO NS-DESTINO
           MOVE WS-RESP-NOME(WS-RESP-ACHOU-I) TO NS-NOME
           MOVE WS-MENSAGEM    TO NS-MENSAGEM
           MOVE LNK-TIPO       TO NS-TIPO
           MOVE LNK-MATRICULA  TO NS-MATRICULA
           MOVE LNK-CHAVE      TO NS-CHAVE
           MOVE WS-HOJE-FMT    TO NS-DATA-GERACAO
           MOVE 'P'            TO NS-SITUACAO

           OPEN EXTEND NOTIFSAI
           IF WS-SAIDA-STATUS = '35'
               OPEN OUTPUT NOTIFSAI
           END-IF
           WRITE NOTIFSAI-REG
           CLOSE NOTIFSAI

           IF WS-QTD-SAI < WS-TAB-SAI-LIMITE
               ADD 1 TO WS-QTD-SAI
               MOVE WS-DESTINO TO WS-SAI-DESTINO(WS-QTD-SAI)
               MOVE LNK-TIPO   TO WS-SAI-TIPO(WS-QTD-SAI)
               MOVE LNK-CHAVE  TO WS-SAI-CHAVE(WS-QTD-SAI)
           END-IF
           EXIT.
       FIM-GRAVA-MENSAGEM.
      ******************************************************************
       END PROGRAM NOTIFICA.
