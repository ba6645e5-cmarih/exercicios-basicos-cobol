      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: REGISTRO DE CONSENTIMENTOS DO TITULAR (LGPD) - PARA O
      *          PACIENTE (ID DO PACIENTES.TXT) OU O RESPONSAVEL
      *          (MATRICULA DO ALUNO NO RESPONSAVEIS.TXT), MOSTRA A
      *          SITUACAO ATUAL DE CADA FINALIDADE (CADASTRO/
      *          ATENDIMENTO, AVISOS POR SMS/E-MAIL, ESTATISTICA E
      *          PESQUISA) E REGISTRA A CONCESSAO OU A REVOGACAO COM
      *          DATA, OPERADOR E DOCUMENTO (TERMO OU PROTOCOLO) NO
      *          CONSENTIMENTOS.TXT (CONSENT.CPY), QUE SO CRESCE; A
      *          CONCESSAO OU REVOGACAO DOS AVISOS DO RESPONSAVEL
      *          ACERTA TAMBEM O RS-OPTOUT DO RESPONSAVEIS.TXT, QUE O
      *          NOTIFICA RESPEITA (REGRAVADO NO FIM, SO SE O CADASTRO
      *          COUBE INTEIRO NA TABELA)
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-CONSENTIMENTO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENTIMENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONS-STATUS.
           SELECT PACIENTES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAC-STATUS.
           SELECT RESPONSAVEIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESP-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CONSENTIMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONSENTIMENTOS.TXT'.
       COPY CONSENT.CPY.

       FD PACIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PACIENTES.TXT'.
       COPY PACIENTE.CPY.

       FD RESPONSAVEIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RESPONSAVEIS.TXT'.
       COPY RESPONSA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-CONS-STATUS               PIC X(02) VALUE '00'.
       01 WS-PAC-STATUS                PIC X(02) VALUE '00'.
       01 WS-RESP-STATUS               PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-CONS           PIC X(01) VALUE 'N'.
               88 WS-FIM-CONS-SIM         VALUE 'S'.
           02 WS-FIM-PAC            PIC X(01) VALUE 'N'.
               88 WS-FIM-PAC-SIM          VALUE 'S'.
           02 WS-FIM-RESP           PIC X(01) VALUE 'N'.
               88 WS-FIM-RESP-SIM         VALUE 'S'.
           02 WS-FIM-SESSAO         PIC X(01) VALUE 'N'.
               88 WS-FIM-SESSAO-SIM       VALUE 'S'.
           02 WS-TITULAR-ACHOU      PIC X(01) VALUE 'N'.
               88 WS-TITULAR-ACHOU-SIM    VALUE 'S'.
           02 WS-ENTRADA-VALIDA     PIC X(01) VALUE 'S'.
               88 WS-ENTRADA-OK           VALUE 'S'.
           02 WS-CONS-CHEIA         PIC X(01) VALUE 'N'.
               88 WS-CONS-CHEIA-SIM       VALUE 'S'.
           02 WS-RESP-CHEIA         PIC X(01) VALUE 'N'.
               88 WS-RESP-CHEIA-SIM       VALUE 'S'.
           02 WS-RESP-ALTERADO      PIC X(01) VALUE 'N'.
               88 WS-RESP-ALTERADO-SIM    VALUE 'S'.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.
       01 WS-OPERADOR                  PIC X(08) VALUE SPACES.
       01 WS-TIPO                      PIC X(01) VALUE SPACE.
           88 WS-TIPO-PACIENTE                VALUE 'P' 'p'.
           88 WS-TIPO-RESPONSAVEL             VALUE 'R' 'r'.
       01 WS-CHAVE                     PIC X(05) VALUE SPACES.
       01 WS-NOME-TITULAR              PIC X(30) VALUE SPACES.
       01 WS-FINALIDADE                PIC X(01) VALUE SPACE.
       01 WS-SITUACAO                  PIC X(01) VALUE SPACE.
       01 WS-DOCUMENTO                 PIC X(20) VALUE SPACES.
       01 WS-FINALIDADE-TXT            PIC X(24) VALUE SPACES.
      *-----------------------------------------------------------------
      * HISTORICO DE CONSENTIMENTOS (VALE O ULTIMO DE CADA FINALIDADE)
      *-----------------------------------------------------------------
       01 WS-TAB-CONS-LIMITE           PIC 9(04) VALUE 3000.
       01 WS-QTD-CONS                  PIC 9(04) VALUE ZERO.
       01 WS-TABELA-CONS.
           02 WS-CONS-ENTRADA OCCURS 3000 TIMES.
               03 WS-CONS-TIPO         PIC X(01).
               03 WS-CONS-CHAVE        PIC X(05).
               03 WS-CONS-FINALIDADE   PIC X(01).
               03 WS-CONS-SITUACAO     PIC X(01).
               03 WS-CONS-DATA         PIC X(10).
               03 WS-CONS-DOCUMENTO    PIC X(20).
       01 WS-CONS-I                    PIC 9(04) VALUE ZERO.
       01 WS-ULTIMA-SITUACAO           PIC X(01) VALUE SPACE.
       01 WS-ULTIMA-DATA               PIC X(10) VALUE SPACES.
       01 WS-ULTIMO-DOCUMENTO          PIC X(20) VALUE SPACES.
       01 WS-FIN-I                     PIC 9(01) VALUE ZERO.
       01 WS-FINALIDADES               PIC X(03) VALUE 'TCE'.
      *-----------------------------------------------------------------
      * CADASTRO DE RESPONSAVEIS (RS-OPTOUT ACOMPANHA OS AVISOS)
      *-----------------------------------------------------------------
       01 WS-TAB-RESP-LIMITE           PIC 9(03) VALUE 500.
       01 WS-QTD-RESP                  PIC 9(03) VALUE ZERO.
       01 WS-TABELA-RESP.
           02 WS-RESP-ENTRADA OCCURS 500 TIMES.
               03 WS-RESP-MATRICULA    PIC X(05).
               03 FILLER               PIC X(107).
       01 WS-RESP-I                    PIC 9(03) VALUE ZERO.
       01 WS-RESP-ACHOU-I              PIC 9(03) VALUE ZERO.
       01 WS-QTD-CONCEDIDOS            PIC 9(04) VALUE ZERO.
       01 WS-QTD-REVOGADOS             PIC 9(04) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'CONSENTIMENTOS DO TITULAR (LGPD)'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR
           IF WS-OPERADOR = SPACES
               DISPLAY 'REGISTRO DE CONSENTIMENTO EXIGE O OPERADOR '
                       'IDENTIFICADO'
               SET WS-FIM-SESSAO-SIM TO TRUE
           ELSE
               PERFORM CARREGA-CONSENTIMENTOS
               PERFORM CARREGA-RESPONSAVEIS

               OPEN EXTEND CONSENTIMENTOS
               IF WS-CONS-STATUS = '35'
                   OPEN OUTPUT CONSENTIMENTOS
               END-IF
           END-IF
           EXIT.
       FIM-INICIO.

       CARREGA-CONSENTIMENTOS.
           OPEN INPUT CONSENTIMENTOS
           IF WS-CONS-STATUS = '00'
               PERFORM LER-CONSENTIMENTOS
               PERFORM UNTIL WS-FIM-CONS-SIM
                   PERFORM GUARDA-CONSENTIMENTO
                   PERFORM LER-CONSENTIMENTOS
               END-PERFORM
               CLOSE CONSENTIMENTOS
               IF WS-CONS-CHEIA-SIM
                   DISPLAY 'AVISO: CONSENTIMENTOS.TXT EXCEDE '
                           WS-TAB-CONS-LIMITE ' REGISTROS - A '
                           'SITUACAO MOSTRADA PODE ESTAR INCOMPLETA'
               END-IF
           END-IF
           DISPLAY 'REGISTROS DE CONSENTIMENTO: ' WS-QTD-CONS
           EXIT.
       FIM-CARREGA-CONSENTIMENTOS.

       LER-CONSENTIMENTOS.
           READ CONSENTIMENTOS
               AT END
                   SET WS-FIM-CONS-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CONSENTIMENTOS.

       GUARDA-CONSENTIMENTO.
           IF WS-QTD-CONS < WS-TAB-CONS-LIMITE
               ADD 1 TO WS-QTD-CONS
               MOVE CO-TIPO       TO WS-CONS-TIPO(WS-QTD-CONS)
               MOVE CO-CHAVE      TO WS-CONS-CHAVE(WS-QTD-CONS)
               MOVE CO-FINALIDADE TO WS-CONS-FINALIDADE(WS-QTD-CONS)
               MOVE CO-SITUACAO   TO WS-CONS-SITUACAO(WS-QTD-CONS)
               MOVE CO-DATA       TO WS-CONS-DATA(WS-QTD-CONS)
               MOVE CO-DOCUMENTO  TO WS-CONS-DOCUMENTO(WS-QTD-CONS)
           ELSE
               SET WS-CONS-CHEIA-SIM TO TRUE
           END-IF
           EXIT.
       FIM-GUARDA-CONSENTIMENTO.

       CARREGA-RESPONSAVEIS.
           OPEN INPUT RESPONSAVEIS
           IF WS-RESP-STATUS = '00'
               PERFORM LER-RESPONSAVEIS
               PERFORM UNTIL WS-FIM-RESP-SIM
                   IF WS-QTD-RESP < WS-TAB-RESP-LIMITE
                       ADD 1 TO WS-QTD-RESP
                       MOVE RESPONSAVEL-REG
                            TO WS-RESP-ENTRADA(WS-QTD-RESP)
                   ELSE
                       SET WS-RESP-CHEIA-SIM TO TRUE
                   END-IF
                   PERFORM LER-RESPONSAVEIS
               END-PERFORM
               CLOSE RESPONSAVEIS
               IF WS-RESP-CHEIA-SIM
                   DISPLAY 'AVISO: RESPONSAVEIS.TXT EXCEDE '
                           WS-TAB-RESP-LIMITE ' REGISTROS - O ACEITE '
                           'DOS AVISOS NAO SERA ACERTADO NO CADASTRO'
               END-IF
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

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-SESSAO-SIM
               DISPLAY 'TITULAR: (P) PACIENTE  (R) RESPONSAVEL  '
                       '(EM BRANCO PARA ENCERRAR): '
               MOVE SPACE TO WS-TIPO
               ACCEPT WS-TIPO

               EVALUATE TRUE
                   WHEN WS-TIPO = SPACE
                       SET WS-FIM-SESSAO-SIM TO TRUE
                   WHEN WS-TIPO-PACIENTE OR WS-TIPO-RESPONSAVEL
                       PERFORM TRATA-TITULAR
                   WHEN OTHER
                       DISPLAY 'TIPO DE TITULAR INVALIDO'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

       TRATA-TITULAR.
           IF WS-TIPO-PACIENTE
               MOVE 'P' TO WS-TIPO
               DISPLAY 'ID DO PACIENTE: '
           ELSE
               MOVE 'R' TO WS-TIPO
               DISPLAY 'MATRICULA DO ALUNO DO RESPONSAVEL: '
           END-IF
           MOVE SPACES TO WS-CHAVE
           ACCEPT WS-CHAVE

           IF WS-TIPO = 'P'
               PERFORM LOCALIZA-PACIENTE
           ELSE
               PERFORM LOCALIZA-RESPONSAVEL
           END-IF

           IF NOT WS-TITULAR-ACHOU-SIM
               DISPLAY 'TITULAR ' WS-CHAVE ' NAO CADASTRADO'
           ELSE
               DISPLAY 'TITULAR: ' WS-NOME-TITULAR
               PERFORM VARYING WS-FIN-I FROM 1 BY 1
                       UNTIL WS-FIN-I > 3
                   MOVE WS-FINALIDADES(WS-FIN-I:1) TO WS-FINALIDADE
                   PERFORM MOSTRA-SITUACAO-FINALIDADE
               END-PERFORM
               PERFORM REGISTRA-CONSENTIMENTO
           END-IF
           EXIT.
       FIM-TRATA-TITULAR.

       LOCALIZA-PACIENTE.
           MOVE 'N' TO WS-TITULAR-ACHOU
           MOVE 'N' TO WS-FIM-PAC
           OPEN INPUT PACIENTES
           IF WS-PAC-STATUS NOT = '00'
               DISPLAY 'PACIENTES.TXT NAO ENCONTRADO'
           ELSE
               PERFORM LER-PACIENTES
               PERFORM UNTIL WS-FIM-PAC-SIM
                   IF PAC-ID = WS-CHAVE
                       MOVE PAC-NOME TO WS-NOME-TITULAR
                       SET WS-TITULAR-ACHOU-SIM TO TRUE
                       SET WS-FIM-PAC-SIM TO TRUE
                   ELSE
                       PERFORM LER-PACIENTES
                   END-IF
               END-PERFORM
               CLOSE PACIENTES
           END-IF
           EXIT.
       FIM-LOCALIZA-PACIENTE.

       LER-PACIENTES.
           READ PACIENTES
               AT END
                   SET WS-FIM-PAC-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PACIENTES.

       LOCALIZA-RESPONSAVEL.
           MOVE 'N' TO WS-TITULAR-ACHOU
           MOVE ZERO TO WS-RESP-ACHOU-I
           PERFORM VARYING WS-RESP-I FROM 1 BY 1
                   UNTIL WS-RESP-I > WS-QTD-RESP
                      OR WS-TITULAR-ACHOU-SIM
               IF WS-RESP-MATRICULA(WS-RESP-I) = WS-CHAVE
                   MOVE WS-RESP-ENTRADA(WS-RESP-I) TO RESPONSAVEL-REG
                   MOVE RS-NOME TO WS-NOME-TITULAR
                   MOVE WS-RESP-I TO WS-RESP-ACHOU-I
                   SET WS-TITULAR-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-RESPONSAVEL.

      *-----------------------------------------------------------------
      * ULTIMO REGISTRO DO TITULAR PARA A FINALIDADE EM WS-FINALIDADE
      *-----------------------------------------------------------------
       BUSCA-ULTIMA-SITUACAO.
           MOVE SPACE  TO WS-ULTIMA-SITUACAO
           MOVE SPACES TO WS-ULTIMA-DATA
           MOVE SPACES TO WS-ULTIMO-DOCUMENTO
           PERFORM VARYING WS-CONS-I FROM 1 BY 1
                   UNTIL WS-CONS-I > WS-QTD-CONS
               IF WS-CONS-TIPO(WS-CONS-I) = WS-TIPO AND
                  WS-CONS-CHAVE(WS-CONS-I) = WS-CHAVE AND
                  WS-CONS-FINALIDADE(WS-CONS-I) = WS-FINALIDADE
                   MOVE WS-CONS-SITUACAO(WS-CONS-I)
                        TO WS-ULTIMA-SITUACAO
                   MOVE WS-CONS-DATA(WS-CONS-I) TO WS-ULTIMA-DATA
                   MOVE WS-CONS-DOCUMENTO(WS-CONS-I)
                        TO WS-ULTIMO-DOCUMENTO
               END-IF
           END-PERFORM
           EXIT.
       FIM-BUSCA-ULTIMA-SITUACAO.

       MOSTRA-SITUACAO-FINALIDADE.
           PERFORM BUSCA-ULTIMA-SITUACAO
           PERFORM MONTA-FINALIDADE-TXT
           EVALUATE WS-ULTIMA-SITUACAO
               WHEN 'C'
                   DISPLAY '  ' WS-FINALIDADE-TXT ': CONCEDIDO EM '
                           WS-ULTIMA-DATA ' (' WS-ULTIMO-DOCUMENTO ')'
               WHEN 'R'
                   DISPLAY '  ' WS-FINALIDADE-TXT ': REVOGADO EM '
                           WS-ULTIMA-DATA ' (' WS-ULTIMO-DOCUMENTO ')'
               WHEN OTHER
                   DISPLAY '  ' WS-FINALIDADE-TXT ': SEM REGISTRO'
           END-EVALUATE
           EXIT.
       FIM-MOSTRA-SITUACAO-FINALIDADE.

       MONTA-FINALIDADE-TXT.
           EVALUATE WS-FINALIDADE
               WHEN 'T'
                   MOVE 'CADASTRO E ATENDIMENTO' TO WS-FINALIDADE-TXT
               WHEN 'C'
                   MOVE 'AVISOS POR SMS/E-MAIL' TO WS-FINALIDADE-TXT
               WHEN OTHER
                   MOVE 'ESTATISTICA E PESQUISA' TO WS-FINALIDADE-TXT
           END-EVALUATE
           EXIT.
       FIM-MONTA-FINALIDADE-TXT.

       REGISTRA-CONSENTIMENTO.
           MOVE 'S' TO WS-ENTRADA-VALIDA

           DISPLAY 'FINALIDADE: (T) CADASTRO E ATENDIMENTO  (C) AVISOS'
                   ' POR SMS/E-MAIL  (E) ESTATISTICA E PESQUISA'
           DISPLAY '            (EM BRANCO NAO REGISTRA NADA): '
           MOVE SPACE TO WS-FINALIDADE
           ACCEPT WS-FINALIDADE
           MOVE FUNCTION UPPER-CASE(WS-FINALIDADE) TO WS-FINALIDADE

           MOVE WS-FINALIDADE TO CO-FINALIDADE
           IF WS-FINALIDADE = SPACE
               MOVE 'N' TO WS-ENTRADA-VALIDA
           ELSE
               IF NOT CO-FIN-VALIDA
                   DISPLAY 'FINALIDADE INVALIDA - NADA REGISTRADO'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'SITUACAO: (C) CONCEDE  (R) REVOGA: '
               MOVE SPACE TO WS-SITUACAO
               ACCEPT WS-SITUACAO
               MOVE FUNCTION UPPER-CASE(WS-SITUACAO) TO WS-SITUACAO
               IF WS-SITUACAO NOT = 'C' AND WS-SITUACAO NOT = 'R'
                   DISPLAY 'SITUACAO INVALIDA - NADA REGISTRADO'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               PERFORM BUSCA-ULTIMA-SITUACAO
               IF WS-ULTIMA-SITUACAO = WS-SITUACAO
                   DISPLAY 'SITUACAO JA REGISTRADA EM '
                           WS-ULTIMA-DATA ' - NADA REGISTRADO'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'DOCUMENTO (TERMO ASSINADO OU PROTOCOLO DO '
                       'PEDIDO): '
               MOVE SPACES TO WS-DOCUMENTO
               ACCEPT WS-DOCUMENTO
               IF WS-DOCUMENTO = SPACES
                   DISPLAY 'DOCUMENTO EM BRANCO - NADA REGISTRADO'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               MOVE SPACES        TO CONSENTIMENTO-REG
               MOVE WS-TIPO       TO CO-TIPO
               MOVE WS-CHAVE      TO CO-CHAVE
               MOVE WS-FINALIDADE TO CO-FINALIDADE
               MOVE WS-SITUACAO   TO CO-SITUACAO
               MOVE WS-DATA-FMT   TO CO-DATA
               MOVE WS-OPERADOR   TO CO-OPERADOR
               MOVE WS-DOCUMENTO  TO CO-DOCUMENTO
               WRITE CONSENTIMENTO-REG
               PERFORM GUARDA-CONSENTIMENTO

               IF CO-CONCEDIDO
                   ADD 1 TO WS-QTD-CONCEDIDOS
               ELSE
                   ADD 1 TO WS-QTD-REVOGADOS
               END-IF
               PERFORM MONTA-FINALIDADE-TXT
               DISPLAY 'REGISTRADO: ' WS-FINALIDADE-TXT ' - '
                       WS-NOME-TITULAR

               IF WS-TIPO = 'R' AND WS-FINALIDADE = 'C'
                   PERFORM ACERTA-ACEITE-AVISOS
               END-IF
               IF WS-FINALIDADE = 'T' AND WS-SITUACAO = 'R'
                   DISPLAY 'CADASTRO REVOGADO: DADOS GUARDADOS ATE O '
                           'FIM DO PRAZO LEGAL E ENTAO ANONIMIZADOS '
                           'PELO LGPD-ANONIMIZA'
               END-IF
           END-IF
           EXIT.
       FIM-REGISTRA-CONSENTIMENTO.

      *-----------------------------------------------------------------
      * AVISOS DO RESPONSAVEL: O RS-OPTOUT SEGUE O CONSENTIMENTO
      *-----------------------------------------------------------------
       ACERTA-ACEITE-AVISOS.
           IF WS-RESP-CHEIA-SIM
               DISPLAY 'AVISO: ACEITE DOS AVISOS NAO ACERTADO NO '
                       'RESPONSAVEIS.TXT (CADASTRO MAIOR QUE A '
                       'TABELA)'
           ELSE
               MOVE WS-RESP-ENTRADA(WS-RESP-ACHOU-I)
                    TO RESPONSAVEL-REG
               IF WS-SITUACAO = 'R'
                   MOVE 'S' TO RS-OPTOUT
               ELSE
                   MOVE SPACE TO RS-OPTOUT
               END-IF
               MOVE RESPONSAVEL-REG
                    TO WS-RESP-ENTRADA(WS-RESP-ACHOU-I)
               SET WS-RESP-ALTERADO-SIM TO TRUE
           END-IF
           EXIT.
       FIM-ACERTA-ACEITE-AVISOS.

       REGRAVA-RESPONSAVEIS.
           OPEN OUTPUT RESPONSAVEIS
           PERFORM VARYING WS-RESP-I FROM 1 BY 1
                   UNTIL WS-RESP-I > WS-QTD-RESP
               MOVE WS-RESP-ENTRADA(WS-RESP-I) TO RESPONSAVEL-REG
               WRITE RESPONSAVEL-REG
           END-PERFORM
           CLOSE RESPONSAVEIS
           EXIT.
       FIM-REGRAVA-RESPONSAVEIS.

       FINALIZA-PROGRAMA.
           IF WS-OPERADOR NOT = SPACES
               CLOSE CONSENTIMENTOS
           END-IF

           IF WS-RESP-ALTERADO-SIM
               PERFORM REGRAVA-RESPONSAVEIS
               DISPLAY 'RESPONSAVEIS.TXT REGRAVADO (ACEITE DOS AVISOS)'
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'CONSENTIMENTOS CONCEDIDOS: ' WS-QTD-CONCEDIDOS
           DISPLAY 'CONSENTIMENTOS REVOGADOS : ' WS-QTD-REVOGADOS
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM CADASTRO-CONSENTIMENTO.
