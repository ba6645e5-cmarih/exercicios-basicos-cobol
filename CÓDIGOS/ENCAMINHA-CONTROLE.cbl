      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CONTROLE DOS ENCAMINHAMENTOS MEDICOS DA CLINICA -
      *          MANTEM O ENCAMINHA.TXT (ENCAMIN.CPY) ABERTO PELO
      *          PESO-IDEAL NO ALERTA DE RISCO COMBINADO: A RECEPCAO
      *          CONFIRMA QUE O ENCAMINHAMENTO FOI ENTREGUE AO
      *          PACIENTE (DATA E OPERADOR) E, NA VISITA SEGUINTE, A
      *          NUTRICIONISTA REGISTRA O RETORNO MEDICO (DATA,
      *          PROFISSIONAL DO PROFISSIONAIS.TXT E O QUE O MEDICO
      *          DISSE), ENCERRANDO O ENCAMINHAMENTO; MESMO FEITIO DO
      *          CADASTRO-PROFISSIONAL (CARGA EM TABELA, REGRAVACAO NO
      *          FIM SO SE A CARGA COUBE INTEIRA)
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCAMINHA-CONTROLE.
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
           SELECT PROFISSIONAIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROF-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ENCAMINHAMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ENCAMINHA.TXT'.
       COPY ENCAMIN.CPY.

       FD PROFISSIONAIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PROFISSIONAIS.TXT'.
       COPY PROFISS.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ENC-STATUS            PIC X(02) VALUE '00'.
       01 WS-PROF-STATUS           PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-ENC            PIC X(01) VALUE 'N'.
               88 WS-FIM-ENC-SIM          VALUE 'S'.
           02 WS-FIM-PROF           PIC X(01) VALUE 'N'.
               88 WS-FIM-PROF-SIM         VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-ENC-CHEIA          PIC X(01) VALUE 'N'.
               88 WS-ENC-CHEIA-SIM        VALUE 'S'.
           02 WS-ENTRADA-VALIDA     PIC X(01) VALUE 'S'.
               88 WS-ENTRADA-OK           VALUE 'S'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-OPERADOR              PIC X(08) VALUE SPACES.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO          PIC 9(04).
           02 WS-HOJE-MES          PIC 9(02).
           02 WS-HOJE-DIA          PIC 9(02).
       01 WS-HOJE-FMT              PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
      * ENCAMINHAMENTOS
      *-----------------------------------------------------------------
       01 WS-TAB-ENC-LIMITE        PIC 9(04) VALUE 2000.
       01 WS-QTD-ENCAMINHAMENTOS   PIC 9(04) VALUE ZERO.
       01 WS-TABELA-ENC.
           02 WS-EN-ENTRADA OCCURS 2000 TIMES.
               03 WS-EN-NUMERO         PIC 9(05).
               03 WS-EN-PACIENTE       PIC X(05).
               03 WS-EN-NOME           PIC X(30).
               03 WS-EN-DATA           PIC X(10).
               03 WS-EN-MOTIVO         PIC X(30).
               03 WS-EN-IMC            PIC 9(02)V99.
               03 WS-EN-CINTURA        PIC 9(03).
               03 WS-EN-PRES-SIS       PIC 9(03).
               03 WS-EN-PRES-DIA       PIC 9(03).
               03 WS-EN-PROFISSIONAL   PIC X(05).
               03 WS-EN-EXEC           PIC 9(06).
               03 WS-EN-SITUACAO       PIC X(01).
               03 WS-EN-DATA-ENTREGA   PIC X(10).
               03 WS-EN-ENTREGUE-POR   PIC X(08).
               03 WS-EN-DATA-RETORNO   PIC X(10).
               03 WS-EN-RETORNO-PROF   PIC X(05).
               03 WS-EN-RETORNO-TEXTO  PIC X(50).
       01 WS-EN-I                  PIC 9(04) VALUE ZERO.
       01 WS-EN-ACHOU-I            PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * PROFISSIONAIS (QUEM REGISTRA O RETORNO MEDICO)
      *-----------------------------------------------------------------
       01 WS-TAB-PROF-LIMITE       PIC 9(03) VALUE 100.
       01 WS-QTD-PROFISSIONAIS     PIC 9(03) VALUE ZERO.
       01 WS-TABELA-PROF.
           02 WS-PF-ENTRADA OCCURS 100 TIMES.
               03 WS-PF-CODIGO         PIC X(05).
               03 WS-PF-NOME           PIC X(30).
               03 WS-PF-ATIVO          PIC X(01).
       01 WS-PF-I                  PIC 9(03) VALUE ZERO.
       01 WS-PF-ACHOU-I            PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * ENTRADA DO OPERADOR
      *-----------------------------------------------------------------
       01 WS-NUMERO                PIC 9(05) VALUE ZERO.
       01 WS-PROFISSIONAL          PIC X(05) VALUE SPACES.
       01 WS-RETORNO-TEXTO         PIC X(50) VALUE SPACES.
       01 WS-DATA-ENTRADA          PIC X(10) VALUE SPACES.
       01 WS-DATA-OK               PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO           PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD         PIC 9(08) VALUE ZERO.
       01 WS-DATA-RETORNO          PIC X(10) VALUE SPACES.
       01 WS-RETORNO-AAAAMMDD      PIC 9(08) VALUE ZERO.
       01 WS-IMC-MASK              PIC Z9,99.
       01 WS-QTD-ENTREGUES         PIC 9(04) VALUE ZERO.
       01 WS-QTD-RETORNADOS        PIC 9(04) VALUE ZERO.
       01 WS-QTD-LISTADOS          PIC 9(04) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'ENCAMINHAMENTOS MEDICOS DA CLINICA'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-HOJE-FMT
           END-STRING

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR

           PERFORM CARREGA-ENCAMINHAMENTOS
           PERFORM CARREGA-PROFISSIONAIS
           DISPLAY 'ENCAMINHAMENTOS NO ARQUIVO: '
                   WS-QTD-ENCAMINHAMENTOS
           EXIT.
       FIM-INICIO.

       CARREGA-ENCAMINHAMENTOS.
           OPEN INPUT ENCAMINHAMENTOS
           IF WS-ENC-STATUS = '00'
               PERFORM LER-ENCAMINHAMENTOS
               PERFORM UNTIL WS-FIM-ENC-SIM
                   IF WS-QTD-ENCAMINHAMENTOS < WS-TAB-ENC-LIMITE
                       ADD 1 TO WS-QTD-ENCAMINHAMENTOS
                       MOVE WS-QTD-ENCAMINHAMENTOS TO WS-EN-I
                       MOVE EN-NUMERO       TO WS-EN-NUMERO(WS-EN-I)
                       MOVE EN-PACIENTE     TO WS-EN-PACIENTE(WS-EN-I)
                       MOVE EN-NOME         TO WS-EN-NOME(WS-EN-I)
                       MOVE EN-DATA         TO WS-EN-DATA(WS-EN-I)
                       MOVE EN-MOTIVO       TO WS-EN-MOTIVO(WS-EN-I)
                       MOVE EN-IMC          TO WS-EN-IMC(WS-EN-I)
                       MOVE EN-CINTURA      TO WS-EN-CINTURA(WS-EN-I)
                       MOVE EN-PRES-SIS     TO WS-EN-PRES-SIS(WS-EN-I)
                       MOVE EN-PRES-DIA     TO WS-EN-PRES-DIA(WS-EN-I)
                       MOVE EN-PROFISSIONAL
                            TO WS-EN-PROFISSIONAL(WS-EN-I)
                       MOVE EN-EXEC         TO WS-EN-EXEC(WS-EN-I)
                       MOVE EN-SITUACAO     TO WS-EN-SITUACAO(WS-EN-I)
                       MOVE EN-DATA-ENTREGA
                            TO WS-EN-DATA-ENTREGA(WS-EN-I)
                       MOVE EN-ENTREGUE-POR
                            TO WS-EN-ENTREGUE-POR(WS-EN-I)
                       MOVE EN-DATA-RETORNO
                            TO WS-EN-DATA-RETORNO(WS-EN-I)
                       MOVE EN-RETORNO-PROF
                            TO WS-EN-RETORNO-PROF(WS-EN-I)
                       MOVE EN-RETORNO-TEXTO
                            TO WS-EN-RETORNO-TEXTO(WS-EN-I)
                   ELSE
                       DISPLAY 'AVISO: ENCAMINHA.TXT EXCEDE '
                               WS-TAB-ENC-LIMITE ' ENCAMINHAMENTOS - '
                               'O ARQUIVO NAO SERA REGRAVADO NESTA '
                               'SESSAO'
                       SET WS-ENC-CHEIA-SIM TO TRUE
                       SET WS-FIM-ENC-SIM TO TRUE
                   END-IF
                   PERFORM LER-ENCAMINHAMENTOS
               END-PERFORM
               CLOSE ENCAMINHAMENTOS
           ELSE
               DISPLAY 'ENCAMINHA.TXT AINDA NAO EXISTE - NENHUM '
                       'ENCAMINHAMENTO ABERTO PELO PESO-IDEAL'
           END-IF
           EXIT.
       FIM-CARREGA-ENCAMINHAMENTOS.

       LER-ENCAMINHAMENTOS.
           READ ENCAMINHAMENTOS
               AT END
                   SET WS-FIM-ENC-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ENCAMINHAMENTOS.

       CARREGA-PROFISSIONAIS.
           OPEN INPUT PROFISSIONAIS
           IF WS-PROF-STATUS = '00'
               PERFORM LER-PROFISSIONAIS
               PERFORM UNTIL WS-FIM-PROF-SIM
                   IF WS-QTD-PROFISSIONAIS < WS-TAB-PROF-LIMITE
                       ADD 1 TO WS-QTD-PROFISSIONAIS
                       MOVE PF-CODIGO
                            TO WS-PF-CODIGO(WS-QTD-PROFISSIONAIS)
                       MOVE PF-NOME
                            TO WS-PF-NOME(WS-QTD-PROFISSIONAIS)
                       MOVE PF-ATIVO
                            TO WS-PF-ATIVO(WS-QTD-PROFISSIONAIS)
                   ELSE
                       SET WS-FIM-PROF-SIM TO TRUE
                   END-IF
                   PERFORM LER-PROFISSIONAIS
               END-PERFORM
               CLOSE PROFISSIONAIS
           END-IF
           EXIT.
       FIM-CARREGA-PROFISSIONAIS.

       LER-PROFISSIONAIS.
           READ PROFISSIONAIS
               AT END
                   SET WS-FIM-PROF-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PROFISSIONAIS.

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - CONFIRMAR ENTREGA AO PACIENTE (RECEPCAO)'
               DISPLAY '2 - REGISTRAR RETORNO MEDICO'
               DISPLAY '3 - LISTAR ENCAMINHAMENTOS PENDENTES'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM CONFIRMA-ENTREGA
                   WHEN 2
                       PERFORM REGISTRA-RETORNO
                   WHEN 3
                       PERFORM LISTA-PENDENTES
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * NUMERO DO ENCAMINHAMENTO INFORMADO PELO OPERADOR
      *-----------------------------------------------------------------
       LOCALIZA-ENCAMINHAMENTO.
           MOVE ZERO TO WS-EN-ACHOU-I
           DISPLAY 'NUMERO DO ENCAMINHAMENTO: '
           MOVE ZERO TO WS-NUMERO
           ACCEPT WS-NUMERO
           PERFORM VARYING WS-EN-I FROM 1 BY 1
                   UNTIL WS-EN-I > WS-QTD-ENCAMINHAMENTOS
                      OR WS-EN-ACHOU-I > 0
               IF WS-EN-NUMERO(WS-EN-I) = WS-NUMERO AND
                  WS-NUMERO > 0
                   MOVE WS-EN-I TO WS-EN-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-EN-ACHOU-I = 0
               DISPLAY 'ENCAMINHAMENTO NAO ENCONTRADO'
           ELSE
               MOVE WS-EN-ACHOU-I TO WS-EN-I
               PERFORM MOSTRA-ENCAMINHAMENTO
           END-IF
           EXIT.
       FIM-LOCALIZA-ENCAMINHAMENTO.

       MOSTRA-ENCAMINHAMENTO.
           MOVE WS-EN-IMC(WS-EN-I) TO WS-IMC-MASK
           DISPLAY WS-EN-NUMERO(WS-EN-I) ' ' WS-EN-DATA(WS-EN-I) ' '
                   WS-EN-PACIENTE(WS-EN-I) ' ' WS-EN-NOME(WS-EN-I)
                   ' SITUACAO ' WS-EN-SITUACAO(WS-EN-I)
           DISPLAY '      ' WS-EN-MOTIVO(WS-EN-I) ' IMC ' WS-IMC-MASK
                   ' CINTURA ' WS-EN-CINTURA(WS-EN-I)
                   ' PRESSAO ' WS-EN-PRES-SIS(WS-EN-I) '/'
                   WS-EN-PRES-DIA(WS-EN-I)
           IF WS-EN-DATA-ENTREGA(WS-EN-I) NOT = SPACES
               DISPLAY '      ENTREGUE EM ' WS-EN-DATA-ENTREGA(WS-EN-I)
                       ' POR ' WS-EN-ENTREGUE-POR(WS-EN-I)
           END-IF
           IF WS-EN-DATA-RETORNO(WS-EN-I) NOT = SPACES
               DISPLAY '      RETORNO EM ' WS-EN-DATA-RETORNO(WS-EN-I)
                       ' (' WS-EN-RETORNO-PROF(WS-EN-I) ') '
                       WS-EN-RETORNO-TEXTO(WS-EN-I)
           END-IF
           EXIT.
       FIM-MOSTRA-ENCAMINHAMENTO.

      *-----------------------------------------------------------------
      * RECEPCAO: ENCAMINHAMENTO ABERTO PASSA A ENTREGUE, COM A DATA
      * DE HOJE E O OPERADOR
      *-----------------------------------------------------------------
       CONFIRMA-ENTREGA.
           PERFORM LOCALIZA-ENCAMINHAMENTO
           IF WS-EN-ACHOU-I > 0
               EVALUATE WS-EN-SITUACAO(WS-EN-ACHOU-I)
                   WHEN 'A'
                       MOVE 'E' TO WS-EN-SITUACAO(WS-EN-ACHOU-I)
                       MOVE WS-HOJE-FMT
                            TO WS-EN-DATA-ENTREGA(WS-EN-ACHOU-I)
                       MOVE WS-OPERADOR
                            TO WS-EN-ENTREGUE-POR(WS-EN-ACHOU-I)
                       ADD 1 TO WS-QTD-ENTREGUES
                       DISPLAY 'ENTREGA CONFIRMADA EM ' WS-HOJE-FMT
                   WHEN 'E'
                       DISPLAY 'ENTREGA JA CONFIRMADA EM '
                               WS-EN-DATA-ENTREGA(WS-EN-ACHOU-I)
                   WHEN OTHER
                       DISPLAY 'ENCAMINHAMENTO JA ENCERRADO COM O '
                               'RETORNO MEDICO'
               END-EVALUATE
           END-IF
           EXIT.
       FIM-CONFIRMA-ENTREGA.

      *-----------------------------------------------------------------
      * NUTRICIONISTA: RETORNO MEDICO ENCERRA O ENCAMINHAMENTO; SE A
      * RECEPCAO NAO CONFIRMOU A ENTREGA, O RETORNO DO PACIENTE A
      * COMPROVA E A ENTREGA FICA SEM DATA
      *-----------------------------------------------------------------
       REGISTRA-RETORNO.
           PERFORM LOCALIZA-ENCAMINHAMENTO
           IF WS-EN-ACHOU-I > 0
               IF WS-EN-SITUACAO(WS-EN-ACHOU-I) = 'R'
                   DISPLAY 'RETORNO MEDICO JA REGISTRADO'
               ELSE
                   PERFORM COLETA-RETORNO
                   IF WS-ENTRADA-OK
                       IF WS-EN-SITUACAO(WS-EN-ACHOU-I) = 'A'
                           DISPLAY 'AVISO: ENTREGA NAO CONFIRMADA PELA '
                                   'RECEPCAO'
                       END-IF
                       MOVE 'R' TO WS-EN-SITUACAO(WS-EN-ACHOU-I)
                       MOVE WS-DATA-RETORNO
                            TO WS-EN-DATA-RETORNO(WS-EN-ACHOU-I)
                       MOVE WS-PROFISSIONAL
                            TO WS-EN-RETORNO-PROF(WS-EN-ACHOU-I)
                       MOVE WS-RETORNO-TEXTO
                            TO WS-EN-RETORNO-TEXTO(WS-EN-ACHOU-I)
                       ADD 1 TO WS-QTD-RETORNADOS
                       DISPLAY 'RETORNO MEDICO REGISTRADO - '
                               'ENCAMINHAMENTO ENCERRADO'
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-REGISTRA-RETORNO.

       COLETA-RETORNO.
           MOVE 'S' TO WS-ENTRADA-VALIDA

           DISPLAY 'DATA DO RETORNO MEDICO (DD/MM/AAAA, EM BRANCO = '
                   'HOJE): '
           MOVE SPACES TO WS-DATA-RETORNO
           ACCEPT WS-DATA-RETORNO
           IF WS-DATA-RETORNO = SPACES
               MOVE WS-HOJE-FMT TO WS-DATA-RETORNO
           END-IF
           MOVE WS-DATA-RETORNO TO WS-DATA-ENTRADA
           PERFORM CONVERTE-DATA
           IF WS-DATA-OK NOT = 'S'
               DISPLAY 'DATA INVALIDA: ' WS-DATA-MOTIVO
               MOVE 'N' TO WS-ENTRADA-VALIDA
           ELSE
               MOVE WS-DATA-AAAAMMDD TO WS-RETORNO-AAAAMMDD
               MOVE WS-EN-DATA(WS-EN-ACHOU-I) TO WS-DATA-ENTRADA
               PERFORM CONVERTE-DATA
               IF WS-DATA-OK = 'S' AND
                  WS-RETORNO-AAAAMMDD < WS-DATA-AAAAMMDD
                   DISPLAY 'RETORNO ANTERIOR AO ENCAMINHAMENTO - '
                           'NADA REGISTRADO'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'PROFISSIONAL QUE REGISTRA: '
               MOVE SPACES TO WS-PROFISSIONAL
               ACCEPT WS-PROFISSIONAL
               MOVE ZERO TO WS-PF-ACHOU-I
               PERFORM VARYING WS-PF-I FROM 1 BY 1
                       UNTIL WS-PF-I > WS-QTD-PROFISSIONAIS
                          OR WS-PF-ACHOU-I > 0
                   IF WS-PF-CODIGO(WS-PF-I) = WS-PROFISSIONAL
                       MOVE WS-PF-I TO WS-PF-ACHOU-I
                   END-IF
               END-PERFORM
               IF WS-PF-ACHOU-I = 0
                   DISPLAY 'PROFISSIONAL NAO CADASTRADO NO '
                           'PROFISSIONAIS.TXT - NADA REGISTRADO'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               ELSE
                   IF WS-PF-ATIVO(WS-PF-ACHOU-I) = 'N'
                       DISPLAY 'PROFISSIONAL INATIVO - NADA '
                               'REGISTRADO'
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY 'PROFISSIONAL: '
                               WS-PF-NOME(WS-PF-ACHOU-I)
                   END-IF
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'RETORNO DO MEDICO (CONDUTA/DIAGNOSTICO): '
               MOVE SPACES TO WS-RETORNO-TEXTO
               ACCEPT WS-RETORNO-TEXTO
               IF WS-RETORNO-TEXTO = SPACES
                   DISPLAY 'RETORNO EM BRANCO - NADA REGISTRADO'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF
           EXIT.
       FIM-COLETA-RETORNO.

       CONVERTE-DATA.
           CALL 'DATA-VALIDA' USING WS-DATA-ENTRADA
                                    WS-DATA-OK
                                    WS-DATA-MOTIVO
                                    WS-DATA-AAAAMMDD
           END-CALL
           EXIT.
       FIM-CONVERTE-DATA.

       LISTA-PENDENTES.
           MOVE ZERO TO WS-QTD-LISTADOS
           DISPLAY '-----------------------------------'
           DISPLAY 'ENCAMINHAMENTOS PENDENTES (A = AGUARDANDO '
                   'ENTREGA, E = ENTREGUE)'
           PERFORM VARYING WS-EN-I FROM 1 BY 1
                   UNTIL WS-EN-I > WS-QTD-ENCAMINHAMENTOS
               IF WS-EN-SITUACAO(WS-EN-I) = 'A' OR
                  WS-EN-SITUACAO(WS-EN-I) = 'E'
                   PERFORM MOSTRA-ENCAMINHAMENTO
                   ADD 1 TO WS-QTD-LISTADOS
               END-IF
           END-PERFORM
           DISPLAY 'PENDENTES: ' WS-QTD-LISTADOS
           DISPLAY '-----------------------------------'
           EXIT.
       FIM-LISTA-PENDENTES.

       FINALIZA-PROGRAMA.
           IF WS-QTD-ENTREGUES > 0 OR WS-QTD-RETORNADOS > 0
               IF WS-ENC-CHEIA-SIM
                   DISPLAY 'ENCAMINHA.TXT NAO REGRAVADO - A CARGA '
                           'ESTOUROU A TABELA E A REGRAVACAO '
                           'TRUNCARIA O ARQUIVO'
               ELSE
                   PERFORM REGRAVA-ENCAMINHAMENTOS
               END-IF
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'ENTREGAS CONFIRMADAS  : ' WS-QTD-ENTREGUES
           DISPLAY 'RETORNOS REGISTRADOS  : ' WS-QTD-RETORNADOS
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.

       REGRAVA-ENCAMINHAMENTOS.
           OPEN OUTPUT ENCAMINHAMENTOS
           PERFORM VARYING WS-EN-I FROM 1 BY 1
                   UNTIL WS-EN-I > WS-QTD-ENCAMINHAMENTOS
               MOVE SPACES TO ENCAMINHA-REG
               MOVE WS-EN-NUMERO(WS-EN-I)       TO EN-NUMERO
               MOVE WS-EN-PACIENTE(WS-EN-I)     TO EN-PACIENTE
               MOVE WS-EN-NOME(WS-EN-I)         TO EN-NOME
               MOVE WS-EN-DATA(WS-EN-I)         TO EN-DATA
               MOVE WS-EN-MOTIVO(WS-EN-I)       TO EN-MOTIVO
               MOVE WS-EN-IMC(WS-EN-I)          TO EN-IMC
               MOVE WS-EN-CINTURA(WS-EN-I)      TO EN-CINTURA
               MOVE WS-EN-PRES-SIS(WS-EN-I)     TO EN-PRES-SIS
               MOVE WS-EN-PRES-DIA(WS-EN-I)     TO EN-PRES-DIA
               MOVE WS-EN-PROFISSIONAL(WS-EN-I) TO EN-PROFISSIONAL
               MOVE WS-EN-EXEC(WS-EN-I)         TO EN-EXEC
               MOVE WS-EN-SITUACAO(WS-EN-I)     TO EN-SITUACAO
               MOVE WS-EN-DATA-ENTREGA(WS-EN-I) TO EN-DATA-ENTREGA
               MOVE WS-EN-ENTREGUE-POR(WS-EN-I) TO EN-ENTREGUE-POR
               MOVE WS-EN-DATA-RETORNO(WS-EN-I) TO EN-DATA-RETORNO
               MOVE WS-EN-RETORNO-PROF(WS-EN-I) TO EN-RETORNO-PROF
               MOVE WS-EN-RETORNO-TEXTO(WS-EN-I)
                    TO EN-RETORNO-TEXTO
               WRITE ENCAMINHA-REG
           END-PERFORM
           CLOSE ENCAMINHAMENTOS
           EXIT.
       FIM-REGRAVA-ENCAMINHAMENTOS.
      ******************************************************************
       END PROGRAM ENCAMINHA-CONTROLE.
