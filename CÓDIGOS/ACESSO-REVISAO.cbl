      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: REVISAO SEMANAL DE ACESSOS DOS OPERADORES - LE O
      *          ACESSOLOG.TXT (ENTRADAS NO MENU, OPCOES LIBERADAS E
      *          NEGADAS, RESTAURACOES E ROLLBACKS DO NOTAS.TXT) DOS
      *          7 DIAS QUE TERMINAM NA DATA INFORMADA E EMITE EM
      *          ACESSOREV.TXT: AS TENTATIVAS NEGADAS; AS ENTRADAS
      *          FORA DO EXPEDIENTE DO CARTAO EXPEDIENTE.TXT OU EM DIA
      *          NAO UTIL (FERIADOS.TXT; DATA FORA DO CALENPROC.TXT
      *          QUANDO O CALENDARIO COBRE A DATA; SENAO SABADO E
      *          DOMINGO); O USO DAS FUNCOES SENSIVEIS - RESTAURACAO E
      *          ROLLBACK (MOTIVO DO ACESSOLOG.TXT), RESSELAGEM
      *          (SELOLOG.TXT), TROCA DE PARAMETRO (PARAMLOG.TXT) E
      *          APROVACAO DE NOTA (NOTASPEND.TXT) - CADA UMA COM A
      *          SUA JUSTIFICATIVA; A ATIVIDADE POR OPERADOR; E OS
      *          OPERADORES DO OPERADORES.TXT SEM ATIVIDADE HA MAIS
      *          DOS DIAS DO CARTAO, SUGERIDOS PARA DESATIVACAO;
      *          RETURN-CODE 4 QUANDO HA QUALQUER OCORRENCIA A VER
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - PARAMLOG.TXT com o inicio de vigencia da
      *                    mudanca (PL-VIGENCIA), impresso abaixo do
      *                    antes/depois quando informado
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACESSO-REVISAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.
           SELECT ACESSO-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACESSO-STATUS.
           SELECT SELO-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SELO-STATUS.
           SELECT PARAM-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
           SELECT NOTAS-PEND ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PEND-STATUS.
           SELECT CALENDARIO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CALEN-STATUS.
           SELECT FERIADOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FERIADOS-STATUS.
           SELECT EXPEDIENTE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXPED-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'OPERADORES.TXT'.
       01 OPERADOR-REG.
           02 OP-ID                PIC X(08).
           02 OP-NOME              PIC X(20).
           02 OP-OPCOES            PIC X(09).

       FD ACESSO-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ACESSOLOG.TXT'.
       COPY ACESSLOG.CPY.

       FD SELO-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'SELOLOG.TXT'.
       01 SELO-LOG-REG.
           02 SL-DATA              PIC X(10).
           02 FILLER               PIC X(13).
           02 SL-OPERADOR          PIC X(08).
           02 FILLER               PIC X(14).
           02 SL-ARQUIVO           PIC X(20).
           02 FILLER               PIC X(11).
           02 SL-MOTIVO            PIC X(40).
           02 FILLER               PIC X(04).

       FD PARAM-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PARAMLOG.TXT'.
       01 PARAM-LOG-REG.
           02 PL-DATA              PIC X(10).
           02 FILLER               PIC X(13).
           02 PL-OPERADOR          PIC X(08).
           02 FILLER               PIC X(03).
           02 PL-ALVO              PIC X(13).
           02 FILLER               PIC X(10).
           02 PL-ANTES             PIC X(40).
           02 FILLER               PIC X(11).
           02 PL-DEPOIS            PIC X(40).
           02 FILLER               PIC X(11).
           02 PL-MOTIVO            PIC X(40).
           02 FILLER               PIC X(13).
           02 PL-VIGENCIA          PIC X(10).
           02 FILLER               PIC X(08).

       FD NOTAS-PEND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NOTASPEND.TXT'.
       COPY NOTAPEND.CPY.

       FD CALENDARIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CALENPROC.TXT'.
       01 CALENDARIO-REG.
           02 CAL-DATA             PIC X(10).

       FD FERIADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'FERIADOS.TXT'.
       01 FERIADO-REG.
           02 FE-DATA              PIC X(10).

       FD EXPEDIENTE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'EXPEDIENTE.TXT'.
       01 EXPEDIENTE-REG.
           02 EX-INICIO-HORA       PIC 9(02).
           02 EX-INICIO-MINUTO     PIC 9(02).
           02 EX-FIM-HORA          PIC 9(02).
           02 EX-FIM-MINUTO        PIC 9(02).
           02 EX-DIAS-INATIVO      PIC 9(03).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-OPER-STATUS               PIC X(02) VALUE '00'.
       01 WS-ACESSO-STATUS             PIC X(02) VALUE '00'.
       01 WS-SELO-STATUS               PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-PEND-STATUS               PIC X(02) VALUE '00'.
       01 WS-CALEN-STATUS              PIC X(02) VALUE '00'.
       01 WS-FERIADOS-STATUS           PIC X(02) VALUE '00'.
       01 WS-EXPED-STATUS              PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-OPER           PIC X(01) VALUE 'N'.
               88 WS-FIM-OPER-SIM         VALUE 'S'.
           02 WS-FIM-ACESSO         PIC X(01) VALUE 'N'.
               88 WS-FIM-ACESSO-SIM       VALUE 'S'.
           02 WS-FIM-SELO           PIC X(01) VALUE 'N'.
               88 WS-FIM-SELO-SIM         VALUE 'S'.
           02 WS-FIM-PARAM          PIC X(01) VALUE 'N'.
               88 WS-FIM-PARAM-SIM        VALUE 'S'.
           02 WS-FIM-PEND           PIC X(01) VALUE 'N'.
               88 WS-FIM-PEND-SIM         VALUE 'S'.
           02 WS-FIM-CALEN          PIC X(01) VALUE 'N'.
               88 WS-FIM-CALEN-SIM        VALUE 'S'.
           02 WS-FIM-FERIADO        PIC X(01) VALUE 'N'.
               88 WS-FIM-FERIADO-SIM      VALUE 'S'.
           02 WS-CADASTRO-OK        PIC X(01) VALUE 'N'.
               88 WS-CADASTRO-OK-SIM      VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM            VALUE 'S'.
      *-----------------------------------------------------------------
      * EXPEDIENTE (HHMM) E DIAS SEM ATIVIDADE PARA SUGERIR DESATIVACAO
      *-----------------------------------------------------------------
       01 WS-EXPED-INICIO              PIC 9(04) VALUE 0700.
       01 WS-EXPED-FIM                 PIC 9(04) VALUE 1900.
       01 WS-DIAS-INATIVO              PIC 9(03) VALUE 060.
      *-----------------------------------------------------------------
      * PERIODO DA REVISAO (SEMANA QUE TERMINA NA DATA INFORMADA)
      *-----------------------------------------------------------------
       01 WS-DATA-FIM-TXT              PIC X(10) VALUE SPACES.
       01 WS-DATA-INI-TXT              PIC X(10) VALUE SPACES.
       01 WS-INI-INT                   PIC 9(07) VALUE ZERO.
       01 WS-FIM-INT                   PIC 9(07) VALUE ZERO.
       01 WS-HOJE.
           02 WS-HOJE-ANO      PIC 9(04).
           02 WS-HOJE-MES      PIC 9(02).
           02 WS-HOJE-DIA      PIC 9(02).
      *-----------------------------------------------------------------
      * CONVERSAO DD/MM/AAAA <-> DIA INTEIRO
      *-----------------------------------------------------------------
       01 WS-CONV-DATA                 PIC X(10) VALUE SPACES.
       01 WS-CONV-INT                  PIC 9(07) VALUE ZERO.
       01 WS-CONV-AAAAMMDD.
           02 WS-CONV-ANO      PIC 9(04).
           02 WS-CONV-MES      PIC 9(02).
           02 WS-CONV-DIA      PIC 9(02).
       01 WS-CONV-NUM REDEFINES WS-CONV-AAAAMMDD
                                       PIC 9(08).
       01 WS-FMT-INT                   PIC 9(07) VALUE ZERO.
       01 WS-FMT-DATA                  PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
      * OPERADORES (CADASTRADOS E OS QUE SO APARECEM NOS REGISTROS)
      *-----------------------------------------------------------------
       01 WS-TAB-LIMITE-OPER           PIC 9(03) VALUE 300.
       01 WS-QTD-OPER                  PIC 9(03) VALUE ZERO.
       01 WS-TABELA-OPER.
           02 WS-OPR-ENTRADA OCCURS 300 TIMES.
               03 WS-OPR-ID            PIC X(08).
               03 WS-OPR-NOME          PIC X(20).
               03 WS-OPR-CADASTRADO    PIC X(01).
                   88 WS-OPR-CADASTRADO-SIM   VALUE 'S'.
               03 WS-OPR-ENTRADAS      PIC 9(04).
               03 WS-OPR-OPCOES        PIC 9(04).
               03 WS-OPR-NEGADOS       PIC 9(04).
               03 WS-OPR-FORA          PIC 9(04).
               03 WS-OPR-SENSIVEIS     PIC 9(04).
               03 WS-OPR-ULT-INT       PIC 9(07).
       01 WS-OPR-I                     PIC 9(03) VALUE ZERO.
       01 WS-BUSCA-OPER                PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
      * CALENDARIO DE PROCESSAMENTO E FERIADOS (DIAS INTEIROS)
      *-----------------------------------------------------------------
       01 WS-TAB-LIMITE-CALEN          PIC 9(04) VALUE 1000.
       01 WS-QTD-CALEN                 PIC 9(04) VALUE ZERO.
       01 WS-CAL-MENOR                 PIC 9(07) VALUE ZERO.
       01 WS-CAL-MAIOR                 PIC 9(07) VALUE ZERO.
       01 WS-TABELA-CALEN.
           02 WS-CAL-INT OCCURS 1000 TIMES PIC 9(07).
       01 WS-TAB-LIMITE-FERIADO        PIC 9(03) VALUE 200.
       01 WS-QTD-FERIADO               PIC 9(03) VALUE ZERO.
       01 WS-TABELA-FERIADO.
           02 WS-FER-INT OCCURS 200 TIMES PIC 9(07).
       01 WS-TAB-I                     PIC 9(04) VALUE ZERO.
       01 WS-DIA-SEMANA                PIC 9(01) VALUE ZERO.
       01 WS-DIA-MOTIVO                PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
      * EVENTO EM TRATAMENTO
      *-----------------------------------------------------------------
       01 WS-PASSADA                   PIC 9(01) VALUE ZERO.
           88 WS-PASSADA-NEGADOS             VALUE 1.
           88 WS-PASSADA-EXPEDIENTE          VALUE 2.
           88 WS-PASSADA-SENSIVEIS           VALUE 3.
       01 WS-EVT-INT                   PIC 9(07) VALUE ZERO.
       01 WS-EVT-HHMM                  PIC 9(04) VALUE ZERO.
       01 WS-EVT-DATA                  PIC X(10) VALUE SPACES.
       01 WS-EVT-HORA                  PIC X(08) VALUE SPACES.
       01 WS-EVT-OPERADOR              PIC X(08) VALUE SPACES.
       01 WS-EVT-FUNCAO                PIC X(16) VALUE SPACES.
       01 WS-EVT-RESULTADO             PIC X(08) VALUE SPACES.
       01 WS-EVT-OBJETO                PIC X(30) VALUE SPACES.
       01 WS-EVT-JUSTIFICATIVA         PIC X(80) VALUE SPACES.
       01 WS-TITULO-SECAO              PIC X(96) VALUE SPACES.
      *-----------------------------------------------------------------
      * TOTAIS
      *-----------------------------------------------------------------
       01 WS-QTD-LINHAS-ACESSO         PIC 9(06) VALUE ZERO.
       01 WS-QTD-ILEGIVEIS             PIC 9(06) VALUE ZERO.
       01 WS-QTD-NEGADOS               PIC 9(05) VALUE ZERO.
       01 WS-QTD-FORA                  PIC 9(05) VALUE ZERO.
       01 WS-QTD-SENSIVEIS             PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-JUST              PIC 9(05) VALUE ZERO.
       01 WS-QTD-INATIVOS              PIC 9(05) VALUE ZERO.
       01 WS-QTD-SECAO                 PIC 9(05) VALUE ZERO.
       01 WS-DIAS-SEM-ATIV             PIC 9(07) VALUE ZERO.
      *-----------------------------------------------------------------
      * MASCARAS DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-CONT-MASK                 PIC ZZZ9.
       01 WS-DIAS-MASK                 PIC ZZZZZZ9.
       01 WS-INATIVO-MASK              PIC ZZ9.
       01 WS-HORA-MASK.
           02 WS-HM-HH         PIC 9(02).
           02 FILLER           PIC X(01) VALUE ':'.
           02 WS-HM-MM         PIC 9(02).
       01 WS-HORA-INI-TXT              PIC X(05) VALUE SPACES.
       01 WS-HORA-FIM-TXT              PIC X(05) VALUE SPACES.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'ACESSOREV.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'DATA       HORA     OPERADOR FUNCAO           RESULT.  OBJET
      -    'O'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'REVISAO SEMANAL DE ACESSOS'
           DISPLAY '-----------------------------------'

           INITIALIZE WS-TABELA-OPER

           DISPLAY 'DATA FINAL DA SEMANA (DD/MM/AAAA, EM BRANCO = '
                   'HOJE): '
           MOVE SPACES TO WS-DATA-FIM-TXT
           ACCEPT WS-DATA-FIM-TXT
           IF WS-DATA-FIM-TXT = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-HOJE
               STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                      DELIMITED BY SIZE
                      INTO WS-DATA-FIM-TXT
               END-STRING
           END-IF

           MOVE WS-DATA-FIM-TXT TO WS-CONV-DATA
           PERFORM CONVERTE-DATA
           IF WS-CONV-INT = 0
               DISPLAY 'DATA FINAL INVALIDA: ' WS-DATA-FIM-TXT
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               MOVE WS-CONV-INT TO WS-FIM-INT
               COMPUTE WS-INI-INT = WS-FIM-INT - 6
               MOVE WS-INI-INT TO WS-FMT-INT
               PERFORM FORMATA-DATA
               MOVE WS-FMT-DATA TO WS-DATA-INI-TXT
               MOVE SPACES TO WS-IMP-TITULO
               STRING 'REVISAO DE ACESSOS - SEMANA DE '
                      WS-DATA-INI-TXT ' A ' WS-DATA-FIM-TXT
                      DELIMITED BY SIZE
                      INTO WS-IMP-TITULO
               END-STRING
               DISPLAY 'PERIODO: ' WS-DATA-INI-TXT ' A '
                       WS-DATA-FIM-TXT

               PERFORM CARREGA-EXPEDIENTE
               PERFORM CARREGA-CALENDARIO
               PERFORM CARREGA-FERIADOS
               PERFORM CARREGA-OPERADORES
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * CARTAO EXPEDIENTE.TXT: HHMM DE INICIO, HHMM DE FIM E DIAS SEM
      * ATIVIDADE (SEM O CARTAO: 07:00 A 19:00 E 60 DIAS)
      *-----------------------------------------------------------------
       CARREGA-EXPEDIENTE.
           OPEN INPUT EXPEDIENTE
           IF WS-EXPED-STATUS NOT = '00'
               DISPLAY 'EXPEDIENTE.TXT NAO ENCONTRADO - USANDO 07:00 '
                       'A 19:00 E 60 DIAS SEM ATIVIDADE'
           ELSE
               READ EXPEDIENTE
                   AT END
                       DISPLAY 'EXPEDIENTE.TXT VAZIO - USANDO O '
                               'PADRAO'
                   NOT AT END
                       IF EX-INICIO-HORA NUMERIC AND
                          EX-INICIO-MINUTO NUMERIC AND
                          EX-FIM-HORA NUMERIC AND
                          EX-FIM-MINUTO NUMERIC AND
                          EX-INICIO-HORA < 24 AND EX-FIM-HORA < 25 AND
                          EX-INICIO-MINUTO < 60 AND
                          EX-FIM-MINUTO < 60
                           COMPUTE WS-EXPED-INICIO =
                                   EX-INICIO-HORA * 100
                                   + EX-INICIO-MINUTO
                           COMPUTE WS-EXPED-FIM =
                                   EX-FIM-HORA * 100 + EX-FIM-MINUTO
                       ELSE
                           DISPLAY 'HORARIO DO EXPEDIENTE.TXT '
                                   'INVALIDO - USANDO 07:00 A 19:00'
                       END-IF
                       IF EX-DIAS-INATIVO NUMERIC AND
                          EX-DIAS-INATIVO > 0
                           MOVE EX-DIAS-INATIVO TO WS-DIAS-INATIVO
                       END-IF
               END-READ
               CLOSE EXPEDIENTE
           END-IF

           DIVIDE WS-EXPED-INICIO BY 100 GIVING WS-HM-HH
               REMAINDER WS-HM-MM
           MOVE WS-HORA-MASK TO WS-HORA-INI-TXT
           DIVIDE WS-EXPED-FIM BY 100 GIVING WS-HM-HH
               REMAINDER WS-HM-MM
           MOVE WS-HORA-MASK TO WS-HORA-FIM-TXT
           DISPLAY 'EXPEDIENTE: ' WS-HORA-INI-TXT ' A '
                   WS-HORA-FIM-TXT ' - INATIVIDADE: '
                   WS-DIAS-INATIVO ' DIAS'
           EXIT.
       FIM-CARREGA-EXPEDIENTE.

       CARREGA-CALENDARIO.
           OPEN INPUT CALENDARIO
           IF WS-CALEN-STATUS NOT = '00'
               DISPLAY 'CALENPROC.TXT NAO ENCONTRADO - DIA NAO UTIL '
                       'PELOS FERIADOS E FIM DE SEMANA'
           ELSE
               PERFORM LER-CALENDARIO
               PERFORM UNTIL WS-FIM-CALEN-SIM
                   MOVE CAL-DATA TO WS-CONV-DATA
                   PERFORM CONVERTE-DATA
                   IF WS-CONV-INT > 0
                      AND WS-QTD-CALEN < WS-TAB-LIMITE-CALEN
                       ADD 1 TO WS-QTD-CALEN
                       MOVE WS-CONV-INT TO WS-CAL-INT(WS-QTD-CALEN)
                       IF WS-CAL-MENOR = 0 OR
                          WS-CONV-INT < WS-CAL-MENOR
                           MOVE WS-CONV-INT TO WS-CAL-MENOR
                       END-IF
                       IF WS-CONV-INT > WS-CAL-MAIOR
                           MOVE WS-CONV-INT TO WS-CAL-MAIOR
                       END-IF
                   END-IF
                   PERFORM LER-CALENDARIO
               END-PERFORM
               CLOSE CALENDARIO
           END-IF
           EXIT.
       FIM-CARREGA-CALENDARIO.

       LER-CALENDARIO.
           READ CALENDARIO
               AT END
                   SET WS-FIM-CALEN-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CALENDARIO.

       CARREGA-FERIADOS.
           OPEN INPUT FERIADOS
           IF WS-FERIADOS-STATUS = '00'
               PERFORM LER-FERIADO
               PERFORM UNTIL WS-FIM-FERIADO-SIM
                   MOVE FE-DATA TO WS-CONV-DATA
                   PERFORM CONVERTE-DATA
                   IF WS-CONV-INT > 0
                      AND WS-QTD-FERIADO < WS-TAB-LIMITE-FERIADO
                       ADD 1 TO WS-QTD-FERIADO
                       MOVE WS-CONV-INT TO WS-FER-INT(WS-QTD-FERIADO)
                   END-IF
                   PERFORM LER-FERIADO
               END-PERFORM
               CLOSE FERIADOS
           END-IF
           EXIT.
       FIM-CARREGA-FERIADOS.

       LER-FERIADO.
           READ FERIADOS
               AT END
                   SET WS-FIM-FERIADO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-FERIADO.

       CARREGA-OPERADORES.
           OPEN INPUT OPERADORES
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'OPERADORES.TXT NAO ENCONTRADO - SEM '
                       'SUGESTAO DE DESATIVACAO'
           ELSE
               SET WS-CADASTRO-OK-SIM TO TRUE
               PERFORM LER-OPERADORES
               PERFORM UNTIL WS-FIM-OPER-SIM
                   IF OP-ID NOT = SPACES AND
                      WS-QTD-OPER < WS-TAB-LIMITE-OPER
                       ADD 1 TO WS-QTD-OPER
                       MOVE OP-ID   TO WS-OPR-ID(WS-QTD-OPER)
                       MOVE OP-NOME TO WS-OPR-NOME(WS-QTD-OPER)
                       MOVE 'S' TO WS-OPR-CADASTRADO(WS-QTD-OPER)
                   END-IF
                   PERFORM LER-OPERADORES
               END-PERFORM
               CLOSE OPERADORES
           END-IF
           EXIT.
       FIM-CARREGA-OPERADORES.

       LER-OPERADORES.
           READ OPERADORES
               AT END
                   SET WS-FIM-OPER-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-OPERADORES.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               MOVE 'I' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               MOVE 'D' TO WS-IMP-ACAO

               MOVE SPACES TO WS-IMP-LINHA
               STRING 'EXPEDIENTE: ' WS-HORA-INI-TXT ' A '
                      WS-HORA-FIM-TXT
                      ' - DESATIVACAO SUGERIDA APOS '
                      WS-DIAS-INATIVO ' DIAS SEM ATIVIDADE'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               PERFORM CHAMA-IMPRESSAO

               MOVE '*** TENTATIVAS NEGADAS ***' TO WS-TITULO-SECAO
               PERFORM IMPRIME-TITULO-SECAO
               MOVE 1 TO WS-PASSADA
               PERFORM PASSADA-ACESSOLOG
               PERFORM IMPRIME-SECAO-VAZIA

               MOVE SPACES TO WS-TITULO-SECAO
               STRING '*** ENTRADAS FORA DO EXPEDIENTE OU EM DIA '
                      'NAO UTIL ***'
                      DELIMITED BY SIZE
                      INTO WS-TITULO-SECAO
               END-STRING
               PERFORM IMPRIME-TITULO-SECAO
               MOVE 2 TO WS-PASSADA
               PERFORM PASSADA-ACESSOLOG
               PERFORM IMPRIME-SECAO-VAZIA

               MOVE '*** USO DE FUNCOES SENSIVEIS ***'
                    TO WS-TITULO-SECAO
               PERFORM IMPRIME-TITULO-SECAO
               MOVE 3 TO WS-PASSADA
               PERFORM PASSADA-ACESSOLOG
               PERFORM PASSADA-SELOLOG
               PERFORM PASSADA-PARAMLOG
               PERFORM PASSADA-NOTASPEND
               PERFORM IMPRIME-SECAO-VAZIA

               PERFORM IMPRIME-ATIVIDADE
               PERFORM IMPRIME-INATIVOS

               MOVE SPACES TO WS-IMP-LINHA
               STRING 'NEGADAS: ' WS-QTD-NEGADOS
                      ' - FORA DO EXPEDIENTE: ' WS-QTD-FORA
                      ' - SENSIVEIS: ' WS-QTD-SENSIVEIS
                      ' - SEM JUSTIF.: ' WS-QTD-SEM-JUST
                      ' - INATIVOS: ' WS-QTD-INATIVOS
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

       IMPRIME-TITULO-SECAO.
           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           MOVE WS-TITULO-SECAO TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           MOVE ZERO TO WS-QTD-SECAO
           EXIT.
       FIM-IMPRIME-TITULO-SECAO.

       IMPRIME-SECAO-VAZIA.
           IF WS-QTD-SECAO = 0
               MOVE '    NENHUMA OCORRENCIA NO PERIODO' TO WS-IMP-LINHA
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-IMPRIME-SECAO-VAZIA.

      *-----------------------------------------------------------------
      * LEITURA DO ACESSOLOG.TXT - UMA PASSADA POR SECAO DO RELATORIO
      * (1 NEGADAS E CONTAGENS, 2 FORA DO EXPEDIENTE, 3 RESTAURACAO E
      * ROLLBACK, QUE SAO AS LINHAS DE OPCAO - )
      *-----------------------------------------------------------------
       PASSADA-ACESSOLOG.
           MOVE 'N' TO WS-FIM-ACESSO
           OPEN INPUT ACESSO-LOG
           IF WS-ACESSO-STATUS NOT = '00'
               IF WS-PASSADA-NEGADOS
                   DISPLAY 'ACESSOLOG.TXT NAO ENCONTRADO'
               END-IF
           ELSE
               PERFORM LER-ACESSOLOG
               PERFORM UNTIL WS-FIM-ACESSO-SIM
                   MOVE AL-DATA TO WS-CONV-DATA
                   PERFORM CONVERTE-DATA
                   MOVE WS-CONV-INT TO WS-EVT-INT
                   EVALUATE TRUE
                       WHEN WS-PASSADA-NEGADOS
                           PERFORM TRATA-ACESSO-NEGADOS
                       WHEN WS-PASSADA-EXPEDIENTE
                           PERFORM TRATA-ACESSO-EXPEDIENTE
                       WHEN OTHER
                           PERFORM TRATA-ACESSO-SENSIVEL
                   END-EVALUATE
                   PERFORM LER-ACESSOLOG
               END-PERFORM
               CLOSE ACESSO-LOG
           END-IF
           EXIT.
       FIM-PASSADA-ACESSOLOG.

       LER-ACESSOLOG.
           MOVE SPACES TO ACESSO-LOG-REG
           READ ACESSO-LOG
               AT END
                   SET WS-FIM-ACESSO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ACESSOLOG.

       TRATA-ACESSO-NEGADOS.
           ADD 1 TO WS-QTD-LINHAS-ACESSO
           IF WS-EVT-INT = 0
               ADD 1 TO WS-QTD-ILEGIVEIS
           ELSE
               MOVE AL-OPERADOR TO WS-BUSCA-OPER
               PERFORM LOCALIZA-OPERADOR
               IF AL-RESULTADO = 'OK'
                   PERFORM REGISTRA-ATIVIDADE
               END-IF

               IF WS-EVT-INT >= WS-INI-INT AND
                  WS-EVT-INT <= WS-FIM-INT AND WS-OPR-I > 0
                   EVALUATE TRUE
                       WHEN AL-RESULTADO = 'NEGADO'
                           ADD 1 TO WS-OPR-NEGADOS(WS-OPR-I)
                           ADD 1 TO WS-QTD-NEGADOS
                           PERFORM MONTA-EVENTO-ACESSO
                           IF AL-OPCAO = 'E'
                               MOVE 'ID NAO CADASTRADO'
                                    TO WS-EVT-OBJETO
                           ELSE
                               STRING 'OPCAO ' AL-OPCAO
                                      DELIMITED BY SIZE
                                      INTO WS-EVT-OBJETO
                               END-STRING
                           END-IF
                           PERFORM IMPRIME-EVENTO
                       WHEN AL-RESULTADO = 'OK' AND AL-OPCAO = 'E'
                           ADD 1 TO WS-OPR-ENTRADAS(WS-OPR-I)
                       WHEN AL-RESULTADO = 'OK' AND AL-OPCAO NUMERIC
                           ADD 1 TO WS-OPR-OPCOES(WS-OPR-I)
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.
       FIM-TRATA-ACESSO-NEGADOS.

      *-----------------------------------------------------------------
      * ENTRADA = ENTRADA NO MENU (OPCAO E) OU EXECUCAO DE UTILITARIO
      * SENSIVEL FORA DO MENU (OPCAO -), AMBAS LIBERADAS
      *-----------------------------------------------------------------
       TRATA-ACESSO-EXPEDIENTE.
           IF WS-EVT-INT >= WS-INI-INT AND WS-EVT-INT <= WS-FIM-INT
              AND AL-RESULTADO = 'OK'
              AND (AL-OPCAO = 'E' OR AL-OPCAO = '-')
              AND AL-HORA-HH NUMERIC AND AL-HORA-MM NUMERIC
               COMPUTE WS-EVT-HHMM = AL-HORA-HH * 100 + AL-HORA-MM
               PERFORM CLASSIFICA-DIA
               IF WS-DIA-MOTIVO = SPACES AND
                  (WS-EVT-HHMM < WS-EXPED-INICIO OR
                   WS-EVT-HHMM >= WS-EXPED-FIM)
                   MOVE 'FORA DO EXPEDIENTE' TO WS-DIA-MOTIVO
               END-IF
               IF WS-DIA-MOTIVO NOT = SPACES
                   MOVE AL-OPERADOR TO WS-BUSCA-OPER
                   PERFORM LOCALIZA-OPERADOR
                   IF WS-OPR-I > 0
                       ADD 1 TO WS-OPR-FORA(WS-OPR-I)
                   END-IF
                   ADD 1 TO WS-QTD-FORA
                   PERFORM MONTA-EVENTO-ACESSO
                   MOVE WS-DIA-MOTIVO TO WS-EVT-OBJETO
                   PERFORM IMPRIME-EVENTO
               END-IF
           END-IF
           EXIT.
       FIM-TRATA-ACESSO-EXPEDIENTE.

       TRATA-ACESSO-SENSIVEL.
           IF WS-EVT-INT >= WS-INI-INT AND WS-EVT-INT <= WS-FIM-INT
              AND AL-OPCAO = '-'
               PERFORM MONTA-EVENTO-ACESSO
               MOVE AL-MOTIVO TO WS-EVT-JUSTIFICATIVA
               PERFORM IMPRIME-SENSIVEL
           END-IF
           EXIT.
       FIM-TRATA-ACESSO-SENSIVEL.

       MONTA-EVENTO-ACESSO.
           MOVE AL-DATA        TO WS-EVT-DATA
           MOVE AL-HORA        TO WS-EVT-HORA
           MOVE AL-OPERADOR    TO WS-EVT-OPERADOR
           MOVE AL-PROGRAMA    TO WS-EVT-FUNCAO
           MOVE AL-RESULTADO   TO WS-EVT-RESULTADO
           MOVE SPACES         TO WS-EVT-OBJETO
           MOVE SPACES         TO WS-EVT-JUSTIFICATIVA
           EXIT.
       FIM-MONTA-EVENTO-ACESSO.

      *-----------------------------------------------------------------
      * RESSELAGENS (SELOLOG.TXT, GRAVADO PELO SELO-REFAZ)
      *-----------------------------------------------------------------
       PASSADA-SELOLOG.
           OPEN INPUT SELO-LOG
           IF WS-SELO-STATUS = '00'
               PERFORM LER-SELOLOG
               PERFORM UNTIL WS-FIM-SELO-SIM
                   MOVE SL-DATA TO WS-CONV-DATA
                   PERFORM CONVERTE-DATA
                   MOVE WS-CONV-INT TO WS-EVT-INT
                   IF WS-EVT-INT > 0
                       MOVE SL-OPERADOR TO WS-BUSCA-OPER
                       PERFORM LOCALIZA-OPERADOR
                       PERFORM REGISTRA-ATIVIDADE
                       IF WS-EVT-INT >= WS-INI-INT AND
                          WS-EVT-INT <= WS-FIM-INT
                           MOVE SL-DATA      TO WS-EVT-DATA
                           MOVE '--:--:--'   TO WS-EVT-HORA
                           MOVE SL-OPERADOR  TO WS-EVT-OPERADOR
                           MOVE 'SELO-REFAZ' TO WS-EVT-FUNCAO
                           MOVE 'OK'         TO WS-EVT-RESULTADO
                           MOVE SL-ARQUIVO   TO WS-EVT-OBJETO
                           MOVE SL-MOTIVO    TO WS-EVT-JUSTIFICATIVA
                           PERFORM IMPRIME-SENSIVEL
                       END-IF
                   END-IF
                   PERFORM LER-SELOLOG
               END-PERFORM
               CLOSE SELO-LOG
           END-IF
           EXIT.
       FIM-PASSADA-SELOLOG.

       LER-SELOLOG.
           MOVE SPACES TO SELO-LOG-REG
           READ SELO-LOG
               AT END
                   SET WS-FIM-SELO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-SELOLOG.

      *-----------------------------------------------------------------
      * TROCAS DE PARAMETRO (PARAMLOG.TXT, GRAVADO PELO
      * MANUTENCAO-PARAM) - O ANTES/DEPOIS SAI NUMA LINHA A MAIS
      *-----------------------------------------------------------------
       PASSADA-PARAMLOG.
           OPEN INPUT PARAM-LOG
           IF WS-PARAM-STATUS = '00'
               PERFORM LER-PARAMLOG
               PERFORM UNTIL WS-FIM-PARAM-SIM
                   MOVE PL-DATA TO WS-CONV-DATA
                   PERFORM CONVERTE-DATA
                   MOVE WS-CONV-INT TO WS-EVT-INT
                   IF WS-EVT-INT > 0
                       MOVE PL-OPERADOR TO WS-BUSCA-OPER
                       PERFORM LOCALIZA-OPERADOR
                       PERFORM REGISTRA-ATIVIDADE
                       IF WS-EVT-INT >= WS-INI-INT AND
                          WS-EVT-INT <= WS-FIM-INT
                           MOVE PL-DATA      TO WS-EVT-DATA
                           MOVE '--:--:--'   TO WS-EVT-HORA
                           MOVE PL-OPERADOR  TO WS-EVT-OPERADOR
                           MOVE 'MANUTENCAO-PARAM' TO WS-EVT-FUNCAO
                           MOVE 'OK'         TO WS-EVT-RESULTADO
                           MOVE PL-ALVO      TO WS-EVT-OBJETO
                           MOVE PL-MOTIVO    TO WS-EVT-JUSTIFICATIVA
                           PERFORM IMPRIME-SENSIVEL
                           MOVE SPACES TO WS-IMP-LINHA
                           STRING '    ANTES: ' PL-ANTES
                                  ' DEPOIS: ' PL-DEPOIS
                                  DELIMITED BY SIZE
                                  INTO WS-IMP-LINHA
                           END-STRING
                           PERFORM CHAMA-IMPRESSAO
                           IF PL-VIGENCIA NOT = SPACES
                               MOVE SPACES TO WS-IMP-LINHA
                               STRING '    VIGENCIA A PARTIR DE: '
                                      PL-VIGENCIA
                                      DELIMITED BY SIZE
                                      INTO WS-IMP-LINHA
                               END-STRING
                               PERFORM CHAMA-IMPRESSAO
                           END-IF
                       END-IF
                   END-IF
                   PERFORM LER-PARAMLOG
               END-PERFORM
               CLOSE PARAM-LOG
           END-IF
           EXIT.
       FIM-PASSADA-PARAMLOG.

       LER-PARAMLOG.
           MOVE SPACES TO PARAM-LOG-REG
           READ PARAM-LOG
               AT END
                   SET WS-FIM-PARAM-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PARAMLOG.

      *-----------------------------------------------------------------
      * DECISOES DA FILA DE APROVACAO DE NOTAS (NOTASPEND.TXT): O
      * APROVADOR E QUEM DECIDIU; A JUSTIFICATIVA E O MOTIVO DO PEDIDO
      *-----------------------------------------------------------------
       PASSADA-NOTASPEND.
           OPEN INPUT NOTAS-PEND
           IF WS-PEND-STATUS = '00'
               PERFORM LER-NOTASPEND
               PERFORM UNTIL WS-FIM-PEND-SIM
                   PERFORM TRATA-NOTASPEND
                   PERFORM LER-NOTASPEND
               END-PERFORM
               CLOSE NOTAS-PEND
           END-IF
           EXIT.
       FIM-PASSADA-NOTASPEND.

       LER-NOTASPEND.
           READ NOTAS-PEND
               AT END
                   SET WS-FIM-PEND-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-NOTASPEND.

       TRATA-NOTASPEND.
           MOVE NP-DATA-PEDIDO TO WS-CONV-DATA
           PERFORM CONVERTE-DATA
           MOVE WS-CONV-INT TO WS-EVT-INT
           IF WS-EVT-INT > 0 AND NP-SOLICITANTE NOT = SPACES
               MOVE NP-SOLICITANTE TO WS-BUSCA-OPER
               PERFORM LOCALIZA-OPERADOR
               PERFORM REGISTRA-ATIVIDADE
           END-IF

           IF NP-SIT-APROVADA OR NP-SIT-REJEITADA
               MOVE NP-DATA-DECISAO TO WS-CONV-DATA
               PERFORM CONVERTE-DATA
               MOVE WS-CONV-INT TO WS-EVT-INT
               IF WS-EVT-INT > 0
                   MOVE NP-APROVADOR TO WS-BUSCA-OPER
                   PERFORM LOCALIZA-OPERADOR
                   PERFORM REGISTRA-ATIVIDADE
                   IF WS-EVT-INT >= WS-INI-INT AND
                      WS-EVT-INT <= WS-FIM-INT
                       MOVE NP-DATA-DECISAO TO WS-EVT-DATA
                       MOVE '--:--:--'      TO WS-EVT-HORA
                       MOVE NP-APROVADOR    TO WS-EVT-OPERADOR
                       MOVE 'NOTAS-APROVA'  TO WS-EVT-FUNCAO
                       IF NP-SIT-APROVADA
                           MOVE 'APROVOU'   TO WS-EVT-RESULTADO
                       ELSE
                           MOVE 'REJEITOU'  TO WS-EVT-RESULTADO
                       END-IF
                       MOVE SPACES TO WS-EVT-OBJETO
                       STRING 'MAT ' NP-MATRICULA
                              ' DISC ' NP-DISCIPLINA
                              ' BIM ' NP-BIMESTRE
                              ' NOTA ' NP-NUM-NOTA
                              DELIMITED BY SIZE
                              INTO WS-EVT-OBJETO
                       END-STRING
                       MOVE SPACES TO WS-EVT-JUSTIFICATIVA
                       IF NP-MOTIVO NOT = SPACES
                           STRING NP-MOTIVO DELIMITED BY '  '
                                  ' (PEDIDO DE ' DELIMITED BY SIZE
                                  NP-SOLICITANTE DELIMITED BY SPACE
                                  ' EM ' NP-DATA-PEDIDO ')'
                                  DELIMITED BY SIZE
                                  INTO WS-EVT-JUSTIFICATIVA
                           END-STRING
                       END-IF
                       PERFORM IMPRIME-SENSIVEL
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-TRATA-NOTASPEND.

      *-----------------------------------------------------------------
      * EVENTO SENSIVEL: LINHA DO EVENTO E LINHA DA JUSTIFICATIVA; SO A
      * EXECUCAO EFETIVA (NAO NEGADA NEM DESISTIDA) SEM MOTIVO CONTA
      * COMO SEM JUSTIFICATIVA
      *-----------------------------------------------------------------
       IMPRIME-SENSIVEL.
           ADD 1 TO WS-QTD-SENSIVEIS
           MOVE WS-EVT-OPERADOR TO WS-BUSCA-OPER
           PERFORM LOCALIZA-OPERADOR
           IF WS-OPR-I > 0
               ADD 1 TO WS-OPR-SENSIVEIS(WS-OPR-I)
           END-IF
           PERFORM IMPRIME-EVENTO

           MOVE SPACES TO WS-IMP-LINHA
           IF WS-EVT-JUSTIFICATIVA = SPACES
               IF WS-EVT-RESULTADO = 'NEGADO' OR
                  WS-EVT-RESULTADO = 'DESISTIU'
                   MOVE '    JUSTIFICATIVA: (NAO INFORMADA)'
                        TO WS-IMP-LINHA
               ELSE
                   ADD 1 TO WS-QTD-SEM-JUST
                   MOVE '    JUSTIFICATIVA: *** SEM JUSTIFICATIVA ***'
                        TO WS-IMP-LINHA
               END-IF
           ELSE
               STRING '    JUSTIFICATIVA: ' WS-EVT-JUSTIFICATIVA
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           END-IF
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-SENSIVEL.

       IMPRIME-EVENTO.
           ADD 1 TO WS-QTD-SECAO
           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-EVT-DATA ' ' WS-EVT-HORA ' '
                  WS-EVT-OPERADOR ' ' WS-EVT-FUNCAO ' '
                  WS-EVT-RESULTADO ' ' WS-EVT-OBJETO
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-EVENTO.

      *-----------------------------------------------------------------
      * ATIVIDADE DA SEMANA POR OPERADOR
      *-----------------------------------------------------------------
       IMPRIME-ATIVIDADE.
           MOVE '*** ATIVIDADE POR OPERADOR NA SEMANA ***'
                TO WS-TITULO-SECAO
           PERFORM IMPRIME-TITULO-SECAO
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'OPERADOR NOME                 ENTRADAS OPCOES '
                  'NEGADAS FORA-EXP SENSIVEIS ULTIMA ATIV.'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-OPR-I FROM 1 BY 1
                   UNTIL WS-OPR-I > WS-QTD-OPER
               IF WS-OPR-ENTRADAS(WS-OPR-I) > 0 OR
                  WS-OPR-OPCOES(WS-OPR-I) > 0 OR
                  WS-OPR-NEGADOS(WS-OPR-I) > 0 OR
                  WS-OPR-SENSIVEIS(WS-OPR-I) > 0
                   PERFORM IMPRIME-OPERADOR
               END-IF
           END-PERFORM
           PERFORM IMPRIME-SECAO-VAZIA
           EXIT.
       FIM-IMPRIME-ATIVIDADE.

       IMPRIME-OPERADOR.
           ADD 1 TO WS-QTD-SECAO
           MOVE SPACES TO WS-IMP-LINHA
           MOVE WS-OPR-ID(WS-OPR-I)   TO WS-IMP-LINHA(1:8)
           MOVE WS-OPR-NOME(WS-OPR-I) TO WS-IMP-LINHA(10:20)
           MOVE WS-OPR-ENTRADAS(WS-OPR-I) TO WS-CONT-MASK
           MOVE WS-CONT-MASK TO WS-IMP-LINHA(35:4)
           MOVE WS-OPR-OPCOES(WS-OPR-I) TO WS-CONT-MASK
           MOVE WS-CONT-MASK TO WS-IMP-LINHA(41:4)
           MOVE WS-OPR-NEGADOS(WS-OPR-I) TO WS-CONT-MASK
           MOVE WS-CONT-MASK TO WS-IMP-LINHA(49:4)
           MOVE WS-OPR-FORA(WS-OPR-I) TO WS-CONT-MASK
           MOVE WS-CONT-MASK TO WS-IMP-LINHA(57:4)
           MOVE WS-OPR-SENSIVEIS(WS-OPR-I) TO WS-CONT-MASK
           MOVE WS-CONT-MASK TO WS-IMP-LINHA(67:4)
           IF WS-OPR-ULT-INT(WS-OPR-I) > 0
               MOVE WS-OPR-ULT-INT(WS-OPR-I) TO WS-FMT-INT
               PERFORM FORMATA-DATA
               MOVE WS-FMT-DATA TO WS-IMP-LINHA(72:10)
           END-IF
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-OPERADOR.

      *-----------------------------------------------------------------
      * OPERADORES CADASTRADOS SEM ATIVIDADE HA MAIS DE N DIAS (OU SEM
      * NENHUMA ATIVIDADE REGISTRADA) ATE A DATA FINAL DA REVISAO
      *-----------------------------------------------------------------
       IMPRIME-INATIVOS.
           MOVE WS-DIAS-INATIVO TO WS-INATIVO-MASK
           MOVE SPACES TO WS-TITULO-SECAO
           STRING '*** SUGESTAO DE DESATIVACAO (SEM ATIVIDADE HA MAIS '
                  'DE ' WS-INATIVO-MASK ' DIAS) ***'
                  DELIMITED BY SIZE
                  INTO WS-TITULO-SECAO
           END-STRING
           PERFORM IMPRIME-TITULO-SECAO

           IF NOT WS-CADASTRO-OK-SIM
               MOVE '    OPERADORES.TXT NAO ENCONTRADO' TO WS-IMP-LINHA
               PERFORM CHAMA-IMPRESSAO
               ADD 1 TO WS-QTD-SECAO
           END-IF

           PERFORM VARYING WS-OPR-I FROM 1 BY 1
                   UNTIL WS-OPR-I > WS-QTD-OPER
               IF WS-OPR-CADASTRADO-SIM(WS-OPR-I)
                   PERFORM AVALIA-INATIVO
               END-IF
           END-PERFORM
           PERFORM IMPRIME-SECAO-VAZIA
           EXIT.
       FIM-IMPRIME-INATIVOS.

       AVALIA-INATIVO.
           MOVE SPACES TO WS-IMP-LINHA
           IF WS-OPR-ULT-INT(WS-OPR-I) = 0
               STRING WS-OPR-ID(WS-OPR-I) ' ' WS-OPR-NOME(WS-OPR-I)
                      ' - SEM ATIVIDADE REGISTRADA'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           ELSE
               COMPUTE WS-DIAS-SEM-ATIV =
                       WS-FIM-INT - WS-OPR-ULT-INT(WS-OPR-I)
               IF WS-DIAS-SEM-ATIV > WS-DIAS-INATIVO
                   MOVE WS-OPR-ULT-INT(WS-OPR-I) TO WS-FMT-INT
                   PERFORM FORMATA-DATA
                   MOVE WS-DIAS-SEM-ATIV TO WS-DIAS-MASK
                   STRING WS-OPR-ID(WS-OPR-I) ' '
                          WS-OPR-NOME(WS-OPR-I)
                          ' - ULTIMA ATIVIDADE ' WS-FMT-DATA
                          ' (' WS-DIAS-MASK ' DIAS)'
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
               END-IF
           END-IF

           IF WS-IMP-LINHA NOT = SPACES
               ADD 1 TO WS-QTD-INATIVOS
               ADD 1 TO WS-QTD-SECAO
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-AVALIA-INATIVO.

      *-----------------------------------------------------------------
      * LOCALIZA O OPERADOR NA TABELA; QUEM NAO ESTA NO OPERADORES.TXT
      * ENTRA COMO NAO CADASTRADO (WS-OPR-I = 0 SE A TABELA ENCHEU)
      *-----------------------------------------------------------------
       LOCALIZA-OPERADOR.
           MOVE 'N' TO WS-ACHOU
           MOVE ZERO TO WS-OPR-I
           PERFORM VARYING WS-TAB-I FROM 1 BY 1
                   UNTIL WS-TAB-I > WS-QTD-OPER OR WS-ACHOU-SIM
               IF WS-OPR-ID(WS-TAB-I) = WS-BUSCA-OPER
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-TAB-I TO WS-OPR-I
               END-IF
           END-PERFORM

           IF NOT WS-ACHOU-SIM AND WS-QTD-OPER < WS-TAB-LIMITE-OPER
               ADD 1 TO WS-QTD-OPER
               MOVE WS-QTD-OPER TO WS-OPR-I
               MOVE WS-BUSCA-OPER TO WS-OPR-ID(WS-OPR-I)
               MOVE '(NAO CADASTRADO)' TO WS-OPR-NOME(WS-OPR-I)
               MOVE 'N' TO WS-OPR-CADASTRADO(WS-OPR-I)
           END-IF
           EXIT.
       FIM-LOCALIZA-OPERADOR.

       REGISTRA-ATIVIDADE.
           IF WS-OPR-I > 0 AND WS-EVT-INT <= WS-FIM-INT AND
              WS-EVT-INT > WS-OPR-ULT-INT(WS-OPR-I)
               MOVE WS-EVT-INT TO WS-OPR-ULT-INT(WS-OPR-I)
           END-IF
           EXIT.
       FIM-REGISTRA-ATIVIDADE.

      *-----------------------------------------------------------------
      * DIA NAO UTIL: FERIADO; FORA DO CALENPROC.TXT QUANDO O
      * CALENDARIO COBRE A DATA; SENAO SABADO OU DOMINGO
      *-----------------------------------------------------------------
       CLASSIFICA-DIA.
           MOVE SPACES TO WS-DIA-MOTIVO
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-TAB-I FROM 1 BY 1
                   UNTIL WS-TAB-I > WS-QTD-FERIADO OR WS-ACHOU-SIM
               IF WS-FER-INT(WS-TAB-I) = WS-EVT-INT
                   SET WS-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM
           IF WS-ACHOU-SIM
               MOVE 'FERIADO' TO WS-DIA-MOTIVO
           ELSE
               IF WS-QTD-CALEN > 0 AND WS-EVT-INT >= WS-CAL-MENOR
                  AND WS-EVT-INT <= WS-CAL-MAIOR
                   PERFORM VARYING WS-TAB-I FROM 1 BY 1
                           UNTIL WS-TAB-I > WS-QTD-CALEN
                              OR WS-ACHOU-SIM
                       IF WS-CAL-INT(WS-TAB-I) = WS-EVT-INT
                           SET WS-ACHOU-SIM TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-ACHOU-SIM
                       MOVE 'FORA DO CALENDARIO' TO WS-DIA-MOTIVO
                   END-IF
               ELSE
                   COMPUTE WS-DIA-SEMANA =
                           FUNCTION MOD(WS-EVT-INT - 1, 7) + 1
                   EVALUATE WS-DIA-SEMANA
                       WHEN 6
                           MOVE 'SABADO' TO WS-DIA-MOTIVO
                       WHEN 7
                           MOVE 'DOMINGO' TO WS-DIA-MOTIVO
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.
       FIM-CLASSIFICA-DIA.

       CONVERTE-DATA.
           MOVE ZERO TO WS-CONV-INT
           IF WS-CONV-DATA(3:1) = '/' AND WS-CONV-DATA(6:1) = '/'
              AND WS-CONV-DATA(1:2) NUMERIC
              AND WS-CONV-DATA(4:2) NUMERIC
              AND WS-CONV-DATA(7:4) NUMERIC
               MOVE WS-CONV-DATA(7:4) TO WS-CONV-ANO
               MOVE WS-CONV-DATA(4:2) TO WS-CONV-MES
               MOVE WS-CONV-DATA(1:2) TO WS-CONV-DIA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CONV-NUM) = 0
                   COMPUTE WS-CONV-INT =
                           FUNCTION INTEGER-OF-DATE(WS-CONV-NUM)
               END-IF
           END-IF
           EXIT.
       FIM-CONVERTE-DATA.

       FORMATA-DATA.
           COMPUTE WS-CONV-NUM = FUNCTION DATE-OF-INTEGER(WS-FMT-INT)
           MOVE SPACES TO WS-FMT-DATA
           STRING WS-CONV-DIA '/' WS-CONV-MES '/' WS-CONV-ANO
                  DELIMITED BY SIZE
                  INTO WS-FMT-DATA
           END-STRING
           EXIT.
       FIM-FORMATA-DATA.

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
           IF WS-RETORNO-JOB < 4 AND
              (WS-QTD-NEGADOS > 0 OR WS-QTD-FORA > 0 OR
               WS-QTD-SEM-JUST > 0 OR WS-QTD-INATIVOS > 0)
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           DISPLAY '-----------------------------------'
           DISPLAY 'LINHAS DO ACESSOLOG LIDAS : ' WS-QTD-LINHAS-ACESSO
           DISPLAY 'LINHAS SEM DATA LEGIVEL   : ' WS-QTD-ILEGIVEIS
           DISPLAY 'TENTATIVAS NEGADAS        : ' WS-QTD-NEGADOS
           DISPLAY 'ENTRADAS FORA DO EXPED.   : ' WS-QTD-FORA
           DISPLAY 'FUNCOES SENSIVEIS         : ' WS-QTD-SENSIVEIS
           DISPLAY 'SENSIVEIS SEM JUSTIFICAT. : ' WS-QTD-SEM-JUST
           DISPLAY 'SUGERIDOS P/ DESATIVACAO  : ' WS-QTD-INATIVOS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM ACESSO-REVISAO.
