      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: DENUNCIAS DE QUALIDADE DO AR - NO LUGAR DO CADERNO,
      *          CADA DENUNCIA DE CIDADAO (FUMACA, ODOR, POEIRA,
      *          QUEIMADA) RECEBIDA POR TELEFONE, E-MAIL OU NO BALCAO
      *          GANHA UM PROTOCOLO NO LIVRO DENUNCIAS.TXT
      *          (DENUNCIA.CPY) COM DATA/HORA, ENDERECO, REGIAO DO
      *          CADASTRO ESTMESTRE.TXT, PRAZO DE RESPOSTA EM DIAS
      *          CORRIDOS (CARTAO DENUNPAR.TXT, 2 DIGITOS; SEM CARTAO
      *          VALE 15) E SITUACAO ATE A RESPOSTA
      *          MODO A (ATENDIMENTO): REGISTRO, APURACAO, RESPOSTA
      *            (PROCEDENTE/IMPROCEDENTE) E CONSULTA; NO REGISTRO A
      *            TELA MOSTRA AS LEITURAS E FAIXAS DO DIA DAS
      *            ESTACOES DA REGIAO (POLUICAO-HIST.TXT) E AS JANELAS
      *            DE MANUTENCAO ABERTAS NA DATA (ESTMANUT.TXT)
      *          MODO M (MENSAL): DENUNCIAS DO MES POR REGIAO AO LADO
      *            DAS EXCEDENCIAS DA REGIAO (LEITURAS NA FAIXA DO
      *            CARTAO AVISOPAR.TXT OU ACIMA, MESMO GATILHO DO
      *            POLUICAO-REGIAO), COM AS PENDENTES DE PRAZO VENCIDO
      *            EM DESTAQUE (DENUNREL.TXT); RETURN-CODE 4 QUANDO HA
      *            VENCIDAS
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENUNCIA-AR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DENUNCIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEN-STATUS.
           SELECT ESTACAO-MESTRE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MESTRE-STATUS.
           SELECT POLUICAO-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
           SELECT ESTACAO-MANUT ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MANUT-STATUS.
           SELECT DENUNCIA-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
           SELECT AVISO-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVISOPAR-STATUS.
           SELECT DATA-PROC ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DATAPROC-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD DENUNCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DENUNCIAS.TXT'.
       01 DENUNCIA-ARQ                 PIC X(237).

       FD ESTACAO-MESTRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ESTMESTRE.TXT'.
       COPY ESTACAO.CPY.

       FD POLUICAO-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'POLUICAO-HIST.TXT'.
       01 HIST-REG                     PIC X(180).

       FD ESTACAO-MANUT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ESTMANUT.TXT'.
       COPY MANUTEST.CPY.

       FD DENUNCIA-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DENUNPAR.TXT'.
       01 DENUNCIA-PARAM-REC.
           02 DP-PRAZO-DIAS        PIC 9(02).

       FD AVISO-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'AVISOPAR.TXT'.
       01 AVISO-PARAM-REC.
           02 AP-PERCENTUAL        PIC 9(03).
           02 AP-FAIXA             PIC 9(01).

       FD DATA-PROC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DATAPROC.TXT'.
       01 DATA-PROC-REG.
           02 DPR-DATA             PIC X(10).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-DEN-STATUS                PIC X(02) VALUE '00'.
       01 WS-MESTRE-STATUS             PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-MANUT-STATUS              PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-AVISOPAR-STATUS           PIC X(02) VALUE '00'.
       01 WS-DATAPROC-STATUS           PIC X(02) VALUE '00'.
       01 WS-MODO                      PIC X(01) VALUE 'A'.
           88 WS-MODO-MENSAL                  VALUE 'M' 'm'.
       01 WS-OPCAO                     PIC 9(01) VALUE 0.
       01 WS-OPERADOR                  PIC X(08) VALUE SPACES.
       01 WS-PRAZO-DIAS                PIC 9(02) VALUE 15.
       01 WS-FAIXA-GATILHO             PIC 9(01) VALUE 2.
       01 WS-FLAGS.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-FIM-DEN            PIC X(01) VALUE 'N'.
               88 WS-FIM-DEN-SIM          VALUE 'S'.
           02 WS-FIM-MESTRE         PIC X(01) VALUE 'N'.
               88 WS-FIM-MESTRE-SIM       VALUE 'S'.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM         VALUE 'S'.
           02 WS-FIM-MANUT          PIC X(01) VALUE 'N'.
               88 WS-FIM-MANUT-SIM        VALUE 'S'.
           02 WS-DEN-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-DEN-ACHOU-SIM        VALUE 'S'.
           02 WS-REG-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-REG-ACHOU-SIM        VALUE 'S'.
           02 WS-TABELA-CHEIA       PIC X(01) VALUE 'N'.
               88 WS-TABELA-CHEIA-SIM     VALUE 'S'.
      *-----------------------------------------------------------------
      * LIVRO DE DENUNCIAS EM MEMORIA (REGRAVADO NO FIM DA SESSAO)
      *-----------------------------------------------------------------
       01 WS-TAB-DEN-LIMITE            PIC 9(04) VALUE 3000.
       01 WS-QTD-DEN                   PIC 9(04) VALUE ZERO.
       01 WS-TABELA-DEN.
           02 WS-DEN-REG PIC X(237) OCCURS 3000 TIMES.
       01 WS-DEN-I                     PIC 9(04) VALUE ZERO.
       01 WS-DEN-ACHOU-I               PIC 9(04) VALUE ZERO.
       01 WS-ULTIMO-PROTOCOLO          PIC 9(06) VALUE ZERO.
       01 WS-QTD-ALTERADOS             PIC 9(04) VALUE ZERO.
       COPY DENUNCIA.CPY.
      *-----------------------------------------------------------------
      * CADASTRO DE ESTACOES E REGIOES
      *-----------------------------------------------------------------
       01 WS-TAB-MESTRE-LIMITE         PIC 9(03) VALUE 100.
       01 WS-QTD-MESTRE                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-MESTRE.
           02 WS-MES-ENTRADA OCCURS 100 TIMES.
               03 WS-MES-CODIGO        PIC X(10).
               03 WS-MES-REGIAO        PIC X(15).
       01 WS-MES-I                     PIC 9(03) VALUE ZERO.
       01 WS-TAB-REG-LIMITE            PIC 9(02) VALUE 20.
       01 WS-QTD-REGIOES               PIC 9(02) VALUE ZERO.
       01 WS-TABELA-REGIOES.
           02 WS-RG-ENTRADA OCCURS 20 TIMES.
               03 WS-RG-REGIAO         PIC X(15).
               03 WS-RG-DENUNCIAS      PIC 9(04).
               03 WS-RG-RESPONDIDAS    PIC 9(04).
               03 WS-RG-PENDENTES      PIC 9(04).
               03 WS-RG-VENCIDAS       PIC 9(04).
               03 WS-RG-LEIT-EXC       PIC 9(04).
               03 WS-RG-DEN-DIA-EXC    PIC 9(04).
               03 WS-RG-DIA-EXC OCCURS 31 TIMES PIC X(01).
       01 WS-RG-I                      PIC 9(02) VALUE ZERO.
       01 WS-RG-ACHOU-I                PIC 9(02) VALUE ZERO.
       01 WS-DIA-J                     PIC 9(02) VALUE ZERO.
       01 WS-REGIAO-BUSCA              PIC X(15) VALUE SPACES.
       01 WS-REGIAO-LEITURA            PIC X(15) VALUE SPACES.
      *-----------------------------------------------------------------
      * DATA DE REFERENCIA (DATAPROC.TXT OU DATA DA MAQUINA)
      *-----------------------------------------------------------------
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO           PIC 9(04).
           02 WS-HOJE-MES           PIC 9(02).
           02 WS-HOJE-DIA           PIC 9(02).
       01 WS-HOJE-AAAAMMDD REDEFINES WS-DATA-HOJE PIC 9(08).
       01 WS-HORA-MAQUINA.
           02 WS-HM-HORA            PIC 9(02).
           02 WS-HM-MINUTO          PIC 9(02).
       01 WS-DATA-REF                  PIC X(10) VALUE SPACES.
       01 WS-HOJE-DIAS                 PIC 9(08) VALUE ZERO.
       01 WS-DATA-OK                   PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO               PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-CONV-DATA                 PIC X(10) VALUE SPACES.
       01 WS-CONV-OK                   PIC X(01) VALUE 'N'.
           88 WS-CONV-OK-SIM                  VALUE 'S'.
       01 WS-CONV-AAAAMMDD.
           02 WS-CONV-ANO           PIC 9(04).
           02 WS-CONV-MES           PIC 9(02).
           02 WS-CONV-DIA           PIC 9(02).
       01 WS-CONV-NUMERO REDEFINES WS-CONV-AAAAMMDD PIC 9(08).
       01 WS-CONV-DIAS                 PIC 9(08) VALUE ZERO.
       01 WS-FATO-DIAS                 PIC 9(08) VALUE ZERO.
       01 WS-INICIO-DIAS               PIC 9(08) VALUE ZERO.
       01 WS-FIM-DIAS                  PIC 9(08) VALUE ZERO.
       01 WS-LIMITE-DIAS               PIC 9(08) VALUE ZERO.
       01 WS-LIMITE-DATA.
           02 WS-LIM-ANO            PIC 9(04).
           02 WS-LIM-MES            PIC 9(02).
           02 WS-LIM-DIA            PIC 9(02).
       01 WS-LIMITE-AAAAMMDD REDEFINES WS-LIMITE-DATA PIC 9(08).
       01 WS-ATRASO-DIAS               PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * DADOS DIGITADOS NO ATENDIMENTO
      *-----------------------------------------------------------------
       01 WS-DATA-FATO                 PIC X(10) VALUE SPACES.
       01 WS-HORA-FATO                 PIC X(05) VALUE SPACES.
       01 WS-PROTOCOLO                 PIC 9(06) VALUE ZERO.
       01 WS-DECISAO                   PIC X(01) VALUE SPACE.
           88 WS-DECISAO-PROCEDE              VALUE 'R' 'r'.
           88 WS-DECISAO-IMPROCEDE            VALUE 'I' 'i'.
       01 WS-RESPOSTA                  PIC X(40) VALUE SPACES.
       01 WS-QTD-LEIT-TELA             PIC 9(03) VALUE ZERO.
       01 WS-QTD-JAN-TELA              PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * CAMPOS EXTRAIDOS DE CADA LINHA DO HISTORICO
      *-----------------------------------------------------------------
       01 WS-P-ESTACAO                 PIC X(15) VALUE SPACES.
       01 WS-P-DATA                    PIC X(15) VALUE SPACES.
       01 WS-P-INDICE-TXT              PIC X(20) VALUE SPACES.
       01 WS-P-CLASSIF                 PIC X(50) VALUE SPACES.
       01 WS-P-FAIXA                   PIC 9(01) VALUE ZERO.
      *-----------------------------------------------------------------
      * RELATORIO MENSAL
      *-----------------------------------------------------------------
       01 WS-MES-ALVO                  PIC X(07) VALUE SPACES.
       01 WS-MES-ALVO-R REDEFINES WS-MES-ALVO.
           02 WS-ALVO-MES           PIC 9(02).
           02 WS-ALVO-BARRA         PIC X(01).
           02 WS-ALVO-ANO           PIC 9(04).
       01 WS-QTD-DO-MES                PIC 9(04) VALUE ZERO.
       01 WS-QTD-VENCIDAS              PIC 9(04) VALUE ZERO.
       01 WS-QTD-MASK                  PIC ZZZ9.
       01 WS-COL-DEN                   PIC ZZZ9.
       01 WS-COL-RESP                  PIC ZZZ9.
       01 WS-COL-PEND                  PIC ZZZ9.
       01 WS-COL-VENC                  PIC ZZZ9.
       01 WS-COL-LEIT                  PIC ZZZ9.
       01 WS-COL-DIAS                  PIC Z9.
       01 WS-COL-DEN-EXC               PIC ZZZ9.
       01 WS-QTD-DIAS-EXC              PIC 9(02) VALUE ZERO.
       01 WS-ATRASO-MASK               PIC ZZZ9.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'DENUNREL.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE SPACES.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'DENUNCIAS DE QUALIDADE DO AR'
           DISPLAY '-----------------------------------'

           PERFORM OBTEM-DATA-REFERENCIA
           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-MESTRE
           PERFORM CARREGA-DENUNCIAS

           DISPLAY 'MODO: (A) ATENDIMENTO  (M) RELATORIO MENSAL'
           ACCEPT WS-MODO
           EXIT.
       FIM-INICIO.

       OBTEM-DATA-REFERENCIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-HORA-MAQUINA

           OPEN INPUT DATA-PROC
           IF WS-DATAPROC-STATUS = '00'
               READ DATA-PROC
                   NOT AT END
                       IF DPR-DATA NOT = SPACES
                           CALL 'DATA-VALIDA' USING DPR-DATA
                                                    WS-DATA-OK
                                                    WS-DATA-MOTIVO
                                                    WS-DATA-AAAAMMDD
                           END-CALL
                           IF WS-DATA-OK = 'S'
                               MOVE WS-DATA-AAAAMMDD
                                    TO WS-HOJE-AAAAMMDD
                           END-IF
                       END-IF
               END-READ
               CLOSE DATA-PROC
           END-IF

           COMPUTE WS-HOJE-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-REF
           END-STRING
           EXIT.
       FIM-OBTEM-DATA-REFERENCIA.

       CARREGA-PARAMETROS.
           OPEN INPUT DENUNCIA-PARAM
           IF WS-PARAM-STATUS = '00'
               READ DENUNCIA-PARAM
                   NOT AT END
                       IF DP-PRAZO-DIAS NUMERIC AND DP-PRAZO-DIAS > 0
                           MOVE DP-PRAZO-DIAS TO WS-PRAZO-DIAS
                       END-IF
               END-READ
               CLOSE DENUNCIA-PARAM
           ELSE
               DISPLAY 'DENUNPAR.TXT NAO ENCONTRADO - PRAZO DE '
                       'RESPOSTA DE 15 DIAS CORRIDOS'
           END-IF

           OPEN INPUT AVISO-PARAM
           IF WS-AVISOPAR-STATUS = '00'
               READ AVISO-PARAM
                   NOT AT END
                       IF AP-FAIXA NUMERIC AND
                          AP-FAIXA >= 1 AND AP-FAIXA <= 4
                           MOVE AP-FAIXA TO WS-FAIXA-GATILHO
                       END-IF
               END-READ
               CLOSE AVISO-PARAM
           END-IF
           EXIT.
       FIM-CARREGA-PARAMETROS.

       CARREGA-MESTRE.
           OPEN INPUT ESTACAO-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY 'ESTMESTRE.TXT NAO ENCONTRADO - REGIAO DA '
                       'DENUNCIA NAO SERA CONFERIDA'
           ELSE
               PERFORM LER-MESTRE
               PERFORM UNTIL WS-FIM-MESTRE-SIM
                   IF WS-QTD-MESTRE < WS-TAB-MESTRE-LIMITE
                       ADD 1 TO WS-QTD-MESTRE
                       MOVE EM-CODIGO TO WS-MES-CODIGO(WS-QTD-MESTRE)
                       MOVE EM-REGIAO TO WS-MES-REGIAO(WS-QTD-MESTRE)
                   END-IF
                   MOVE EM-REGIAO TO WS-REGIAO-BUSCA
                   PERFORM LOCALIZA-REGIAO
                   PERFORM LER-MESTRE
               END-PERFORM
               CLOSE ESTACAO-MESTRE
           END-IF
           EXIT.
       FIM-CARREGA-MESTRE.

       LER-MESTRE.
           READ ESTACAO-MESTRE
               AT END
                   SET WS-FIM-MESTRE-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MESTRE.

      *-----------------------------------------------------------------
      * LOCALIZA A REGIAO NA TABELA, INCLUINDO-A SE AINDA NAO EXISTE
      *-----------------------------------------------------------------
       LOCALIZA-REGIAO.
           MOVE 'N' TO WS-REG-ACHOU
           MOVE ZERO TO WS-RG-ACHOU-I

           PERFORM VARYING WS-RG-I FROM 1 BY 1
                   UNTIL WS-RG-I > WS-QTD-REGIOES
                      OR WS-REG-ACHOU-SIM
               IF WS-RG-REGIAO(WS-RG-I) = WS-REGIAO-BUSCA
                   SET WS-REG-ACHOU-SIM TO TRUE
                   MOVE WS-RG-I TO WS-RG-ACHOU-I
               END-IF
           END-PERFORM

           IF NOT WS-REG-ACHOU-SIM AND WS-REGIAO-BUSCA NOT = SPACES
               IF WS-QTD-REGIOES < WS-TAB-REG-LIMITE
                   ADD 1 TO WS-QTD-REGIOES
                   MOVE WS-QTD-REGIOES TO WS-RG-ACHOU-I
                   MOVE WS-REGIAO-BUSCA
                        TO WS-RG-REGIAO(WS-RG-ACHOU-I)
                   MOVE ZERO TO WS-RG-DENUNCIAS(WS-RG-ACHOU-I)
                                WS-RG-RESPONDIDAS(WS-RG-ACHOU-I)
                                WS-RG-PENDENTES(WS-RG-ACHOU-I)
                                WS-RG-VENCIDAS(WS-RG-ACHOU-I)
                                WS-RG-LEIT-EXC(WS-RG-ACHOU-I)
                                WS-RG-DEN-DIA-EXC(WS-RG-ACHOU-I)
                   PERFORM VARYING WS-DIA-J FROM 1 BY 1
                           UNTIL WS-DIA-J > 31
                       MOVE 'N'
                         TO WS-RG-DIA-EXC(WS-RG-ACHOU-I, WS-DIA-J)
                   END-PERFORM
               END-IF
           END-IF
           EXIT.
       FIM-LOCALIZA-REGIAO.

       CARREGA-DENUNCIAS.
           OPEN INPUT DENUNCIAS
           IF WS-DEN-STATUS = '00'
               PERFORM LER-DENUNCIAS
               PERFORM UNTIL WS-FIM-DEN-SIM
                   IF WS-QTD-DEN < WS-TAB-DEN-LIMITE
                       ADD 1 TO WS-QTD-DEN
                       MOVE DENUNCIA-ARQ TO WS-DEN-REG(WS-QTD-DEN)
                       MOVE DENUNCIA-ARQ TO DENUNCIA-REG
                       IF DN-PROTOCOLO NUMERIC AND
                          DN-PROTOCOLO > WS-ULTIMO-PROTOCOLO
                           MOVE DN-PROTOCOLO TO WS-ULTIMO-PROTOCOLO
                       END-IF
                   ELSE
                       DISPLAY 'DENUNCIAS.TXT EXCEDE '
                               WS-TAB-DEN-LIMITE ' DENUNCIAS - SESSAO '
                               'SO DE CONSULTA (A REGRAVACAO '
                               'TRUNCARIA O LIVRO)'
                       SET WS-TABELA-CHEIA-SIM TO TRUE
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-DEN-SIM TO TRUE
                   END-IF
                   PERFORM LER-DENUNCIAS
               END-PERFORM
               CLOSE DENUNCIAS
           END-IF
           EXIT.
       FIM-CARREGA-DENUNCIAS.

       LER-DENUNCIAS.
           READ DENUNCIAS
               AT END
                   SET WS-FIM-DEN-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-DENUNCIAS.

      *-----------------------------------------------------------------
      * DD/MM/AAAA CONFERIDA NA ESTRUTURA E NO CALENDARIO; DEVOLVE O
      * NUMERO DO DIA (INTEGER-OF-DATE)
      *-----------------------------------------------------------------
       CONVERTE-DATA.
           MOVE 'N' TO WS-CONV-OK
           MOVE ZERO TO WS-CONV-DIAS
           IF WS-CONV-DATA(1:2) NUMERIC AND
              WS-CONV-DATA(4:2) NUMERIC AND
              WS-CONV-DATA(7:4) NUMERIC AND
              WS-CONV-DATA(3:1) = '/' AND
              WS-CONV-DATA(6:1) = '/'
               MOVE WS-CONV-DATA(1:2) TO WS-CONV-DIA
               MOVE WS-CONV-DATA(4:2) TO WS-CONV-MES
               MOVE WS-CONV-DATA(7:4) TO WS-CONV-ANO
               IF WS-CONV-ANO > 1600 AND
                  FUNCTION TEST-DATE-YYYYMMDD(WS-CONV-NUMERO) = 0
                   SET WS-CONV-OK-SIM TO TRUE
                   COMPUTE WS-CONV-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-CONV-NUMERO)
               END-IF
           END-IF
           EXIT.
       FIM-CONVERTE-DATA.

       PROCESSA-PROGRAMA.
           IF WS-MODO-MENSAL
               PERFORM RELATORIO-MENSAL
           ELSE
               DISPLAY 'IDENTIFICACAO DO OPERADOR: '
               ACCEPT WS-OPERADOR
               PERFORM MENU-ATENDIMENTO
               IF WS-QTD-ALTERADOS > 0
                   PERFORM REGRAVA-DENUNCIAS
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

       MENU-ATENDIMENTO.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - REGISTRAR DENUNCIA'
               DISPLAY '2 - REGISTRAR APURACAO'
               DISPLAY '3 - RESPONDER (PROCEDENTE/IMPROCEDENTE)'
               DISPLAY '4 - CONSULTAR DENUNCIAS DA REGIAO'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM REGISTRA-DENUNCIA
                   WHEN 2
                       PERFORM APURACAO-DENUNCIA
                   WHEN 3
                       PERFORM RESPONDE-DENUNCIA
                   WHEN 4
                       PERFORM CONSULTA-REGIAO
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-MENU-ATENDIMENTO.

      *-----------------------------------------------------------------
      * REGISTRO: DATA/HORA DO FATO (EM BRANCO = AGORA), CANAL,
      * ENDERECO, REGIAO, TIPO; PROTOCOLO = MAIOR DO LIVRO + 1; DATA
      * LIMITE = DATA DO REGISTRO + PRAZO EM DIAS CORRIDOS
      *-----------------------------------------------------------------
       REGISTRA-DENUNCIA.
           IF WS-TABELA-CHEIA-SIM OR WS-QTD-DEN >= WS-TAB-DEN-LIMITE
               DISPLAY 'LIVRO DE DENUNCIAS CHEIO - REGISTRO RECUSADO'
           ELSE
               MOVE SPACES TO DENUNCIA-REG
               PERFORM INFORMA-DATA-HORA
               IF DN-DATA NOT = SPACES
                   PERFORM INFORMA-LOCAL
               END-IF
               IF DN-REGIAO NOT = SPACES
                   PERFORM INFORMA-TIPO-CANAL
               END-IF
               IF DN-TIPO NOT = SPACE AND DN-CANAL NOT = SPACE
                   PERFORM GRAVA-REGISTRO
                   PERFORM MOSTRA-SITUACAO-REGIAO
               END-IF
           END-IF
           EXIT.
       FIM-REGISTRA-DENUNCIA.

       INFORMA-DATA-HORA.
           DISPLAY 'DATA DO FATO (DD/MM/AAAA, EM BRANCO = HOJE): '
           MOVE SPACES TO WS-DATA-FATO
           ACCEPT WS-DATA-FATO
           IF WS-DATA-FATO = SPACES
               MOVE WS-DATA-REF TO WS-DATA-FATO
           END-IF
           MOVE WS-DATA-FATO TO WS-CONV-DATA
           PERFORM CONVERTE-DATA
           EVALUATE TRUE
               WHEN NOT WS-CONV-OK-SIM
                   DISPLAY 'DATA INVALIDA - REGISTRO CANCELADO'
               WHEN WS-CONV-DIAS > WS-HOJE-DIAS
                   DISPLAY 'DATA DO FATO NO FUTURO - REGISTRO '
                           'CANCELADO'
               WHEN OTHER
                   MOVE WS-DATA-FATO TO DN-DATA
                   MOVE WS-CONV-DIAS TO WS-FATO-DIAS
           END-EVALUATE

           IF DN-DATA NOT = SPACES
               DISPLAY 'HORA DO FATO (HH:MM, EM BRANCO = AGORA): '
               MOVE SPACES TO WS-HORA-FATO
               ACCEPT WS-HORA-FATO
               IF WS-HORA-FATO = SPACES
                   STRING WS-HM-HORA ':' WS-HM-MINUTO
                          DELIMITED BY SIZE
                          INTO WS-HORA-FATO
                   END-STRING
               END-IF
               IF WS-HORA-FATO(1:2) NOT NUMERIC OR
                  WS-HORA-FATO(4:2) NOT NUMERIC OR
                  WS-HORA-FATO(3:1) NOT = ':' OR
                  WS-HORA-FATO(1:2) > '23' OR
                  WS-HORA-FATO(4:2) > '59'
                   DISPLAY 'HORA INVALIDA - REGISTRO CANCELADO'
                   MOVE SPACES TO DN-DATA
               ELSE
                   MOVE WS-HORA-FATO TO DN-HORA
               END-IF
           END-IF
           EXIT.
       FIM-INFORMA-DATA-HORA.

       INFORMA-LOCAL.
           DISPLAY 'ENDERECO DO FATO: '
           ACCEPT DN-ENDERECO
           DISPLAY 'REGIAO (COMO NO CADASTRO DE ESTACOES): '
           MOVE SPACES TO WS-REGIAO-BUSCA
           ACCEPT WS-REGIAO-BUSCA
           MOVE FUNCTION UPPER-CASE(WS-REGIAO-BUSCA)
                TO WS-REGIAO-BUSCA

           MOVE 'N' TO WS-REG-ACHOU
           PERFORM VARYING WS-RG-I FROM 1 BY 1
                   UNTIL WS-RG-I > WS-QTD-REGIOES
                      OR WS-REG-ACHOU-SIM
               IF WS-RG-REGIAO(WS-RG-I) = WS-REGIAO-BUSCA
                   SET WS-REG-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-REGIAO-BUSCA = SPACES OR DN-ENDERECO = SPACES
                   DISPLAY 'ENDERECO E REGIAO OBRIGATORIOS - REGISTRO '
                           'CANCELADO'
               WHEN WS-QTD-REGIOES > 0 AND NOT WS-REG-ACHOU-SIM
                   DISPLAY 'REGIAO ' WS-REGIAO-BUSCA ' NAO EXISTE NO '
                           'ESTMESTRE.TXT - REGIOES CADASTRADAS:'
                   PERFORM VARYING WS-RG-I FROM 1 BY 1
                           UNTIL WS-RG-I > WS-QTD-REGIOES
                       DISPLAY '  ' WS-RG-REGIAO(WS-RG-I)
                   END-PERFORM
               WHEN OTHER
                   MOVE WS-REGIAO-BUSCA TO DN-REGIAO
           END-EVALUATE
           EXIT.
       FIM-INFORMA-LOCAL.

       INFORMA-TIPO-CANAL.
           DISPLAY 'TIPO: (F) FUMACA  (O) ODOR  (P) POEIRA  '
                   '(Q) QUEIMADA  (X) OUTROS'
           ACCEPT DN-TIPO
           MOVE FUNCTION UPPER-CASE(DN-TIPO) TO DN-TIPO
           DISPLAY 'CANAL: (T) TELEFONE  (E) E-MAIL  (P) PRESENCIAL'
           ACCEPT DN-CANAL
           MOVE FUNCTION UPPER-CASE(DN-CANAL) TO DN-CANAL
           IF NOT (DN-TIPO-FUMACA OR DN-TIPO-ODOR OR DN-TIPO-POEIRA
                   OR DN-TIPO-QUEIMADA OR DN-TIPO-OUTROS)
              OR NOT (DN-CANAL-TELEFONE OR DN-CANAL-EMAIL
                      OR DN-CANAL-PRESENCIAL)
               DISPLAY 'TIPO OU CANAL INVALIDO - REGISTRO CANCELADO'
               MOVE SPACE TO DN-TIPO DN-CANAL
           END-IF
           EXIT.
       FIM-INFORMA-TIPO-CANAL.

       GRAVA-REGISTRO.
           DISPLAY 'DESCRICAO DO QUE FOI RELATADO: '
           ACCEPT DN-DESCRICAO
           DISPLAY 'CONTATO DO DENUNCIANTE PARA A RESPOSTA (NOME E '
                   'TELEFONE/E-MAIL): '
           ACCEPT DN-CONTATO

           ADD 1 TO WS-ULTIMO-PROTOCOLO
           MOVE WS-ULTIMO-PROTOCOLO TO DN-PROTOCOLO
           MOVE WS-OPERADOR         TO DN-OPERADOR
           MOVE WS-PRAZO-DIAS       TO DN-PRAZO-DIAS
           COMPUTE WS-LIMITE-AAAAMMDD = FUNCTION DATE-OF-INTEGER
                   (WS-HOJE-DIAS + WS-PRAZO-DIAS)
           STRING WS-LIM-DIA '/' WS-LIM-MES '/' WS-LIM-ANO
                  DELIMITED BY SIZE
                  INTO DN-DATA-LIMITE
           END-STRING
           MOVE 'A'                 TO DN-STATUS
           MOVE SPACES              TO DN-DATA-RESPOSTA
                                       DN-OPERADOR-RESP
                                       DN-RESPOSTA

           ADD 1 TO WS-QTD-DEN
           MOVE DENUNCIA-REG TO WS-DEN-REG(WS-QTD-DEN)
           ADD 1 TO WS-QTD-ALTERADOS
           DISPLAY 'PROTOCOLO ' DN-PROTOCOLO ' - RESPONDER ATE '
                   DN-DATA-LIMITE
           EXIT.
       FIM-GRAVA-REGISTRO.

      *-----------------------------------------------------------------
      * TELA DO REGISTRO: LEITURAS E FAIXAS DO DIA DO FATO DAS ESTACOES
      * DA REGIAO E AS JANELAS DE MANUTENCAO QUE COBREM A DATA - PARA O
      * ATENDENTE SABER NA HORA SE HAVIA EXCEDENCIA OU ESTACAO PARADA
      *-----------------------------------------------------------------
       MOSTRA-SITUACAO-REGIAO.
           DISPLAY '--- LEITURAS DE ' DN-DATA ' NA REGIAO '
                   DN-REGIAO ' ---'
           MOVE ZERO TO WS-QTD-LEIT-TELA
           MOVE 'N' TO WS-FIM-HIST
           OPEN INPUT POLUICAO-HIST
           IF WS-HIST-STATUS = '00'
               PERFORM LER-HIST
               PERFORM UNTIL WS-FIM-HIST-SIM
                   PERFORM SEPARA-LINHA-HIST
                   IF WS-P-DATA(1:10) = DN-DATA AND
                      WS-REGIAO-LEITURA = DN-REGIAO
                       ADD 1 TO WS-QTD-LEIT-TELA
                       DISPLAY '  ' WS-P-ESTACAO(1:10) ' '
                               WS-P-INDICE-TXT ' FAIXA ' WS-P-FAIXA
                               ' ' WS-P-CLASSIF(1:45)
                   END-IF
                   PERFORM LER-HIST
               END-PERFORM
               CLOSE POLUICAO-HIST
           END-IF
           IF WS-QTD-LEIT-TELA = 0
               DISPLAY '  NENHUMA LEITURA PUBLICADA NA DATA PARA A '
                       'REGIAO'
           END-IF

           MOVE ZERO TO WS-QTD-JAN-TELA
           MOVE 'N' TO WS-FIM-MANUT
           OPEN INPUT ESTACAO-MANUT
           IF WS-MANUT-STATUS = '00'
               PERFORM LER-MANUT
               PERFORM UNTIL WS-FIM-MANUT-SIM
                   PERFORM AVALIA-JANELA-MANUT
                   PERFORM LER-MANUT
               END-PERFORM
               CLOSE ESTACAO-MANUT
           END-IF
           IF WS-QTD-JAN-TELA = 0
               DISPLAY '  NENHUMA JANELA DE MANUTENCAO NA DATA'
           END-IF
           EXIT.
       FIM-MOSTRA-SITUACAO-REGIAO.

       LER-HIST.
           READ POLUICAO-HIST
               AT END
                   SET WS-FIM-HIST-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-HIST.

       LER-MANUT.
           READ ESTACAO-MANUT
               AT END
                   SET WS-FIM-MANUT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MANUT.

      *-----------------------------------------------------------------
      * SEPARA ESTACAO, DATA, INDICE E CLASSIFICACAO DA LINHA DO
      * HISTORICO, TRADUZ A FAIXA E ACHA A REGIAO DA ESTACAO
      *-----------------------------------------------------------------
       SEPARA-LINHA-HIST.
           MOVE SPACES TO WS-P-ESTACAO
           MOVE SPACES TO WS-P-DATA
           MOVE SPACES TO WS-P-INDICE-TXT
           MOVE SPACES TO WS-P-CLASSIF

           UNSTRING HIST-REG DELIMITED BY ' - '
               INTO WS-P-ESTACAO WS-P-DATA
                    WS-P-INDICE-TXT WS-P-CLASSIF
           END-UNSTRING

           EVALUATE WS-P-CLASSIF(1:16)
               WHEN 'INDICE ACEITAVEL'
                   MOVE 1 TO WS-P-FAIXA
               WHEN 'GRUPO I INTIMADO'
                   MOVE 2 TO WS-P-FAIXA
               WHEN 'GRUPO I E II INT'
                   MOVE 3 TO WS-P-FAIXA
               WHEN 'TODOS OS GRUPOS '
                   MOVE 4 TO WS-P-FAIXA
               WHEN OTHER
                   MOVE ZERO TO WS-P-FAIXA
           END-EVALUATE

           MOVE SPACES TO WS-REGIAO-LEITURA
           PERFORM VARYING WS-MES-I FROM 1 BY 1
                   UNTIL WS-MES-I > WS-QTD-MESTRE
               IF WS-MES-CODIGO(WS-MES-I) = WS-P-ESTACAO
                   MOVE WS-MES-REGIAO(WS-MES-I) TO WS-REGIAO-LEITURA
               END-IF
           END-PERFORM
           EXIT.
       FIM-SEPARA-LINHA-HIST.

       AVALIA-JANELA-MANUT.
           MOVE SPACES TO WS-REGIAO-LEITURA
           PERFORM VARYING WS-MES-I FROM 1 BY 1
                   UNTIL WS-MES-I > WS-QTD-MESTRE
               IF WS-MES-CODIGO(WS-MES-I) = MN-ESTACAO
                   MOVE WS-MES-REGIAO(WS-MES-I) TO WS-REGIAO-LEITURA
               END-IF
           END-PERFORM

           IF WS-REGIAO-LEITURA = DN-REGIAO
               MOVE MN-DATA-INICIO TO WS-CONV-DATA
               PERFORM CONVERTE-DATA
               MOVE WS-CONV-DIAS TO WS-INICIO-DIAS
               MOVE MN-DATA-FIM TO WS-CONV-DATA
               PERFORM CONVERTE-DATA
               MOVE WS-CONV-DIAS TO WS-FIM-DIAS
               IF WS-INICIO-DIAS > 0 AND WS-INICIO-DIAS <= WS-FATO-DIAS
                  AND (WS-FIM-DIAS = 0 OR WS-FIM-DIAS >= WS-FATO-DIAS)
                   ADD 1 TO WS-QTD-JAN-TELA
                   DISPLAY '  MANUTENCAO ' MN-ESTACAO ' TIPO ' MN-TIPO
                           ' DE ' MN-DATA-INICIO ' A ' MN-DATA-FIM
                           ' SITUACAO ' MN-SITUACAO
               END-IF
           END-IF
           EXIT.
       FIM-AVALIA-JANELA-MANUT.

      *-----------------------------------------------------------------
      * LOCALIZA O PROTOCOLO DIGITADO NA TABELA E TRAZ PARA A AREA DE
      * TRABALHO DENUNCIA-REG
      *-----------------------------------------------------------------
       LOCALIZA-PROTOCOLO.
           DISPLAY 'NUMERO DO PROTOCOLO: '
           MOVE ZERO TO WS-PROTOCOLO
           ACCEPT WS-PROTOCOLO
           MOVE 'N' TO WS-DEN-ACHOU
           MOVE ZERO TO WS-DEN-ACHOU-I
           PERFORM VARYING WS-DEN-I FROM 1 BY 1
                   UNTIL WS-DEN-I > WS-QTD-DEN OR WS-DEN-ACHOU-SIM
               MOVE WS-DEN-REG(WS-DEN-I) TO DENUNCIA-REG
               IF DN-PROTOCOLO = WS-PROTOCOLO
                   SET WS-DEN-ACHOU-SIM TO TRUE
                   MOVE WS-DEN-I TO WS-DEN-ACHOU-I
               END-IF
           END-PERFORM
           IF NOT WS-DEN-ACHOU-SIM
               DISPLAY 'PROTOCOLO ' WS-PROTOCOLO ' NAO ENCONTRADO'
           ELSE
               DISPLAY 'PROTOCOLO ' DN-PROTOCOLO ' TIPO ' DN-TIPO
                       ' EM ' DN-DATA ' ' DN-HORA ' REGIAO ' DN-REGIAO
               DISPLAY '  ENDERECO: ' DN-ENDERECO
               DISPLAY '  RELATO  : ' DN-DESCRICAO
               DISPLAY '  LIMITE ' DN-DATA-LIMITE ' SITUACAO '
                       DN-STATUS
           END-IF
           EXIT.
       FIM-LOCALIZA-PROTOCOLO.

       APURACAO-DENUNCIA.
           PERFORM LOCALIZA-PROTOCOLO
           IF WS-DEN-ACHOU-SIM
               IF NOT DN-ST-PENDENTE
                   DISPLAY 'DENUNCIA JA RESPONDIDA EM '
                           DN-DATA-RESPOSTA
               ELSE
                   DISPLAY 'ANOTACAO DA APURACAO: '
                   MOVE SPACES TO WS-RESPOSTA
                   ACCEPT WS-RESPOSTA
                   MOVE 'E' TO DN-STATUS
                   MOVE WS-RESPOSTA TO DN-RESPOSTA
                   MOVE DENUNCIA-REG TO WS-DEN-REG(WS-DEN-ACHOU-I)
                   ADD 1 TO WS-QTD-ALTERADOS
                   DISPLAY 'DENUNCIA EM APURACAO'
               END-IF
           END-IF
           EXIT.
       FIM-APURACAO-DENUNCIA.

       RESPONDE-DENUNCIA.
           PERFORM LOCALIZA-PROTOCOLO
           IF WS-DEN-ACHOU-SIM
               IF NOT DN-ST-PENDENTE
                   DISPLAY 'DENUNCIA JA RESPONDIDA EM '
                           DN-DATA-RESPOSTA
               ELSE
                   DISPLAY 'RESULTADO: (R) PROCEDENTE, PROVIDENCIA '
                           'TOMADA  (I) IMPROCEDENTE'
                   MOVE SPACE TO WS-DECISAO
                   ACCEPT WS-DECISAO
                   DISPLAY 'RESPOSTA DADA AO DENUNCIANTE: '
                   MOVE SPACES TO WS-RESPOSTA
                   ACCEPT WS-RESPOSTA
                   EVALUATE TRUE
                       WHEN NOT WS-DECISAO-PROCEDE AND
                            NOT WS-DECISAO-IMPROCEDE
                           DISPLAY 'RESULTADO INVALIDO - DENUNCIA NAO '
                                   'RESPONDIDA'
                       WHEN WS-RESPOSTA = SPACES
                           DISPLAY 'RESPOSTA OBRIGATORIA - DENUNCIA '
                                   'NAO RESPONDIDA'
                       WHEN OTHER
                           MOVE FUNCTION UPPER-CASE(WS-DECISAO)
                                TO DN-STATUS
                           MOVE WS-DATA-REF  TO DN-DATA-RESPOSTA
                           MOVE WS-OPERADOR  TO DN-OPERADOR-RESP
                           MOVE WS-RESPOSTA  TO DN-RESPOSTA
                           MOVE DENUNCIA-REG
                                TO WS-DEN-REG(WS-DEN-ACHOU-I)
                           ADD 1 TO WS-QTD-ALTERADOS
                           DISPLAY 'PROTOCOLO ' DN-PROTOCOLO
                                   ' RESPONDIDO (' DN-STATUS ') EM '
                                   WS-DATA-REF
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.
       FIM-RESPONDE-DENUNCIA.

       CONSULTA-REGIAO.
           DISPLAY 'REGIAO: '
           MOVE SPACES TO WS-REGIAO-BUSCA
           ACCEPT WS-REGIAO-BUSCA
           MOVE FUNCTION UPPER-CASE(WS-REGIAO-BUSCA)
                TO WS-REGIAO-BUSCA
           MOVE ZERO TO WS-QTD-DO-MES
           PERFORM VARYING WS-DEN-I FROM 1 BY 1
                   UNTIL WS-DEN-I > WS-QTD-DEN
               MOVE WS-DEN-REG(WS-DEN-I) TO DENUNCIA-REG
               IF DN-REGIAO = WS-REGIAO-BUSCA
                   ADD 1 TO WS-QTD-DO-MES
                   DISPLAY DN-PROTOCOLO ' ' DN-TIPO ' ' DN-DATA ' '
                           DN-HORA ' LIMITE ' DN-DATA-LIMITE ' '
                           DN-STATUS ' ' DN-ENDERECO
                   IF NOT DN-ST-PENDENTE
                       DISPLAY '       RESPONDIDA EM '
                               DN-DATA-RESPOSTA ': ' DN-RESPOSTA
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY 'DENUNCIAS DA REGIAO: ' WS-QTD-DO-MES
           EXIT.
       FIM-CONSULTA-REGIAO.

       REGRAVA-DENUNCIAS.
           OPEN OUTPUT DENUNCIAS
           PERFORM VARYING WS-DEN-I FROM 1 BY 1
                   UNTIL WS-DEN-I > WS-QTD-DEN
               MOVE WS-DEN-REG(WS-DEN-I) TO DENUNCIA-ARQ
               WRITE DENUNCIA-ARQ
           END-PERFORM
           CLOSE DENUNCIAS
           DISPLAY 'DENUNCIAS.TXT REGRAVADO COM '
                   WS-QTD-ALTERADOS ' ALTERACAO(OES)'
           EXIT.
       FIM-REGRAVA-DENUNCIAS.

      *-----------------------------------------------------------------
      * RELATORIO MENSAL: EXCEDENCIAS DO MES POR REGIAO (HISTORICO) E
      * DENUNCIAS DO MES POR REGIAO, COM AS PENDENTES DE PRAZO VENCIDO
      * NA DATA DE REFERENCIA LISTADAS EM DESTAQUE
      *-----------------------------------------------------------------
       RELATORIO-MENSAL.
           DISPLAY 'MES DE REFERENCIA (MM/AAAA): '
           ACCEPT WS-MES-ALVO
           IF WS-ALVO-MES NOT NUMERIC OR WS-ALVO-ANO NOT NUMERIC
              OR WS-ALVO-BARRA NOT = '/'
              OR WS-ALVO-MES < 1 OR WS-ALVO-MES > 12
               DISPLAY 'MES INVALIDO - USE MM/AAAA'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM APURA-EXCEDENCIAS
               PERFORM APURA-DENUNCIAS-MES
               PERFORM IMPRIME-RELATORIO
           END-IF
           EXIT.
       FIM-RELATORIO-MENSAL.

       APURA-EXCEDENCIAS.
           MOVE 'N' TO WS-FIM-HIST
           OPEN INPUT POLUICAO-HIST
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'POLUICAO-HIST.TXT NAO ENCONTRADO - '
                       'EXCEDENCIAS ZERADAS'
           ELSE
               PERFORM LER-HIST
               PERFORM UNTIL WS-FIM-HIST-SIM
                   PERFORM SEPARA-LINHA-HIST
                   IF WS-P-DATA(4:7) = WS-MES-ALVO AND
                      WS-REGIAO-LEITURA NOT = SPACES AND
                      WS-P-FAIXA >= WS-FAIXA-GATILHO AND
                      WS-P-DATA(1:2) NUMERIC
                       MOVE WS-REGIAO-LEITURA TO WS-REGIAO-BUSCA
                       PERFORM LOCALIZA-REGIAO
                       IF WS-RG-ACHOU-I > 0
                           MOVE WS-P-DATA(1:2) TO WS-DIA-J
                           ADD 1 TO WS-RG-LEIT-EXC(WS-RG-ACHOU-I)
                           IF WS-DIA-J >= 1 AND WS-DIA-J <= 31
                               MOVE 'S' TO WS-RG-DIA-EXC
                                   (WS-RG-ACHOU-I, WS-DIA-J)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM LER-HIST
               END-PERFORM
               CLOSE POLUICAO-HIST
           END-IF
           EXIT.
       FIM-APURA-EXCEDENCIAS.

       APURA-DENUNCIAS-MES.
           PERFORM VARYING WS-DEN-I FROM 1 BY 1
                   UNTIL WS-DEN-I > WS-QTD-DEN
               MOVE WS-DEN-REG(WS-DEN-I) TO DENUNCIA-REG
               IF DN-DATA(4:7) = WS-MES-ALVO
                   ADD 1 TO WS-QTD-DO-MES
                   MOVE DN-REGIAO TO WS-REGIAO-BUSCA
                   PERFORM LOCALIZA-REGIAO
                   IF WS-RG-ACHOU-I > 0
                       PERFORM CREDITA-DENUNCIA-REGIAO
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-APURA-DENUNCIAS-MES.

       CREDITA-DENUNCIA-REGIAO.
           ADD 1 TO WS-RG-DENUNCIAS(WS-RG-ACHOU-I)
           IF DN-ST-PENDENTE
               ADD 1 TO WS-RG-PENDENTES(WS-RG-ACHOU-I)
               MOVE DN-DATA-LIMITE TO WS-CONV-DATA
               PERFORM CONVERTE-DATA
               IF WS-CONV-OK-SIM AND WS-CONV-DIAS < WS-HOJE-DIAS
                   ADD 1 TO WS-RG-VENCIDAS(WS-RG-ACHOU-I)
                   ADD 1 TO WS-QTD-VENCIDAS
               END-IF
           ELSE
               ADD 1 TO WS-RG-RESPONDIDAS(WS-RG-ACHOU-I)
           END-IF
           IF DN-DATA(1:2) NUMERIC
               MOVE DN-DATA(1:2) TO WS-DIA-J
               IF WS-DIA-J >= 1 AND WS-DIA-J <= 31
                   IF WS-RG-DIA-EXC(WS-RG-ACHOU-I, WS-DIA-J) = 'S'
                       ADD 1 TO WS-RG-DEN-DIA-EXC(WS-RG-ACHOU-I)
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-CREDITA-DENUNCIA-REGIAO.

       IMPRIME-RELATORIO.
           STRING 'DENUNCIAS X EXCEDENCIAS POR REGIAO - MES '
                  WS-MES-ALVO
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           STRING 'REGIAO          DENUN  RESP  PEND VENCID  LEIT.EXC '
                  'DIAS.EXC  DENUN.DIA.EXC'
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'D' TO WS-IMP-ACAO

           PERFORM VARYING WS-RG-I FROM 1 BY 1
                   UNTIL WS-RG-I > WS-QTD-REGIOES
               PERFORM IMPRIME-REGIAO
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           IF WS-QTD-VENCIDAS = 0
               MOVE 'NENHUMA DENUNCIA DO MES PENDENTE COM PRAZO VENCIDO'
                    TO WS-IMP-LINHA
               PERFORM CHAMA-IMPRESSAO
           ELSE
               MOVE '*** DENUNCIAS SEM RESPOSTA COM PRAZO VENCIDO ***'
                    TO WS-IMP-LINHA
               PERFORM CHAMA-IMPRESSAO
               PERFORM VARYING WS-DEN-I FROM 1 BY 1
                       UNTIL WS-DEN-I > WS-QTD-DEN
                   MOVE WS-DEN-REG(WS-DEN-I) TO DENUNCIA-REG
                   IF DN-DATA(4:7) = WS-MES-ALVO AND DN-ST-PENDENTE
                       PERFORM IMPRIME-VENCIDA
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           MOVE WS-QTD-DO-MES TO WS-QTD-MASK
           MOVE WS-QTD-VENCIDAS TO WS-ATRASO-MASK
           STRING 'DENUNCIAS NO MES: ' WS-QTD-MASK
                  ' - VENCIDAS: ' WS-ATRASO-MASK
                  ' - EXCEDENCIA: FAIXA ' WS-FAIXA-GATILHO
                  ' OU ACIMA - REF. ' WS-DATA-REF
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           DISPLAY 'DENUNCIAS NO MES: ' WS-QTD-DO-MES
                   ' - VENCIDAS SEM RESPOSTA: ' WS-QTD-VENCIDAS
           IF WS-QTD-VENCIDAS > 0 AND WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-IMPRIME-RELATORIO.

       IMPRIME-REGIAO.
           MOVE ZERO TO WS-QTD-DIAS-EXC
           PERFORM VARYING WS-DIA-J FROM 1 BY 1 UNTIL WS-DIA-J > 31
               IF WS-RG-DIA-EXC(WS-RG-I, WS-DIA-J) = 'S'
                   ADD 1 TO WS-QTD-DIAS-EXC
               END-IF
           END-PERFORM
           MOVE WS-RG-DENUNCIAS(WS-RG-I)   TO WS-COL-DEN
           MOVE WS-RG-RESPONDIDAS(WS-RG-I) TO WS-COL-RESP
           MOVE WS-RG-PENDENTES(WS-RG-I)   TO WS-COL-PEND
           MOVE WS-RG-VENCIDAS(WS-RG-I)    TO WS-COL-VENC
           MOVE WS-RG-LEIT-EXC(WS-RG-I)    TO WS-COL-LEIT
           MOVE WS-QTD-DIAS-EXC            TO WS-COL-DIAS
           MOVE WS-RG-DEN-DIA-EXC(WS-RG-I) TO WS-COL-DEN-EXC
           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-RG-REGIAO(WS-RG-I) ' ' WS-COL-DEN '  '
                  WS-COL-RESP '  ' WS-COL-PEND '   ' WS-COL-VENC
                  '      ' WS-COL-LEIT '       ' WS-COL-DIAS
                  '           ' WS-COL-DEN-EXC
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           IF WS-RG-VENCIDAS(WS-RG-I) > 0
               MOVE '  ***' TO WS-IMP-LINHA(83:5)
           END-IF
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-REGIAO.

       IMPRIME-VENCIDA.
           MOVE DN-DATA-LIMITE TO WS-CONV-DATA
           PERFORM CONVERTE-DATA
           IF WS-CONV-OK-SIM AND WS-CONV-DIAS < WS-HOJE-DIAS
               COMPUTE WS-ATRASO-DIAS = WS-HOJE-DIAS - WS-CONV-DIAS
               MOVE WS-ATRASO-DIAS TO WS-ATRASO-MASK
               MOVE SPACES TO WS-IMP-LINHA
               STRING '*** ' DN-PROTOCOLO ' ' DN-DATA ' '
                      DN-REGIAO ' ' DN-TIPO ' LIMITE ' DN-DATA-LIMITE
                      ' ATRASO ' WS-ATRASO-MASK ' DIA(S) '
                      DN-ENDERECO(1:20)
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-IMPRIME-VENCIDA.

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
           DISPLAY 'DENUNCIAS NO LIVRO: ' WS-QTD-DEN
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM DENUNCIA-AR.
