      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: COBRANCA DOS ATENDIMENTOS DA CLINICA - O QUE CADA
      *          CHECK-IN CUSTA E QUEM PAGA FICAVA NUMA PLANILHA A
      *          PARTE. O MODO C LE OS CHECK-INS DO PESOHIST.TXT DO
      *          MES DE COMPETENCIA E GERA UMA COBRANCA POR CHECK-IN
      *          AINDA NAO COBRADO (CLINCOBR.TXT, CLINCOBR.CPY): O
      *          SERVICO E SESSAO DE GRUPO (G) QUANDO O PACIENTE E
      *          MEMBRO DE UM PROGRAMA EM GRUPO EM ANDAMENTO NA DATA
      *          (GRUPOS.TXT/GRUPOMEM.TXT), AVALIACAO (A) NO PRIMEIRO
      *          CHECK-IN DO PACIENTE E CONSULTA (C) NOS DEMAIS; O
      *          PAGADOR VEM DO CADASTRO DO PACIENTE E O PRECO DO
      *          CLINPRECO.TXT (PRECO DO CONVENIO OU PARTICULAR,
      *          VIGENTE NA COMPETENCIA). A COBRANCA PARTICULAR VAI
      *          PARA O TRANSACOES.TXT NA CONTA DA CLINICA DO PRECO
      *          (UM CREDITO POR CONTA E DATA DO ATENDIMENTO), PARA
      *          SEGUIR PELO TRANS-CRITICA E O CONTAS-RAZAO; A DE
      *          CONVENIO FICA AGUARDANDO O LOTE. O MODO L GRAVA O
      *          LOTE MENSAL GUIAS<AAAAMM>.TXT NO LAYOUT DE
      *          FATURAMENTO DA OPERADORA (POR CONVENIO: CABECALHO COM
      *          REGISTRO ANS E CODIGO DO PRESTADOR, UMA GUIA POR
      *          ATENDIMENTO E TRAILER COM QUANTIDADE E VALOR) COM AS
      *          GUIAS AGUARDANDO ATE A COMPETENCIA; RODAR DE NOVO O
      *          MESMO MES REFAZ O ARQUIVO COM AS GUIAS JA ENVIADAS
      *          NELE. O PAGAMENTO E A GLOSA VOLTAM PELO
      *          CONVENIO-RETORNO. RELATORIOS CLINCOBREL.TXT (MODO C)
      *          E GUIALOTE.TXT (MODO L) PELA ROTINA IMPRESSAO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Lancamento gravado com a unidade da sessao
      *                    (TX-UNIDADE, rotina UNIDADE-ATIVA); sessao
      *                    consolidada grava em branco (sede)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLINICA-COBRANCA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESO-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
           SELECT PACIENTES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAC-STATUS.
           SELECT CONVENIOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONV-STATUS.
           SELECT CLIN-PRECOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRECO-STATUS.
           SELECT GRUPOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GRUPO-STATUS.
           SELECT GRUPO-MEMBROS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MEMBRO-STATUS.
           SELECT CLIN-COBRANCAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COBR-STATUS.
           SELECT TRANSACOES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.
           SELECT LOTE-GUIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOTE-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PESO-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PESOHIST.TXT'.
       COPY PESOHIST.CPY.

       FD PACIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PACIENTES.TXT'.
       COPY PACIENTE.CPY.

       FD CONVENIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONVENIOS.TXT'.
       COPY CONVENIO.CPY.

       FD CLIN-PRECOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CLINPRECO.TXT'.
       COPY CLINPREC.CPY.

       FD GRUPOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'GRUPOS.TXT'.
       COPY GRUPOPRG.CPY.

       FD GRUPO-MEMBROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'GRUPOMEM.TXT'.
       COPY GRUPOMEM.CPY.

       FD CLIN-COBRANCAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CLINCOBR.TXT'.
       COPY CLINCOBR.CPY.

       FD TRANSACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TRANSACOES.TXT'.
       COPY TRANSACAO.CPY.

       FD LOTE-GUIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-LOTE-NOME.
       01 LOTE-GUIAS-REG               PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-PAC-STATUS                PIC X(02) VALUE '00'.
       01 WS-CONV-STATUS               PIC X(02) VALUE '00'.
       01 WS-PRECO-STATUS              PIC X(02) VALUE '00'.
       01 WS-GRUPO-STATUS              PIC X(02) VALUE '00'.
       01 WS-MEMBRO-STATUS             PIC X(02) VALUE '00'.
       01 WS-COBR-STATUS               PIC X(02) VALUE '00'.
       01 WS-TRANS-STATUS              PIC X(02) VALUE '00'.
       01 WS-LOTE-STATUS               PIC X(02) VALUE '00'.
       01 WS-LOTE-NOME                 PIC X(15) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM         VALUE 'S'.
           02 WS-FIM-PAC            PIC X(01) VALUE 'N'.
               88 WS-FIM-PAC-SIM          VALUE 'S'.
           02 WS-FIM-CONV           PIC X(01) VALUE 'N'.
               88 WS-FIM-CONV-SIM         VALUE 'S'.
           02 WS-FIM-PRECO          PIC X(01) VALUE 'N'.
               88 WS-FIM-PRECO-SIM        VALUE 'S'.
           02 WS-FIM-GRUPO          PIC X(01) VALUE 'N'.
               88 WS-FIM-GRUPO-SIM        VALUE 'S'.
           02 WS-FIM-MEMBRO         PIC X(01) VALUE 'N'.
               88 WS-FIM-MEMBRO-SIM       VALUE 'S'.
           02 WS-FIM-COBR           PIC X(01) VALUE 'N'.
               88 WS-FIM-COBR-SIM         VALUE 'S'.
           02 WS-JA-COBRADO         PIC X(01) VALUE 'N'.
               88 WS-JA-COBRADO-SIM       VALUE 'S'.
           02 WS-EM-GRUPO           PIC X(01) VALUE 'N'.
               88 WS-EM-GRUPO-SIM         VALUE 'S'.
           02 WS-COM-RETORNO        PIC X(01) VALUE 'N'.
               88 WS-COM-RETORNO-SIM      VALUE 'S'.
       01 WS-MODO                      PIC X(01) VALUE SPACE.
           88 WS-MODO-VALIDO                  VALUE 'C' 'L'.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
       01 WS-HOJE-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-COMPETENCIA-TXT           PIC X(06) VALUE SPACES.
       01 WS-COMPETENCIA               PIC 9(06) VALUE ZERO.
       01 WS-ANOMES-CHECKIN            PIC 9(06) VALUE ZERO.
      *-----------------------------------------------------------------
      * DATA DO CHECK-IN (ROTINA DATA-VALIDA)
      *-----------------------------------------------------------------
       01 WS-DATA-ENTRADA              PIC X(10) VALUE SPACES.
       01 WS-DATA-OK                   PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO               PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-DATA-INT                  PIC 9(08) VALUE ZERO.
      *-----------------------------------------------------------------
      * PACIENTES, COM O PRIMEIRO CHECK-IN DE CADA UM NO HISTORICO
      *-----------------------------------------------------------------
       01 WS-TAB-PAC-LIMITE            PIC 9(04) VALUE 1000.
       01 WS-QTD-PACIENTES             PIC 9(04) VALUE ZERO.
       01 WS-TABELA-PAC.
           02 WS-PA-ENTRADA OCCURS 1000 TIMES.
               03 WS-PA-ID             PIC X(05).
               03 WS-PA-NOME           PIC X(30).
               03 WS-PA-PAGADOR        PIC X(01).
               03 WS-PA-CONVENIO       PIC X(05).
               03 WS-PA-CARTEIRA       PIC X(20).
               03 WS-PA-PRIMEIRO       PIC 9(08).
               03 WS-PA-PRIMEIRO-EXEC  PIC 9(06).
       01 WS-PA-I                      PIC 9(04) VALUE ZERO.
       01 WS-PA-ACHOU-I                PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * CONVENIOS
      *-----------------------------------------------------------------
       01 WS-TAB-CONV-LIMITE           PIC 9(03) VALUE 100.
       01 WS-QTD-CONVENIOS             PIC 9(03) VALUE ZERO.
       01 WS-TABELA-CONV.
           02 WS-CV-ENTRADA OCCURS 100 TIMES.
               03 WS-CV-CODIGO         PIC X(05).
               03 WS-CV-NOME           PIC X(30).
               03 WS-CV-REGISTRO-ANS   PIC 9(06).
               03 WS-CV-PRESTADOR      PIC X(14).
               03 WS-CV-ATIVO          PIC X(01).
               03 WS-CV-QTD-GUIAS      PIC 9(06).
               03 WS-CV-VALOR-GUIAS    PIC 9(11)V99.
       01 WS-CV-I                      PIC 9(03) VALUE ZERO.
       01 WS-CV-ACHOU-I                PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * PRECOS DA CLINICA
      *-----------------------------------------------------------------
       01 WS-TAB-PRECO-LIMITE          PIC 9(03) VALUE 300.
       01 WS-QTD-PRECOS                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-PRECOS.
           02 WS-CP-ENTRADA OCCURS 300 TIMES.
               03 WS-CP-SERVICO        PIC X(01).
               03 WS-CP-CONVENIO       PIC X(05).
               03 WS-CP-INICIO         PIC 9(06).
               03 WS-CP-VALOR          PIC 9(07)V99.
               03 WS-CP-CONTA          PIC X(10).
               03 WS-CP-PROCEDIMENTO   PIC X(10).
       01 WS-CP-I                      PIC 9(03) VALUE ZERO.
       01 WS-CP-ACHOU-I                PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * PERIODO DE CADA PACIENTE EM PROGRAMA DE GRUPO
      *-----------------------------------------------------------------
       01 WS-TAB-GRUPO-LIMITE          PIC 9(03) VALUE 100.
       01 WS-QTD-GRUPOS                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-GRUPOS.
           02 WS-GR-ENTRADA OCCURS 100 TIMES.
               03 WS-GR-CODIGO         PIC X(05).
               03 WS-GR-INICIO         PIC 9(08).
               03 WS-GR-FIM            PIC 9(08).
       01 WS-GR-I                      PIC 9(03) VALUE ZERO.
       01 WS-TAB-MEMBRO-LIMITE         PIC 9(04) VALUE 2000.
       01 WS-QTD-MEMBROS               PIC 9(04) VALUE ZERO.
       01 WS-TABELA-MEMBROS.
           02 WS-MB-ENTRADA OCCURS 2000 TIMES.
               03 WS-MB-PACIENTE       PIC X(05).
               03 WS-MB-INICIO         PIC 9(08).
               03 WS-MB-FIM            PIC 9(08).
       01 WS-MB-I                      PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * COBRANCAS JA GRAVADAS (CLINCOBR.TXT)
      *-----------------------------------------------------------------
       01 WS-TAB-COBR-LIMITE           PIC 9(04) VALUE 5000.
       01 WS-QTD-COBR                  PIC 9(04) VALUE ZERO.
       01 WS-TABELA-COBR.
           02 WS-CB-REGISTRO PIC X(175) OCCURS 5000 TIMES.
       01 WS-CB-I                      PIC 9(04) VALUE ZERO.
       01 WS-ULTIMO-NUMERO             PIC 9(06) VALUE ZERO.
      *-----------------------------------------------------------------
      * CREDITOS PARTICULARES DA RODADA, POR CONTA E DATA
      *-----------------------------------------------------------------
       01 WS-TAB-LANC-LIMITE           PIC 9(03) VALUE 500.
       01 WS-QTD-LANC                  PIC 9(03) VALUE ZERO.
       01 WS-TABELA-LANC.
           02 WS-LP-ENTRADA OCCURS 500 TIMES.
               03 WS-LP-CONTA          PIC X(10).
               03 WS-LP-DATA           PIC X(10).
               03 WS-LP-VALOR          PIC 9(07)V99.
       01 WS-LP-I                      PIC 9(03) VALUE ZERO.
       01 WS-LP-ACHOU-I                PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * CHECK-IN CORRENTE E TOTAIS
      *-----------------------------------------------------------------
       01 WS-SERVICO                   PIC X(01) VALUE SPACE.
       01 WS-SERVICO-TXT               PIC X(10) VALUE SPACES.
       01 WS-CONVENIO                  PIC X(05) VALUE SPACES.
       01 WS-MOTIVO                    PIC X(40) VALUE SPACES.
       01 WS-PAGADOR-TXT               PIC X(10) VALUE SPACES.
       01 WS-VALOR-MASK                PIC ZZZ.ZZ9,99.
       01 WS-TOTAL-MASK                PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-QTD-CHECKINS              PIC 9(05) VALUE ZERO.
       01 WS-QTD-JA-COBRADOS           PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-VINCULO           PIC 9(05) VALUE ZERO.
       01 WS-QTD-PARTICULAR            PIC 9(05) VALUE ZERO.
       01 WS-QTD-CONVENIO              PIC 9(05) VALUE ZERO.
       01 WS-QTD-PENDENTES             PIC 9(05) VALUE ZERO.
       01 WS-QTD-LANCAMENTOS           PIC 9(05) VALUE ZERO.
       01 WS-VALOR-PARTICULAR          PIC 9(11)V99 VALUE ZERO.
       01 WS-VALOR-CONVENIO            PIC 9(11)V99 VALUE ZERO.
       01 WS-QTD-GUIAS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-REENVIADAS            PIC 9(05) VALUE ZERO.
       01 WS-QTD-CONVENIOS-LOTE        PIC 9(03) VALUE ZERO.
       01 WS-VALOR-LOTE                PIC 9(11)V99 VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
      * REGISTROS DO LOTE DE GUIAS (LAYOUT DE FATURAMENTO DA OPERADORA)
      *-----------------------------------------------------------------
       01 WS-GUIA-HEADER.
           02 GH-TIPO                  PIC X(01) VALUE '1'.
           02 GH-REGISTRO-ANS          PIC 9(06).
           02 GH-PRESTADOR             PIC X(14).
           02 GH-CONVENIO              PIC X(05).
           02 GH-COMPETENCIA           PIC 9(06).
           02 GH-DATA-GERACAO          PIC 9(08).
           02 FILLER                   PIC X(80) VALUE SPACES.
       01 WS-GUIA-DETALHE.
           02 GD-TIPO                  PIC X(01) VALUE '2'.
           02 GD-GUIA                  PIC 9(06).
           02 GD-CARTEIRA              PIC X(20).
           02 GD-BENEFICIARIO          PIC X(30).
           02 GD-DATA-ATENDIMENTO      PIC 9(08).
           02 GD-PROCEDIMENTO          PIC X(10).
           02 GD-QUANTIDADE            PIC 9(03) VALUE 1.
           02 GD-VALOR                 PIC 9(07)V99.
           02 FILLER                   PIC X(33) VALUE SPACES.
       01 WS-GUIA-TRAILER.
           02 GT-TIPO                  PIC X(01) VALUE '9'.
           02 GT-QTD-GUIAS             PIC 9(06).
           02 GT-VALOR-TOTAL           PIC 9(11)V99.
           02 FILLER                   PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      * ROTINA DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE SPACES.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE SPACES.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
       01 WS-UNIDADE-LANC              PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME              PIC X(40) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'COBRANCA DOS ATENDIMENTOS DA CLINICA'
           DISPLAY '-----------------------------------'

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-LANC
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-LANC = '00'
               MOVE SPACES TO WS-UNIDADE-LANC
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO WS-HOJE-AAAAMMDD

           DISPLAY 'MODO: (C) COBRA OS CHECK-INS  (L) LOTE MENSAL '
                   'DE GUIAS'
           ACCEPT WS-MODO
           IF NOT WS-MODO-VALIDO
               DISPLAY 'MODO INVALIDO'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF

           IF WS-RETORNO-JOB = 0
               IF WS-MODO = 'C'
                   COMPUTE WS-COMPETENCIA =
                           (WS-HOJE-ANO * 100) + WS-HOJE-MES
               ELSE
                   IF WS-HOJE-MES = 1
                       COMPUTE WS-COMPETENCIA =
                               ((WS-HOJE-ANO - 1) * 100) + 12
                   ELSE
                       COMPUTE WS-COMPETENCIA =
                               (WS-HOJE-ANO * 100) + WS-HOJE-MES - 1
                   END-IF
               END-IF
               DISPLAY 'COMPETENCIA (AAAAMM, EM BRANCO = '
                       WS-COMPETENCIA '): '
               MOVE SPACES TO WS-COMPETENCIA-TXT
               ACCEPT WS-COMPETENCIA-TXT
               IF WS-COMPETENCIA-TXT NOT = SPACES
                   IF WS-COMPETENCIA-TXT NUMERIC AND
                      WS-COMPETENCIA-TXT(5:2) >= '01' AND
                      WS-COMPETENCIA-TXT(5:2) <= '12'
                       MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
                   ELSE
                       DISPLAY 'COMPETENCIA INVALIDA'
                       MOVE 8 TO WS-RETORNO-JOB
                   END-IF
               END-IF
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-CONVENIOS
               PERFORM CARREGA-COBRANCAS
           END-IF
           EXIT.
       FIM-INICIO.

       CARREGA-CONVENIOS.
           OPEN INPUT CONVENIOS
           IF WS-CONV-STATUS = '00'
               PERFORM LER-CONVENIOS
               PERFORM UNTIL WS-FIM-CONV-SIM
                   IF WS-QTD-CONVENIOS < WS-TAB-CONV-LIMITE
                       ADD 1 TO WS-QTD-CONVENIOS
                       MOVE CV-CODIGO
                            TO WS-CV-CODIGO(WS-QTD-CONVENIOS)
                       MOVE CV-NOME
                            TO WS-CV-NOME(WS-QTD-CONVENIOS)
                       IF CV-REGISTRO-ANS NUMERIC
                           MOVE CV-REGISTRO-ANS
                                TO WS-CV-REGISTRO-ANS(WS-QTD-CONVENIOS)
                       ELSE
                           MOVE ZERO
                                TO WS-CV-REGISTRO-ANS(WS-QTD-CONVENIOS)
                       END-IF
                       MOVE CV-PRESTADOR
                            TO WS-CV-PRESTADOR(WS-QTD-CONVENIOS)
                       MOVE CV-ATIVO
                            TO WS-CV-ATIVO(WS-QTD-CONVENIOS)
                       MOVE ZERO
                            TO WS-CV-QTD-GUIAS(WS-QTD-CONVENIOS)
                       MOVE ZERO
                            TO WS-CV-VALOR-GUIAS(WS-QTD-CONVENIOS)
                   ELSE
                       DISPLAY 'AVISO: TABELA DE CONVENIOS CHEIA ('
                               WS-TAB-CONV-LIMITE ')'
                       SET WS-FIM-CONV-SIM TO TRUE
                   END-IF
                   PERFORM LER-CONVENIOS
               END-PERFORM
               CLOSE CONVENIOS
           END-IF
           EXIT.
       FIM-CARREGA-CONVENIOS.

       LER-CONVENIOS.
           READ CONVENIOS
               AT END
                   SET WS-FIM-CONV-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CONVENIOS.

       CARREGA-COBRANCAS.
           OPEN INPUT CLIN-COBRANCAS
           IF WS-COBR-STATUS = '00'
               PERFORM LER-COBRANCA
               PERFORM UNTIL WS-FIM-COBR-SIM
                   IF WS-QTD-COBR < WS-TAB-COBR-LIMITE
                       ADD 1 TO WS-QTD-COBR
                       MOVE CLIN-COBRANCA-REG
                            TO WS-CB-REGISTRO(WS-QTD-COBR)
                       IF CC-NUMERO NUMERIC AND
                          CC-NUMERO > WS-ULTIMO-NUMERO
                           MOVE CC-NUMERO TO WS-ULTIMO-NUMERO
                       END-IF
                   ELSE
                       DISPLAY 'SESSAO ABORTADA - CLINCOBR.TXT EXCEDE '
                               WS-TAB-COBR-LIMITE ' COBRANCAS: A '
                               'REGRAVACAO TRUNCARIA O ARQUIVO'
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-COBR-SIM TO TRUE
                   END-IF
                   PERFORM LER-COBRANCA
               END-PERFORM
               CLOSE CLIN-COBRANCAS
           END-IF
           EXIT.
       FIM-CARREGA-COBRANCAS.

       LER-COBRANCA.
           READ CLIN-COBRANCAS
               AT END
                   SET WS-FIM-COBR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-COBRANCA.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               IF WS-MODO = 'C'
                   PERFORM COBRA-CHECKINS
               ELSE
                   PERFORM GERA-LOTE-GUIAS
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * MODO C: UMA COBRANCA POR CHECK-IN DA COMPETENCIA
      *-----------------------------------------------------------------
       COBRA-CHECKINS.
           PERFORM CARREGA-PACIENTES
           PERFORM CARREGA-PRECOS
           PERFORM CARREGA-GRUPOS

           IF WS-QTD-PRECOS = 0
               DISPLAY 'CLINPRECO.TXT NAO ENCONTRADO OU VAZIO - '
                       'CADASTRE OS PRECOS NO CADASTRO-CONVENIO'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF

           IF WS-RETORNO-JOB = 0
               OPEN INPUT PESO-HIST
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'PESOHIST.TXT NAO ENCONTRADO - NENHUM '
                           'CHECK-IN A COBRAR'
                   MOVE 4 TO WS-RETORNO-JOB
               ELSE
                   PERFORM MARCA-PRIMEIRO-CHECKIN
                   CLOSE PESO-HIST
               END-IF
           END-IF

           IF WS-RETORNO-JOB = 0
               MOVE 'CLINCOBREL.TXT' TO WS-IMP-ARQUIVO
               MOVE SPACES TO WS-IMP-TITULO
               STRING 'COBRANCA DOS ATENDIMENTOS DA CLINICA - '
                      'COMPETENCIA ' WS-COMPETENCIA
                      DELIMITED BY SIZE
                      INTO WS-IMP-TITULO
               END-STRING
               MOVE SPACES TO WS-IMP-CABECALHO
               STRING 'COBR.  PAC.  NOME                           '
                      'DATA       SERVICO    PAGADOR         VALOR'
                      DELIMITED BY SIZE
                      INTO WS-IMP-CABECALHO
               END-STRING
               MOVE 'I' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               OPEN EXTEND CLIN-COBRANCAS
               IF WS-COBR-STATUS = '35'
                   OPEN OUTPUT CLIN-COBRANCAS
               END-IF

               MOVE 'N' TO WS-FIM-HIST
               OPEN INPUT PESO-HIST
               PERFORM LER-HISTORICO
               PERFORM UNTIL WS-FIM-HIST-SIM
                   PERFORM AVALIA-CHECKIN
                   PERFORM LER-HISTORICO
               END-PERFORM
               CLOSE PESO-HIST
               CLOSE CLIN-COBRANCAS

               PERFORM LANCA-PARTICULARES

               MOVE WS-VALOR-PARTICULAR TO WS-TOTAL-MASK
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'PARTICULAR: ' WS-QTD-PARTICULAR
                      ' COBRANCA(S) ' WS-TOTAL-MASK
                      ' EM ' WS-QTD-LANCAMENTOS
                      ' LANCAMENTO(S) NO TRANSACOES.TXT'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               MOVE WS-VALOR-CONVENIO TO WS-TOTAL-MASK
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'CONVENIO  : ' WS-QTD-CONVENIO
                      ' COBRANCA(S) ' WS-TOTAL-MASK
                      ' AGUARDANDO O LOTE DE GUIAS'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'NAO COBRADOS (PENDENCIA): ' WS-QTD-PENDENTES
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               MOVE 'E' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               IF WS-QTD-PENDENTES > 0
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           EXIT.
       FIM-COBRA-CHECKINS.

       CARREGA-PACIENTES.
           OPEN INPUT PACIENTES
           IF WS-PAC-STATUS = '00'
               PERFORM LER-PACIENTES
               PERFORM UNTIL WS-FIM-PAC-SIM
                   IF WS-QTD-PACIENTES < WS-TAB-PAC-LIMITE
                       ADD 1 TO WS-QTD-PACIENTES
                       MOVE PAC-ID   TO WS-PA-ID(WS-QTD-PACIENTES)
                       MOVE PAC-NOME TO WS-PA-NOME(WS-QTD-PACIENTES)
                       IF PAC-PAGADOR-CONVENIO
                           MOVE 'C'
                                TO WS-PA-PAGADOR(WS-QTD-PACIENTES)
                       ELSE
                           MOVE 'P'
                                TO WS-PA-PAGADOR(WS-QTD-PACIENTES)
                       END-IF
                       MOVE PAC-CONVENIO
                            TO WS-PA-CONVENIO(WS-QTD-PACIENTES)
                       MOVE PAC-CARTEIRA
                            TO WS-PA-CARTEIRA(WS-QTD-PACIENTES)
                       MOVE ZERO
                            TO WS-PA-PRIMEIRO(WS-QTD-PACIENTES)
                       MOVE ZERO
                            TO WS-PA-PRIMEIRO-EXEC(WS-QTD-PACIENTES)
                   ELSE
                       DISPLAY 'AVISO: TABELA DE PACIENTES CHEIA ('
                               WS-TAB-PAC-LIMITE ')'
                       SET WS-FIM-PAC-SIM TO TRUE
                   END-IF
                   PERFORM LER-PACIENTES
               END-PERFORM
               CLOSE PACIENTES
           ELSE
               DISPLAY 'AVISO: PACIENTES.TXT NAO ENCONTRADO - '
                       'NENHUM CHECK-IN TERA PAGADOR'
           END-IF
           EXIT.
       FIM-CARREGA-PACIENTES.

       LER-PACIENTES.
           READ PACIENTES
               AT END
                   SET WS-FIM-PAC-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PACIENTES.

       CARREGA-PRECOS.
           OPEN INPUT CLIN-PRECOS
           IF WS-PRECO-STATUS = '00'
               PERFORM LER-PRECOS
               PERFORM UNTIL WS-FIM-PRECO-SIM
                   IF WS-QTD-PRECOS < WS-TAB-PRECO-LIMITE
                       ADD 1 TO WS-QTD-PRECOS
                       MOVE CP-SERVICO
                            TO WS-CP-SERVICO(WS-QTD-PRECOS)
                       MOVE CP-CONVENIO
                            TO WS-CP-CONVENIO(WS-QTD-PRECOS)
                       MOVE CP-ANOMES-INICIO
                            TO WS-CP-INICIO(WS-QTD-PRECOS)
                       MOVE CP-VALOR
                            TO WS-CP-VALOR(WS-QTD-PRECOS)
                       MOVE CP-CONTA
                            TO WS-CP-CONTA(WS-QTD-PRECOS)
                       MOVE CP-PROCEDIMENTO
                            TO WS-CP-PROCEDIMENTO(WS-QTD-PRECOS)
                   ELSE
                       DISPLAY 'AVISO: TABELA DE PRECOS CHEIA ('
                               WS-TAB-PRECO-LIMITE ')'
                       SET WS-FIM-PRECO-SIM TO TRUE
                   END-IF
                   PERFORM LER-PRECOS
               END-PERFORM
               CLOSE CLIN-PRECOS
           END-IF
           EXIT.
       FIM-CARREGA-PRECOS.

       LER-PRECOS.
           READ CLIN-PRECOS
               AT END
                   SET WS-FIM-PRECO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PRECOS.

      *-----------------------------------------------------------------
      * PROGRAMAS EM GRUPO: DA DATA DE INICIO ATE O FIM DAS SEMANAS DE
      * DURACAO; CADA MEMBRO HERDA O PERIODO DO SEU GRUPO
      *-----------------------------------------------------------------
       CARREGA-GRUPOS.
           OPEN INPUT GRUPOS
           IF WS-GRUPO-STATUS = '00'
               PERFORM LER-GRUPOS
               PERFORM UNTIL WS-FIM-GRUPO-SIM
                   MOVE GP-DATA-INICIO TO WS-DATA-ENTRADA
                   PERFORM CONVERTE-DATA
                   IF WS-DATA-OK = 'S' AND
                      GP-DURACAO-SEMANAS NUMERIC AND
                      WS-QTD-GRUPOS < WS-TAB-GRUPO-LIMITE
                       ADD 1 TO WS-QTD-GRUPOS
                       MOVE GP-CODIGO TO WS-GR-CODIGO(WS-QTD-GRUPOS)
                       MOVE WS-DATA-INT
                            TO WS-GR-INICIO(WS-QTD-GRUPOS)
                       COMPUTE WS-GR-FIM(WS-QTD-GRUPOS) =
                               WS-DATA-INT +
                               (GP-DURACAO-SEMANAS * 7) - 1
                   END-IF
                   PERFORM LER-GRUPOS
               END-PERFORM
               CLOSE GRUPOS
           END-IF

           OPEN INPUT GRUPO-MEMBROS
           IF WS-MEMBRO-STATUS = '00'
               PERFORM LER-MEMBROS
               PERFORM UNTIL WS-FIM-MEMBRO-SIM
                   PERFORM VARYING WS-GR-I FROM 1 BY 1
                           UNTIL WS-GR-I > WS-QTD-GRUPOS
                       IF WS-GR-CODIGO(WS-GR-I) = GM-GRUPO AND
                          WS-QTD-MEMBROS < WS-TAB-MEMBRO-LIMITE
                           ADD 1 TO WS-QTD-MEMBROS
                           MOVE GM-PACIENTE
                                TO WS-MB-PACIENTE(WS-QTD-MEMBROS)
                           MOVE WS-GR-INICIO(WS-GR-I)
                                TO WS-MB-INICIO(WS-QTD-MEMBROS)
                           MOVE WS-GR-FIM(WS-GR-I)
                                TO WS-MB-FIM(WS-QTD-MEMBROS)
                       END-IF
                   END-PERFORM
                   PERFORM LER-MEMBROS
               END-PERFORM
               CLOSE GRUPO-MEMBROS
           END-IF
           EXIT.
       FIM-CARREGA-GRUPOS.

       LER-GRUPOS.
           READ GRUPOS
               AT END
                   SET WS-FIM-GRUPO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-GRUPOS.

       LER-MEMBROS.
           READ GRUPO-MEMBROS
               AT END
                   SET WS-FIM-MEMBRO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MEMBROS.

       CONVERTE-DATA.
           MOVE ZERO TO WS-DATA-INT
           CALL 'DATA-VALIDA' USING WS-DATA-ENTRADA
                                    WS-DATA-OK
                                    WS-DATA-MOTIVO
                                    WS-DATA-AAAAMMDD
           END-CALL
           IF WS-DATA-OK = 'S'
               COMPUTE WS-DATA-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
           END-IF
           EXIT.
       FIM-CONVERTE-DATA.

      *-----------------------------------------------------------------
      * PRIMEIRA PASSADA NO HISTORICO: O CHECK-IN MAIS ANTIGO DE CADA
      * PACIENTE E A AVALIACAO
      *-----------------------------------------------------------------
       MARCA-PRIMEIRO-CHECKIN.
           PERFORM LER-HISTORICO
           PERFORM UNTIL WS-FIM-HIST-SIM
               IF PH-PACIENTE NOT = SPACES
                   PERFORM LOCALIZA-PACIENTE
                   IF WS-PA-ACHOU-I > 0
                       MOVE PH-DATA TO WS-DATA-ENTRADA
                       PERFORM CONVERTE-DATA
                       IF WS-DATA-OK = 'S'
                           IF WS-PA-PRIMEIRO(WS-PA-ACHOU-I) = ZERO OR
                              WS-DATA-AAAAMMDD <
                              WS-PA-PRIMEIRO(WS-PA-ACHOU-I)
                               MOVE WS-DATA-AAAAMMDD
                                 TO WS-PA-PRIMEIRO(WS-PA-ACHOU-I)
                               MOVE PH-EXEC
                                 TO WS-PA-PRIMEIRO-EXEC(WS-PA-ACHOU-I)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM LER-HISTORICO
           END-PERFORM
           EXIT.
       FIM-MARCA-PRIMEIRO-CHECKIN.

       LER-HISTORICO.
           READ PESO-HIST
               AT END
                   SET WS-FIM-HIST-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-HISTORICO.

       LOCALIZA-PACIENTE.
           MOVE ZERO TO WS-PA-ACHOU-I
           PERFORM VARYING WS-PA-I FROM 1 BY 1
                   UNTIL WS-PA-I > WS-QTD-PACIENTES
                      OR WS-PA-ACHOU-I > 0
               IF WS-PA-ID(WS-PA-I) = PH-PACIENTE
                   MOVE WS-PA-I TO WS-PA-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-PACIENTE.

       AVALIA-CHECKIN.
           MOVE ZERO TO WS-ANOMES-CHECKIN
           IF PH-DATA(7:4) NUMERIC AND PH-DATA(4:2) NUMERIC
               MOVE PH-DATA(7:4) TO WS-ANOMES-CHECKIN(1:4)
               MOVE PH-DATA(4:2) TO WS-ANOMES-CHECKIN(5:2)
           END-IF

           IF WS-ANOMES-CHECKIN = WS-COMPETENCIA
               ADD 1 TO WS-QTD-CHECKINS
               PERFORM CONFERE-JA-COBRADO
               EVALUATE TRUE
                   WHEN WS-JA-COBRADO-SIM
                       ADD 1 TO WS-QTD-JA-COBRADOS
                   WHEN PH-PACIENTE = SPACES
                       ADD 1 TO WS-QTD-SEM-VINCULO
                       MOVE 'CHECK-IN SEM PACIENTE VINCULADO'
                            TO WS-MOTIVO
                       PERFORM LISTA-PENDENCIA
                   WHEN OTHER
                       PERFORM COBRA-CHECKIN
               END-EVALUATE
           END-IF
           EXIT.
       FIM-AVALIA-CHECKIN.

       CONFERE-JA-COBRADO.
           MOVE 'N' TO WS-JA-COBRADO
           PERFORM VARYING WS-CB-I FROM 1 BY 1
                   UNTIL WS-CB-I > WS-QTD-COBR
                      OR WS-JA-COBRADO-SIM
               MOVE WS-CB-REGISTRO(WS-CB-I) TO CLIN-COBRANCA-REG
               IF CC-PACIENTE = PH-PACIENTE AND
                  CC-DATA = PH-DATA AND
                  CC-EXEC = PH-EXEC
                   SET WS-JA-COBRADO-SIM TO TRUE
               END-IF
           END-PERFORM
           EXIT.
       FIM-CONFERE-JA-COBRADO.

       COBRA-CHECKIN.
           MOVE SPACES TO WS-MOTIVO
           PERFORM LOCALIZA-PACIENTE
           IF WS-PA-ACHOU-I = 0
               MOVE 'PACIENTE FORA DO PACIENTES.TXT' TO WS-MOTIVO
           ELSE
               PERFORM DEFINE-SERVICO
               MOVE SPACES TO WS-CONVENIO
               IF WS-PA-PAGADOR(WS-PA-ACHOU-I) = 'C'
                   MOVE WS-PA-CONVENIO(WS-PA-ACHOU-I) TO WS-CONVENIO
                   MOVE ZERO TO WS-CV-ACHOU-I
                   PERFORM VARYING WS-CV-I FROM 1 BY 1
                           UNTIL WS-CV-I > WS-QTD-CONVENIOS
                              OR WS-CV-ACHOU-I > 0
                       IF WS-CV-CODIGO(WS-CV-I) = WS-CONVENIO
                           MOVE WS-CV-I TO WS-CV-ACHOU-I
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-CV-ACHOU-I = 0
                           MOVE 'CONVENIO DO PACIENTE NAO CADASTRADO'
                                TO WS-MOTIVO
                       WHEN WS-CV-ATIVO(WS-CV-ACHOU-I) = 'N'
                           MOVE 'CONVENIO DO PACIENTE INATIVO'
                                TO WS-MOTIVO
                       WHEN WS-PA-CARTEIRA(WS-PA-ACHOU-I) = SPACES
                           MOVE 'PACIENTE DE CONVENIO SEM CARTEIRINHA'
                                TO WS-MOTIVO
                   END-EVALUATE
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM LOCALIZA-PRECO
                   IF WS-CP-ACHOU-I = 0
                       STRING 'SEM PRECO DE ' WS-SERVICO-TXT
                              ' PARA O PAGADOR'
                              DELIMITED BY SIZE
                              INTO WS-MOTIVO
                       END-STRING
                   END-IF
               END-IF
           END-IF

           IF WS-MOTIVO NOT = SPACES
               PERFORM LISTA-PENDENCIA
           ELSE
               PERFORM GRAVA-COBRANCA
           END-IF
           EXIT.
       FIM-COBRA-CHECKIN.

       DEFINE-SERVICO.
           MOVE PH-DATA TO WS-DATA-ENTRADA
           PERFORM CONVERTE-DATA

           MOVE 'N' TO WS-EM-GRUPO
           IF WS-DATA-OK = 'S'
               PERFORM VARYING WS-MB-I FROM 1 BY 1
                       UNTIL WS-MB-I > WS-QTD-MEMBROS
                          OR WS-EM-GRUPO-SIM
                   IF WS-MB-PACIENTE(WS-MB-I) = PH-PACIENTE AND
                      WS-DATA-INT >= WS-MB-INICIO(WS-MB-I) AND
                      WS-DATA-INT <= WS-MB-FIM(WS-MB-I)
                       SET WS-EM-GRUPO-SIM TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN WS-EM-GRUPO-SIM
                   MOVE 'G' TO WS-SERVICO
                   MOVE 'GRUPO' TO WS-SERVICO-TXT
               WHEN WS-DATA-OK = 'S' AND
                    WS-DATA-AAAAMMDD = WS-PA-PRIMEIRO(WS-PA-ACHOU-I)
                    AND PH-EXEC = WS-PA-PRIMEIRO-EXEC(WS-PA-ACHOU-I)
                   MOVE 'A' TO WS-SERVICO
                   MOVE 'AVALIACAO' TO WS-SERVICO-TXT
               WHEN OTHER
                   MOVE 'C' TO WS-SERVICO
                   MOVE 'CONSULTA' TO WS-SERVICO-TXT
           END-EVALUATE
           EXIT.
       FIM-DEFINE-SERVICO.

      *-----------------------------------------------------------------
      * PRECO DO SERVICO PARA O PAGADOR COM A MAIOR VIGENCIA QUE JA
      * COMECOU NA COMPETENCIA
      *-----------------------------------------------------------------
       LOCALIZA-PRECO.
           MOVE ZERO TO WS-CP-ACHOU-I
           PERFORM VARYING WS-CP-I FROM 1 BY 1
                   UNTIL WS-CP-I > WS-QTD-PRECOS
               IF WS-CP-SERVICO(WS-CP-I)  = WS-SERVICO  AND
                  WS-CP-CONVENIO(WS-CP-I) = WS-CONVENIO AND
                  WS-CP-INICIO(WS-CP-I) <= WS-COMPETENCIA
                   IF WS-CP-ACHOU-I = 0
                       MOVE WS-CP-I TO WS-CP-ACHOU-I
                   ELSE
                       IF WS-CP-INICIO(WS-CP-I) >
                          WS-CP-INICIO(WS-CP-ACHOU-I)
                           MOVE WS-CP-I TO WS-CP-ACHOU-I
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-PRECO.

       GRAVA-COBRANCA.
           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE SPACES TO CLIN-COBRANCA-REG
           MOVE WS-ULTIMO-NUMERO              TO CC-NUMERO
           MOVE PH-PACIENTE                   TO CC-PACIENTE
           MOVE WS-PA-NOME(WS-PA-ACHOU-I)     TO CC-NOME
           MOVE PH-DATA                       TO CC-DATA
           MOVE PH-EXEC                       TO CC-EXEC
           MOVE WS-SERVICO                    TO CC-SERVICO
           MOVE WS-PA-PAGADOR(WS-PA-ACHOU-I)  TO CC-PAGADOR
           MOVE WS-CONVENIO                   TO CC-CONVENIO
           MOVE WS-CP-PROCEDIMENTO(WS-CP-ACHOU-I) TO CC-PROCEDIMENTO
           MOVE WS-CP-CONTA(WS-CP-ACHOU-I)    TO CC-CONTA
           MOVE WS-CP-VALOR(WS-CP-ACHOU-I)    TO CC-VALOR
           MOVE WS-COMPETENCIA                TO CC-COMPETENCIA
           MOVE ZERO                          TO CC-LOTE
           MOVE ZERO                          TO CC-VALOR-PAGO
           IF CC-PAGADOR-CONVENIO
               MOVE WS-PA-CARTEIRA(WS-PA-ACHOU-I) TO CC-CARTEIRA
               MOVE 'A' TO CC-SITUACAO
               MOVE SPACES TO WS-PAGADOR-TXT
               STRING 'CONV ' WS-CONVENIO
                      DELIMITED BY SIZE
                      INTO WS-PAGADOR-TXT
               END-STRING
               ADD 1 TO WS-QTD-CONVENIO
               ADD CC-VALOR TO WS-VALOR-CONVENIO
           ELSE
               MOVE 'L' TO CC-SITUACAO
               MOVE 'PARTICULAR' TO WS-PAGADOR-TXT
               ADD 1 TO WS-QTD-PARTICULAR
               ADD CC-VALOR TO WS-VALOR-PARTICULAR
               PERFORM ACUMULA-PARTICULAR
           END-IF
           WRITE CLIN-COBRANCA-REG

           IF WS-QTD-COBR < WS-TAB-COBR-LIMITE
               ADD 1 TO WS-QTD-COBR
               MOVE CLIN-COBRANCA-REG TO WS-CB-REGISTRO(WS-QTD-COBR)
           END-IF

           MOVE CC-VALOR TO WS-VALOR-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING CC-NUMERO ' ' CC-PACIENTE ' ' CC-NOME ' '
                  CC-DATA ' ' WS-SERVICO-TXT ' ' WS-PAGADOR-TXT
                  ' ' WS-VALOR-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-COBRANCA.

       ACUMULA-PARTICULAR.
           MOVE ZERO TO WS-LP-ACHOU-I
           PERFORM VARYING WS-LP-I FROM 1 BY 1
                   UNTIL WS-LP-I > WS-QTD-LANC
                      OR WS-LP-ACHOU-I > 0
               IF WS-LP-CONTA(WS-LP-I) = CC-CONTA AND
                  WS-LP-DATA(WS-LP-I) = CC-DATA
                   MOVE WS-LP-I TO WS-LP-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-LP-ACHOU-I = 0
               IF WS-QTD-LANC < WS-TAB-LANC-LIMITE
                   ADD 1 TO WS-QTD-LANC
                   MOVE WS-QTD-LANC TO WS-LP-ACHOU-I
                   MOVE CC-CONTA TO WS-LP-CONTA(WS-LP-ACHOU-I)
                   MOVE CC-DATA  TO WS-LP-DATA(WS-LP-ACHOU-I)
                   MOVE ZERO     TO WS-LP-VALOR(WS-LP-ACHOU-I)
               ELSE
                   DISPLAY 'AVISO: TABELA DE LANCAMENTOS CHEIA - '
                           'COBRANCA ' CC-NUMERO ' FICA SEM '
                           'LANCAMENTO NO TRANSACOES.TXT'
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           IF WS-LP-ACHOU-I > 0
               ADD CC-VALOR TO WS-LP-VALOR(WS-LP-ACHOU-I)
           END-IF
           EXIT.
       FIM-ACUMULA-PARTICULAR.

      *-----------------------------------------------------------------
      * UM CREDITO POR CONTA DA CLINICA E DATA DO ATENDIMENTO NO
      * TRANSACOES.TXT (O TRANS-CRITICA ACUSA DUPLICIDADE DE MESMA
      * CONTA, VALOR E DATA - VARIOS ATENDIMENTOS DE MESMO PRECO NO
      * MESMO DIA VIRARIAM DUPLICADOS)
      *-----------------------------------------------------------------
       LANCA-PARTICULARES.
           IF WS-QTD-LANC > 0
               OPEN EXTEND TRANSACOES
               IF WS-TRANS-STATUS = '35'
                   OPEN OUTPUT TRANSACOES
               END-IF
               PERFORM VARYING WS-LP-I FROM 1 BY 1
                       UNTIL WS-LP-I > WS-QTD-LANC
                   MOVE SPACES TO TRANSACAO-REG
                   MOVE WS-LP-CONTA(WS-LP-I) TO TX-CONTA
                   MOVE WS-LP-VALOR(WS-LP-I) TO TX-VALOR
                   MOVE WS-LP-DATA(WS-LP-I)  TO TX-DATA
                   MOVE 'C'                  TO TX-TIPO
                   MOVE WS-COMPETENCIA       TO TX-COMPETENCIA
                   MOVE WS-UNIDADE-LANC TO TX-UNIDADE
                   WRITE TRANSACAO-REG
                   ADD 1 TO WS-QTD-LANCAMENTOS
               END-PERFORM
               CLOSE TRANSACOES
           END-IF
           EXIT.
       FIM-LANCA-PARTICULARES.

       LISTA-PENDENCIA.
           ADD 1 TO WS-QTD-PENDENTES
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'PEND.  ' PH-PACIENTE ' ' PH-NOME ' ' PH-DATA
                  ' ' WS-MOTIVO
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-LISTA-PENDENCIA.

      *-----------------------------------------------------------------
      * MODO L: LOTE MENSAL DE GUIAS, UM BLOCO POR CONVENIO
      *-----------------------------------------------------------------
       GERA-LOTE-GUIAS.
           MOVE SPACES TO WS-LOTE-NOME
           STRING 'GUIAS' WS-COMPETENCIA '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-LOTE-NOME
           END-STRING

           MOVE 'GUIALOTE.TXT' TO WS-IMP-ARQUIVO
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'LOTE DE GUIAS DOS CONVENIOS - ' WS-LOTE-NOME
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE SPACES TO WS-IMP-CABECALHO
           STRING 'GUIA   PAC.  BENEFICIARIO                   '
                  'ATENDIMENTO PROCED.    CARTEIRA                  '
                  ' VALOR'
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM CONFERE-SEM-CONVENIO

           OPEN OUTPUT LOTE-GUIAS
           PERFORM VARYING WS-CV-I FROM 1 BY 1
                   UNTIL WS-CV-I > WS-QTD-CONVENIOS
               PERFORM GERA-BLOCO-CONVENIO
           END-PERFORM
           CLOSE LOTE-GUIAS

           IF WS-QTD-GUIAS > 0
               PERFORM REGRAVA-COBRANCAS
           END-IF

           IF WS-COM-RETORNO-SIM
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'ATENCAO: HA GUIAS DESTE LOTE COM RETORNO DO '
                      'CONVENIO - O ARQUIVO REFEITO SO TRAZ AS SEM '
                      'RETORNO'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF

           MOVE WS-VALOR-LOTE TO WS-TOTAL-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'CONVENIOS: ' WS-QTD-CONVENIOS-LOTE
                  '  GUIAS: ' WS-QTD-GUIAS
                  '  VALOR: ' WS-TOTAL-MASK
                  '  SEM CONVENIO CADASTRADO: ' WS-QTD-PENDENTES
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           DISPLAY 'LOTE ' WS-LOTE-NOME ' GERADO COM ' WS-QTD-GUIAS
                   ' GUIA(S)'
           IF WS-QTD-PENDENTES > 0
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-GERA-LOTE-GUIAS.

       CONFERE-SEM-CONVENIO.
           PERFORM VARYING WS-CB-I FROM 1 BY 1
                   UNTIL WS-CB-I > WS-QTD-COBR
               MOVE WS-CB-REGISTRO(WS-CB-I) TO CLIN-COBRANCA-REG
               IF CC-SIT-AGUARDA-LOTE AND
                  CC-COMPETENCIA <= WS-COMPETENCIA
                   MOVE ZERO TO WS-CV-ACHOU-I
                   PERFORM VARYING WS-CV-I FROM 1 BY 1
                           UNTIL WS-CV-I > WS-QTD-CONVENIOS
                              OR WS-CV-ACHOU-I > 0
                       IF WS-CV-CODIGO(WS-CV-I) = CC-CONVENIO
                           MOVE WS-CV-I TO WS-CV-ACHOU-I
                       END-IF
                   END-PERFORM
                   IF WS-CV-ACHOU-I = 0
                       ADD 1 TO WS-QTD-PENDENTES
                       MOVE SPACES TO WS-IMP-LINHA
                       STRING CC-NUMERO ' ' CC-PACIENTE ' ' CC-NOME
                              ' ' CC-DATA ' CONVENIO ' CC-CONVENIO
                              ' FORA DO CONVENIOS.TXT'
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
                       MOVE 'D' TO WS-IMP-ACAO
                       PERFORM CHAMA-IMPRESSAO
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-CONFERE-SEM-CONVENIO.

       GERA-BLOCO-CONVENIO.
           MOVE ZERO TO WS-CV-QTD-GUIAS(WS-CV-I)
           MOVE ZERO TO WS-CV-VALOR-GUIAS(WS-CV-I)
           PERFORM VARYING WS-CB-I FROM 1 BY 1
                   UNTIL WS-CB-I > WS-QTD-COBR
               MOVE WS-CB-REGISTRO(WS-CB-I) TO CLIN-COBRANCA-REG
               IF CC-CONVENIO = WS-CV-CODIGO(WS-CV-I) AND
                  CC-PAGADOR-CONVENIO
                   IF CC-LOTE = WS-COMPETENCIA AND
                      (CC-SIT-PAGA OR CC-SIT-GLOSADA)
                       SET WS-COM-RETORNO-SIM TO TRUE
                   END-IF
                   IF (CC-SIT-AGUARDA-LOTE AND
                       CC-COMPETENCIA <= WS-COMPETENCIA) OR
                      (CC-SIT-ENVIADA AND CC-LOTE = WS-COMPETENCIA)
                       IF WS-CV-QTD-GUIAS(WS-CV-I) = 0
                           PERFORM GRAVA-CABECALHO-GUIAS
                       END-IF
                       IF CC-SIT-ENVIADA
                           ADD 1 TO WS-QTD-REENVIADAS
                       END-IF
                       MOVE 'E' TO CC-SITUACAO
                       MOVE WS-COMPETENCIA TO CC-LOTE
                       MOVE CLIN-COBRANCA-REG
                            TO WS-CB-REGISTRO(WS-CB-I)
                       PERFORM GRAVA-GUIA
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CV-QTD-GUIAS(WS-CV-I) > 0
               MOVE WS-CV-QTD-GUIAS(WS-CV-I)   TO GT-QTD-GUIAS
               MOVE WS-CV-VALOR-GUIAS(WS-CV-I) TO GT-VALOR-TOTAL
               WRITE LOTE-GUIAS-REG FROM WS-GUIA-TRAILER
               MOVE WS-CV-VALOR-GUIAS(WS-CV-I) TO WS-TOTAL-MASK
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'CONVENIO ' WS-CV-CODIGO(WS-CV-I) ' '
                      WS-CV-NOME(WS-CV-I) ' - '
                      WS-CV-QTD-GUIAS(WS-CV-I) ' GUIA(S) '
                      WS-TOTAL-MASK
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               MOVE SPACES TO WS-IMP-LINHA
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-GERA-BLOCO-CONVENIO.

       GRAVA-CABECALHO-GUIAS.
           ADD 1 TO WS-QTD-CONVENIOS-LOTE
           MOVE WS-CV-REGISTRO-ANS(WS-CV-I) TO GH-REGISTRO-ANS
           MOVE WS-CV-PRESTADOR(WS-CV-I)    TO GH-PRESTADOR
           MOVE WS-CV-CODIGO(WS-CV-I)       TO GH-CONVENIO
           MOVE WS-COMPETENCIA              TO GH-COMPETENCIA
           MOVE WS-HOJE-AAAAMMDD            TO GH-DATA-GERACAO
           WRITE LOTE-GUIAS-REG FROM WS-GUIA-HEADER
           EXIT.
       FIM-GRAVA-CABECALHO-GUIAS.

       GRAVA-GUIA.
           MOVE CC-NUMERO       TO GD-GUIA
           MOVE CC-CARTEIRA     TO GD-CARTEIRA
           MOVE CC-NOME         TO GD-BENEFICIARIO
           MOVE ZERO            TO GD-DATA-ATENDIMENTO
           IF CC-DATA(1:2) NUMERIC AND
              CC-DATA(4:2) NUMERIC AND
              CC-DATA(7:4) NUMERIC
               MOVE CC-DATA(7:4) TO GD-DATA-ATENDIMENTO(1:4)
               MOVE CC-DATA(4:2) TO GD-DATA-ATENDIMENTO(5:2)
               MOVE CC-DATA(1:2) TO GD-DATA-ATENDIMENTO(7:2)
           END-IF
           MOVE CC-PROCEDIMENTO TO GD-PROCEDIMENTO
           MOVE CC-VALOR        TO GD-VALOR
           WRITE LOTE-GUIAS-REG FROM WS-GUIA-DETALHE

           ADD 1 TO WS-CV-QTD-GUIAS(WS-CV-I)
           ADD CC-VALOR TO WS-CV-VALOR-GUIAS(WS-CV-I)
           ADD 1 TO WS-QTD-GUIAS
           ADD CC-VALOR TO WS-VALOR-LOTE

           MOVE CC-VALOR TO WS-VALOR-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING CC-NUMERO ' ' CC-PACIENTE ' ' CC-NOME ' '
                  CC-DATA '  ' CC-PROCEDIMENTO ' ' CC-CARTEIRA
                  ' ' WS-VALOR-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-GUIA.

       REGRAVA-COBRANCAS.
           OPEN OUTPUT CLIN-COBRANCAS
           PERFORM VARYING WS-CB-I FROM 1 BY 1
                   UNTIL WS-CB-I > WS-QTD-COBR
               MOVE WS-CB-REGISTRO(WS-CB-I) TO CLIN-COBRANCA-REG
               WRITE CLIN-COBRANCA-REG
           END-PERFORM
           CLOSE CLIN-COBRANCAS
           EXIT.
       FIM-REGRAVA-COBRANCAS.

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
           IF WS-MODO = 'C'
               DISPLAY 'CHECK-INS DA COMPETENCIA : ' WS-QTD-CHECKINS
               DISPLAY 'JA COBRADOS              : '
                       WS-QTD-JA-COBRADOS
               DISPLAY 'COBRANCAS PARTICULARES   : '
                       WS-QTD-PARTICULAR
               DISPLAY 'COBRANCAS DE CONVENIO    : ' WS-QTD-CONVENIO
               DISPLAY 'LANCAMENTOS NO TRANSACOES: '
                       WS-QTD-LANCAMENTOS
               DISPLAY 'PENDENCIAS               : ' WS-QTD-PENDENTES
           ELSE
               DISPLAY 'CONVENIOS NO LOTE        : '
                       WS-QTD-CONVENIOS-LOTE
               DISPLAY 'GUIAS NO LOTE            : ' WS-QTD-GUIAS
               DISPLAY 'GUIAS JA ENVIADAS NELE   : '
                       WS-QTD-REENVIADAS
               DISPLAY 'SEM CONVENIO CADASTRADO  : ' WS-QTD-PENDENTES
           END-IF
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM CLINICA-COBRANCA.
