      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: PREVISAO DE RECEBIMENTOS DE MENSALIDADES - O
      *          PROJECAO-FINANCEIRA SO FAZ CRESCIMENTO COMPOSTO DE UM
      *          VALOR DO PROJPAR.TXT; ESTE PASSO MONTA A PREVISAO DE
      *          CAIXA DO TESOUREIRO PARA OS PROXIMOS 12 MESES A
      *          PARTIR DOS MESES EM ABERTO E FUTUROS DO ALOCACAO.TXT
      *          (MENSALIDADE EFETIVA = PRECO DA TURMA NA ROTINA
      *          MENSALIDADE-PRECO MENOS A BOLSA DO BOLSAS.TXT, MESMA
      *          CONTA DA REGUA-COBRANCA), DAS PARCELAS RESTANTES DOS
      *          ACORDOS ATIVOS DO ACORDOS.TXT (OS MESES DO ACORDO
      *          SAEM DA MENSALIDADE) E DO PERFIL HISTORICO DE
      *          ATRASO: DOS MESES JA MADUROS (3 MESES OU MAIS DESDE
      *          O VENCIMENTO, DIA 05) TIRA A PARCELA RECEBIDA EM DIA,
      *          A RECEBIDA COM 0 A 3 OU MAIS MESES DE ATRASO (DATA
      *          DOS PAGAMENTOS COM COMPETENCIA NO TRANSACEITAS.TXT E
      *          NOS MOVFEC<AAAAMM>.TXT DOS MESES FECHADOS) E A NAO
      *          RECEBIDA; O ALUNO COM O ANO TODO NO ALOCACAO.TXT
      *          SEGUE PROJETADO PELA TABELA DE PRECOS NOS MESES DO
      *          ANO SEGUINTE. SAI POR MES O PREVISTO EM DIA, EM
      *          ATRASO E DE PROVAVEL PERDA (FLUXORECEB.TXT, ROTINA
      *          IMPRESSAO), COM O CONFRONTO DA PREVISAO DO MES
      *          ANTERIOR (PREVHIST.TXT) CONTRA O REALIZADO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Movimento fechado com a unidade do lancamento
      *                    (TRANSACAO.CPY, 38 posicoes)
      *   15/10/2026 MC  - Preco da turma procurado na unidade do aluno
      *                    (MT-UNIDADE do MATRICULAS.TXT, em branco ou
      *                    sem o arquivo = sede 01)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISAO-RECEBER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALOCACAO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALOC-STATUS.
           SELECT CONTA-ALUNO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VINCULO-STATUS.
           SELECT BOLSAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BOLSA-STATUS.
           SELECT ACORDOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACORDO-STATUS.
           SELECT TRANSACOES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.
           SELECT FECHA-CTL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-STATUS.
           SELECT MOV-FECHADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MOV-STATUS.
           SELECT PREV-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MATR-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ALOCACAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ALOCACAO.TXT'.
       COPY ALOCACAO.CPY.

       FD CONTA-ALUNO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONTALUNO.TXT'.
       01 CONTA-ALUNO-REG.
           02 CA-CONTA             PIC X(10).
           02 CA-MATRICULA         PIC X(05).
           02 CA-NOME              PIC X(30).
           02 CA-TURMA             PIC X(03).

       FD BOLSAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BOLSAS.TXT'.
       COPY BOLSAS.CPY.

       FD ACORDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ACORDOS.TXT'.
       COPY ACORDO.CPY.

       FD TRANSACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-ENTRADA-NOME.
       COPY TRANSACAO.CPY.

       FD FECHA-CTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'FECHACTL.TXT'.
       01 FECHA-CTL-REG.
           02 FC-ANOMES            PIC 9(06).

       FD MOV-FECHADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-MOV-NOME.
       01 MOV-FECHADO-REG              PIC X(38).

       FD PREV-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PREVHIST.TXT'.
       COPY PREVHIST.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ALOC-STATUS               PIC X(02) VALUE '00'.
       01 WS-VINCULO-STATUS            PIC X(02) VALUE '00'.
       01 WS-BOLSA-STATUS              PIC X(02) VALUE '00'.
       01 WS-ACORDO-STATUS             PIC X(02) VALUE '00'.
       01 WS-TRANS-STATUS              PIC X(02) VALUE '00'.
       01 WS-CTL-STATUS                PIC X(02) VALUE '00'.
       01 WS-MOV-STATUS                PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-MATR-STATUS               PIC X(02) VALUE '00'.
       01 WS-FIM-MATR                  PIC X(01) VALUE 'N'.
           88 WS-FIM-MATR-SIM                 VALUE 'S'.
       01 WS-ENTRADA-NOME              PIC X(16)
                                       VALUE 'TRANSACEITAS.TXT'.
       01 WS-MOV-NOME                  PIC X(16) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-ALOC           PIC X(01) VALUE 'N'.
               88 WS-FIM-ALOC-SIM          VALUE 'S'.
           02 WS-FIM-VINCULO        PIC X(01) VALUE 'N'.
               88 WS-FIM-VINCULO-SIM       VALUE 'S'.
           02 WS-FIM-BOLSA          PIC X(01) VALUE 'N'.
               88 WS-FIM-BOLSA-SIM         VALUE 'S'.
           02 WS-FIM-ACORDO         PIC X(01) VALUE 'N'.
               88 WS-FIM-ACORDO-SIM        VALUE 'S'.
           02 WS-FIM-TRANS          PIC X(01) VALUE 'N'.
               88 WS-FIM-TRANS-SIM         VALUE 'S'.
           02 WS-FIM-CTL            PIC X(01) VALUE 'N'.
               88 WS-FIM-CTL-SIM           VALUE 'S'.
           02 WS-FIM-MOV            PIC X(01) VALUE 'N'.
               88 WS-FIM-MOV-SIM           VALUE 'S'.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM          VALUE 'S'.
           02 WS-TEM-BOLSA          PIC X(01) VALUE 'N'.
               88 WS-TEM-BOLSA-SIM         VALUE 'S'.
           02 WS-NO-ACORDO          PIC X(01) VALUE 'N'.
               88 WS-NO-ACORDO-SIM         VALUE 'S'.
           02 WS-TEM-PREVISTO       PIC X(01) VALUE 'N'.
               88 WS-TEM-PREVISTO-SIM      VALUE 'S'.

      *-----------------------------------------------------------------
      * TABELAS CARREGADAS
      *-----------------------------------------------------------------
       01 WS-TAB-ALOC-LIMITE           PIC 9(04) VALUE 2500.
       01 WS-QTD-ALOC                  PIC 9(04) VALUE ZERO.
       01 WS-TABELA-ALOC.
           02 WS-ALOC-ENTRADA OCCURS 2500 TIMES.
               03 WS-ALOC-MATRICULA    PIC X(05).
               03 WS-ALOC-ANOMES       PIC 9(06).
               03 WS-ALOC-PAGO         PIC 9(09)V99.
               03 WS-ALOC-SITUACAO     PIC X(01).
       01 WS-ALOC-I                    PIC 9(04) VALUE ZERO.

       01 WS-TAB-AL-LIMITE             PIC 9(03) VALUE 500.
       01 WS-QTD-ALUNOS                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-ALUNOS.
           02 WS-AL-ENTRADA OCCURS 500 TIMES.
               03 WS-AL-CONTA          PIC X(10).
               03 WS-AL-MATRICULA      PIC X(05).
               03 WS-AL-TURMA          PIC X(03).
               03 WS-AL-UNIDADE        PIC X(02).
               03 WS-AL-ULTIMO-MES     PIC 9(06).
       01 WS-AL-I                      PIC 9(03) VALUE ZERO.
       01 WS-AL-ACHOU-I                PIC 9(03) VALUE ZERO.

       01 WS-TAB-BOLSA-LIMITE          PIC 9(03) VALUE 200.
       01 WS-QTD-BOLSAS                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-BOLSAS.
           02 WS-BL-ENTRADA OCCURS 200 TIMES.
               03 WS-BL-MATRICULA      PIC X(05).
               03 WS-BL-TIPO           PIC X(01).
               03 WS-BL-VALOR          PIC 9(07)V99.
               03 WS-BL-INICIO         PIC 9(06).
               03 WS-BL-FIM            PIC 9(06).
       01 WS-BL-I                      PIC 9(03) VALUE ZERO.

       01 WS-TAB-ACORDO-LIMITE         PIC 9(03) VALUE 200.
       01 WS-QTD-ACORDOS               PIC 9(03) VALUE ZERO.
       01 WS-TABELA-ACORDOS.
           02 WS-ACD-ENTRADA OCCURS 200 TIMES.
               03 WS-ACD-MATRICULA     PIC X(05).
               03 WS-ACD-INICIO        PIC 9(06).
               03 WS-ACD-FIM           PIC 9(06).
               03 WS-ACD-PARCELA       PIC 9(07)V99.
               03 WS-ACD-QTD           PIC 9(02).
               03 WS-ACD-PAGAS         PIC 9(02).
               03 WS-ACD-INI-MES       PIC 9(02).
               03 WS-ACD-INI-ANO       PIC 9(04).
               03 WS-ACD-SITUACAO      PIC X(01).
       01 WS-ACD-I                     PIC 9(03) VALUE ZERO.
       01 WS-ACD-K                     PIC 9(02) VALUE ZERO.

       01 WS-TAB-FEC-LIMITE            PIC 9(03) VALUE 120.
       01 WS-QTD-FECHADOS              PIC 9(03) VALUE ZERO.
       01 WS-TABELA-FECHADOS.
           02 WS-FEC-ANOMES OCCURS 120 TIMES PIC 9(06).
       01 WS-FEC-I                     PIC 9(03) VALUE ZERO.

       01 WS-TAB-HIST-LIMITE           PIC 9(03) VALUE 600.
       01 WS-QTD-HIST                  PIC 9(03) VALUE ZERO.
       01 WS-TABELA-HIST.
           02 WS-PH-ENTRADA OCCURS 600 TIMES.
               03 WS-PH-GERADO         PIC 9(06).
               03 WS-PH-ANOMES         PIC 9(06).
               03 WS-PH-EM-DIA         PIC 9(09)V99.
               03 WS-PH-ATRASO         PIC 9(09)V99.
               03 WS-PH-PERDA          PIC 9(09)V99.
       01 WS-PH-I                      PIC 9(03) VALUE ZERO.

      *-----------------------------------------------------------------
      * HORIZONTE DE 12 MESES A PARTIR DO MES CORRENTE
      *-----------------------------------------------------------------
       01 WS-TABELA-PREVISAO.
           02 WS-PV-ENTRADA OCCURS 12 TIMES.
               03 WS-PV-ANOMES         PIC 9(06).
               03 WS-PV-EM-DIA         PIC 9(09)V99.
               03 WS-PV-ATRASO         PIC 9(09)V99.
               03 WS-PV-PERDA          PIC 9(09)V99.
       01 WS-PV-I                      PIC 9(02) VALUE ZERO.
       01 WS-PV-POS                    PIC S9(04) VALUE ZERO.

      *-----------------------------------------------------------------
      * PERFIL DE ATRASO: FRACAO DO DEVIDO RECEBIDA EM DIA, COM 0, 1,
      * 2 E 3 OU MAIS MESES DE ATRASO (POSICOES 1 A 4) E NAO RECEBIDA
      *-----------------------------------------------------------------
       01 WS-PERFIL.
           02 WS-PF-EM-DIA          PIC 9(01)V9(06) VALUE 1.
           02 WS-PF-ATRASO OCCURS 4 TIMES
                                    PIC 9(01)V9(06).
           02 WS-PF-PERDA           PIC 9(01)V9(06) VALUE ZERO.
       01 WS-PF-I                      PIC 9(01) VALUE ZERO.
       01 WS-PF-RECEBIDO               PIC 9(01)V9(06) VALUE ZERO.
       01 WS-PF-RECUPERA               PIC 9(01)V9(06) VALUE ZERO.
       01 WS-PF-BASE                   PIC 9(01)V9(06) VALUE ZERO.
       01 WS-HIST-DEVIDO               PIC 9(11)V99 VALUE ZERO.
       01 WS-HIST-PAGO                 PIC 9(11)V99 VALUE ZERO.
       01 WS-HIST-PGTO-DIA             PIC S9(11)V99 VALUE ZERO.
       01 WS-HIST-PGTO-ATRASO OCCURS 4 TIMES
                                       PIC S9(11)V99.
       01 WS-HIST-PGTO-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01 WS-QTD-MESES-MADUROS         PIC 9(05) VALUE ZERO.

      *-----------------------------------------------------------------
      * REALIZADO DO MES ANTERIOR
      *-----------------------------------------------------------------
       01 WS-REAL-EM-DIA               PIC S9(09)V99 VALUE ZERO.
       01 WS-REAL-ATRASO               PIC S9(09)V99 VALUE ZERO.
       01 WS-REAL-TOTAL                PIC S9(09)V99 VALUE ZERO.
       01 WS-ANT-GERADO                PIC 9(06) VALUE ZERO.
       01 WS-ANT-EM-DIA                PIC 9(09)V99 VALUE ZERO.
       01 WS-ANT-ATRASO                PIC 9(09)V99 VALUE ZERO.
       01 WS-ANT-PERDA                 PIC 9(09)V99 VALUE ZERO.
       01 WS-ANT-TOTAL                 PIC 9(09)V99 VALUE ZERO.
       01 WS-DIFERENCA                 PIC S9(09)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      * DATAS E MESES (INDICE DE MES = ANO * 12 + MES - 1)
      *-----------------------------------------------------------------
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
       01 WS-ANOMES-REF                PIC 9(06) VALUE ZERO.
       01 WS-ANOMES-ANT                PIC 9(06) VALUE ZERO.
       01 WS-IDX-REF                   PIC 9(06) VALUE ZERO.
       01 WS-IDX-MES                   PIC 9(06) VALUE ZERO.
       01 WS-IDX-PGTO                  PIC 9(06) VALUE ZERO.
       01 WS-IDX-AUX                   PIC 9(06) VALUE ZERO.
       01 WS-IDX-ANO                   PIC 9(04) VALUE ZERO.
       01 WS-IDX-RESTO                 PIC 9(02) VALUE ZERO.
       01 WS-ANOMES-AUX                PIC 9(06) VALUE ZERO.
       01 FILLER REDEFINES WS-ANOMES-AUX.
           02 WS-AUX-ANO               PIC 9(04).
           02 WS-AUX-MES               PIC 9(02).
       01 WS-IDADE                     PIC S9(04) VALUE ZERO.
       01 WS-ATRASO-DIGITO             PIC 9(01) VALUE ZERO.
       01 WS-ATRASO-MESES              PIC S9(04) VALUE ZERO.
       01 WS-VENC-NUM                  PIC 9(08) VALUE ZERO.
       01 WS-PGTO-NUM                  PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      * LANCAMENTO CORRENTE (TRANSACEITAS OU MOVFEC)
      *-----------------------------------------------------------------
       01 WS-LANCAMENTO.
           02 WS-LC-CONTA          PIC X(10).
           02 WS-LC-VALOR          PIC 9(07)V99.
           02 WS-LC-DATA           PIC X(10).
           02 WS-LC-TIPO           PIC X(01).
               88 WS-LC-TIPO-DEBITO       VALUE 'D'.
           02 WS-LC-COMPETENCIA    PIC 9(06).
       01 WS-LC-SINAL                  PIC S9(09)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      * MENSALIDADE E VALORES DO ALUNO/MES EM AVALIACAO
      *-----------------------------------------------------------------
       01 WS-MAT-ATUAL                 PIC X(05) VALUE SPACES.
       01 WS-COMP-ATUAL                PIC 9(06) VALUE ZERO.
       01 WS-MENSALIDADE               PIC 9(07)V99 VALUE ZERO.
       01 WS-MENSALIDADE-ALUNO         PIC 9(07)V99 VALUE ZERO.
       01 WS-PRECO-TURMA               PIC X(03) VALUE SPACES.
       01 WS-PRECO-UNIDADE             PIC X(02) VALUE SPACES.
       01 WS-PRECO-ANOMES              PIC 9(06) VALUE ZERO.
       01 WS-PRECO-RESULTADO           PIC X(01) VALUE 'N'.
           88 WS-PRECO-SIM                    VALUE 'S'.
           88 WS-PRECO-TABELA-AUSENTE         VALUE 'A'.
       01 WS-PRECO-SERIE               PIC 9(02) VALUE ZERO.
       01 WS-SALDO                     PIC 9(09)V99 VALUE ZERO.
       01 WS-PARTE                     PIC 9(09)V99 VALUE ZERO.
       01 WS-DISTRIBUIDO               PIC 9(09)V99 VALUE ZERO.

       01 WS-QTD-MESES-ABERTOS         PIC 9(05) VALUE ZERO.
       01 WS-QTD-MESES-PROJETADOS      PIC 9(05) VALUE ZERO.
       01 WS-QTD-MESES-ACORDO          PIC 9(05) VALUE ZERO.
       01 WS-QTD-PARCELAS              PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-PRECO             PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-ALUNO             PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-EM-DIA              PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-ATRASO              PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-PERDA               PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-MES                 PIC 9(11)V99 VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.

       01 WS-MASK-VALOR                PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-MASK-VALOR-2              PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-MASK-VALOR-3              PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-MASK-VALOR-4              PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-MASK-DIFERENCA            PIC -ZZ.ZZZ.ZZ9,99.
       01 WS-MASK-PCT                  PIC ZZ9,99.
       01 WS-PCT                       PIC 9(03)V99 VALUE ZERO.

       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'FLUXORECEB.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE
           'PREVISAO DE RECEBIMENTOS - PROXIMOS 12 MESES'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE SPACES.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'PREVISAO DE RECEBIMENTOS'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:6) TO WS-ANOMES-REF
           MOVE WS-ANOMES-REF TO WS-ANOMES-AUX
           PERFORM CALCULA-INDICE
           MOVE WS-IDX-AUX TO WS-IDX-REF
           COMPUTE WS-IDX-AUX = WS-IDX-REF - 1
           PERFORM CALCULA-ANOMES
           MOVE WS-ANOMES-AUX TO WS-ANOMES-ANT

           PERFORM VARYING WS-PV-I FROM 1 BY 1 UNTIL WS-PV-I > 12
               COMPUTE WS-IDX-AUX = WS-IDX-REF + WS-PV-I - 1
               PERFORM CALCULA-ANOMES
               MOVE WS-ANOMES-AUX TO WS-PV-ANOMES(WS-PV-I)
               MOVE ZERO TO WS-PV-EM-DIA(WS-PV-I)
               MOVE ZERO TO WS-PV-ATRASO(WS-PV-I)
               MOVE ZERO TO WS-PV-PERDA(WS-PV-I)
           END-PERFORM
           PERFORM VARYING WS-PF-I FROM 1 BY 1 UNTIL WS-PF-I > 4
               MOVE ZERO TO WS-PF-ATRASO(WS-PF-I)
               MOVE ZERO TO WS-HIST-PGTO-ATRASO(WS-PF-I)
           END-PERFORM

           PERFORM CARREGA-VINCULOS
           IF WS-RETORNO-JOB < 8
               PERFORM CARREGA-UNIDADES
               PERFORM CARREGA-ALOCACAO
           END-IF
           IF WS-RETORNO-JOB < 8
               PERFORM CARREGA-BOLSAS
               PERFORM CARREGA-ACORDOS
               PERFORM CARREGA-HISTORICO
               PERFORM CONFERE-TABELA-PRECOS
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * CONVERSAO AAAAMM <-> INDICE DE MES (WS-ANOMES-AUX/WS-IDX-AUX)
      *-----------------------------------------------------------------
       CALCULA-INDICE.
           COMPUTE WS-IDX-AUX = WS-AUX-ANO * 12 + WS-AUX-MES - 1
           EXIT.
       FIM-CALCULA-INDICE.

       CALCULA-ANOMES.
           DIVIDE WS-IDX-AUX BY 12 GIVING WS-IDX-ANO
                  REMAINDER WS-IDX-RESTO
           COMPUTE WS-ANOMES-AUX = WS-IDX-ANO * 100
                                 + WS-IDX-RESTO + 1
           EXIT.
       FIM-CALCULA-ANOMES.

       CONFERE-TABELA-PRECOS.
           MOVE SPACES TO WS-PRECO-TURMA
           MOVE SPACES TO WS-PRECO-UNIDADE
           MOVE WS-ANOMES-REF TO WS-PRECO-ANOMES
           PERFORM BUSCA-PRECO-TURMA
           IF WS-PRECO-TABELA-AUSENTE
               DISPLAY 'PRECOS.TXT NAO ENCONTRADO - CADASTRE A '
                       'TABELA DE PRECOS NO CADASTRO-PRECO'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-CONFERE-TABELA-PRECOS.

       BUSCA-PRECO-TURMA.
           CALL 'MENSALIDADE-PRECO' USING WS-PRECO-TURMA
                                          WS-PRECO-ANOMES
                                          WS-PRECO-RESULTADO
                                          WS-PRECO-SERIE
                                          WS-MENSALIDADE
                                          WS-PRECO-UNIDADE
           END-CALL
           EXIT.
       FIM-BUSCA-PRECO-TURMA.

       CARREGA-VINCULOS.
           OPEN INPUT CONTA-ALUNO
           IF WS-VINCULO-STATUS = '00'
               PERFORM LER-VINCULO
               PERFORM UNTIL WS-FIM-VINCULO-SIM
                   IF WS-QTD-ALUNOS >= WS-TAB-AL-LIMITE
                       DISPLAY 'TABELA DE VINCULOS CHEIA ('
                               WS-TAB-AL-LIMITE ') - PREVISAO NAO '
                               'RODA COM ALUNOS DE FORA'
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-VINCULO-SIM TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-ALUNOS
                       MOVE CA-CONTA
                            TO WS-AL-CONTA(WS-QTD-ALUNOS)
                       MOVE CA-MATRICULA
                            TO WS-AL-MATRICULA(WS-QTD-ALUNOS)
                       MOVE CA-TURMA
                            TO WS-AL-TURMA(WS-QTD-ALUNOS)
                       MOVE '01' TO WS-AL-UNIDADE(WS-QTD-ALUNOS)
                       MOVE ZERO
                            TO WS-AL-ULTIMO-MES(WS-QTD-ALUNOS)
                       PERFORM LER-VINCULO
                   END-IF
               END-PERFORM
               CLOSE CONTA-ALUNO
           ELSE
               DISPLAY 'CONTALUNO.TXT NAO ENCONTRADO'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-CARREGA-VINCULOS.

       LER-VINCULO.
           READ CONTA-ALUNO
               AT END
                   SET WS-FIM-VINCULO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-VINCULO.

      *-----------------------------------------------------------------
      * UNIDADE DE CADA ALUNO DO CONTALUNO.TXT PELO MATRICULAS.TXT
      * (MT-UNIDADE, EM BRANCO = SEDE 01), PARA O PRECO DA TURMA NA
      * UNIDADE CERTA; SEM O ARQUIVO TODOS FICAM NA SEDE
      *-----------------------------------------------------------------
       CARREGA-UNIDADES.
           OPEN INPUT MATRICULAS
           IF WS-MATR-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO - PRECOS DA '
                       'UNIDADE 01 PARA TODOS OS ALUNOS'
           ELSE
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MATR-SIM
                   IF NOT MT-UNIDADE-SEDE
                       PERFORM VARYING WS-AL-I FROM 1 BY 1
                               UNTIL WS-AL-I > WS-QTD-ALUNOS
                           IF WS-AL-MATRICULA(WS-AL-I) = MT-MATRICULA
                               MOVE MT-UNIDADE
                                    TO WS-AL-UNIDADE(WS-AL-I)
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CARREGA-UNIDADES.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MATR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

      *-----------------------------------------------------------------
      * ALOCACAO.TXT INTEIRO NA TABELA; GUARDA O ULTIMO MES DE CADA
      * ALUNO PARA A PROJECAO DO ANO SEGUINTE
      *-----------------------------------------------------------------
       CARREGA-ALOCACAO.
           OPEN INPUT ALOCACAO
           IF WS-ALOC-STATUS NOT = '00'
               DISPLAY 'ALOCACAO.TXT NAO ENCONTRADO - RODE O '
                       'ALOCA-PAGAMENTOS ANTES DA PREVISAO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-ALOCACAO
               PERFORM UNTIL WS-FIM-ALOC-SIM
                   IF WS-QTD-ALOC >= WS-TAB-ALOC-LIMITE
                       DISPLAY 'TABELA DE ALOCACAO CHEIA ('
                               WS-TAB-ALOC-LIMITE ') - PREVISAO NAO '
                               'RODA COM O ALOCACAO.TXT INCOMPLETO'
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-ALOC-SIM TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-ALOC
                       MOVE AL-MATRICULA
                            TO WS-ALOC-MATRICULA(WS-QTD-ALOC)
                       MOVE AL-ANOMES
                            TO WS-ALOC-ANOMES(WS-QTD-ALOC)
                       MOVE AL-VALOR-PAGO
                            TO WS-ALOC-PAGO(WS-QTD-ALOC)
                       MOVE AL-SITUACAO
                            TO WS-ALOC-SITUACAO(WS-QTD-ALOC)
                       MOVE AL-MATRICULA TO WS-MAT-ATUAL
                       PERFORM LOCALIZA-ALUNO
                       IF WS-AL-ACHOU-I > 0 AND
                          AL-ANOMES > WS-AL-ULTIMO-MES(WS-AL-ACHOU-I)
                           MOVE AL-ANOMES
                                TO WS-AL-ULTIMO-MES(WS-AL-ACHOU-I)
                       END-IF
                       PERFORM LER-ALOCACAO
                   END-IF
               END-PERFORM
               CLOSE ALOCACAO
           END-IF
           EXIT.
       FIM-CARREGA-ALOCACAO.

       LER-ALOCACAO.
           READ ALOCACAO
               AT END
                   SET WS-FIM-ALOC-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ALOCACAO.

       LOCALIZA-ALUNO.
           MOVE ZERO TO WS-AL-ACHOU-I
           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
                      OR WS-AL-ACHOU-I > 0
               IF WS-AL-MATRICULA(WS-AL-I) = WS-MAT-ATUAL
                   MOVE WS-AL-I TO WS-AL-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-ALUNO.

       CARREGA-BOLSAS.
           OPEN INPUT BOLSAS
           IF WS-BOLSA-STATUS = '00'
               PERFORM LER-BOLSAS
               PERFORM UNTIL WS-FIM-BOLSA-SIM
                   IF WS-QTD-BOLSAS < WS-TAB-BOLSA-LIMITE
                       ADD 1 TO WS-QTD-BOLSAS
                       MOVE BS-MATRICULA
                            TO WS-BL-MATRICULA(WS-QTD-BOLSAS)
                       MOVE BS-TIPO
                            TO WS-BL-TIPO(WS-QTD-BOLSAS)
                       MOVE BS-VALOR
                            TO WS-BL-VALOR(WS-QTD-BOLSAS)
                       MOVE BS-ANOMES-INICIO
                            TO WS-BL-INICIO(WS-QTD-BOLSAS)
                       MOVE BS-ANOMES-FIM
                            TO WS-BL-FIM(WS-QTD-BOLSAS)
                   END-IF
                   PERFORM LER-BOLSAS
               END-PERFORM
               CLOSE BOLSAS
           END-IF
           EXIT.
       FIM-CARREGA-BOLSAS.

       LER-BOLSAS.
           READ BOLSAS
               AT END
                   SET WS-FIM-BOLSA-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-BOLSAS.

       CARREGA-ACORDOS.
           OPEN INPUT ACORDOS
           IF WS-ACORDO-STATUS NOT = '00'
               DISPLAY 'ACORDOS.TXT NAO ENCONTRADO - PREVISAO SEM '
                       'ACORDOS DE RENEGOCIACAO'
           ELSE
               PERFORM LER-ACORDOS
               PERFORM UNTIL WS-FIM-ACORDO-SIM
                   IF WS-QTD-ACORDOS >= WS-TAB-ACORDO-LIMITE
                       DISPLAY 'AVISO: TABELA DE ACORDOS CHEIA ('
                               WS-TAB-ACORDO-LIMITE ')'
                       IF WS-RETORNO-JOB < 4
                           MOVE 4 TO WS-RETORNO-JOB
                       END-IF
                   ELSE
                       ADD 1 TO WS-QTD-ACORDOS
                       MOVE AC-MATRICULA
                            TO WS-ACD-MATRICULA(WS-QTD-ACORDOS)
                       MOVE AC-ANOMES-INICIO
                            TO WS-ACD-INICIO(WS-QTD-ACORDOS)
                       MOVE AC-ANOMES-FIM
                            TO WS-ACD-FIM(WS-QTD-ACORDOS)
                       MOVE AC-VALOR-PARCELA
                            TO WS-ACD-PARCELA(WS-QTD-ACORDOS)
                       MOVE AC-QTD-PARCELAS
                            TO WS-ACD-QTD(WS-QTD-ACORDOS)
                       MOVE AC-PARCELAS-PAGAS
                            TO WS-ACD-PAGAS(WS-QTD-ACORDOS)
                       MOVE AC-SITUACAO
                            TO WS-ACD-SITUACAO(WS-QTD-ACORDOS)
                       IF AC-DATA-INICIO(4:2) NUMERIC AND
                          AC-DATA-INICIO(7:4) NUMERIC
                           MOVE AC-DATA-INICIO(4:2)
                                TO WS-ACD-INI-MES(WS-QTD-ACORDOS)
                           MOVE AC-DATA-INICIO(7:4)
                                TO WS-ACD-INI-ANO(WS-QTD-ACORDOS)
                       ELSE
                           MOVE AC-ANOMES-INICIO(5:2)
                                TO WS-ACD-INI-MES(WS-QTD-ACORDOS)
                           MOVE AC-ANOMES-INICIO(1:4)
                                TO WS-ACD-INI-ANO(WS-QTD-ACORDOS)
                       END-IF
                   END-IF
                   PERFORM LER-ACORDOS
               END-PERFORM
               CLOSE ACORDOS
           END-IF
           EXIT.
       FIM-CARREGA-ACORDOS.

       LER-ACORDOS.
           READ ACORDOS
               AT END
                   SET WS-FIM-ACORDO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ACORDOS.

      *-----------------------------------------------------------------
      * HISTORICO DAS PREVISOES: A GERACAO DO PROPRIO MES (RODADA
      * REPETIDA) E AS COM MAIS DE 24 MESES NAO VOLTAM AO ARQUIVO
      *-----------------------------------------------------------------
       CARREGA-HISTORICO.
           OPEN INPUT PREV-HIST
           IF WS-HIST-STATUS = '00'
               PERFORM LER-HISTORICO
               PERFORM UNTIL WS-FIM-HIST-SIM
                   IF PH-GERADO NUMERIC AND PH-ANOMES NUMERIC AND
                      PH-GERADO NOT = WS-ANOMES-REF
                       MOVE PH-GERADO TO WS-ANOMES-AUX
                       PERFORM CALCULA-INDICE
                       IF WS-IDX-AUX + 24 >= WS-IDX-REF
                           IF WS-QTD-HIST < WS-TAB-HIST-LIMITE
                               ADD 1 TO WS-QTD-HIST
                               MOVE PH-GERADO
                                    TO WS-PH-GERADO(WS-QTD-HIST)
                               MOVE PH-ANOMES
                                    TO WS-PH-ANOMES(WS-QTD-HIST)
                               MOVE PH-EM-DIA
                                    TO WS-PH-EM-DIA(WS-QTD-HIST)
                               MOVE PH-ATRASO
                                    TO WS-PH-ATRASO(WS-QTD-HIST)
                               MOVE PH-PERDA
                                    TO WS-PH-PERDA(WS-QTD-HIST)
                           ELSE
                               DISPLAY 'AVISO: PREVHIST.TXT CHEIO ('
                                       WS-TAB-HIST-LIMITE
                                       ') - GERACOES EXCEDENTES '
                                       'DESCARTADAS'
                               IF WS-RETORNO-JOB < 4
                                   MOVE 4 TO WS-RETORNO-JOB
                               END-IF
                               SET WS-FIM-HIST-SIM TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   IF NOT WS-FIM-HIST-SIM
                       PERFORM LER-HISTORICO
                   END-IF
               END-PERFORM
               CLOSE PREV-HIST
           END-IF
           EXIT.
       FIM-CARREGA-HISTORICO.

       LER-HISTORICO.
           READ PREV-HIST
               AT END
                   SET WS-FIM-HIST-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-HISTORICO.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               PERFORM APURA-DEVIDO-MADURO
               PERFORM LE-PAGAMENTOS
               PERFORM CALCULA-PERFIL

               PERFORM VARYING WS-ALOC-I FROM 1 BY 1
                       UNTIL WS-ALOC-I > WS-QTD-ALOC
                   PERFORM PREVE-MES-ALOCACAO
               END-PERFORM
               PERFORM VARYING WS-AL-I FROM 1 BY 1
                       UNTIL WS-AL-I > WS-QTD-ALUNOS
                   PERFORM PREVE-ANO-SEGUINTE
               END-PERFORM
               PERFORM VARYING WS-ACD-I FROM 1 BY 1
                       UNTIL WS-ACD-I > WS-QTD-ACORDOS
                   IF WS-ACD-SITUACAO(WS-ACD-I) = 'A'
                       PERFORM PREVE-PARCELAS-ACORDO
                   END-IF
               END-PERFORM

               PERFORM LOCALIZA-PREVISAO-ANTERIOR
               PERFORM GRAVA-HISTORICO
               PERFORM IMPRIME-RELATORIO
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * DEVIDO E PAGO DOS MESES MADUROS (VENCIDOS HA 3 MESES OU MAIS)
      * DO ALOCACAO.TXT - BASE DA FRACAO NAO RECEBIDA DO PERFIL
      *-----------------------------------------------------------------
       APURA-DEVIDO-MADURO.
           PERFORM VARYING WS-ALOC-I FROM 1 BY 1
                   UNTIL WS-ALOC-I > WS-QTD-ALOC
               IF WS-ALOC-ANOMES(WS-ALOC-I) > 0 AND
                  WS-ALOC-SITUACAO(WS-ALOC-I) NOT = 'C'
                   MOVE WS-ALOC-ANOMES(WS-ALOC-I) TO WS-ANOMES-AUX
                   PERFORM CALCULA-INDICE
                   IF WS-IDX-AUX + 3 <= WS-IDX-REF
                       MOVE WS-ALOC-MATRICULA(WS-ALOC-I)
                            TO WS-MAT-ATUAL
                       MOVE WS-ALOC-ANOMES(WS-ALOC-I)
                            TO WS-COMP-ATUAL
                       PERFORM LOCALIZA-ALUNO
                       PERFORM VERIFICA-MES-ACORDO
                       IF WS-AL-ACHOU-I > 0 AND
                          NOT WS-NO-ACORDO-SIM
                           PERFORM CALCULA-MENSALIDADE-ALUNO
                           IF WS-MENSALIDADE-ALUNO > 0
                               ADD 1 TO WS-QTD-MESES-MADUROS
                               ADD WS-MENSALIDADE-ALUNO
                                   TO WS-HIST-DEVIDO
                               IF WS-ALOC-PAGO(WS-ALOC-I) >
                                  WS-MENSALIDADE-ALUNO
                                   ADD WS-MENSALIDADE-ALUNO
                                       TO WS-HIST-PAGO
                               ELSE
                                   ADD WS-ALOC-PAGO(WS-ALOC-I)
                                       TO WS-HIST-PAGO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-APURA-DEVIDO-MADURO.

      *-----------------------------------------------------------------
      * PAGAMENTOS DO MOVIMENTO VIVO E DOS MESES FECHADOS: A DATA DOS
      * PAGAMENTOS COM COMPETENCIA DE MES MADURO DA O ATRASO DO
      * PERFIL; OS PAGAMENTOS DATADOS NO MES ANTERIOR SAO O REALIZADO
      *-----------------------------------------------------------------
       LE-PAGAMENTOS.
           OPEN INPUT TRANSACOES
           IF WS-TRANS-STATUS = '35'
               DISPLAY 'TRANSACEITAS.TXT NAO ENCONTRADO - USANDO O '
                       'TRANSACOES.TXT SEM CRITICA'
               MOVE 'TRANSACOES.TXT' TO WS-ENTRADA-NOME
               IF WS-RETORNO-JOB < 4
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
               OPEN INPUT TRANSACOES
           END-IF

           IF WS-TRANS-STATUS = '00'
               PERFORM LER-TRANSACOES
               PERFORM UNTIL WS-FIM-TRANS-SIM
                   MOVE TRANSACAO-REG TO WS-LANCAMENTO
                   PERFORM CLASSIFICA-LANCAMENTO
                   PERFORM LER-TRANSACOES
               END-PERFORM
               CLOSE TRANSACOES
           END-IF

           OPEN INPUT FECHA-CTL
           IF WS-CTL-STATUS = '00'
               PERFORM LER-FECHA-CTL
               PERFORM UNTIL WS-FIM-CTL-SIM
                   IF WS-QTD-FECHADOS < WS-TAB-FEC-LIMITE AND
                      FC-ANOMES NUMERIC
                       ADD 1 TO WS-QTD-FECHADOS
                       MOVE FC-ANOMES
                            TO WS-FEC-ANOMES(WS-QTD-FECHADOS)
                   END-IF
                   PERFORM LER-FECHA-CTL
               END-PERFORM
               CLOSE FECHA-CTL
           END-IF

           PERFORM LE-MES-FECHADO
               VARYING WS-FEC-I FROM 1 BY 1
               UNTIL WS-FEC-I > WS-QTD-FECHADOS
           EXIT.
       FIM-LE-PAGAMENTOS.

       LER-TRANSACOES.
           READ TRANSACOES
               AT END
                   SET WS-FIM-TRANS-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TRANSACOES.

       LER-FECHA-CTL.
           READ FECHA-CTL
               AT END
                   SET WS-FIM-CTL-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-FECHA-CTL.

       LE-MES-FECHADO.
           MOVE SPACES TO WS-MOV-NOME
           STRING 'MOVFEC' WS-FEC-ANOMES(WS-FEC-I) '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-MOV-NOME
           END-STRING
           MOVE 'N' TO WS-FIM-MOV

           OPEN INPUT MOV-FECHADO
           IF WS-MOV-STATUS NOT = '00'
               DISPLAY 'AVISO: ' WS-MOV-NOME ' NAO ENCONTRADO - '
                       'MES FECHADO FORA DO PERFIL'
               IF WS-RETORNO-JOB < 4
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           ELSE
               PERFORM LER-MOV-FECHADO
               PERFORM UNTIL WS-FIM-MOV-SIM
                   MOVE MOV-FECHADO-REG TO WS-LANCAMENTO
                   PERFORM CLASSIFICA-LANCAMENTO
                   PERFORM LER-MOV-FECHADO
               END-PERFORM
               CLOSE MOV-FECHADO
           END-IF
           EXIT.
       FIM-LE-MES-FECHADO.

       LER-MOV-FECHADO.
           READ MOV-FECHADO
               AT END
                   SET WS-FIM-MOV-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MOV-FECHADO.

       CLASSIFICA-LANCAMENTO.
           MOVE ZERO TO WS-AL-ACHOU-I
           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
                      OR WS-AL-ACHOU-I > 0
               IF WS-AL-CONTA(WS-AL-I) = WS-LC-CONTA
                   MOVE WS-AL-I TO WS-AL-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-AL-ACHOU-I > 0 AND WS-LC-VALOR NUMERIC AND
              WS-LC-DATA(1:2) NUMERIC AND WS-LC-DATA(4:2) NUMERIC AND
              WS-LC-DATA(7:4) NUMERIC
               IF WS-LC-TIPO-DEBITO
                   COMPUTE WS-LC-SINAL = 0 - WS-LC-VALOR
               ELSE
                   MOVE WS-LC-VALOR TO WS-LC-SINAL
               END-IF
               MOVE WS-LC-DATA(7:4) TO WS-PGTO-NUM(1:4)
               MOVE WS-LC-DATA(4:2) TO WS-PGTO-NUM(5:2)
               MOVE WS-LC-DATA(1:2) TO WS-PGTO-NUM(7:2)
               MOVE WS-PGTO-NUM(1:6) TO WS-ANOMES-AUX
               PERFORM CALCULA-INDICE
               MOVE WS-IDX-AUX TO WS-IDX-PGTO

               MOVE ZERO TO WS-VENC-NUM
               IF WS-LC-COMPETENCIA NUMERIC AND
                  WS-LC-COMPETENCIA > 0
                   MOVE WS-LC-COMPETENCIA TO WS-VENC-NUM(1:6)
                   MOVE 05 TO WS-VENC-NUM(7:2)
                   MOVE WS-LC-COMPETENCIA TO WS-ANOMES-AUX
                   PERFORM CALCULA-INDICE
                   MOVE WS-IDX-AUX TO WS-IDX-MES
                   COMPUTE WS-ATRASO-MESES = WS-IDX-PGTO - WS-IDX-MES
                   IF WS-ATRASO-MESES < 0
                       MOVE ZERO TO WS-ATRASO-MESES
                   END-IF
                   IF WS-ATRASO-MESES > 3
                       MOVE 3 TO WS-ATRASO-MESES
                   END-IF
                   IF WS-IDX-MES + 3 <= WS-IDX-REF
                       IF WS-PGTO-NUM <= WS-VENC-NUM
                           ADD WS-LC-SINAL TO WS-HIST-PGTO-DIA
                       ELSE
                           ADD WS-LC-SINAL TO
                               WS-HIST-PGTO-ATRASO(WS-ATRASO-MESES + 1)
                       END-IF
                   END-IF
               END-IF

               IF WS-PGTO-NUM(1:6) = WS-ANOMES-ANT
                   IF WS-VENC-NUM > 0 AND WS-PGTO-NUM <= WS-VENC-NUM
                       ADD WS-LC-SINAL TO WS-REAL-EM-DIA
                   ELSE
                       ADD WS-LC-SINAL TO WS-REAL-ATRASO
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-CLASSIFICA-LANCAMENTO.

      *-----------------------------------------------------------------
      * PERFIL: FRACAO RECEBIDA = PAGO / DEVIDO DOS MESES MADUROS,
      * REPARTIDA ENTRE EM DIA E OS ATRASOS NA PROPORCAO DOS
      * PAGAMENTOS DATADOS; SEM HISTORICO MADURO TUDO CONTA EM DIA
      *-----------------------------------------------------------------
       CALCULA-PERFIL.
           IF WS-HIST-DEVIDO = 0
               DISPLAY 'AVISO: SEM MESES MADUROS NO ALOCACAO.TXT - '
                       'PERFIL PADRAO (TUDO EM DIA, SEM PERDA)'
               IF WS-RETORNO-JOB < 4
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
               MOVE 1 TO WS-PF-EM-DIA
               MOVE ZERO TO WS-PF-PERDA
           ELSE
               IF WS-HIST-PAGO >= WS-HIST-DEVIDO
                   MOVE 1 TO WS-PF-RECEBIDO
               ELSE
                   COMPUTE WS-PF-RECEBIDO ROUNDED =
                           WS-HIST-PAGO / WS-HIST-DEVIDO
               END-IF
               COMPUTE WS-PF-PERDA = 1 - WS-PF-RECEBIDO

               IF WS-HIST-PGTO-DIA < 0
                   MOVE ZERO TO WS-HIST-PGTO-DIA
               END-IF
               MOVE WS-HIST-PGTO-DIA TO WS-HIST-PGTO-TOTAL
               PERFORM VARYING WS-PF-I FROM 1 BY 1 UNTIL WS-PF-I > 4
                   IF WS-HIST-PGTO-ATRASO(WS-PF-I) < 0
                       MOVE ZERO TO WS-HIST-PGTO-ATRASO(WS-PF-I)
                   END-IF
                   ADD WS-HIST-PGTO-ATRASO(WS-PF-I)
                       TO WS-HIST-PGTO-TOTAL
               END-PERFORM

               IF WS-HIST-PGTO-TOTAL = 0
                   MOVE WS-PF-RECEBIDO TO WS-PF-EM-DIA
               ELSE
                   COMPUTE WS-PF-EM-DIA ROUNDED = WS-PF-RECEBIDO *
                           WS-HIST-PGTO-DIA / WS-HIST-PGTO-TOTAL
                   PERFORM VARYING WS-PF-I FROM 1 BY 1
                           UNTIL WS-PF-I > 4
                       COMPUTE WS-PF-ATRASO(WS-PF-I) ROUNDED =
                               WS-PF-RECEBIDO *
                               WS-HIST-PGTO-ATRASO(WS-PF-I) /
                               WS-HIST-PGTO-TOTAL
                   END-PERFORM
               END-IF
           END-IF
           EXIT.
       FIM-CALCULA-PERFIL.

      *-----------------------------------------------------------------
      * MES EM ABERTO OU FUTURO DO ALOCACAO.TXT: SALDO = MENSALIDADE
      * EFETIVA - PAGO; MES COBERTO POR ACORDO ATIVO OU CUMPRIDO SAI
      * (ENTRA PELAS PARCELAS DO ACORDO)
      *-----------------------------------------------------------------
       PREVE-MES-ALOCACAO.
           IF WS-ALOC-ANOMES(WS-ALOC-I) > 0 AND
              WS-ALOC-SITUACAO(WS-ALOC-I) NOT = 'Q' AND
              WS-ALOC-SITUACAO(WS-ALOC-I) NOT = 'C'
               MOVE WS-ALOC-MATRICULA(WS-ALOC-I) TO WS-MAT-ATUAL
               MOVE WS-ALOC-ANOMES(WS-ALOC-I)    TO WS-COMP-ATUAL
               PERFORM LOCALIZA-ALUNO
               PERFORM VERIFICA-MES-ACORDO
               EVALUATE TRUE
                   WHEN WS-AL-ACHOU-I = 0
                       ADD 1 TO WS-QTD-SEM-ALUNO
                   WHEN WS-NO-ACORDO-SIM
                       ADD 1 TO WS-QTD-MESES-ACORDO
                   WHEN OTHER
                       PERFORM CALCULA-MENSALIDADE-ALUNO
                       IF WS-MENSALIDADE-ALUNO >
                          WS-ALOC-PAGO(WS-ALOC-I)
                           COMPUTE WS-SALDO = WS-MENSALIDADE-ALUNO
                                            - WS-ALOC-PAGO(WS-ALOC-I)
                           ADD 1 TO WS-QTD-MESES-ABERTOS
                           PERFORM DISTRIBUI-SALDO
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.
       FIM-PREVE-MES-ALOCACAO.

      *-----------------------------------------------------------------
      * ALUNO COM DEZEMBRO NO ALOCACAO.TXT: OS MESES DO HORIZONTE
      * DEPOIS DO ANO DE REFERENCIA SAO PROJETADOS PELA TABELA DE
      * PRECOS (REMATRICULA PRESUMIDA)
      *-----------------------------------------------------------------
       PREVE-ANO-SEGUINTE.
           IF WS-AL-ULTIMO-MES(WS-AL-I) > 0 AND
              WS-AL-ULTIMO-MES(WS-AL-I)(1:4) = WS-DATA-HOJE(1:4) AND
              WS-AL-ULTIMO-MES(WS-AL-I)(5:2) = '12'
               MOVE WS-AL-I TO WS-AL-ACHOU-I
               MOVE WS-AL-MATRICULA(WS-AL-I) TO WS-MAT-ATUAL
               PERFORM VARYING WS-PV-I FROM 1 BY 1 UNTIL WS-PV-I > 12
                   IF WS-PV-ANOMES(WS-PV-I) >
                      WS-AL-ULTIMO-MES(WS-AL-ACHOU-I)
                       MOVE WS-PV-ANOMES(WS-PV-I) TO WS-COMP-ATUAL
                       PERFORM VERIFICA-MES-ACORDO
                       IF NOT WS-NO-ACORDO-SIM
                           PERFORM CALCULA-MENSALIDADE-ALUNO
                           IF WS-MENSALIDADE-ALUNO > 0
                               MOVE WS-MENSALIDADE-ALUNO TO WS-SALDO
                               ADD 1 TO WS-QTD-MESES-PROJETADOS
                               PERFORM DISTRIBUI-SALDO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           EXIT.
       FIM-PREVE-ANO-SEGUINTE.

      *-----------------------------------------------------------------
      * REPARTE O SALDO DE WS-COMP-ATUAL PELO PERFIL. MES CORRENTE OU
      * FUTURO: EM DIA NO PROPRIO MES (DEPOIS DO DIA 05 DO MES CORRENTE
      * O EM DIA JA VIROU ATRASO), ATRASO K MESES DEPOIS, PERDA NO
      * PROPRIO MES. MES VENCIDO: SO RESTAM OS ATRASOS MAIORES QUE A
      * IDADE DA DIVIDA E A PERDA, NA PROPORCAO DO PERFIL, TUDO NO
      * MES CORRENTE
      *-----------------------------------------------------------------
       DISTRIBUI-SALDO.
           MOVE WS-COMP-ATUAL TO WS-ANOMES-AUX
           PERFORM CALCULA-INDICE
           COMPUTE WS-IDADE = WS-IDX-REF - WS-IDX-AUX

           IF WS-IDADE <= 0
               COMPUTE WS-PV-POS = 1 - WS-IDADE
               IF WS-PV-POS <= 12
                   MOVE ZERO TO WS-DISTRIBUIDO
                   COMPUTE WS-PARTE ROUNDED = WS-SALDO * WS-PF-EM-DIA
                   IF WS-IDADE = 0 AND WS-HOJE-DIA > 05
                       ADD WS-PARTE TO WS-PV-ATRASO(WS-PV-POS)
                   ELSE
                       ADD WS-PARTE TO WS-PV-EM-DIA(WS-PV-POS)
                   END-IF
                   ADD WS-PARTE TO WS-DISTRIBUIDO
                   PERFORM VARYING WS-PF-I FROM 1 BY 1
                           UNTIL WS-PF-I > 4
                       COMPUTE WS-PARTE ROUNDED =
                               WS-SALDO * WS-PF-ATRASO(WS-PF-I)
                       IF WS-PV-POS + WS-PF-I - 1 <= 12
                           ADD WS-PARTE TO
                               WS-PV-ATRASO(WS-PV-POS + WS-PF-I - 1)
                       END-IF
                       ADD WS-PARTE TO WS-DISTRIBUIDO
                   END-PERFORM
                   IF WS-SALDO > WS-DISTRIBUIDO
                       COMPUTE WS-PARTE = WS-SALDO - WS-DISTRIBUIDO
                       ADD WS-PARTE TO WS-PV-PERDA(WS-PV-POS)
                   END-IF
               END-IF
           ELSE
               MOVE ZERO TO WS-PF-RECUPERA
               PERFORM VARYING WS-PF-I FROM 1 BY 1 UNTIL WS-PF-I > 4
                   IF WS-PF-I > WS-IDADE OR WS-PF-I = 4
                       ADD WS-PF-ATRASO(WS-PF-I) TO WS-PF-RECUPERA
                   END-IF
               END-PERFORM
               COMPUTE WS-PF-BASE = WS-PF-RECUPERA + WS-PF-PERDA
               IF WS-PF-BASE = 0
                   MOVE ZERO TO WS-PARTE
               ELSE
                   COMPUTE WS-PARTE ROUNDED =
                           WS-SALDO * WS-PF-RECUPERA / WS-PF-BASE
               END-IF
               ADD WS-PARTE TO WS-PV-ATRASO(1)
               COMPUTE WS-PARTE = WS-SALDO - WS-PARTE
               ADD WS-PARTE TO WS-PV-PERDA(1)
           END-IF
           EXIT.
       FIM-DISTRIBUI-SALDO.

      *-----------------------------------------------------------------
      * PARCELAS RESTANTES DO ACORDO ATIVO: A PRIMEIRA VENCE NO MES DA
      * DATA DO ACORDO (REGRA DA REGUA-COBRANCA); PARCELA JA VENCIDA
      * ENTRA COMO ATRASO NO MES CORRENTE
      *-----------------------------------------------------------------
       PREVE-PARCELAS-ACORDO.
           COMPUTE WS-IDX-MES = WS-ACD-INI-ANO(WS-ACD-I) * 12
                              + WS-ACD-INI-MES(WS-ACD-I) - 1
           PERFORM VARYING WS-ACD-K FROM 1 BY 1
                   UNTIL WS-ACD-K > WS-ACD-QTD(WS-ACD-I)
               IF WS-ACD-K > WS-ACD-PAGAS(WS-ACD-I)
                   COMPUTE WS-PV-POS = WS-IDX-MES + WS-ACD-K - 1
                                     - WS-IDX-REF + 1
                   ADD 1 TO WS-QTD-PARCELAS
                   EVALUATE TRUE
                       WHEN WS-PV-POS < 1
                           ADD WS-ACD-PARCELA(WS-ACD-I)
                               TO WS-PV-ATRASO(1)
                       WHEN WS-PV-POS <= 12
                           ADD WS-ACD-PARCELA(WS-ACD-I)
                               TO WS-PV-EM-DIA(WS-PV-POS)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT.
       FIM-PREVE-PARCELAS-ACORDO.

       VERIFICA-MES-ACORDO.
           MOVE 'N' TO WS-NO-ACORDO
           PERFORM VARYING WS-ACD-I FROM 1 BY 1
                   UNTIL WS-ACD-I > WS-QTD-ACORDOS
                      OR WS-NO-ACORDO-SIM
               IF WS-ACD-MATRICULA(WS-ACD-I) = WS-MAT-ATUAL AND
                  (WS-ACD-SITUACAO(WS-ACD-I) = 'A' OR
                   WS-ACD-SITUACAO(WS-ACD-I) = 'C') AND
                  WS-COMP-ATUAL >= WS-ACD-INICIO(WS-ACD-I) AND
                  WS-COMP-ATUAL <= WS-ACD-FIM(WS-ACD-I)
                   SET WS-NO-ACORDO-SIM TO TRUE
               END-IF
           END-PERFORM
           EXIT.
       FIM-VERIFICA-MES-ACORDO.

      *-----------------------------------------------------------------
      * MENSALIDADE EFETIVA: PRECO DA TURMA NA COMPETENCIA MENOS A
      * BOLSA VIGENTE NELA (ALUNO EM WS-AL-ACHOU-I)
      *-----------------------------------------------------------------
       CALCULA-MENSALIDADE-ALUNO.
           MOVE WS-COMP-ATUAL TO WS-PRECO-ANOMES
           MOVE WS-AL-TURMA(WS-AL-ACHOU-I) TO WS-PRECO-TURMA
           MOVE WS-AL-UNIDADE(WS-AL-ACHOU-I) TO WS-PRECO-UNIDADE
           PERFORM BUSCA-PRECO-TURMA
           IF NOT WS-PRECO-SIM
               ADD 1 TO WS-QTD-SEM-PRECO
               DISPLAY 'AVISO: SEM PRECO PARA A TURMA '
                       WS-PRECO-TURMA ' EM ' WS-PRECO-ANOMES
                       ' - MATRICULA ' WS-MAT-ATUAL
                       ' FORA DA PREVISAO'
               MOVE ZERO TO WS-MENSALIDADE
           END-IF
           MOVE WS-MENSALIDADE TO WS-MENSALIDADE-ALUNO
           MOVE 'N' TO WS-TEM-BOLSA

           PERFORM VARYING WS-BL-I FROM 1 BY 1
                   UNTIL WS-BL-I > WS-QTD-BOLSAS
                      OR WS-TEM-BOLSA-SIM
               IF WS-BL-MATRICULA(WS-BL-I) = WS-MAT-ATUAL AND
                  WS-COMP-ATUAL >= WS-BL-INICIO(WS-BL-I) AND
                  WS-COMP-ATUAL <= WS-BL-FIM(WS-BL-I)
                   SET WS-TEM-BOLSA-SIM TO TRUE
                   IF WS-BL-TIPO(WS-BL-I) = 'P'
                       COMPUTE WS-MENSALIDADE-ALUNO ROUNDED =
                           WS-MENSALIDADE *
                           (100 - WS-BL-VALOR(WS-BL-I)) / 100
                   ELSE
                       IF WS-BL-VALOR(WS-BL-I) >= WS-MENSALIDADE
                           MOVE ZERO TO WS-MENSALIDADE-ALUNO
                       ELSE
                           COMPUTE WS-MENSALIDADE-ALUNO =
                               WS-MENSALIDADE
                               - WS-BL-VALOR(WS-BL-I)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-CALCULA-MENSALIDADE-ALUNO.

      *-----------------------------------------------------------------
      * PREVISAO DO MES ANTERIOR: A GERADA NO PROPRIO MES ANTERIOR
      * OU, NA FALTA, A MAIS RECENTE GERADA ANTES DELE
      *-----------------------------------------------------------------
       LOCALIZA-PREVISAO-ANTERIOR.
           MOVE 'N' TO WS-TEM-PREVISTO
           PERFORM VARYING WS-PH-I FROM 1 BY 1
                   UNTIL WS-PH-I > WS-QTD-HIST
               IF WS-PH-ANOMES(WS-PH-I) = WS-ANOMES-ANT AND
                  WS-PH-GERADO(WS-PH-I) <= WS-ANOMES-ANT AND
                  WS-PH-GERADO(WS-PH-I) >= WS-ANT-GERADO
                   SET WS-TEM-PREVISTO-SIM TO TRUE
                   MOVE WS-PH-GERADO(WS-PH-I) TO WS-ANT-GERADO
                   MOVE WS-PH-EM-DIA(WS-PH-I) TO WS-ANT-EM-DIA
                   MOVE WS-PH-ATRASO(WS-PH-I) TO WS-ANT-ATRASO
                   MOVE WS-PH-PERDA(WS-PH-I)  TO WS-ANT-PERDA
               END-IF
           END-PERFORM
           COMPUTE WS-ANT-TOTAL = WS-ANT-EM-DIA + WS-ANT-ATRASO
           COMPUTE WS-REAL-TOTAL = WS-REAL-EM-DIA + WS-REAL-ATRASO
           EXIT.
       FIM-LOCALIZA-PREVISAO-ANTERIOR.

       GRAVA-HISTORICO.
           OPEN OUTPUT PREV-HIST
           PERFORM VARYING WS-PH-I FROM 1 BY 1
                   UNTIL WS-PH-I > WS-QTD-HIST
               MOVE WS-PH-GERADO(WS-PH-I) TO PH-GERADO
               MOVE WS-PH-ANOMES(WS-PH-I) TO PH-ANOMES
               MOVE WS-PH-EM-DIA(WS-PH-I) TO PH-EM-DIA
               MOVE WS-PH-ATRASO(WS-PH-I) TO PH-ATRASO
               MOVE WS-PH-PERDA(WS-PH-I)  TO PH-PERDA
               WRITE PREV-HIST-REG
           END-PERFORM
           PERFORM VARYING WS-PV-I FROM 1 BY 1 UNTIL WS-PV-I > 12
               MOVE WS-ANOMES-REF          TO PH-GERADO
               MOVE WS-PV-ANOMES(WS-PV-I)  TO PH-ANOMES
               MOVE WS-PV-EM-DIA(WS-PV-I)  TO PH-EM-DIA
               MOVE WS-PV-ATRASO(WS-PV-I)  TO PH-ATRASO
               MOVE WS-PV-PERDA(WS-PV-I)   TO PH-PERDA
               WRITE PREV-HIST-REG
           END-PERFORM
           CLOSE PREV-HIST
           EXIT.
       FIM-GRAVA-HISTORICO.

      *-----------------------------------------------------------------
      * RELATORIO FLUXORECEB.TXT
      *-----------------------------------------------------------------
       IMPRIME-RELATORIO.
           MOVE SPACES TO WS-IMP-CABECALHO
           STRING 'MES              EM DIA      EM ATRASO'
                  ' PROVAVEL PERDA     A RECEBER'
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-PV-I FROM 1 BY 1 UNTIL WS-PV-I > 12
               ADD WS-PV-EM-DIA(WS-PV-I) TO WS-TOTAL-EM-DIA
               ADD WS-PV-ATRASO(WS-PV-I) TO WS-TOTAL-ATRASO
               ADD WS-PV-PERDA(WS-PV-I)  TO WS-TOTAL-PERDA
               COMPUTE WS-TOTAL-MES = WS-PV-EM-DIA(WS-PV-I)
                                    + WS-PV-ATRASO(WS-PV-I)
               MOVE WS-PV-EM-DIA(WS-PV-I) TO WS-MASK-VALOR
               MOVE WS-PV-ATRASO(WS-PV-I) TO WS-MASK-VALOR-2
               MOVE WS-PV-PERDA(WS-PV-I)  TO WS-MASK-VALOR-3
               MOVE WS-TOTAL-MES          TO WS-MASK-VALOR-4
               MOVE SPACES TO WS-IMP-LINHA
               STRING WS-PV-ANOMES(WS-PV-I)(5:2) '/'
                      WS-PV-ANOMES(WS-PV-I)(1:4) ' '
                      WS-MASK-VALOR ' ' WS-MASK-VALOR-2 ' '
                      WS-MASK-VALOR-3 ' ' WS-MASK-VALOR-4
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-PERFORM

           COMPUTE WS-TOTAL-MES = WS-TOTAL-EM-DIA + WS-TOTAL-ATRASO
           MOVE WS-TOTAL-EM-DIA TO WS-MASK-VALOR
           MOVE WS-TOTAL-ATRASO TO WS-MASK-VALOR-2
           MOVE WS-TOTAL-PERDA  TO WS-MASK-VALOR-3
           MOVE WS-TOTAL-MES    TO WS-MASK-VALOR-4
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TOTAL   ' WS-MASK-VALOR ' ' WS-MASK-VALOR-2 ' '
                  WS-MASK-VALOR-3 ' ' WS-MASK-VALOR-4
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           PERFORM IMPRIME-PERFIL
           PERFORM IMPRIME-CONFRONTO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'MESES EM ABERTO: ' WS-QTD-MESES-ABERTOS
                  '  PROJETADOS NO ANO SEGUINTE: '
                  WS-QTD-MESES-PROJETADOS
                  '  PARCELAS DE ACORDO: ' WS-QTD-PARCELAS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-RELATORIO.

       IMPRIME-PERFIL.
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'PERFIL DE ATRASO (' WS-QTD-MESES-MADUROS
                  ' ALUNO/MES VENCIDOS HA 3 MESES OU MAIS) - % DO '
                  'DEVIDO'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           COMPUTE WS-PCT ROUNDED = WS-PF-EM-DIA * 100
           MOVE WS-PCT TO WS-MASK-PCT
           MOVE SPACES TO WS-IMP-LINHA
           STRING '  EM DIA ............................ ' WS-MASK-PCT
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-PF-I FROM 1 BY 1 UNTIL WS-PF-I > 4
               COMPUTE WS-PCT ROUNDED = WS-PF-ATRASO(WS-PF-I) * 100
               MOVE WS-PCT TO WS-MASK-PCT
               MOVE SPACES TO WS-IMP-LINHA
               EVALUATE WS-PF-I
                   WHEN 1
                       STRING '  ATRASO NO MES DO VENCIMENTO ..... '
                              '  ' WS-MASK-PCT
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
                   WHEN 4
                       STRING '  ATRASO DE 3 MESES OU MAIS ........ '
                              ' ' WS-MASK-PCT
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
                   WHEN OTHER
                       COMPUTE WS-ATRASO-DIGITO = WS-PF-I - 1
                       STRING '  ATRASO DE ' WS-ATRASO-DIGITO
                              ' MES(ES) ................ '
                              '  ' WS-MASK-PCT
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
               END-EVALUATE
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-PERFORM

           COMPUTE WS-PCT ROUNDED = WS-PF-PERDA * 100
           MOVE WS-PCT TO WS-MASK-PCT
           MOVE SPACES TO WS-IMP-LINHA
           STRING '  NAO RECEBIDO (PROVAVEL PERDA) ..... ' WS-MASK-PCT
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-PERFIL.

       IMPRIME-CONFRONTO.
           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           IF WS-TEM-PREVISTO-SIM
               STRING 'PREVISTO X REALIZADO EM '
                      WS-ANOMES-ANT(5:2) '/' WS-ANOMES-ANT(1:4)
                      ' (PREVISAO GERADA EM '
                      WS-ANT-GERADO(5:2) '/' WS-ANT-GERADO(1:4) ')'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           ELSE
               STRING 'PREVISTO X REALIZADO EM '
                      WS-ANOMES-ANT(5:2) '/' WS-ANOMES-ANT(1:4)
                      ' - SEM PREVISAO NO PREVHIST.TXT'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           END-IF
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE WS-ANT-EM-DIA  TO WS-MASK-VALOR
           MOVE WS-REAL-EM-DIA TO WS-MASK-DIFERENCA
           MOVE SPACES TO WS-IMP-LINHA
           STRING '  EM DIA     PREVISTO ' WS-MASK-VALOR
                  '  REALIZADO ' WS-MASK-DIFERENCA
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE WS-ANT-ATRASO  TO WS-MASK-VALOR
           MOVE WS-REAL-ATRASO TO WS-MASK-DIFERENCA
           MOVE SPACES TO WS-IMP-LINHA
           STRING '  EM ATRASO  PREVISTO ' WS-MASK-VALOR
                  '  REALIZADO ' WS-MASK-DIFERENCA
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE WS-ANT-TOTAL  TO WS-MASK-VALOR
           MOVE WS-REAL-TOTAL TO WS-MASK-DIFERENCA
           MOVE SPACES TO WS-IMP-LINHA
           STRING '  TOTAL      PREVISTO ' WS-MASK-VALOR
                  '  REALIZADO ' WS-MASK-DIFERENCA
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           COMPUTE WS-DIFERENCA = WS-REAL-TOTAL - WS-ANT-TOTAL
           MOVE WS-DIFERENCA TO WS-MASK-DIFERENCA
           MOVE SPACES TO WS-IMP-LINHA
           STRING '  DIFERENCA (REALIZADO - PREVISTO) '
                  WS-MASK-DIFERENCA
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-CONFRONTO.

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
           IF WS-QTD-SEM-PRECO > 0 AND WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'MESES EM ABERTO      : ' WS-QTD-MESES-ABERTOS
           DISPLAY 'MESES PROJETADOS     : ' WS-QTD-MESES-PROJETADOS
           DISPLAY 'MESES EM ACORDO      : ' WS-QTD-MESES-ACORDO
           DISPLAY 'PARCELAS DE ACORDO   : ' WS-QTD-PARCELAS
           DISPLAY 'SEM PRECO            : ' WS-QTD-SEM-PRECO
           DISPLAY 'SEM VINCULO          : ' WS-QTD-SEM-ALUNO
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM PREVISAO-RECEBER.
