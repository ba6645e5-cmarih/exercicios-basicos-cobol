      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: DOCUMENTOS ANUAIS DO FINANCEIRO POR FAMILIA - NO
      *          LUGAR DA DECLARACAO DE QUITACAO E DO TOTAL PARA O
      *          IRPF MONTADOS A MAO A PARTIR DO EXTRATO.TXT, LE A
      *          ALOCACAO DO ANO-BASE (ALOCACAO.TXT DO
      *          ALOCA-PAGAMENTOS), OS ACORDOS (ACORDOS.TXT) E O
      *          MOVIMENTO ACEITO (TRANSACEITAS.TXT MAIS OS
      *          MOVFEC<AAAAMM>.TXT DOS MESES FECHADOS) E, POR
      *          FAMILIA (CPF DO PRIMEIRO RESPONSAVEL, COMO NA
      *          COBRANCA-GERA; SEM CPF, O ALUNO SOZINHO):
      *            - EMITE A DECLARACAO DE QUITACAO ANUAL DE DEBITOS
      *              QUANDO TODOS OS MESES DO ANO DE TODOS OS ALUNOS
      *              ESTAO QUITADOS (MES COBERTO POR ACORDO CUMPRIDO
      *              CONTA COMO QUITADO);
      *            - EMITE O INFORME DE PAGAMENTOS PARA O IRPF COM O
      *              VALOR EFETIVAMENTE PAGO NO ANO-CALENDARIO (DATA
      *              DO PAGAMENTO, ESTORNOS DEDUZIDOS), POR ALUNO E
      *              TOTAL, EM NOME DO RESPONSAVEL E DO SEU CPF;
      *            - LISTA, SEM DECLARAR, A FAMILIA COM MES EM
      *              ABERTO, MES AINDA EM ACORDO OU ACORDO QUEBRADO
      *          CADA DOCUMENTO RECEBE O PROXIMO NUMERO DO LIVRO
      *          DOCUMENTOS.TXT (DOCUMENT.CPY, TIPOS Q E I, COM O
      *          ANO-BASE) E O CODIGO DE VERIFICACAO DO
      *          DOCUMENTO-EMITE, SAI PELA ROTINA IMPRESSAO EM
      *          DOC<NUMERO>.TXT E E REGISTRADO NO LIVRO; RODAR DE
      *          NOVO O MESMO ANO NAO REEMITE O QUE JA ESTA NO LIVRO;
      *          O RESUMO DA RODADA SAI EM QUITACAO.TXT
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Movimento fechado com a unidade do lancamento
      *                    (TRANSACAO.CPY, 38 posicoes)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUITACAO-ANUAL.
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
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT RESPONSAVEIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESP-STATUS.
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
           SELECT CEDENTE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CED-STATUS.
           SELECT DOCUMENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DOC-STATUS.
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

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD RESPONSAVEIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RESPONSAVEIS.TXT'.
       COPY RESPONSA.CPY.

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

       FD CEDENTE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BANCOPAR.TXT'.
       COPY CEDENTE.CPY.

       FD DOCUMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DOCUMENTOS.TXT'.
       COPY DOCUMENT.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ALOC-STATUS               PIC X(02) VALUE '00'.
       01 WS-VINCULO-STATUS            PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-RESP-STATUS               PIC X(02) VALUE '00'.
       01 WS-ACORDO-STATUS             PIC X(02) VALUE '00'.
       01 WS-TRANS-STATUS              PIC X(02) VALUE '00'.
       01 WS-CTL-STATUS                PIC X(02) VALUE '00'.
       01 WS-MOV-STATUS                PIC X(02) VALUE '00'.
       01 WS-CED-STATUS                PIC X(02) VALUE '00'.
       01 WS-DOC-STATUS                PIC X(02) VALUE '00'.
       01 WS-ENTRADA-NOME              PIC X(16)
                                       VALUE 'TRANSACEITAS.TXT'.
       01 WS-MOV-NOME                  PIC X(16) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-ALOC           PIC X(01) VALUE 'N'.
               88 WS-FIM-ALOC-SIM         VALUE 'S'.
           02 WS-FIM-VINCULO        PIC X(01) VALUE 'N'.
               88 WS-FIM-VINCULO-SIM      VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-FIM-RESP           PIC X(01) VALUE 'N'.
               88 WS-FIM-RESP-SIM         VALUE 'S'.
           02 WS-FIM-ACORDO         PIC X(01) VALUE 'N'.
               88 WS-FIM-ACORDO-SIM       VALUE 'S'.
           02 WS-FIM-TRANS          PIC X(01) VALUE 'N'.
               88 WS-FIM-TRANS-SIM        VALUE 'S'.
           02 WS-FIM-CTL            PIC X(01) VALUE 'N'.
               88 WS-FIM-CTL-SIM          VALUE 'S'.
           02 WS-FIM-MOV            PIC X(01) VALUE 'N'.
               88 WS-FIM-MOV-SIM          VALUE 'S'.
           02 WS-FIM-DOC            PIC X(01) VALUE 'N'.
               88 WS-FIM-DOC-SIM          VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM            VALUE 'S'.
           02 WS-TEM-CEDENTE        PIC X(01) VALUE 'N'.
               88 WS-TEM-CEDENTE-SIM      VALUE 'S'.
           02 WS-TABELA-CHEIA       PIC X(01) VALUE 'N'.
               88 WS-TABELA-CHEIA-SIM     VALUE 'S'.
      *-----------------------------------------------------------------
      * ANO-BASE E DATA DE EMISSAO
      *-----------------------------------------------------------------
       01 WS-ANO-BASE                  PIC 9(04) VALUE ZERO.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO           PIC 9(04).
           02 WS-HOJE-MES           PIC 9(02).
           02 WS-HOJE-DIA           PIC 9(02).
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.
       01 WS-OPERADOR                  PIC X(08) VALUE 'QUITACAO'.
      *-----------------------------------------------------------------
      * ALUNOS DO ANO-BASE (ALOCACAO.TXT) - SITUACAO DE CADA MES,
      * FAMILIA, VALOR PAGO NO ANO-CALENDARIO E DOCUMENTOS DA FAMILIA
      * (GUARDADOS NO PRIMEIRO ALUNO DELA, O LIDER)
      *-----------------------------------------------------------------
       01 WS-TAB-LIMITE                PIC 9(03) VALUE 300.
       01 WS-QTD-ALUNOS                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-ALUNOS.
           02 WS-AL-ENTRADA OCCURS 300 TIMES.
               03 WS-AL-MATRICULA      PIC X(05).
               03 WS-AL-NOME           PIC X(30).
               03 WS-AL-CPF            PIC 9(11).
               03 WS-AL-FAMILIA        PIC 9(11).
               03 WS-AL-RESP-NOME      PIC X(30).
               03 WS-AL-SIT-MES        PIC X(01) OCCURS 12 TIMES.
               03 WS-AL-MESES-ABERTOS  PIC 9(02).
               03 WS-AL-MESES-ACORDO   PIC 9(02).
               03 WS-AL-QUEBRADO       PIC X(01).
               03 WS-AL-PAGO           PIC S9(09)V99.
               03 WS-AL-FEITO          PIC X(01).
               03 WS-AL-LIDER-FAM      PIC X(01).
               03 WS-AL-QUIT-NUMERO    PIC 9(06).
               03 WS-AL-QUIT-ANTES     PIC X(01).
               03 WS-AL-INF-NUMERO     PIC 9(06).
               03 WS-AL-INF-ANTES      PIC X(01).
               03 WS-AL-OBS            PIC X(22).
       01 WS-AL-I                      PIC 9(03) VALUE ZERO.
       01 WS-AL-ACHOU-I                PIC 9(03) VALUE ZERO.
       01 WS-AL-LIDER                  PIC 9(03) VALUE ZERO.
       01 WS-MES-J                     PIC 9(02) VALUE ZERO.
       01 WS-QTD-OUTRO-ANO             PIC 9(05) VALUE ZERO.
      *-----------------------------------------------------------------
      * VINCULO CONTA-ALUNO (CONTALUNO.TXT)
      *-----------------------------------------------------------------
       01 WS-TAB-CT-LIMITE             PIC 9(03) VALUE 300.
       01 WS-QTD-CONTAS                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-CONTAS.
           02 WS-CT-ENTRADA OCCURS 300 TIMES.
               03 WS-CT-CONTA          PIC X(10).
               03 WS-CT-MATRICULA      PIC X(05).
               03 WS-CT-NOME           PIC X(30).
       01 WS-CT-I                      PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * RESPONSAVEIS (PRIMEIRO DE CADA MATRICULA)
      *-----------------------------------------------------------------
       01 WS-TAB-RESP-LIMITE           PIC 9(03) VALUE 300.
       01 WS-QTD-RESP                  PIC 9(03) VALUE ZERO.
       01 WS-TABELA-RESP.
           02 WS-RESP-ENTRADA OCCURS 300 TIMES.
               03 WS-RESP-MATRICULA    PIC X(05).
               03 WS-RESP-NOME         PIC X(30).
               03 WS-RESP-CPF          PIC 9(11).
       01 WS-RESP-I                    PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * ACORDOS DE RENEGOCIACAO - MESMA ESCOLHA DO INADIMPLENCIA
      * (ATIVO, DEPOIS CUMPRIDO, POR FIM QUEBRADO), COM AS PARCELAS
      * VENCIDAS CONTADAS ATE DEZEMBRO DO ANO-BASE
      *-----------------------------------------------------------------
       01 WS-TAB-ACORDO-LIMITE         PIC 9(03) VALUE 200.
       01 WS-QTD-ACORDOS               PIC 9(03) VALUE ZERO.
       01 WS-TABELA-ACORDOS.
           02 WS-ACD-ENTRADA OCCURS 200 TIMES.
               03 WS-ACD-MATRICULA     PIC X(05).
               03 WS-ACD-INICIO        PIC 9(06).
               03 WS-ACD-FIM           PIC 9(06).
               03 WS-ACD-QTD           PIC 9(02).
               03 WS-ACD-PAGAS         PIC 9(02).
               03 WS-ACD-INI-MES       PIC 9(02).
               03 WS-ACD-INI-ANO       PIC 9(04).
               03 WS-ACD-SITUACAO      PIC X(01).
       01 WS-ACD-I                     PIC 9(03) VALUE ZERO.
       01 WS-TEM-ACORDO                PIC X(01) VALUE 'N'.
           88 WS-TEM-ACORDO-SIM               VALUE 'S'.
       01 WS-ACD-SIT-ALUNO             PIC X(01) VALUE SPACE.
       01 WS-ACD-INICIO-ALUNO          PIC 9(06) VALUE ZERO.
       01 WS-ACD-FIM-ALUNO             PIC 9(06) VALUE ZERO.
       01 WS-ACD-QTD-ALUNO             PIC 9(02) VALUE ZERO.
       01 WS-ACD-PAGAS-ALUNO           PIC 9(02) VALUE ZERO.
       01 WS-PARC-DEVIDAS              PIC S9(04) VALUE ZERO.
       01 WS-ANOMES-CALC               PIC 9(06) VALUE ZERO.
      *-----------------------------------------------------------------
      * MOVIMENTO DO ANO-CALENDARIO
      *-----------------------------------------------------------------
       01 WS-TAB-FEC-LIMITE            PIC 9(03) VALUE 120.
       01 WS-QTD-FECHADOS              PIC 9(03) VALUE ZERO.
       01 WS-TABELA-FECHADOS.
           02 WS-FEC-ANOMES PIC 9(06) OCCURS 120 TIMES.
       01 WS-FEC-I                     PIC 9(03) VALUE ZERO.
       01 WS-LANCAMENTO.
           02 WS-LC-CONTA          PIC X(10).
           02 WS-LC-VALOR          PIC 9(07)V99.
           02 WS-LC-DATA           PIC X(10).
           02 WS-LC-TIPO           PIC X(01).
               88 WS-LC-TIPO-DEBITO       VALUE 'D'.
           02 WS-LC-COMPETENCIA    PIC 9(06).
       01 WS-QTD-TRANS-LIDAS           PIC 9(05) VALUE ZERO.
       01 WS-QTD-NO-ANO                PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-VINCULO           PIC 9(05) VALUE ZERO.
      *-----------------------------------------------------------------
      * DOCUMENTOS JA NO LIVRO PARA O ANO-BASE
      *-----------------------------------------------------------------
       01 WS-ULTIMO-NUMERO             PIC 9(06) VALUE ZERO.
       01 WS-TAB-LIVRO-LIMITE          PIC 9(03) VALUE 600.
       01 WS-QTD-LIVRO                 PIC 9(03) VALUE ZERO.
       01 WS-TABELA-LIVRO.
           02 WS-LV-ENTRADA OCCURS 600 TIMES.
               03 WS-LV-NUMERO         PIC 9(06).
               03 WS-LV-TIPO           PIC X(01).
               03 WS-LV-MATRICULA      PIC X(05).
       01 WS-LV-I                      PIC 9(03) VALUE ZERO.
       01 WS-LV-TIPO-BUSCA             PIC X(01) VALUE SPACE.
       01 WS-LV-NUMERO-ACHADO          PIC 9(06) VALUE ZERO.
      *-----------------------------------------------------------------
      * FAMILIA EM PROCESSAMENTO
      *-----------------------------------------------------------------
       01 WS-FAM-ALUNOS                PIC 9(03) VALUE ZERO.
       01 WS-FAM-ABERTOS               PIC 9(03) VALUE ZERO.
       01 WS-FAM-ACORDO                PIC 9(03) VALUE ZERO.
       01 WS-FAM-QUEBRADO              PIC X(01) VALUE 'N'.
           88 WS-FAM-QUEBRADO-SIM             VALUE 'S'.
       01 WS-FAM-PAGO                  PIC S9(09)V99 VALUE ZERO.
       01 WS-FAM-CPF                   PIC 9(11) VALUE ZERO.
       01 WS-FAM-NOME                  PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
      * INSTITUICAO (CARTAO BANCOPAR.TXT, QUANDO EXISTE)
      *-----------------------------------------------------------------
       01 WS-ESCOLA-NOME               PIC X(30) VALUE SPACES.
       01 WS-ESCOLA-CNPJ               PIC 9(14) VALUE ZERO.
       01 WS-ESCOLA-CNPJ-R REDEFINES WS-ESCOLA-CNPJ.
           02 WS-CNPJ-1             PIC X(02).
           02 WS-CNPJ-2             PIC X(03).
           02 WS-CNPJ-3             PIC X(03).
           02 WS-CNPJ-4             PIC X(04).
           02 WS-CNPJ-DV            PIC X(02).
       01 WS-CNPJ-FMT                  PIC X(18) VALUE SPACES.
      *-----------------------------------------------------------------
      * NUMERO DO LIVRO E CODIGO DE VERIFICACAO (MESMA CONTA DO
      * DOCUMENTO-EMITE, PARA A CONFERENCIA DE AUTENTICIDADE)
      *-----------------------------------------------------------------
       01 WS-TIPO-DOC                  PIC X(01) VALUE SPACE.
           88 WS-TIPO-QUITACAO                VALUE 'Q'.
           88 WS-TIPO-INFORME                 VALUE 'I'.
       01 WS-DOC-NUMERO                PIC 9(06) VALUE ZERO.
       01 WS-DOC-MATRICULA             PIC X(05) VALUE SPACES.
       01 WS-DOC-NOME                  PIC X(30) VALUE SPACES.
       01 WS-DOC-CODIGO                PIC 9(09) VALUE ZERO.
       01 WS-DOC-ARQUIVO               PIC X(20) VALUE SPACES.
       01 WS-VERIF-BASE                PIC X(60) VALUE SPACES.
       01 WS-VERIF-HASH                PIC 9(18) VALUE ZERO.
       01 WS-VERIF-I                   PIC 9(03) VALUE ZERO.
       01 WS-VERIF-ORD                 PIC 9(03) VALUE ZERO.
       01 WS-CODIGO-MASK               PIC 999.999.999.
       01 WS-TIPO-DESCRICAO            PIC X(60) VALUE SPACES.
      *-----------------------------------------------------------------
      * LINHAS E CONTADORES
      *-----------------------------------------------------------------
       01 WS-CPF-EDICAO                PIC 9(11) VALUE ZERO.
       01 WS-CPF-EDICAO-R REDEFINES WS-CPF-EDICAO.
           02 WS-CPF-1              PIC X(03).
           02 WS-CPF-2              PIC X(03).
           02 WS-CPF-3              PIC X(03).
           02 WS-CPF-DV             PIC X(02).
       01 WS-CPF-FMT                   PIC X(14) VALUE SPACES.
       01 WS-VALOR-MASK                PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-QTD-MASK                  PIC Z9.
       01 WS-NUM-QUIT-TXT              PIC X(06) VALUE SPACES.
       01 WS-NUM-INF-TXT               PIC X(06) VALUE SPACES.
       01 WS-QTD-FAMILIAS              PIC 9(04) VALUE ZERO.
       01 WS-QTD-QUITACOES             PIC 9(04) VALUE ZERO.
       01 WS-QTD-INFORMES              PIC 9(04) VALUE ZERO.
       01 WS-QTD-JA-EMITIDOS           PIC 9(04) VALUE ZERO.
       01 WS-QTD-PENDENTES             PIC 9(04) VALUE ZERO.
       01 WS-QTD-SEM-CPF               PIC 9(04) VALUE ZERO.
       01 WS-TOTAL-PAGO                PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-MASK                PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE SPACES.
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
           DISPLAY 'QUITACAO ANUAL E INFORME DE PAGAMENTOS'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING

           DISPLAY 'ANO-BASE (AAAA): '
           ACCEPT WS-ANO-BASE

           EVALUATE TRUE
               WHEN WS-ANO-BASE < 1990
                   DISPLAY 'ANO-BASE INVALIDO'
                   MOVE 8 TO WS-RETORNO-JOB
               WHEN WS-ANO-BASE > WS-HOJE-ANO OR
                    (WS-ANO-BASE = WS-HOJE-ANO AND WS-HOJE-MES < 12)
                   DISPLAY 'ANO-BASE ' WS-ANO-BASE ' AINDA NAO '
                           'ENCERRADO - DOCUMENTOS NAO EMITIDOS'
                   MOVE 8 TO WS-RETORNO-JOB
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
       FIM-INICIO.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-ALOCACAO
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-VINCULOS
               PERFORM CARREGA-MATRICULAS
               PERFORM CARREGA-RESPONSAVEIS
               PERFORM CARREGA-ACORDOS
               PERFORM CARREGA-CEDENTE
               PERFORM CARREGA-LIVRO
           END-IF
           IF WS-RETORNO-JOB = 0 AND WS-TABELA-CHEIA-SIM
               DISPLAY 'TABELA CHEIA - DOCUMENTOS NAO EMITIDOS; '
                       'AUMENTE O LIMITE ANTES DE RODAR O ANO'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM ASSOCIA-FAMILIAS
               PERFORM APURA-MESES-ALUNO
                   VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
               PERFORM SOMA-PAGAMENTOS
           END-IF
           IF WS-RETORNO-JOB < 8
               PERFORM VARYING WS-AL-LIDER FROM 1 BY 1
                       UNTIL WS-AL-LIDER > WS-QTD-ALUNOS
                   IF WS-AL-FEITO(WS-AL-LIDER) = 'N'
                       PERFORM PROCESSA-FAMILIA
                   END-IF
               END-PERFORM
               PERFORM GRAVA-RESUMO
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * ALOCACAO DO ANO-BASE: UM ALUNO POR MATRICULA, COM A SITUACAO
      * DE CADA MES (Q/P/A); O REGISTRO DE CREDITO (000000) NAO ENTRA.
      * ALOCACAO DE OUTRO ANO QUER DIZER QUE O ALOCA-PAGAMENTOS NAO
      * FOI RODADO PARA O ANO-BASE - NADA E EMITIDO
      *-----------------------------------------------------------------
       CARREGA-ALOCACAO.
           OPEN INPUT ALOCACAO
           IF WS-ALOC-STATUS NOT = '00'
               DISPLAY 'ALOCACAO.TXT NAO ENCONTRADO - RODE O '
                       'ALOCA-PAGAMENTOS DO ANO-BASE'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-ALOCACAO
               PERFORM UNTIL WS-FIM-ALOC-SIM
                   IF AL-ANOMES NUMERIC AND AL-ANOMES > ZERO
                       IF AL-ANOMES(1:4) = WS-ANO-BASE
                           PERFORM GUARDA-MES-ALOCACAO
                       ELSE
                           ADD 1 TO WS-QTD-OUTRO-ANO
                       END-IF
                   END-IF
                   PERFORM LER-ALOCACAO
               END-PERFORM
               CLOSE ALOCACAO

               IF WS-QTD-OUTRO-ANO > 0 OR WS-QTD-ALUNOS = 0
                   DISPLAY 'ALOCACAO.TXT NAO E DO ANO-BASE '
                           WS-ANO-BASE ' - RODE O ALOCA-PAGAMENTOS '
                           'DO ANO-BASE ANTES DESTE PASSO'
                   MOVE 8 TO WS-RETORNO-JOB
               ELSE
                   DISPLAY 'ALUNOS NA ALOCACAO DO ANO: ' WS-QTD-ALUNOS
               END-IF
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

       GUARDA-MES-ALOCACAO.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
                      OR WS-ACHOU-SIM
               IF WS-AL-MATRICULA(WS-AL-I) = AL-MATRICULA
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-AL-I TO WS-AL-ACHOU-I
               END-IF
           END-PERFORM

           IF NOT WS-ACHOU-SIM
               IF WS-QTD-ALUNOS >= WS-TAB-LIMITE
                   DISPLAY 'AVISO: TABELA DE ALUNOS CHEIA ('
                           WS-TAB-LIMITE ') - MATRICULA '
                           AL-MATRICULA
                   SET WS-TABELA-CHEIA-SIM TO TRUE
                   MOVE ZERO TO WS-AL-ACHOU-I
               ELSE
                   ADD 1 TO WS-QTD-ALUNOS
                   MOVE WS-QTD-ALUNOS TO WS-AL-ACHOU-I
                   MOVE AL-MATRICULA
                        TO WS-AL-MATRICULA(WS-QTD-ALUNOS)
                   MOVE SPACES TO WS-AL-NOME(WS-QTD-ALUNOS)
                   MOVE ZERO   TO WS-AL-CPF(WS-QTD-ALUNOS)
                   MOVE ZERO   TO WS-AL-FAMILIA(WS-QTD-ALUNOS)
                   MOVE SPACES TO WS-AL-RESP-NOME(WS-QTD-ALUNOS)
                   PERFORM VARYING WS-MES-J FROM 1 BY 1
                           UNTIL WS-MES-J > 12
                       MOVE SPACE
                            TO WS-AL-SIT-MES(WS-QTD-ALUNOS, WS-MES-J)
                   END-PERFORM
                   MOVE ZERO TO WS-AL-MESES-ABERTOS(WS-QTD-ALUNOS)
                   MOVE ZERO TO WS-AL-MESES-ACORDO(WS-QTD-ALUNOS)
                   MOVE 'N'  TO WS-AL-QUEBRADO(WS-QTD-ALUNOS)
                   MOVE ZERO TO WS-AL-PAGO(WS-QTD-ALUNOS)
                   MOVE 'N'  TO WS-AL-FEITO(WS-QTD-ALUNOS)
                   MOVE 'N'  TO WS-AL-LIDER-FAM(WS-QTD-ALUNOS)
                   MOVE ZERO TO WS-AL-QUIT-NUMERO(WS-QTD-ALUNOS)
                   MOVE 'N'  TO WS-AL-QUIT-ANTES(WS-QTD-ALUNOS)
                   MOVE ZERO TO WS-AL-INF-NUMERO(WS-QTD-ALUNOS)
                   MOVE 'N'  TO WS-AL-INF-ANTES(WS-QTD-ALUNOS)
                   MOVE SPACES TO WS-AL-OBS(WS-QTD-ALUNOS)
               END-IF
           END-IF

           IF WS-AL-ACHOU-I > 0
               MOVE AL-ANOMES(5:2) TO WS-MES-J
               IF WS-MES-J >= 1 AND WS-MES-J <= 12
                   MOVE AL-SITUACAO
                        TO WS-AL-SIT-MES(WS-AL-ACHOU-I, WS-MES-J)
               END-IF
           END-IF
           EXIT.
       FIM-GUARDA-MES-ALOCACAO.

       CARREGA-VINCULOS.
           OPEN INPUT CONTA-ALUNO
           IF WS-VINCULO-STATUS NOT = '00'
               DISPLAY 'CONTALUNO.TXT NAO ENCONTRADO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-VINCULO
               PERFORM UNTIL WS-FIM-VINCULO-SIM
                   IF WS-QTD-CONTAS >= WS-TAB-CT-LIMITE
                       DISPLAY 'AVISO: TABELA DE VINCULOS CHEIA ('
                               WS-TAB-CT-LIMITE ')'
                       SET WS-TABELA-CHEIA-SIM TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-CONTAS
                       MOVE CA-CONTA
                            TO WS-CT-CONTA(WS-QTD-CONTAS)
                       MOVE CA-MATRICULA
                            TO WS-CT-MATRICULA(WS-QTD-CONTAS)
                       MOVE CA-NOME
                            TO WS-CT-NOME(WS-QTD-CONTAS)
                   END-IF
                   PERFORM LER-VINCULO
               END-PERFORM
               CLOSE CONTA-ALUNO
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
      * NOME E CPF DO ALUNO PELO MATRICULAS.TXT; NA FALTA, O NOME DO
      * CONTALUNO.TXT
      *-----------------------------------------------------------------
       CARREGA-MATRICULAS.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS = '00'
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   PERFORM VARYING WS-AL-I FROM 1 BY 1
                           UNTIL WS-AL-I > WS-QTD-ALUNOS
                       IF WS-AL-MATRICULA(WS-AL-I) = MT-MATRICULA
                           MOVE MT-NOME TO WS-AL-NOME(WS-AL-I)
                           IF MT-CPF NUMERIC
                               MOVE MT-CPF TO WS-AL-CPF(WS-AL-I)
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           ELSE
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO - NOME DO '
                       'CONTALUNO.TXT E SEM CPF DO ALUNO'
           END-IF

           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
               IF WS-AL-NOME(WS-AL-I) = SPACES
                   PERFORM VARYING WS-CT-I FROM 1 BY 1
                           UNTIL WS-CT-I > WS-QTD-CONTAS
                       IF WS-CT-MATRICULA(WS-CT-I) =
                          WS-AL-MATRICULA(WS-AL-I)
                           MOVE WS-CT-NOME(WS-CT-I)
                                TO WS-AL-NOME(WS-AL-I)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           EXIT.
       FIM-CARREGA-MATRICULAS.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

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
                       IF RS-CPF NUMERIC
                           MOVE RS-CPF TO WS-RESP-CPF(WS-QTD-RESP)
                       ELSE
                           MOVE ZERO TO WS-RESP-CPF(WS-QTD-RESP)
                       END-IF
                   ELSE
                       DISPLAY 'AVISO: TABELA DE RESPONSAVEIS CHEIA ('
                               WS-TAB-RESP-LIMITE ')'
                       SET WS-TABELA-CHEIA-SIM TO TRUE
                   END-IF
                   PERFORM LER-RESPONSAVEIS
               END-PERFORM
               CLOSE RESPONSAVEIS
           ELSE
               DISPLAY 'RESPONSAVEIS.TXT NAO ENCONTRADO - DOCUMENTOS '
                       'EM NOME DO ALUNO E SEM INFORME PARA O IRPF'
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

       CARREGA-ACORDOS.
           OPEN INPUT ACORDOS
           IF WS-ACORDO-STATUS = '00'
               PERFORM LER-ACORDOS
               PERFORM UNTIL WS-FIM-ACORDO-SIM
                   IF WS-QTD-ACORDOS >= WS-TAB-ACORDO-LIMITE
                       DISPLAY 'AVISO: TABELA DE ACORDOS CHEIA ('
                               WS-TAB-ACORDO-LIMITE ')'
                       SET WS-TABELA-CHEIA-SIM TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-ACORDOS
                       MOVE AC-MATRICULA
                            TO WS-ACD-MATRICULA(WS-QTD-ACORDOS)
                       MOVE AC-ANOMES-INICIO
                            TO WS-ACD-INICIO(WS-QTD-ACORDOS)
                       MOVE AC-ANOMES-FIM
                            TO WS-ACD-FIM(WS-QTD-ACORDOS)
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
                           MOVE ZERO
                                TO WS-ACD-INI-MES(WS-QTD-ACORDOS)
                           MOVE ZERO
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
      * NOME E CNPJ DA ESCOLA NO INFORME - OPCIONAIS
      *-----------------------------------------------------------------
       CARREGA-CEDENTE.
           OPEN INPUT CEDENTE
           IF WS-CED-STATUS = '00'
               READ CEDENTE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-TEM-CEDENTE-SIM TO TRUE
                       MOVE CD-NOME-EMPRESA TO WS-ESCOLA-NOME
                       IF CD-CNPJ NUMERIC
                           MOVE CD-CNPJ TO WS-ESCOLA-CNPJ
                       END-IF
               END-READ
               CLOSE CEDENTE
           END-IF

           IF WS-ESCOLA-CNPJ > ZERO
               STRING WS-CNPJ-1 '.' WS-CNPJ-2 '.' WS-CNPJ-3 '/'
                      WS-CNPJ-4 '-' WS-CNPJ-DV
                      DELIMITED BY SIZE
                      INTO WS-CNPJ-FMT
               END-STRING
           ELSE
               DISPLAY 'BANCOPAR.TXT SEM CNPJ - INFORME SAI SEM OS '
                       'DADOS DA INSTITUICAO'
           END-IF
           EXIT.
       FIM-CARREGA-CEDENTE.

      *-----------------------------------------------------------------
      * LIVRO: PROXIMO NUMERO E OS DOCUMENTOS Q/I JA EMITIDOS PARA O
      * ANO-BASE (NAO SAO EMITIDOS DE NOVO)
      *-----------------------------------------------------------------
       CARREGA-LIVRO.
           OPEN INPUT DOCUMENTOS
           IF WS-DOC-STATUS = '00'
               PERFORM LER-DOCUMENTOS
               PERFORM UNTIL WS-FIM-DOC-SIM
                   IF DC-NUMERO NUMERIC AND
                      DC-NUMERO > WS-ULTIMO-NUMERO
                       MOVE DC-NUMERO TO WS-ULTIMO-NUMERO
                   END-IF
                   IF (DC-DECL-QUITACAO OR DC-INFORME-PAGAMENTOS) AND
                      DC-ANO-BASE NUMERIC AND
                      DC-ANO-BASE = WS-ANO-BASE
                       IF WS-QTD-LIVRO >= WS-TAB-LIVRO-LIMITE
                           DISPLAY 'AVISO: TABELA DO LIVRO CHEIA ('
                                   WS-TAB-LIVRO-LIMITE ')'
                           SET WS-TABELA-CHEIA-SIM TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-LIVRO
                           MOVE DC-NUMERO
                                TO WS-LV-NUMERO(WS-QTD-LIVRO)
                           MOVE DC-TIPO
                                TO WS-LV-TIPO(WS-QTD-LIVRO)
                           MOVE DC-MATRICULA
                                TO WS-LV-MATRICULA(WS-QTD-LIVRO)
                       END-IF
                   END-IF
                   PERFORM LER-DOCUMENTOS
               END-PERFORM
               CLOSE DOCUMENTOS
           END-IF
           DISPLAY 'ULTIMO DOCUMENTO DO LIVRO: ' WS-ULTIMO-NUMERO
           DISPLAY 'DOCUMENTOS DO ANO JA NO LIVRO: ' WS-QTD-LIVRO
           EXIT.
       FIM-CARREGA-LIVRO.

       LER-DOCUMENTOS.
           READ DOCUMENTOS
               AT END
                   SET WS-FIM-DOC-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-DOCUMENTOS.

      *-----------------------------------------------------------------
      * FAMILIA DE CADA ALUNO = CPF DO SEU PRIMEIRO RESPONSAVEL (ZERO
      * QUANDO NAO HA RESPONSAVEL COM CPF - O ALUNO FICA SOZINHO)
      *-----------------------------------------------------------------
       ASSOCIA-FAMILIAS.
           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-RESP-I FROM 1 BY 1
                       UNTIL WS-RESP-I > WS-QTD-RESP
                          OR WS-ACHOU-SIM
                   IF WS-RESP-MATRICULA(WS-RESP-I) =
                      WS-AL-MATRICULA(WS-AL-I)
                       SET WS-ACHOU-SIM TO TRUE
                       MOVE WS-RESP-CPF(WS-RESP-I)
                            TO WS-AL-FAMILIA(WS-AL-I)
                       MOVE WS-RESP-NOME(WS-RESP-I)
                            TO WS-AL-RESP-NOME(WS-AL-I)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.
       FIM-ASSOCIA-FAMILIAS.

      *-----------------------------------------------------------------
      * MESES DO ALUNO (WS-AL-I): MES PARCIAL OU EM ABERTO COBERTO
      * POR ACORDO CUMPRIDO CONTA COMO QUITADO; COBERTO POR ACORDO
      * ATIVO EM DIA AINDA ESTA SENDO PAGO (MES EM ACORDO); ACORDO
      * QUEBRADO (OU ATIVO COM PARCELA VENCIDA ATE DEZEMBRO SEM
      * BAIXA) BLOQUEIA A DECLARACAO
      *-----------------------------------------------------------------
       APURA-MESES-ALUNO.
           PERFORM LOCALIZA-ACORDO

           IF WS-TEM-ACORDO-SIM
               EVALUATE WS-ACD-SIT-ALUNO
                   WHEN 'C'
                       CONTINUE
                   WHEN 'A'
                       IF WS-ACD-PAGAS-ALUNO < WS-PARC-DEVIDAS
                           MOVE 'S' TO WS-AL-QUEBRADO(WS-AL-I)
                       END-IF
                   WHEN OTHER
                       MOVE 'S' TO WS-AL-QUEBRADO(WS-AL-I)
               END-EVALUATE
           END-IF

           PERFORM VARYING WS-MES-J FROM 1 BY 1
                   UNTIL WS-MES-J > 12
               IF WS-AL-SIT-MES(WS-AL-I, WS-MES-J) = 'P' OR
                  WS-AL-SIT-MES(WS-AL-I, WS-MES-J) = 'A'
                   MOVE WS-ANO-BASE TO WS-ANOMES-CALC(1:4)
                   MOVE WS-MES-J    TO WS-ANOMES-CALC(5:2)
                   IF WS-TEM-ACORDO-SIM AND
                      WS-ANOMES-CALC >= WS-ACD-INICIO-ALUNO AND
                      WS-ANOMES-CALC <= WS-ACD-FIM-ALUNO
                       IF WS-ACD-SIT-ALUNO = 'A'
                           ADD 1 TO WS-AL-MESES-ACORDO(WS-AL-I)
                       END-IF
                       IF WS-ACD-SIT-ALUNO = 'Q'
                           ADD 1 TO WS-AL-MESES-ABERTOS(WS-AL-I)
                       END-IF
                   ELSE
                       ADD 1 TO WS-AL-MESES-ABERTOS(WS-AL-I)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-APURA-MESES-ALUNO.

       LOCALIZA-ACORDO.
           MOVE 'N' TO WS-TEM-ACORDO
           MOVE SPACE TO WS-ACD-SIT-ALUNO
           MOVE ZERO TO WS-ACD-INICIO-ALUNO
           MOVE ZERO TO WS-ACD-FIM-ALUNO
           MOVE ZERO TO WS-ACD-QTD-ALUNO
           MOVE ZERO TO WS-ACD-PAGAS-ALUNO
           MOVE ZERO TO WS-PARC-DEVIDAS

           PERFORM VARYING WS-ACD-I FROM 1 BY 1
                   UNTIL WS-ACD-I > WS-QTD-ACORDOS
               IF WS-ACD-MATRICULA(WS-ACD-I) =
                  WS-AL-MATRICULA(WS-AL-I)
                   IF NOT WS-TEM-ACORDO-SIM OR
                      WS-ACD-SITUACAO(WS-ACD-I) = 'A' OR
                      (WS-ACD-SITUACAO(WS-ACD-I) = 'C' AND
                       WS-ACD-SIT-ALUNO = 'Q')
                       SET WS-TEM-ACORDO-SIM TO TRUE
                       MOVE WS-ACD-SITUACAO(WS-ACD-I)
                            TO WS-ACD-SIT-ALUNO
                       MOVE WS-ACD-INICIO(WS-ACD-I)
                            TO WS-ACD-INICIO-ALUNO
                       MOVE WS-ACD-FIM(WS-ACD-I)
                            TO WS-ACD-FIM-ALUNO
                       MOVE WS-ACD-QTD(WS-ACD-I)
                            TO WS-ACD-QTD-ALUNO
                       MOVE WS-ACD-PAGAS(WS-ACD-I)
                            TO WS-ACD-PAGAS-ALUNO
                       COMPUTE WS-PARC-DEVIDAS =
                               (WS-ANO-BASE * 12 + 12)
                             - (WS-ACD-INI-ANO(WS-ACD-I) * 12
                                + WS-ACD-INI-MES(WS-ACD-I)) + 1
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TEM-ACORDO-SIM
               IF WS-PARC-DEVIDAS < 0
                   MOVE ZERO TO WS-PARC-DEVIDAS
               END-IF
               IF WS-PARC-DEVIDAS > WS-ACD-QTD-ALUNO
                   MOVE WS-ACD-QTD-ALUNO TO WS-PARC-DEVIDAS
               END-IF
           END-IF
           EXIT.
       FIM-LOCALIZA-ACORDO.

      *-----------------------------------------------------------------
      * VALOR PAGO NO ANO-CALENDARIO: PELA DATA DO PAGAMENTO (NAO PELA
      * COMPETENCIA), NO MOVIMENTO VIVO E NOS MESES FECHADOS;
      * ESTORNO (TIPO D) DEDUZ
      *-----------------------------------------------------------------
       SOMA-PAGAMENTOS.
           OPEN INPUT TRANSACOES
           IF WS-TRANS-STATUS = '35'
               DISPLAY 'TRANSACEITAS.TXT NAO ENCONTRADO - USANDO O '
                       'TRANSACOES.TXT SEM CRITICA'
               MOVE 'TRANSACOES.TXT' TO WS-ENTRADA-NOME
               MOVE 4 TO WS-RETORNO-JOB
               OPEN INPUT TRANSACOES
           END-IF

           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY WS-ENTRADA-NOME ' NAO ENCONTRADO - INFORME '
                       'SO COM OS MESES FECHADOS'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-TRANSACOES
               PERFORM UNTIL WS-FIM-TRANS-SIM
                   MOVE TRANSACAO-REG TO WS-LANCAMENTO
                   PERFORM SOMA-LANCAMENTO
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

           PERFORM SOMA-MES-FECHADO
               VARYING WS-FEC-I FROM 1 BY 1
               UNTIL WS-FEC-I > WS-QTD-FECHADOS

           DISPLAY 'LANCAMENTOS LIDOS: ' WS-QTD-TRANS-LIDAS
                   ' - NO ANO-CALENDARIO: ' WS-QTD-NO-ANO
           EXIT.
       FIM-SOMA-PAGAMENTOS.

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

       SOMA-MES-FECHADO.
           MOVE SPACES TO WS-MOV-NOME
           STRING 'MOVFEC' WS-FEC-ANOMES(WS-FEC-I) '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-MOV-NOME
           END-STRING
           MOVE 'N' TO WS-FIM-MOV

           OPEN INPUT MOV-FECHADO
           IF WS-MOV-STATUS NOT = '00'
               DISPLAY 'AVISO: ' WS-MOV-NOME ' NAO ENCONTRADO - '
                       'MES FECHADO FORA DO INFORME'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-MOV-FECHADO
               PERFORM UNTIL WS-FIM-MOV-SIM
                   MOVE MOV-FECHADO-REG TO WS-LANCAMENTO
                   PERFORM SOMA-LANCAMENTO
                   PERFORM LER-MOV-FECHADO
               END-PERFORM
               CLOSE MOV-FECHADO
           END-IF
           EXIT.
       FIM-SOMA-MES-FECHADO.

       LER-MOV-FECHADO.
           READ MOV-FECHADO
               AT END
                   SET WS-FIM-MOV-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MOV-FECHADO.

       SOMA-LANCAMENTO.
           ADD 1 TO WS-QTD-TRANS-LIDAS
           IF WS-LC-DATA(7:4) = WS-ANO-BASE
               ADD 1 TO WS-QTD-NO-ANO
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-CT-I FROM 1 BY 1
                       UNTIL WS-CT-I > WS-QTD-CONTAS
                          OR WS-ACHOU-SIM
                   IF WS-CT-CONTA(WS-CT-I) = WS-LC-CONTA
                       SET WS-ACHOU-SIM TO TRUE
                       PERFORM LOCALIZA-ALUNO-CONTA
                   END-IF
               END-PERFORM

               IF NOT WS-ACHOU-SIM OR WS-AL-ACHOU-I = 0
                   ADD 1 TO WS-QTD-SEM-VINCULO
               ELSE
                   IF WS-LC-TIPO-DEBITO
                       SUBTRACT WS-LC-VALOR
                           FROM WS-AL-PAGO(WS-AL-ACHOU-I)
                   ELSE
                       ADD WS-LC-VALOR TO WS-AL-PAGO(WS-AL-ACHOU-I)
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-SOMA-LANCAMENTO.

       LOCALIZA-ALUNO-CONTA.
           MOVE ZERO TO WS-AL-ACHOU-I
           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
                      OR WS-AL-ACHOU-I > 0
               IF WS-AL-MATRICULA(WS-AL-I) = WS-CT-MATRICULA(WS-CT-I)
                   MOVE WS-AL-I TO WS-AL-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-ALUNO-CONTA.

      *-----------------------------------------------------------------
      * FAMILIA DO LIDER (WS-AL-LIDER): JUNTA OS MEMBROS, DECIDE A
      * QUITACAO E O INFORME E GUARDA NO LIDER O RESULTADO PARA O
      * RESUMO
      *-----------------------------------------------------------------
       PROCESSA-FAMILIA.
           ADD 1 TO WS-QTD-FAMILIAS
           MOVE 'S' TO WS-AL-LIDER-FAM(WS-AL-LIDER)
           MOVE ZERO TO WS-FAM-ALUNOS
           MOVE ZERO TO WS-FAM-ABERTOS
           MOVE ZERO TO WS-FAM-ACORDO
           MOVE 'N'  TO WS-FAM-QUEBRADO
           MOVE ZERO TO WS-FAM-PAGO
           MOVE WS-AL-FAMILIA(WS-AL-LIDER) TO WS-FAM-CPF
           IF WS-AL-RESP-NOME(WS-AL-LIDER) = SPACES
               MOVE WS-AL-NOME(WS-AL-LIDER) TO WS-FAM-NOME
           ELSE
               MOVE WS-AL-RESP-NOME(WS-AL-LIDER) TO WS-FAM-NOME
           END-IF

           PERFORM VARYING WS-AL-I FROM WS-AL-LIDER BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
               IF WS-AL-I = WS-AL-LIDER OR
                  (WS-AL-FAMILIA(WS-AL-LIDER) > 0 AND
                   WS-AL-FAMILIA(WS-AL-I) =
                   WS-AL-FAMILIA(WS-AL-LIDER))
                   MOVE 'S' TO WS-AL-FEITO(WS-AL-I)
                   ADD 1 TO WS-FAM-ALUNOS
                   ADD WS-AL-MESES-ABERTOS(WS-AL-I) TO WS-FAM-ABERTOS
                   ADD WS-AL-MESES-ACORDO(WS-AL-I) TO WS-FAM-ACORDO
                   IF WS-AL-QUEBRADO(WS-AL-I) = 'S'
                       SET WS-FAM-QUEBRADO-SIM TO TRUE
                   END-IF
                   IF WS-AL-PAGO(WS-AL-I) > 0
                       ADD WS-AL-PAGO(WS-AL-I) TO WS-FAM-PAGO
                   END-IF
               END-IF
           END-PERFORM
           ADD WS-FAM-PAGO TO WS-TOTAL-PAGO

           EVALUATE TRUE
               WHEN WS-FAM-QUEBRADO-SIM
                   ADD 1 TO WS-QTD-PENDENTES
                   MOVE 'ACORDO QUEBRADO'
                        TO WS-AL-OBS(WS-AL-LIDER)
               WHEN WS-FAM-ABERTOS > 0
                   ADD 1 TO WS-QTD-PENDENTES
                   MOVE WS-FAM-ABERTOS TO WS-QTD-MASK
                   STRING 'EM ABERTO: ' WS-QTD-MASK
                          ' MES(ES)'
                          DELIMITED BY SIZE
                          INTO WS-AL-OBS(WS-AL-LIDER)
                   END-STRING
               WHEN WS-FAM-ACORDO > 0
                   ADD 1 TO WS-QTD-PENDENTES
                   MOVE WS-FAM-ACORDO TO WS-QTD-MASK
                   STRING 'EM ACORDO: ' WS-QTD-MASK
                          ' MES(ES)'
                          DELIMITED BY SIZE
                          INTO WS-AL-OBS(WS-AL-LIDER)
                   END-STRING
               WHEN OTHER
                   MOVE 'Q' TO WS-LV-TIPO-BUSCA
                   PERFORM BUSCA-LIVRO-FAMILIA
                   IF WS-LV-NUMERO-ACHADO > 0
                       ADD 1 TO WS-QTD-JA-EMITIDOS
                       MOVE WS-LV-NUMERO-ACHADO
                            TO WS-AL-QUIT-NUMERO(WS-AL-LIDER)
                       MOVE 'S' TO WS-AL-QUIT-ANTES(WS-AL-LIDER)
                   ELSE
                       MOVE 'Q' TO WS-TIPO-DOC
                       PERFORM EMITE-DOCUMENTO
                       MOVE WS-DOC-NUMERO
                            TO WS-AL-QUIT-NUMERO(WS-AL-LIDER)
                       ADD 1 TO WS-QTD-QUITACOES
                   END-IF
           END-EVALUATE

           IF WS-FAM-PAGO > 0
               IF WS-FAM-CPF = 0
                   ADD 1 TO WS-QTD-SEM-CPF
                   IF WS-AL-OBS(WS-AL-LIDER) = SPACES
                       MOVE 'SEM CPF - SEM INFORME'
                            TO WS-AL-OBS(WS-AL-LIDER)
                   END-IF
               ELSE
                   MOVE 'I' TO WS-LV-TIPO-BUSCA
                   PERFORM BUSCA-LIVRO-FAMILIA
                   IF WS-LV-NUMERO-ACHADO > 0
                       ADD 1 TO WS-QTD-JA-EMITIDOS
                       MOVE WS-LV-NUMERO-ACHADO
                            TO WS-AL-INF-NUMERO(WS-AL-LIDER)
                       MOVE 'S' TO WS-AL-INF-ANTES(WS-AL-LIDER)
                   ELSE
                       MOVE 'I' TO WS-TIPO-DOC
                       PERFORM EMITE-DOCUMENTO
                       MOVE WS-DOC-NUMERO
                            TO WS-AL-INF-NUMERO(WS-AL-LIDER)
                       ADD 1 TO WS-QTD-INFORMES
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA-FAMILIA.

      *-----------------------------------------------------------------
      * DOCUMENTO DO TIPO WS-LV-TIPO-BUSCA JA NO LIVRO PARA QUALQUER
      * ALUNO DA FAMILIA DO LIDER
      *-----------------------------------------------------------------
       BUSCA-LIVRO-FAMILIA.
           MOVE ZERO TO WS-LV-NUMERO-ACHADO
           PERFORM VARYING WS-AL-I FROM WS-AL-LIDER BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
                      OR WS-LV-NUMERO-ACHADO > 0
               IF WS-AL-I = WS-AL-LIDER OR
                  (WS-AL-FAMILIA(WS-AL-LIDER) > 0 AND
                   WS-AL-FAMILIA(WS-AL-I) =
                   WS-AL-FAMILIA(WS-AL-LIDER))
                   PERFORM VARYING WS-LV-I FROM 1 BY 1
                           UNTIL WS-LV-I > WS-QTD-LIVRO
                       IF WS-LV-TIPO(WS-LV-I) = WS-LV-TIPO-BUSCA AND
                          WS-LV-MATRICULA(WS-LV-I) =
                          WS-AL-MATRICULA(WS-AL-I)
                           MOVE WS-LV-NUMERO(WS-LV-I)
                                TO WS-LV-NUMERO-ACHADO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           EXIT.
       FIM-BUSCA-LIVRO-FAMILIA.

      *-----------------------------------------------------------------
      * EMISSAO DO DOCUMENTO DA FAMILIA (WS-TIPO-DOC): NUMERA, IMPRIME
      * EM DOC<NUMERO>.TXT E REGISTRA NO LIVRO
      *-----------------------------------------------------------------
       EMITE-DOCUMENTO.
           PERFORM NUMERA-DOCUMENTO
           PERFORM INICIA-DOCUMENTO
           IF WS-TIPO-QUITACAO
               PERFORM CORPO-QUITACAO
           ELSE
               PERFORM CORPO-INFORME
           END-IF
           PERFORM ENCERRA-DOCUMENTO
           PERFORM REGISTRA-DOCUMENTO
           EXIT.
       FIM-EMITE-DOCUMENTO.

       NUMERA-DOCUMENTO.
           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO TO WS-DOC-NUMERO
           MOVE WS-AL-MATRICULA(WS-AL-LIDER) TO WS-DOC-MATRICULA
           MOVE WS-FAM-NOME TO WS-DOC-NOME
           PERFORM CALCULA-CODIGO
           MOVE WS-VERIF-HASH TO WS-DOC-CODIGO

           MOVE SPACES TO WS-DOC-ARQUIVO
           STRING 'DOC' WS-DOC-NUMERO '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-DOC-ARQUIVO
           END-STRING
           EXIT.
       FIM-NUMERA-DOCUMENTO.

       CALCULA-CODIGO.
           MOVE SPACES TO WS-VERIF-BASE
           STRING WS-DOC-NUMERO WS-TIPO-DOC WS-DOC-MATRICULA
                  WS-DOC-NOME WS-DATA-FMT WS-OPERADOR
                  DELIMITED BY SIZE
                  INTO WS-VERIF-BASE
           END-STRING
           MOVE ZERO TO WS-VERIF-HASH
           PERFORM VARYING WS-VERIF-I FROM 1 BY 1
                   UNTIL WS-VERIF-I > 60
               IF WS-VERIF-BASE(WS-VERIF-I:1) NOT = SPACE
                   COMPUTE WS-VERIF-ORD =
                       FUNCTION ORD(WS-VERIF-BASE(WS-VERIF-I:1))
                   COMPUTE WS-VERIF-HASH = FUNCTION MOD(
                       (WS-VERIF-HASH * 31)
                       + (WS-VERIF-ORD * WS-VERIF-I), 999999937)
               END-IF
           END-PERFORM
           EXIT.
       FIM-CALCULA-CODIGO.

       INICIA-DOCUMENTO.
           MOVE SPACES TO WS-TIPO-DESCRICAO
           IF WS-TIPO-QUITACAO
               STRING 'DECLARACAO DE QUITACAO ANUAL DE DEBITOS - '
                      WS-ANO-BASE
                      DELIMITED BY SIZE
                      INTO WS-TIPO-DESCRICAO
               END-STRING
           ELSE
               STRING 'INFORME DE PAGAMENTOS COM EDUCACAO - '
                      'ANO-CALENDARIO ' WS-ANO-BASE
                      DELIMITED BY SIZE
                      INTO WS-TIPO-DESCRICAO
               END-STRING
           END-IF

           MOVE WS-DOC-ARQUIVO    TO WS-IMP-ARQUIVO
           MOVE WS-TIPO-DESCRICAO TO WS-IMP-TITULO
           MOVE WS-DOC-CODIGO     TO WS-CODIGO-MASK
           MOVE SPACES TO WS-IMP-CABECALHO
           STRING 'DOCUMENTO NO ' WS-DOC-NUMERO
                  ' - CODIGO DE VERIFICACAO ' WS-CODIGO-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE 'D' TO WS-IMP-ACAO
           IF WS-TEM-CEDENTE-SIM
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'INSTITUICAO: ' WS-ESCOLA-NOME
                      '    CNPJ: ' WS-CNPJ-FMT
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               PERFORM CHAMA-IMPRESSAO
           END-IF

           MOVE WS-FAM-CPF TO WS-CPF-EDICAO
           PERFORM FORMATA-CPF
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'RESPONSAVEL: ' WS-FAM-NOME
                  '    CPF: ' WS-CPF-FMT
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-INICIA-DOCUMENTO.

       FORMATA-CPF.
           MOVE SPACES TO WS-CPF-FMT
           IF WS-CPF-EDICAO = ZERO
               MOVE 'NAO INFORMADO' TO WS-CPF-FMT
           ELSE
               STRING WS-CPF-1 '.' WS-CPF-2 '.' WS-CPF-3 '-' WS-CPF-DV
                      DELIMITED BY SIZE
                      INTO WS-CPF-FMT
               END-STRING
           END-IF
           EXIT.
       FIM-FORMATA-CPF.

      *-----------------------------------------------------------------
      * DECLARACAO DE QUITACAO: TEXTO E ALUNOS DA FAMILIA
      *-----------------------------------------------------------------
       CORPO-QUITACAO.
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'DECLARAMOS, PARA OS FINS DA LEI 12.007/2009, QUE '
                  'ESTAO QUITADAS TODAS AS MENSALIDADES'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'VENCIDAS DE JANEIRO A DEZEMBRO DE ' WS-ANO-BASE
                  ' DO(S) ALUNO(S) ABAIXO, SOB A RESPONSABILIDADE '
                  'DO RESPONSAVEL ACIMA:'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-AL-I FROM WS-AL-LIDER BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
               IF WS-AL-I = WS-AL-LIDER OR
                  (WS-AL-FAMILIA(WS-AL-LIDER) > 0 AND
                   WS-AL-FAMILIA(WS-AL-I) =
                   WS-AL-FAMILIA(WS-AL-LIDER))
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING '    MATRICULA ' WS-AL-MATRICULA(WS-AL-I)
                          ' - ' WS-AL-NOME(WS-AL-I)
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   PERFORM CHAMA-IMPRESSAO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ESTA DECLARACAO SUBSTITUI, PARA A COMPROVACAO DO '
                  'ANO, OS COMPROVANTES DE PAGAMENTO DE CADA MES.'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-CORPO-QUITACAO.

      *-----------------------------------------------------------------
      * INFORME PARA O IRPF: VALOR PAGO NO ANO POR ALUNO E TOTAL
      *-----------------------------------------------------------------
       CORPO-INFORME.
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'VALORES EFETIVAMENTE PAGOS A ESTA INSTITUICAO NO '
                  'ANO-CALENDARIO DE ' WS-ANO-BASE
                  ', DEDUZIDOS OS ESTORNOS:'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           MOVE 'ALUNO (BENEFICIARIO)            CPF DO ALUNO    '
                TO WS-IMP-LINHA
           MOVE '     VALOR PAGO' TO WS-IMP-LINHA(49:15)
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-AL-I FROM WS-AL-LIDER BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
               IF WS-AL-I = WS-AL-LIDER OR
                  (WS-AL-FAMILIA(WS-AL-LIDER) > 0 AND
                   WS-AL-FAMILIA(WS-AL-I) =
                   WS-AL-FAMILIA(WS-AL-LIDER))
                   MOVE WS-AL-CPF(WS-AL-I) TO WS-CPF-EDICAO
                   PERFORM FORMATA-CPF
                   IF WS-AL-PAGO(WS-AL-I) > 0
                       MOVE WS-AL-PAGO(WS-AL-I) TO WS-VALOR-MASK
                   ELSE
                       MOVE ZERO TO WS-VALOR-MASK
                   END-IF
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING WS-AL-NOME(WS-AL-I) '  ' WS-CPF-FMT
                          '  ' WS-VALOR-MASK
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   PERFORM CHAMA-IMPRESSAO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           MOVE WS-FAM-PAGO TO WS-VALOR-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TOTAL PAGO NO ANO-CALENDARIO ' WS-ANO-BASE ': '
                  WS-VALOR-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'D' TO WS-IMP-ACAO
           EXIT.
       FIM-CORPO-INFORME.

       ENCERRA-DOCUMENTO.
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'EMITIDO EM ' WS-DATA-FMT ' POR ' WS-OPERADOR
                  ' - AUTENTICIDADE CONFERIDA PELO NUMERO E CODIGO '
                  'NA SECRETARIA'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-ENCERRA-DOCUMENTO.

       REGISTRA-DOCUMENTO.
           OPEN EXTEND DOCUMENTOS
           IF WS-DOC-STATUS = '35'
               OPEN OUTPUT DOCUMENTOS
           END-IF
           MOVE SPACES TO DOCUMENTO-REG
           MOVE WS-DOC-NUMERO    TO DC-NUMERO
           MOVE WS-TIPO-DOC      TO DC-TIPO
           MOVE WS-DOC-MATRICULA TO DC-MATRICULA
           MOVE WS-DOC-NOME      TO DC-NOME
           MOVE WS-DATA-FMT      TO DC-DATA-EMISSAO
           MOVE WS-OPERADOR      TO DC-OPERADOR
           MOVE WS-DOC-CODIGO    TO DC-CODIGO
           MOVE WS-DOC-ARQUIVO   TO DC-ARQUIVO
           MOVE WS-ANO-BASE      TO DC-ANO-BASE
           WRITE DOCUMENTO-REG
           CLOSE DOCUMENTOS

           IF WS-TIPO-QUITACAO
               DISPLAY 'DECLARACAO DE QUITACAO NO ' WS-DOC-NUMERO
                       ' - ' WS-DOC-ARQUIVO ' - ' WS-DOC-NOME
           ELSE
               DISPLAY 'INFORME DE PAGAMENTOS  NO ' WS-DOC-NUMERO
                       ' - ' WS-DOC-ARQUIVO ' - ' WS-DOC-NOME
           END-IF
           EXIT.
       FIM-REGISTRA-DOCUMENTO.

      *-----------------------------------------------------------------
      * RESUMO DA RODADA (QUITACAO.TXT): UMA LINHA POR FAMILIA COM OS
      * DOCUMENTOS EMITIDOS (OU JA EXISTENTES, MARCADOS *) E A
      * PENDENCIA QUE IMPEDIU A DECLARACAO (OU A FALTA DE CPF)
      *-----------------------------------------------------------------
       GRAVA-RESUMO.
           MOVE 'QUITACAO.TXT' TO WS-IMP-ARQUIVO
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'QUITACAO ANUAL E INFORME DE PAGAMENTOS - ANO-BASE '
                  WS-ANO-BASE
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE SPACES TO WS-IMP-CABECALHO
           MOVE 'MATR. RESPONSAVEL'   TO WS-IMP-CABECALHO(1:17)
           MOVE 'CPF'                 TO WS-IMP-CABECALHO(36:3)
           MOVE 'QUITAC.'             TO WS-IMP-CABECALHO(48:7)
           MOVE 'INFORME'             TO WS-IMP-CABECALHO(56:7)
           MOVE 'PAGO NO ANO'         TO WS-IMP-CABECALHO(67:11)
           MOVE 'OBSERVACAO'          TO WS-IMP-CABECALHO(79:10)
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE 'D' TO WS-IMP-ACAO
           PERFORM VARYING WS-AL-LIDER FROM 1 BY 1
                   UNTIL WS-AL-LIDER > WS-QTD-ALUNOS
               IF WS-AL-LIDER-FAM(WS-AL-LIDER) = 'S'
                   PERFORM LINHA-RESUMO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'FAMILIAS: ' WS-QTD-FAMILIAS
                  ' - QUITACOES EMITIDAS: ' WS-QTD-QUITACOES
                  ' - INFORMES EMITIDOS: ' WS-QTD-INFORMES
                  ' - JA NO LIVRO (*): ' WS-QTD-JA-EMITIDOS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE WS-TOTAL-PAGO TO WS-TOTAL-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'PENDENTES: ' WS-QTD-PENDENTES
                  ' - SEM CPF DO RESPONSAVEL: ' WS-QTD-SEM-CPF
                  ' - TOTAL PAGO NO ANO: ' WS-TOTAL-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-RESUMO.

       LINHA-RESUMO.
           MOVE SPACES TO WS-NUM-QUIT-TXT
           IF WS-AL-QUIT-NUMERO(WS-AL-LIDER) > 0
               MOVE WS-AL-QUIT-NUMERO(WS-AL-LIDER) TO WS-NUM-QUIT-TXT
           END-IF
           MOVE SPACES TO WS-NUM-INF-TXT
           IF WS-AL-INF-NUMERO(WS-AL-LIDER) > 0
               MOVE WS-AL-INF-NUMERO(WS-AL-LIDER) TO WS-NUM-INF-TXT
           END-IF

           MOVE ZERO TO WS-FAM-PAGO
           PERFORM VARYING WS-AL-I FROM WS-AL-LIDER BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
               IF WS-AL-I = WS-AL-LIDER OR
                  (WS-AL-FAMILIA(WS-AL-LIDER) > 0 AND
                   WS-AL-FAMILIA(WS-AL-I) =
                   WS-AL-FAMILIA(WS-AL-LIDER))
                   IF WS-AL-PAGO(WS-AL-I) > 0
                       ADD WS-AL-PAGO(WS-AL-I) TO WS-FAM-PAGO
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-FAM-PAGO TO WS-VALOR-MASK

           IF WS-AL-RESP-NOME(WS-AL-LIDER) = SPACES
               MOVE WS-AL-NOME(WS-AL-LIDER) TO WS-FAM-NOME
           ELSE
               MOVE WS-AL-RESP-NOME(WS-AL-LIDER) TO WS-FAM-NOME
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-AL-MATRICULA(WS-AL-LIDER) ' '
                  WS-FAM-NOME(1:28)
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           IF WS-AL-FAMILIA(WS-AL-LIDER) > 0
               MOVE WS-AL-FAMILIA(WS-AL-LIDER)
                    TO WS-IMP-LINHA(36:11)
           END-IF
           MOVE WS-NUM-QUIT-TXT TO WS-IMP-LINHA(48:6)
           IF WS-AL-QUIT-ANTES(WS-AL-LIDER) = 'S'
               MOVE '*' TO WS-IMP-LINHA(54:1)
           END-IF
           MOVE WS-NUM-INF-TXT TO WS-IMP-LINHA(56:6)
           IF WS-AL-INF-ANTES(WS-AL-LIDER) = 'S'
               MOVE '*' TO WS-IMP-LINHA(62:1)
           END-IF
           MOVE WS-VALOR-MASK TO WS-IMP-LINHA(64:14)
           MOVE WS-AL-OBS(WS-AL-LIDER)(1:22) TO WS-IMP-LINHA(79:22)
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-LINHA-RESUMO.

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
           DISPLAY 'FAMILIAS                : ' WS-QTD-FAMILIAS
           DISPLAY 'QUITACOES EMITIDAS      : ' WS-QTD-QUITACOES
           DISPLAY 'INFORMES EMITIDOS       : ' WS-QTD-INFORMES
           DISPLAY 'JA EMITIDOS NO LIVRO    : ' WS-QTD-JA-EMITIDOS
           DISPLAY 'FAMILIAS PENDENTES      : ' WS-QTD-PENDENTES
           DISPLAY 'SEM CPF DO RESPONSAVEL  : ' WS-QTD-SEM-CPF
           DISPLAY 'LANCAMENTOS SEM VINCULO : ' WS-QTD-SEM-VINCULO
           DISPLAY '-----------------------------------'

           IF (WS-QTD-SEM-CPF > 0 OR WS-QTD-SEM-VINCULO > 0) AND
              WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM QUITACAO-ANUAL.
