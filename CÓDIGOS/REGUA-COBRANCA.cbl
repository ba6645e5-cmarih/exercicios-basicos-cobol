      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: REGUA DE COBRANCA COM NEGATIVACAO NO BIRO DE CREDITO -
      *          RODA TODO DIA DEPOIS DO ALOCA-PAGAMENTOS: PARA CADA
      *          ALUNO/MES EM ABERTO NO ALOCACAO.TXT CONTA OS DIAS
      *          DE ATRASO DESDE O VENCIMENTO (DIA 05) E EXECUTA A
      *          ETAPA DA POLITICA DO CARTAO REGUAPAR.TXT (LEMBRETE
      *          PELA ROTINA NOTIFICA, CARTA FORMAL, LISTA DE
      *          LIGACOES, AVISO PREVIO DE NEGATIVACAO) AINDA NAO
      *          EXECUTADA; DEPOIS DO PRAZO DE ESPERA DO AVISO
      *          PREVIO GRAVA A INCLUSAO NO NEGINC<AAAAMMDD>.TXT -
      *          NUNCA SEM UM AVISO PREVIO REGISTRADO NO CICLO. MES
      *          NEGATIVADO QUE APARECE QUITADO NO ALOCACAO.TXT OU
      *          COBERTO POR ACORDO EM DIA NO ACORDOS.TXT GERA A
      *          EXCLUSAO NO NEGEXC<AAAAMMDD>.TXT NA MESMA RODADA.
      *          CADA ETAPA FICA NO HISTORICO REGUAHIST.TXT; O
      *          RELATORIO SAI EM REGUA.TXT E AS CARTAS EM
      *          REGUACARTA.TXT (ROTINA IMPRESSAO)
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Preco da turma procurado na unidade do aluno
      *                    (MT-UNIDADE do MATRICULAS.TXT, em branco ou
      *                    sem o arquivo = sede 01)
      *   15/10/2026 MC  - NEGINC/NEGEXC<AAAAMMDD>.TXT registrados no
      *                    livro de interfaces de saida ENVIOS.TXT
      *                    (rotina ENVIO-CONTROLE) com a data do dia
      *                    AAAAMMDD como periodo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGUA-COBRANCA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGUA-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
           SELECT ALOCACAO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALOC-STATUS.
           SELECT CONTA-ALUNO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VINCULO-STATUS.
           SELECT RESPONSAVEIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESP-STATUS.
           SELECT BOLSAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BOLSA-STATUS.
           SELECT ACORDOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACORDO-STATUS.
           SELECT REGUA-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
           SELECT BIRO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BIRO-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MATR-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD REGUA-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'REGUAPAR.TXT'.
       COPY REGUAPAR.CPY.

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

       FD RESPONSAVEIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RESPONSAVEIS.TXT'.
       COPY RESPONSA.CPY.

       FD BOLSAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BOLSAS.TXT'.
       COPY BOLSAS.CPY.

       FD ACORDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ACORDOS.TXT'.
       COPY ACORDO.CPY.

       FD REGUA-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'REGUAHIST.TXT'.
       COPY REGUAHIS.CPY.

       FD BIRO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-BIRO-NOME.
       COPY BUREAU.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-ALOC-STATUS               PIC X(02) VALUE '00'.
       01 WS-VINCULO-STATUS            PIC X(02) VALUE '00'.
       01 WS-RESP-STATUS               PIC X(02) VALUE '00'.
       01 WS-BOLSA-STATUS              PIC X(02) VALUE '00'.
       01 WS-ACORDO-STATUS             PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-BIRO-STATUS               PIC X(02) VALUE '00'.
       01 WS-MATR-STATUS               PIC X(02) VALUE '00'.
       01 WS-FIM-MATR                  PIC X(01) VALUE 'N'.
           88 WS-FIM-MATR-SIM                 VALUE 'S'.
       01 WS-FLAGS.
           02 WS-FIM-ALOC           PIC X(01) VALUE 'N'.
               88 WS-FIM-ALOC-SIM          VALUE 'S'.
           02 WS-FIM-VINCULO        PIC X(01) VALUE 'N'.
               88 WS-FIM-VINCULO-SIM       VALUE 'S'.
           02 WS-FIM-RESP           PIC X(01) VALUE 'N'.
               88 WS-FIM-RESP-SIM          VALUE 'S'.
           02 WS-FIM-BOLSA          PIC X(01) VALUE 'N'.
               88 WS-FIM-BOLSA-SIM         VALUE 'S'.
           02 WS-FIM-ACORDO         PIC X(01) VALUE 'N'.
               88 WS-FIM-ACORDO-SIM        VALUE 'S'.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM          VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM             VALUE 'S'.
           02 WS-TEM-BOLSA          PIC X(01) VALUE 'N'.
               88 WS-TEM-BOLSA-SIM         VALUE 'S'.
           02 WS-TEM-ACORDO         PIC X(01) VALUE 'N'.
               88 WS-TEM-ACORDO-SIM        VALUE 'S'.
           02 WS-ACORDO-EM-DIA      PIC X(01) VALUE 'N'.
               88 WS-ACORDO-EM-DIA-SIM     VALUE 'S'.
           02 WS-ALUNO-OK           PIC X(01) VALUE 'N'.
               88 WS-ALUNO-OK-SIM          VALUE 'S'.
           02 WS-BIRO-ABERTO        PIC X(01) VALUE 'N'.
               88 WS-BIRO-ABERTO-SIM       VALUE 'S'.

      *-----------------------------------------------------------------
      * POLITICA DA REGUA - PADRAO QUANDO NAO HA REGUAPAR.TXT
      *-----------------------------------------------------------------
       01 WS-POLITICA.
           02 WS-DIAS-LEMBRETE      PIC 9(03) VALUE 005.
           02 WS-DIAS-CARTA         PIC 9(03) VALUE 015.
           02 WS-DIAS-TELEFONE      PIC 9(03) VALUE 030.
           02 WS-DIAS-AVISO         PIC 9(03) VALUE 045.
           02 WS-DIAS-ESPERA        PIC 9(03) VALUE 010.
           02 WS-DIAS-BAIXA         PIC 9(02) VALUE 05.
           02 WS-ASSOCIADO          PIC X(10) VALUE SPACES.

       01 WS-TAB-ALOC-LIMITE           PIC 9(04) VALUE 2500.
       01 WS-QTD-ALOC                  PIC 9(04) VALUE ZERO.
       01 WS-TABELA-ALOC.
           02 WS-ALOC-ENTRADA OCCURS 2500 TIMES.
               03 WS-ALOC-MATRICULA    PIC X(05).
               03 WS-ALOC-ANOMES       PIC 9(06).
               03 WS-ALOC-PAGO         PIC 9(09)V99.
               03 WS-ALOC-SITUACAO     PIC X(01).
       01 WS-ALOC-I                    PIC 9(04) VALUE ZERO.

       01 WS-TAB-AL-LIMITE             PIC 9(03) VALUE 200.
       01 WS-QTD-ALUNOS                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-ALUNOS.
           02 WS-AL-ENTRADA OCCURS 200 TIMES.
               03 WS-AL-MATRICULA      PIC X(05).
               03 WS-AL-NOME           PIC X(30).
               03 WS-AL-TURMA          PIC X(03).
               03 WS-AL-UNIDADE        PIC X(02).
       01 WS-AL-I                      PIC 9(03) VALUE ZERO.

       01 WS-TAB-RESP-LIMITE           PIC 9(03) VALUE 500.
       01 WS-QTD-RESP                  PIC 9(03) VALUE ZERO.
       01 WS-TABELA-RESP.
           02 WS-RESP-ENTRADA OCCURS 500 TIMES.
               03 WS-RESP-MATRICULA    PIC X(05).
               03 WS-RESP-NOME         PIC X(30).
               03 WS-RESP-TELEFONE     PIC X(15).
               03 WS-RESP-CPF          PIC 9(11).
       01 WS-RESP-I                    PIC 9(03) VALUE ZERO.

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
               03 WS-ACD-QTD           PIC 9(02).
               03 WS-ACD-PAGAS         PIC 9(02).
               03 WS-ACD-INI-MES       PIC 9(02).
               03 WS-ACD-INI-ANO       PIC 9(04).
               03 WS-ACD-SITUACAO      PIC X(01).
       01 WS-ACD-I                     PIC 9(03) VALUE ZERO.
       01 WS-ACD-SIT-ALUNO             PIC X(01) VALUE SPACE.
       01 WS-ACD-INICIO-ALUNO          PIC 9(06) VALUE ZERO.
       01 WS-ACD-FIM-ALUNO             PIC 9(06) VALUE ZERO.
       01 WS-ACD-QTD-ALUNO             PIC 9(02) VALUE ZERO.
       01 WS-ACD-PAGAS-ALUNO           PIC 9(02) VALUE ZERO.
       01 WS-PARC-DEVIDAS              PIC S9(04) VALUE ZERO.

      *-----------------------------------------------------------------
      * SITUACAO DE CADA ALUNO/MES NO CICLO CORRENTE DA REGUA (DESDE A
      * ULTIMA BAIXA): MAIOR ETAPA EXECUTADA (1 LEMBRETE, 2 CARTA,
      * 3 LIGACAO, 4 AVISO PREVIO, 5 NEGATIVADO), DATA DO AVISO PREVIO
      * E CPF/VALOR DA INCLUSAO NO BIRO
      *-----------------------------------------------------------------
       01 WS-TAB-HIST-LIMITE           PIC 9(04) VALUE 1000.
       01 WS-QTD-HIST                  PIC 9(04) VALUE ZERO.
       01 WS-TABELA-HIST.
           02 WS-HT-ENTRADA OCCURS 1000 TIMES.
               03 WS-HT-MATRICULA      PIC X(05).
               03 WS-HT-COMPETENCIA    PIC 9(06).
               03 WS-HT-ORDEM          PIC 9(01).
               03 WS-HT-DATA-AVISO     PIC 9(08).
               03 WS-HT-CPF            PIC 9(11).
               03 WS-HT-VALOR          PIC 9(07)V99.
       01 WS-HT-I                      PIC 9(04) VALUE ZERO.
       01 WS-HT-ACHADO                 PIC 9(04) VALUE ZERO.
       01 WS-HIST-LIDOS                PIC 9(05) VALUE ZERO.

      *-----------------------------------------------------------------
      * ETAPAS EXECUTADAS NESTA RODADA (ETAPA X = PENDENCIA SO DE
      * RELATORIO, NAO VAI PARA O HISTORICO)
      *-----------------------------------------------------------------
       01 WS-TAB-EX-LIMITE             PIC 9(03) VALUE 500.
       01 WS-QTD-EX                    PIC 9(03) VALUE ZERO.
       01 WS-TABELA-EXECUCAO.
           02 WS-EX-ENTRADA OCCURS 500 TIMES.
               03 WS-EX-MATRICULA      PIC X(05).
               03 WS-EX-COMPETENCIA    PIC 9(06).
               03 WS-EX-ETAPA          PIC X(01).
               03 WS-EX-DIAS           PIC 9(04).
               03 WS-EX-VALOR          PIC 9(07)V99.
               03 WS-EX-CPF            PIC 9(11).
               03 WS-EX-ALUNO          PIC X(30).
               03 WS-EX-RESP           PIC X(30).
               03 WS-EX-TELEFONE       PIC X(15).
               03 WS-EX-MOTIVO         PIC X(01).
               03 WS-EX-ARQUIVO        PIC X(20).
               03 WS-EX-OBS            PIC X(35).
               03 WS-EX-IMPRESSO       PIC X(01).
       01 WS-EX-I                      PIC 9(03) VALUE ZERO.
       01 WS-EX-J                      PIC 9(03) VALUE ZERO.

      *-----------------------------------------------------------------
      * ALUNO/MES EM AVALIACAO
      *-----------------------------------------------------------------
       01 WS-MAT-ATUAL                 PIC X(05) VALUE SPACES.
       01 WS-COMP-ATUAL                PIC 9(06) VALUE ZERO.
       01 WS-ALUNO-ATUAL               PIC X(30) VALUE SPACES.
       01 WS-RESP-ATUAL                PIC X(30) VALUE SPACES.
       01 WS-TEL-ATUAL                 PIC X(15) VALUE SPACES.
       01 WS-CPF-ATUAL                 PIC 9(11) VALUE ZERO.
       01 WS-VALOR-ATUAL               PIC 9(07)V99 VALUE ZERO.
       01 WS-ETAPA-ATUAL               PIC X(01) VALUE SPACE.
       01 WS-MOTIVO-ATUAL              PIC X(01) VALUE SPACE.
       01 WS-ARQUIVO-ATUAL             PIC X(20) VALUE SPACES.
       01 WS-OBS-ATUAL                 PIC X(35) VALUE SPACES.
       01 WS-ORDEM-ATUAL               PIC 9(01) VALUE ZERO.
       01 WS-ORDEM-ALVO                PIC 9(01) VALUE ZERO.

       01 WS-ANOMES-REF                PIC 9(06) VALUE ZERO.
       01 WS-MENSALIDADE               PIC 9(07)V99 VALUE ZERO.
       01 WS-MENSALIDADE-ALUNO         PIC 9(07)V99 VALUE ZERO.
       01 WS-PRECO-TURMA               PIC X(03) VALUE SPACES.
       01 WS-PRECO-UNIDADE             PIC X(02) VALUE SPACES.
       01 WS-PRECO-RESULTADO           PIC X(01) VALUE 'N'.
           88 WS-PRECO-SIM                    VALUE 'S'.
           88 WS-PRECO-TABELA-AUSENTE         VALUE 'A'.
       01 WS-PRECO-SERIE               PIC 9(02) VALUE ZERO.

       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
       01 WS-HOJE-NUM                  PIC 9(08) VALUE ZERO.
       01 WS-HOJE-INT                  PIC 9(08) VALUE ZERO.
       01 WS-HOJE-FMT                  PIC X(10) VALUE SPACES.
       01 WS-VENC-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-VENC-INT                  PIC 9(08) VALUE ZERO.
       01 WS-DIAS-ATRASO               PIC S9(05) VALUE ZERO.
       01 WS-DATA-AUX                  PIC 9(08) VALUE ZERO.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           02 WS-AUX-ANO               PIC 9(04).
           02 WS-AUX-MES               PIC 9(02).
           02 WS-AUX-DIA               PIC 9(02).
       01 WS-DATA-AUX-FMT              PIC X(10) VALUE SPACES.
       01 WS-DATA-LIMITE-FMT           PIC X(10) VALUE SPACES.
       01 WS-DATA-BAIXA-FMT            PIC X(10) VALUE SPACES.

       01 WS-NOME-INCLUSAO             PIC X(20) VALUE SPACES.
       01 WS-NOME-EXCLUSAO             PIC X(20) VALUE SPACES.
       01 WS-BIRO-NOME                 PIC X(20) VALUE SPACES.
       01 WS-BIRO-ETAPA                PIC X(01) VALUE SPACE.

       01 WS-QTD-LEMBRETES             PIC 9(03) VALUE ZERO.
       01 WS-QTD-CARTAS                PIC 9(03) VALUE ZERO.
       01 WS-QTD-LIGACOES              PIC 9(03) VALUE ZERO.
       01 WS-QTD-AVISOS-PREVIOS        PIC 9(03) VALUE ZERO.
       01 WS-QTD-INCLUSOES             PIC 9(03) VALUE ZERO.
       01 WS-QTD-EXCLUSOES             PIC 9(03) VALUE ZERO.
       01 WS-QTD-PENDENCIAS            PIC 9(03) VALUE ZERO.
       01 WS-QTD-SEM-PRECO             PIC 9(03) VALUE ZERO.
       01 WS-QTD-DOCUMENTOS            PIC 9(03) VALUE ZERO.
       01 WS-QTD-GRAVADOS              PIC 9(03) VALUE ZERO.
       01 WS-TOTAL-CARTA               PIC 9(09)V99 VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-ENV-INTERFACE             PIC X(12) VALUE SPACES.
       01 WS-ENV-ARQUIVO               PIC X(20) VALUE SPACES.
       01 WS-ENV-PERIODO               PIC X(10) VALUE SPACES.
       01 WS-ENV-NUMERO                PIC 9(06) VALUE ZERO.
       01 WS-ENV-RESULTADO             PIC X(01) VALUE 'S'.

       01 WS-DESC-ETAPA                PIC X(10) VALUE SPACES.
       01 WS-MASK-DIAS                 PIC ZZZ9.
       01 WS-MASK-VALOR                PIC ZZ.ZZ9,99.
       01 WS-MASK-TOTAL                PIC Z.ZZZ.ZZ9,99.

       01 WS-NTF-TIPO                  PIC X(02) VALUE 'CB'.
       01 WS-NTF-MATRICULA             PIC X(05) VALUE SPACES.
       01 WS-NTF-CHAVE                 PIC X(20) VALUE SPACES.
       01 WS-NTF-ALUNO                 PIC X(30) VALUE SPACES.
       01 WS-NTF-DATA                  PIC X(10) VALUE SPACES.
       01 WS-NTF-INFO                  PIC X(45) VALUE SPACES.
       01 WS-NTF-RETORNO               PIC X(01) VALUE SPACE.
           88 WS-NTF-GRAVADA                  VALUE 'G'.
           88 WS-NTF-DUPLICADA                VALUE 'D'.
           88 WS-NTF-OPTOUT                   VALUE 'O'.

       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'REGUA.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE
           'REGUA DE COBRANCA - ETAPAS EXECUTADAS NO DIA'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE SPACES.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'REGUA DE COBRANCA'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO WS-HOJE-NUM
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
           MOVE WS-HOJE-NUM TO WS-DATA-AUX
           PERFORM FORMATA-DATA-AUX
           MOVE WS-DATA-AUX-FMT TO WS-HOJE-FMT
           MOVE WS-DATA-HOJE(1:6) TO WS-ANOMES-REF

           STRING 'NEGINC' WS-HOJE-NUM '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-NOME-INCLUSAO
           END-STRING
           STRING 'NEGEXC' WS-HOJE-NUM '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-NOME-EXCLUSAO
           END-STRING

           PERFORM CARREGA-PARAMETROS
           IF WS-RETORNO-JOB < 8
               PERFORM CARREGA-ALOCACAO
               PERFORM CARREGA-VINCULOS
               PERFORM CARREGA-UNIDADES
               PERFORM CARREGA-RESPONSAVEIS
               PERFORM CARREGA-BOLSAS
               PERFORM CARREGA-ACORDOS
               PERFORM CARREGA-HISTORICO
               PERFORM CONFERE-TABELA-PRECOS
           END-IF

           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(
                   WS-HOJE-INT + WS-DIAS-ESPERA)
           PERFORM FORMATA-DATA-AUX
           MOVE WS-DATA-AUX-FMT TO WS-DATA-LIMITE-FMT
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(
                   WS-HOJE-INT + WS-DIAS-BAIXA)
           PERFORM FORMATA-DATA-AUX
           MOVE WS-DATA-AUX-FMT TO WS-DATA-BAIXA-FMT
           EXIT.
       FIM-INICIO.

       FORMATA-DATA-AUX.
           MOVE SPACES TO WS-DATA-AUX-FMT
           STRING WS-AUX-DIA '/' WS-AUX-MES '/' WS-AUX-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-AUX-FMT
           END-STRING
           EXIT.
       FIM-FORMATA-DATA-AUX.

      *-----------------------------------------------------------------
      * CARTAO DA POLITICA: SEM ELE VALE O PADRAO 5/15/30/45 DIAS,
      * 10 DIAS DE ESPERA DO AVISO PREVIO E 5 DIAS PARA A BAIXA; AS
      * ETAPAS TEM DE ESTAR EM ORDEM CRESCENTE DE DIAS
      *-----------------------------------------------------------------
       CARREGA-PARAMETROS.
           OPEN INPUT REGUA-PARAM
           IF WS-PARAM-STATUS = '00'
               READ REGUA-PARAM
                   NOT AT END
                       IF RG-DIAS-LEMBRETE NUMERIC AND
                          RG-DIAS-CARTA NUMERIC AND
                          RG-DIAS-TELEFONE NUMERIC AND
                          RG-DIAS-AVISO NUMERIC AND
                          RG-DIAS-ESPERA NUMERIC AND
                          RG-DIAS-BAIXA NUMERIC
                           MOVE RG-DIAS-LEMBRETE TO WS-DIAS-LEMBRETE
                           MOVE RG-DIAS-CARTA    TO WS-DIAS-CARTA
                           MOVE RG-DIAS-TELEFONE TO WS-DIAS-TELEFONE
                           MOVE RG-DIAS-AVISO    TO WS-DIAS-AVISO
                           MOVE RG-DIAS-ESPERA   TO WS-DIAS-ESPERA
                           MOVE RG-DIAS-BAIXA    TO WS-DIAS-BAIXA
                           MOVE RG-ASSOCIADO     TO WS-ASSOCIADO
                       ELSE
                           DISPLAY 'REGUAPAR.TXT COM CAMPO NAO '
                                   'NUMERICO - CORRIJA NO '
                                   'MANUTENCAO-PARAM (OPCAO C)'
                           MOVE 8 TO WS-RETORNO-JOB
                       END-IF
               END-READ
               CLOSE REGUA-PARAM
           ELSE
               DISPLAY 'REGUAPAR.TXT NAO ENCONTRADO - USANDO A REGUA '
                       'PADRAO 5/15/30/45 DIAS'
           END-IF

           IF WS-RETORNO-JOB < 8
               IF WS-DIAS-LEMBRETE = 0 OR
                  WS-DIAS-CARTA NOT > WS-DIAS-LEMBRETE OR
                  WS-DIAS-TELEFONE NOT > WS-DIAS-CARTA OR
                  WS-DIAS-AVISO NOT > WS-DIAS-TELEFONE OR
                  WS-DIAS-ESPERA = 0 OR
                  WS-DIAS-BAIXA = 0
                   DISPLAY 'REGUAPAR.TXT INCONSISTENTE - ETAPAS FORA '
                           'DE ORDEM OU PRAZO ZERADO'
                   MOVE 8 TO WS-RETORNO-JOB
               END-IF
           END-IF

           DISPLAY 'DIAS DE ATRASO  LEMBRETE: ' WS-DIAS-LEMBRETE
                   '  CARTA: ' WS-DIAS-CARTA
                   '  LIGACAO: ' WS-DIAS-TELEFONE
                   '  AVISO PREVIO: ' WS-DIAS-AVISO
           DISPLAY 'ESPERA DO AVISO PREVIO: ' WS-DIAS-ESPERA
                   ' DIAS  PRAZO DA BAIXA: ' WS-DIAS-BAIXA ' DIAS'
           EXIT.
       FIM-CARREGA-PARAMETROS.

      *-----------------------------------------------------------------
      * A TABELA DE PRECOS E OBRIGATORIA: SEM O PRECOS.TXT NAO HA
      * MENSALIDADE BASE PARA NENHUM ALUNO
      *-----------------------------------------------------------------
       CONFERE-TABELA-PRECOS.
           MOVE SPACES TO WS-PRECO-TURMA
           MOVE SPACES TO WS-PRECO-UNIDADE
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
                                          WS-ANOMES-REF
                                          WS-PRECO-RESULTADO
                                          WS-PRECO-SERIE
                                          WS-MENSALIDADE
                                          WS-PRECO-UNIDADE
           END-CALL
           EXIT.
       FIM-BUSCA-PRECO-TURMA.

       CARREGA-ALOCACAO.
           OPEN INPUT ALOCACAO
           IF WS-ALOC-STATUS NOT = '00'
               DISPLAY 'ALOCACAO.TXT NAO ENCONTRADO - RODE O '
                       'ALOCA-PAGAMENTOS ANTES DA REGUA'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-ALOCACAO
               PERFORM UNTIL WS-FIM-ALOC-SIM
                   IF WS-QTD-ALOC >= WS-TAB-ALOC-LIMITE
                       DISPLAY 'TABELA DE ALOCACAO CHEIA ('
                               WS-TAB-ALOC-LIMITE ') - REGUA NAO '
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

       CARREGA-VINCULOS.
           OPEN INPUT CONTA-ALUNO
           IF WS-VINCULO-STATUS = '00'
               PERFORM LER-VINCULO
               PERFORM UNTIL WS-FIM-VINCULO-SIM
                   IF WS-QTD-ALUNOS >= WS-TAB-AL-LIMITE
                       DISPLAY 'AVISO: TABELA DE VINCULOS CHEIA ('
                               WS-TAB-AL-LIMITE ') - EXCEDENTES '
                               'FICAM FORA DA REGUA'
                       IF WS-RETORNO-JOB < 4
                           MOVE 4 TO WS-RETORNO-JOB
                       END-IF
                       SET WS-FIM-VINCULO-SIM TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-ALUNOS
                       MOVE CA-MATRICULA
                            TO WS-AL-MATRICULA(WS-QTD-ALUNOS)
                       MOVE CA-NOME
                            TO WS-AL-NOME(WS-QTD-ALUNOS)
                       MOVE CA-TURMA
                            TO WS-AL-TURMA(WS-QTD-ALUNOS)
                       MOVE '01' TO WS-AL-UNIDADE(WS-QTD-ALUNOS)
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
                       IF RS-CPF NUMERIC
                           MOVE RS-CPF TO WS-RESP-CPF(WS-QTD-RESP)
                       ELSE
                           MOVE ZERO TO WS-RESP-CPF(WS-QTD-RESP)
                       END-IF
                   END-IF
                   PERFORM LER-RESPONSAVEIS
               END-PERFORM
               CLOSE RESPONSAVEIS
           ELSE
               DISPLAY 'RESPONSAVEIS.TXT NAO ENCONTRADO - SEM CPF '
                       'NENHUM ALUNO SERA NEGATIVADO'
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
               DISPLAY 'ACORDOS.TXT NAO ENCONTRADO - REGUA SEM '
                       'ACORDOS DE RENEGOCIACAO'
           ELSE
               PERFORM LER-ACORDOS
               PERFORM UNTIL WS-FIM-ACORDO-SIM
                   IF WS-QTD-ACORDOS >= WS-TAB-ACORDO-LIMITE
                       DISPLAY 'AVISO: TABELA DE ACORDOS CHEIA ('
                               WS-TAB-ACORDO-LIMITE ')'
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
      * HISTORICO EM ORDEM DE GRAVACAO: CADA ETAPA ELEVA A ORDEM DO
      * ALUNO/MES E A BAIXA ZERA O CICLO. TABELA CHEIA PARA O PASSO -
      * UM MES NEGATIVADO QUE FICASSE DE FORA NUNCA TERIA A BAIXA
      *-----------------------------------------------------------------
       CARREGA-HISTORICO.
           OPEN INPUT REGUA-HIST
           IF WS-HIST-STATUS = '00'
               PERFORM LER-HISTORICO
               PERFORM UNTIL WS-FIM-HIST-SIM
                   ADD 1 TO WS-HIST-LIDOS
                   MOVE HR-MATRICULA   TO WS-MAT-ATUAL
                   MOVE HR-COMPETENCIA TO WS-COMP-ATUAL
                   PERFORM LOCALIZA-HISTORICO
                   IF WS-HT-ACHADO = 0
                       PERFORM INCLUI-HISTORICO
                   END-IF
                   IF WS-HT-ACHADO = 0
                       DISPLAY 'TABELA DO HISTORICO CHEIA ('
                               WS-TAB-HIST-LIMITE ') - REGUA NAO '
                               'RODA SEM O HISTORICO COMPLETO'
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-HIST-SIM TO TRUE
                   ELSE
                       MOVE HR-ETAPA       TO WS-ETAPA-ATUAL
                       MOVE HR-DATA        TO WS-DATA-AUX
                       MOVE HR-CPF         TO WS-CPF-ATUAL
                       MOVE HR-VALOR       TO WS-VALOR-ATUAL
                       PERFORM ATUALIZA-HISTORICO
                       PERFORM LER-HISTORICO
                   END-IF
               END-PERFORM
               CLOSE REGUA-HIST
           ELSE
               DISPLAY 'REGUAHIST.TXT AINDA NAO EXISTE - PRIMEIRA '
                       'RODADA DA REGUA'
           END-IF
           EXIT.
       FIM-CARREGA-HISTORICO.

       LER-HISTORICO.
           READ REGUA-HIST
               AT END
                   SET WS-FIM-HIST-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-HISTORICO.

       LOCALIZA-HISTORICO.
           MOVE ZERO TO WS-HT-ACHADO
           PERFORM VARYING WS-HT-I FROM 1 BY 1
                   UNTIL WS-HT-I > WS-QTD-HIST
                      OR WS-HT-ACHADO > 0
               IF WS-HT-MATRICULA(WS-HT-I) = WS-MAT-ATUAL AND
                  WS-HT-COMPETENCIA(WS-HT-I) = WS-COMP-ATUAL
                   MOVE WS-HT-I TO WS-HT-ACHADO
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-HISTORICO.

       INCLUI-HISTORICO.
           IF WS-QTD-HIST < WS-TAB-HIST-LIMITE
               ADD 1 TO WS-QTD-HIST
               MOVE WS-QTD-HIST TO WS-HT-ACHADO
               MOVE WS-MAT-ATUAL  TO WS-HT-MATRICULA(WS-HT-ACHADO)
               MOVE WS-COMP-ATUAL TO WS-HT-COMPETENCIA(WS-HT-ACHADO)
               MOVE ZERO TO WS-HT-ORDEM(WS-HT-ACHADO)
               MOVE ZERO TO WS-HT-DATA-AVISO(WS-HT-ACHADO)
               MOVE ZERO TO WS-HT-CPF(WS-HT-ACHADO)
               MOVE ZERO TO WS-HT-VALOR(WS-HT-ACHADO)
           END-IF
           EXIT.
       FIM-INCLUI-HISTORICO.

      *-----------------------------------------------------------------
      * APLICA A ETAPA (WS-ETAPA-ATUAL, DATA EM WS-DATA-AUX) AO CICLO
      * DO ALUNO/MES WS-HT-ACHADO
      *-----------------------------------------------------------------
       ATUALIZA-HISTORICO.
           EVALUATE WS-ETAPA-ATUAL
               WHEN 'L'
                   MOVE 1 TO WS-ORDEM-ATUAL
               WHEN 'C'
                   MOVE 2 TO WS-ORDEM-ATUAL
               WHEN 'T'
                   MOVE 3 TO WS-ORDEM-ATUAL
               WHEN 'A'
                   MOVE 4 TO WS-ORDEM-ATUAL
                   MOVE WS-DATA-AUX
                        TO WS-HT-DATA-AVISO(WS-HT-ACHADO)
               WHEN 'N'
                   MOVE 5 TO WS-ORDEM-ATUAL
                   MOVE WS-CPF-ATUAL TO WS-HT-CPF(WS-HT-ACHADO)
                   MOVE WS-VALOR-ATUAL TO WS-HT-VALOR(WS-HT-ACHADO)
               WHEN 'B'
                   MOVE ZERO TO WS-ORDEM-ATUAL
                   MOVE ZERO TO WS-HT-ORDEM(WS-HT-ACHADO)
                   MOVE ZERO TO WS-HT-DATA-AVISO(WS-HT-ACHADO)
                   MOVE ZERO TO WS-HT-CPF(WS-HT-ACHADO)
                   MOVE ZERO TO WS-HT-VALOR(WS-HT-ACHADO)
               WHEN OTHER
                   MOVE ZERO TO WS-ORDEM-ATUAL
           END-EVALUATE
           IF WS-ORDEM-ATUAL > WS-HT-ORDEM(WS-HT-ACHADO)
               MOVE WS-ORDEM-ATUAL TO WS-HT-ORDEM(WS-HT-ACHADO)
           END-IF
           EXIT.
       FIM-ATUALIZA-HISTORICO.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               PERFORM VARYING WS-ALOC-I FROM 1 BY 1
                       UNTIL WS-ALOC-I > WS-QTD-ALOC
                   PERFORM AVALIA-MES
               END-PERFORM

               PERFORM VARYING WS-HT-I FROM 1 BY 1
                       UNTIL WS-HT-I > WS-QTD-HIST
                   IF WS-HT-ORDEM(WS-HT-I) = 5
                       PERFORM AVALIA-BAIXA
                   END-IF
               END-PERFORM

               PERFORM GRAVA-HISTORICO
               MOVE 'N' TO WS-BIRO-ETAPA
               MOVE WS-NOME-INCLUSAO TO WS-BIRO-NOME
               PERFORM GRAVA-BIRO
               MOVE 'B' TO WS-BIRO-ETAPA
               MOVE WS-NOME-EXCLUSAO TO WS-BIRO-NOME
               PERFORM GRAVA-BIRO
               PERFORM IMPRIME-RELATORIO
               IF WS-QTD-CARTAS + WS-QTD-AVISOS-PREVIOS > 0
                   PERFORM IMPRIME-CARTAS
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * MES EM ABERTO DO ALOCACAO.TXT (NEM QUITADO NEM CREDITO) COM
      * ATRASO QUE JA ALCANCA A PRIMEIRA ETAPA DA REGUA
      *-----------------------------------------------------------------
       AVALIA-MES.
           IF WS-ALOC-ANOMES(WS-ALOC-I) > 0 AND
              WS-ALOC-SITUACAO(WS-ALOC-I) NOT = 'Q' AND
              WS-ALOC-SITUACAO(WS-ALOC-I) NOT = 'C'
               MOVE WS-ALOC-MATRICULA(WS-ALOC-I) TO WS-MAT-ATUAL
               MOVE WS-ALOC-ANOMES(WS-ALOC-I)    TO WS-COMP-ATUAL
               PERFORM CALCULA-ATRASO
               IF WS-DIAS-ATRASO >= WS-DIAS-LEMBRETE
                   PERFORM LOCALIZA-ALUNO
                   IF WS-ALUNO-OK-SIM
                       PERFORM CALCULA-MENSALIDADE-ALUNO
                       IF WS-MENSALIDADE-ALUNO >
                          WS-ALOC-PAGO(WS-ALOC-I)
                           COMPUTE WS-VALOR-ATUAL =
                                   WS-MENSALIDADE-ALUNO
                                 - WS-ALOC-PAGO(WS-ALOC-I)
                           PERFORM AVALIA-ETAPA
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-AVALIA-MES.

       CALCULA-ATRASO.
           MOVE WS-COMP-ATUAL(1:4) TO WS-VENC-AAAAMMDD(1:4)
           MOVE WS-COMP-ATUAL(5:2) TO WS-VENC-AAAAMMDD(5:2)
           MOVE '05' TO WS-VENC-AAAAMMDD(7:2)
           COMPUTE WS-VENC-INT =
               FUNCTION INTEGER-OF-DATE(WS-VENC-AAAAMMDD)
           COMPUTE WS-DIAS-ATRASO = WS-HOJE-INT - WS-VENC-INT
           IF WS-DIAS-ATRASO < 0
               MOVE ZERO TO WS-DIAS-ATRASO
           END-IF
           EXIT.
       FIM-CALCULA-ATRASO.

      *-----------------------------------------------------------------
      * MES COBERTO POR ACORDO EM DIA NAO ANDA NA REGUA. DEPOIS DO
      * AVISO PREVIO SO RESTA A NEGATIVACAO, QUANDO VENCER A ESPERA;
      * ANTES DELE EXECUTA A ETAPA DOS DIAS DE ATRASO SE AINDA NAO
      * FOI FEITA (ETAPA INTERMEDIARIA PERDIDA NAO E REFEITA)
      *-----------------------------------------------------------------
       AVALIA-ETAPA.
           PERFORM LOCALIZA-ACORDO
           IF WS-ACORDO-EM-DIA-SIM AND
              WS-COMP-ATUAL >= WS-ACD-INICIO-ALUNO AND
              WS-COMP-ATUAL <= WS-ACD-FIM-ALUNO
               CONTINUE
           ELSE
               PERFORM LOCALIZA-HISTORICO
               IF WS-HT-ACHADO > 0
                   MOVE WS-HT-ORDEM(WS-HT-ACHADO) TO WS-ORDEM-ATUAL
               ELSE
                   MOVE ZERO TO WS-ORDEM-ATUAL
               END-IF

               EVALUATE TRUE
                   WHEN WS-DIAS-ATRASO >= WS-DIAS-AVISO
                       MOVE 4 TO WS-ORDEM-ALVO
                   WHEN WS-DIAS-ATRASO >= WS-DIAS-TELEFONE
                       MOVE 3 TO WS-ORDEM-ALVO
                   WHEN WS-DIAS-ATRASO >= WS-DIAS-CARTA
                       MOVE 2 TO WS-ORDEM-ALVO
                   WHEN OTHER
                       MOVE 1 TO WS-ORDEM-ALVO
               END-EVALUATE

               EVALUATE TRUE
                   WHEN WS-ORDEM-ATUAL = 5
                       CONTINUE
                   WHEN WS-ORDEM-ATUAL = 4
                       PERFORM AVALIA-NEGATIVACAO
                   WHEN WS-ORDEM-ALVO > WS-ORDEM-ATUAL
                       PERFORM EXECUTA-ETAPA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT.
       FIM-AVALIA-ETAPA.

       EXECUTA-ETAPA.
           MOVE SPACE  TO WS-MOTIVO-ATUAL
           MOVE SPACES TO WS-OBS-ATUAL
           EVALUATE WS-ORDEM-ALVO
               WHEN 1
                   MOVE 'L' TO WS-ETAPA-ATUAL
                   MOVE 'NOTIFSAI.TXT' TO WS-ARQUIVO-ATUAL
                   PERFORM ENVIA-LEMBRETE
               WHEN 2
                   MOVE 'C' TO WS-ETAPA-ATUAL
                   MOVE 'REGUACARTA.TXT' TO WS-ARQUIVO-ATUAL
                   MOVE 'CARTA DE COBRANCA EM REGUACARTA.TXT'
                        TO WS-OBS-ATUAL
               WHEN 3
                   MOVE 'T' TO WS-ETAPA-ATUAL
                   MOVE 'REGUA.TXT' TO WS-ARQUIVO-ATUAL
                   STRING WS-RESP-ATUAL(1:19) ' ' WS-TEL-ATUAL
                          DELIMITED BY SIZE
                          INTO WS-OBS-ATUAL
                   END-STRING
               WHEN OTHER
                   MOVE 'A' TO WS-ETAPA-ATUAL
                   MOVE 'REGUACARTA.TXT' TO WS-ARQUIVO-ATUAL
                   STRING 'NEGATIVACAO APOS ' WS-DATA-LIMITE-FMT
                          DELIMITED BY SIZE
                          INTO WS-OBS-ATUAL
                   END-STRING
           END-EVALUATE
           PERFORM REGISTRA-EXECUCAO
           EXIT.
       FIM-EXECUTA-ETAPA.

      *-----------------------------------------------------------------
      * INCLUSAO NO BIRO: SO COM AVISO PREVIO REGISTRADO NO CICLO E
      * VENCIDA A ESPERA; SEM CPF DO RESPONSAVEL FICA COMO PENDENCIA
      *-----------------------------------------------------------------
       AVALIA-NEGATIVACAO.
           IF WS-HT-DATA-AVISO(WS-HT-ACHADO) > 0
               IF FUNCTION INTEGER-OF-DATE(
                      WS-HT-DATA-AVISO(WS-HT-ACHADO))
                  + WS-DIAS-ESPERA <= WS-HOJE-INT
                   MOVE SPACE TO WS-MOTIVO-ATUAL
                   IF WS-CPF-ATUAL = 0
                       MOVE 'X' TO WS-ETAPA-ATUAL
                       MOVE SPACES TO WS-ARQUIVO-ATUAL
                       MOVE 'SEM CPF - INCLUSAO NAO FEITA'
                            TO WS-OBS-ATUAL
                   ELSE
                       MOVE 'N' TO WS-ETAPA-ATUAL
                       MOVE WS-NOME-INCLUSAO TO WS-ARQUIVO-ATUAL
                       MOVE SPACES TO WS-OBS-ATUAL
                       STRING 'INCLUSAO EM ' WS-NOME-INCLUSAO
                              DELIMITED BY SIZE
                              INTO WS-OBS-ATUAL
                       END-STRING
                   END-IF
                   PERFORM REGISTRA-EXECUCAO
               END-IF
           END-IF
           EXIT.
       FIM-AVALIA-NEGATIVACAO.

      *-----------------------------------------------------------------
      * MES NEGATIVADO: BAIXA QUANDO O ALOCACAO.TXT MOSTRA O MES PAGO
      * (MOTIVO P) OU HA ACORDO EM DIA COBRINDO O MES (MOTIVO A);
      * COMPETENCIA QUE NAO ESTA MAIS NO ALOCACAO.TXT (VIRADA DE ANO)
      * FICA COMO PENDENCIA PARA CONFERENCIA MANUAL
      *-----------------------------------------------------------------
       AVALIA-BAIXA.
           MOVE WS-HT-MATRICULA(WS-HT-I)   TO WS-MAT-ATUAL
           MOVE WS-HT-COMPETENCIA(WS-HT-I) TO WS-COMP-ATUAL
           MOVE WS-HT-I TO WS-HT-ACHADO
           MOVE SPACE TO WS-MOTIVO-ATUAL
           PERFORM LOCALIZA-ALUNO
           PERFORM CALCULA-ATRASO
           MOVE WS-HT-CPF(WS-HT-I)   TO WS-CPF-ATUAL
           MOVE WS-HT-VALOR(WS-HT-I) TO WS-VALOR-ATUAL

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-ALOC-I FROM 1 BY 1
                   UNTIL WS-ALOC-I > WS-QTD-ALOC
                      OR WS-ACHOU-SIM
               IF WS-ALOC-MATRICULA(WS-ALOC-I) = WS-MAT-ATUAL AND
                  WS-ALOC-ANOMES(WS-ALOC-I) = WS-COMP-ATUAL
                   SET WS-ACHOU-SIM TO TRUE
                   IF WS-ALOC-SITUACAO(WS-ALOC-I) = 'Q'
                       MOVE 'P' TO WS-MOTIVO-ATUAL
                   ELSE
                       IF WS-ALUNO-OK-SIM
                           PERFORM CALCULA-MENSALIDADE-ALUNO
                           IF WS-PRECO-SIM AND
                              WS-ALOC-PAGO(WS-ALOC-I) >=
                              WS-MENSALIDADE-ALUNO
                               MOVE 'P' TO WS-MOTIVO-ATUAL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-MOTIVO-ATUAL = SPACE
               PERFORM LOCALIZA-ACORDO
               IF WS-ACORDO-EM-DIA-SIM AND
                  WS-COMP-ATUAL >= WS-ACD-INICIO-ALUNO AND
                  WS-COMP-ATUAL <= WS-ACD-FIM-ALUNO
                   MOVE 'A' TO WS-MOTIVO-ATUAL
               END-IF
           END-IF

           MOVE SPACES TO WS-OBS-ATUAL
           EVALUATE TRUE
               WHEN WS-MOTIVO-ATUAL = 'P'
                   MOVE 'B' TO WS-ETAPA-ATUAL
                   MOVE WS-NOME-EXCLUSAO TO WS-ARQUIVO-ATUAL
                   STRING 'PAGO - ENVIAR ATE ' WS-DATA-BAIXA-FMT
                          DELIMITED BY SIZE
                          INTO WS-OBS-ATUAL
                   END-STRING
                   PERFORM REGISTRA-EXECUCAO
               WHEN WS-MOTIVO-ATUAL = 'A'
                   MOVE 'B' TO WS-ETAPA-ATUAL
                   MOVE WS-NOME-EXCLUSAO TO WS-ARQUIVO-ATUAL
                   STRING 'ACORDO - ENVIAR ATE ' WS-DATA-BAIXA-FMT
                          DELIMITED BY SIZE
                          INTO WS-OBS-ATUAL
                   END-STRING
                   PERFORM REGISTRA-EXECUCAO
               WHEN NOT WS-ACHOU-SIM
                   MOVE 'X' TO WS-ETAPA-ATUAL
                   MOVE SPACES TO WS-ARQUIVO-ATUAL
                   MOVE 'FORA DO ALOCACAO.TXT - CONFERIR'
                        TO WS-OBS-ATUAL
                   PERFORM REGISTRA-EXECUCAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
       FIM-AVALIA-BAIXA.

      *-----------------------------------------------------------------
      * NOME DO ALUNO E PRIMEIRO RESPONSAVEL (NOME, TELEFONE E CPF)
      *-----------------------------------------------------------------
       LOCALIZA-ALUNO.
           MOVE 'N' TO WS-ALUNO-OK
           MOVE 'ALUNO NAO CADASTRADO' TO WS-ALUNO-ATUAL
           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
                      OR WS-ALUNO-OK-SIM
               IF WS-AL-MATRICULA(WS-AL-I) = WS-MAT-ATUAL
                   SET WS-ALUNO-OK-SIM TO TRUE
                   MOVE WS-AL-NOME(WS-AL-I) TO WS-ALUNO-ATUAL
               END-IF
           END-PERFORM
           IF WS-ALUNO-OK-SIM
               SUBTRACT 1 FROM WS-AL-I
           END-IF

           MOVE SPACES TO WS-RESP-ATUAL
           MOVE SPACES TO WS-TEL-ATUAL
           MOVE ZERO TO WS-CPF-ATUAL
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-RESP-I FROM 1 BY 1
                   UNTIL WS-RESP-I > WS-QTD-RESP
                      OR WS-ACHOU-SIM
               IF WS-RESP-MATRICULA(WS-RESP-I) = WS-MAT-ATUAL
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-RESP-NOME(WS-RESP-I)     TO WS-RESP-ATUAL
                   MOVE WS-RESP-TELEFONE(WS-RESP-I) TO WS-TEL-ATUAL
                   MOVE WS-RESP-CPF(WS-RESP-I)      TO WS-CPF-ATUAL
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-ALUNO.

      *-----------------------------------------------------------------
      * MENSALIDADE EFETIVA DO MES AVALIADO: PRECO DA TURMA NA
      * COMPETENCIA MENOS A BOLSA VIGENTE NELA
      *-----------------------------------------------------------------
       CALCULA-MENSALIDADE-ALUNO.
           MOVE WS-COMP-ATUAL TO WS-ANOMES-REF
           MOVE WS-AL-TURMA(WS-AL-I) TO WS-PRECO-TURMA
           MOVE WS-AL-UNIDADE(WS-AL-I) TO WS-PRECO-UNIDADE
           PERFORM BUSCA-PRECO-TURMA
           IF NOT WS-PRECO-SIM
               ADD 1 TO WS-QTD-SEM-PRECO
               DISPLAY 'AVISO: SEM PRECO PARA A TURMA '
                       WS-PRECO-TURMA ' EM ' WS-ANOMES-REF
                       ' - MATRICULA ' WS-MAT-ATUAL
                       ' FORA DA REGUA'
               MOVE ZERO TO WS-MENSALIDADE
           END-IF
           MOVE WS-MENSALIDADE TO WS-MENSALIDADE-ALUNO
           MOVE 'N' TO WS-TEM-BOLSA

           PERFORM VARYING WS-BL-I FROM 1 BY 1
                   UNTIL WS-BL-I > WS-QTD-BOLSAS
                      OR WS-TEM-BOLSA-SIM
               IF WS-BL-MATRICULA(WS-BL-I) = WS-MAT-ATUAL AND
                  WS-ANOMES-REF >= WS-BL-INICIO(WS-BL-I) AND
                  WS-ANOMES-REF <= WS-BL-FIM(WS-BL-I)
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
      * ACORDO DO ALUNO: PREFERE O ATIVO, DEPOIS O CUMPRIDO - MESMA
      * REGRA DO COBRANCA-GERA, COM AS PARCELAS VENCIDAS CONTADAS ATE
      * O MES CORRENTE; ATIVO COM PARCELA VENCIDA SEM BAIXA CONTA COMO
      * QUEBRADO E O MES VOLTA A REGUA
      *-----------------------------------------------------------------
       LOCALIZA-ACORDO.
           MOVE 'N' TO WS-TEM-ACORDO
           MOVE 'N' TO WS-ACORDO-EM-DIA
           MOVE SPACE TO WS-ACD-SIT-ALUNO
           MOVE ZERO TO WS-ACD-INICIO-ALUNO
           MOVE ZERO TO WS-ACD-FIM-ALUNO
           MOVE ZERO TO WS-ACD-QTD-ALUNO
           MOVE ZERO TO WS-ACD-PAGAS-ALUNO
           MOVE ZERO TO WS-PARC-DEVIDAS

           PERFORM VARYING WS-ACD-I FROM 1 BY 1
                   UNTIL WS-ACD-I > WS-QTD-ACORDOS
               IF WS-ACD-MATRICULA(WS-ACD-I) = WS-MAT-ATUAL
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
                               (WS-HOJE-ANO * 12 + WS-HOJE-MES)
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
               EVALUATE WS-ACD-SIT-ALUNO
                   WHEN 'C'
                       SET WS-ACORDO-EM-DIA-SIM TO TRUE
                   WHEN 'A'
                       IF WS-ACD-PAGAS-ALUNO >= WS-PARC-DEVIDAS
                           SET WS-ACORDO-EM-DIA-SIM TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT.
       FIM-LOCALIZA-ACORDO.

      *-----------------------------------------------------------------
      * LEMBRETE PELA CAIXA DE SAIDA (ROTINA NOTIFICA, TIPO CB) - A
      * CHAVE RL + MATRICULA + MES NAO DEIXA O AVISO SE REPETIR; A
      * RESPOSTA DA ROTINA FICA COMO MOTIVO NO HISTORICO
      *-----------------------------------------------------------------
       ENVIA-LEMBRETE.
           MOVE WS-MAT-ATUAL   TO WS-NTF-MATRICULA
           MOVE WS-ALUNO-ATUAL TO WS-NTF-ALUNO
           MOVE SPACES TO WS-NTF-CHAVE
           STRING 'RL' WS-MAT-ATUAL WS-COMP-ATUAL
                  DELIMITED BY SIZE
                  INTO WS-NTF-CHAVE
           END-STRING
           MOVE WS-HOJE-FMT TO WS-NTF-DATA
           MOVE WS-VALOR-ATUAL TO WS-MASK-VALOR
           MOVE WS-MASK-VALOR TO WS-NTF-INFO
           CALL 'NOTIFICA' USING WS-NTF-TIPO
                                 WS-NTF-MATRICULA
                                 WS-NTF-CHAVE
                                 WS-NTF-ALUNO
                                 WS-NTF-DATA
                                 WS-NTF-INFO
                                 WS-NTF-RETORNO
           END-CALL
           MOVE WS-NTF-RETORNO TO WS-MOTIVO-ATUAL
           EVALUATE TRUE
               WHEN WS-NTF-GRAVADA
                   MOVE 'AVISO NA CAIXA DE SAIDA' TO WS-OBS-ATUAL
               WHEN WS-NTF-DUPLICADA
                   MOVE 'AVISO JA ESTAVA NA CAIXA DE SAIDA'
                        TO WS-OBS-ATUAL
               WHEN WS-NTF-OPTOUT
                   MOVE 'RESPONSAVEL NAO RECEBE AVISOS'
                        TO WS-OBS-ATUAL
               WHEN OTHER
                   MOVE 'AVISO NAO GRAVADO - VER NOTIFICA'
                        TO WS-OBS-ATUAL
           END-EVALUATE
           EXIT.
       FIM-ENVIA-LEMBRETE.

      *-----------------------------------------------------------------
      * GUARDA A ETAPA DA RODADA E ATUALIZA O CICLO EM MEMORIA
      *-----------------------------------------------------------------
       REGISTRA-EXECUCAO.
           IF WS-QTD-EX >= WS-TAB-EX-LIMITE
               DISPLAY 'AVISO: LIMITE DE ' WS-TAB-EX-LIMITE
                       ' ETAPAS POR RODADA - MATRICULA '
                       WS-MAT-ATUAL ' MES ' WS-COMP-ATUAL
                       ' FICA PARA A PROXIMA'
               IF WS-RETORNO-JOB < 4
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           ELSE
               ADD 1 TO WS-QTD-EX
               MOVE WS-MAT-ATUAL     TO WS-EX-MATRICULA(WS-QTD-EX)
               MOVE WS-COMP-ATUAL    TO WS-EX-COMPETENCIA(WS-QTD-EX)
               MOVE WS-ETAPA-ATUAL   TO WS-EX-ETAPA(WS-QTD-EX)
               MOVE WS-DIAS-ATRASO   TO WS-EX-DIAS(WS-QTD-EX)
               MOVE WS-VALOR-ATUAL   TO WS-EX-VALOR(WS-QTD-EX)
               MOVE WS-CPF-ATUAL     TO WS-EX-CPF(WS-QTD-EX)
               MOVE WS-ALUNO-ATUAL   TO WS-EX-ALUNO(WS-QTD-EX)
               MOVE WS-RESP-ATUAL    TO WS-EX-RESP(WS-QTD-EX)
               MOVE WS-TEL-ATUAL     TO WS-EX-TELEFONE(WS-QTD-EX)
               MOVE WS-MOTIVO-ATUAL  TO WS-EX-MOTIVO(WS-QTD-EX)
               MOVE WS-ARQUIVO-ATUAL TO WS-EX-ARQUIVO(WS-QTD-EX)
               MOVE WS-OBS-ATUAL     TO WS-EX-OBS(WS-QTD-EX)
               MOVE 'N'              TO WS-EX-IMPRESSO(WS-QTD-EX)

               EVALUATE WS-ETAPA-ATUAL
                   WHEN 'L'
                       ADD 1 TO WS-QTD-LEMBRETES
                   WHEN 'C'
                       ADD 1 TO WS-QTD-CARTAS
                   WHEN 'T'
                       ADD 1 TO WS-QTD-LIGACOES
                   WHEN 'A'
                       ADD 1 TO WS-QTD-AVISOS-PREVIOS
                   WHEN 'N'
                       ADD 1 TO WS-QTD-INCLUSOES
                   WHEN 'B'
                       ADD 1 TO WS-QTD-EXCLUSOES
                   WHEN OTHER
                       ADD 1 TO WS-QTD-PENDENCIAS
               END-EVALUATE

               IF WS-ETAPA-ATUAL NOT = 'X'
                   IF WS-HT-ACHADO = 0
                       PERFORM INCLUI-HISTORICO
                   END-IF
                   IF WS-HT-ACHADO > 0
                       MOVE WS-HOJE-NUM TO WS-DATA-AUX
                       PERFORM ATUALIZA-HISTORICO
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-REGISTRA-EXECUCAO.

       GRAVA-HISTORICO.
           MOVE ZERO TO WS-QTD-GRAVADOS
           IF WS-QTD-EX > WS-QTD-PENDENCIAS
               OPEN EXTEND REGUA-HIST
               IF WS-HIST-STATUS = '35'
                   OPEN OUTPUT REGUA-HIST
               END-IF
               PERFORM VARYING WS-EX-I FROM 1 BY 1
                       UNTIL WS-EX-I > WS-QTD-EX
                   IF WS-EX-ETAPA(WS-EX-I) NOT = 'X'
                       MOVE SPACES TO REGUA-HIST-REG
                       MOVE WS-EX-MATRICULA(WS-EX-I) TO HR-MATRICULA
                       MOVE WS-EX-COMPETENCIA(WS-EX-I)
                            TO HR-COMPETENCIA
                       MOVE WS-EX-ETAPA(WS-EX-I)     TO HR-ETAPA
                       MOVE WS-HOJE-NUM              TO HR-DATA
                       MOVE WS-EX-DIAS(WS-EX-I)      TO HR-DIAS-ATRASO
                       MOVE WS-EX-VALOR(WS-EX-I)     TO HR-VALOR
                       MOVE WS-EX-CPF(WS-EX-I)       TO HR-CPF
                       MOVE WS-EX-MOTIVO(WS-EX-I)    TO HR-MOTIVO
                       MOVE WS-EX-ARQUIVO(WS-EX-I)   TO HR-ARQUIVO
                       WRITE REGUA-HIST-REG
                       ADD 1 TO WS-QTD-GRAVADOS
                   END-IF
               END-PERFORM
               CLOSE REGUA-HIST
           END-IF
           EXIT.
       FIM-GRAVA-HISTORICO.

      *-----------------------------------------------------------------
      * ARQUIVO DO BIRO DO DIA (INCLUSOES OU EXCLUSOES, CONFORME
      * WS-BIRO-ETAPA) - SO E CRIADO QUANDO HA MOVIMENTO
      *-----------------------------------------------------------------
       GRAVA-BIRO.
           MOVE 'N' TO WS-BIRO-ABERTO
           PERFORM VARYING WS-EX-I FROM 1 BY 1
                   UNTIL WS-EX-I > WS-QTD-EX
               IF WS-EX-ETAPA(WS-EX-I) = WS-BIRO-ETAPA
                   IF NOT WS-BIRO-ABERTO-SIM
                       OPEN EXTEND BIRO
                       IF WS-BIRO-STATUS = '35'
                           OPEN OUTPUT BIRO
                       END-IF
                       SET WS-BIRO-ABERTO-SIM TO TRUE
                   END-IF
                   MOVE SPACES TO BUREAU-REG
                   IF WS-BIRO-ETAPA = 'N'
                       SET BU-INCLUSAO TO TRUE
                   ELSE
                       SET BU-EXCLUSAO TO TRUE
                       MOVE WS-EX-MOTIVO(WS-EX-I) TO BU-MOTIVO-BAIXA
                   END-IF
                   MOVE WS-ASSOCIADO               TO BU-ASSOCIADO
                   MOVE WS-EX-CPF(WS-EX-I)         TO BU-CPF
                   MOVE WS-EX-RESP(WS-EX-I)        TO BU-NOME
                   MOVE WS-EX-MATRICULA(WS-EX-I)   TO BU-MATRICULA
                   MOVE WS-EX-COMPETENCIA(WS-EX-I) TO BU-COMPETENCIA
                   MOVE WS-EX-COMPETENCIA(WS-EX-I)
                        TO BU-VENCIMENTO(1:6)
                   MOVE '05'                       TO BU-VENCIMENTO(7:2)
                   MOVE WS-EX-VALOR(WS-EX-I)       TO BU-VALOR
                   MOVE WS-HOJE-NUM                TO BU-DATA
                   WRITE BUREAU-REG
               END-IF
           END-PERFORM
           IF WS-BIRO-ABERTO-SIM
               CLOSE BIRO
               DISPLAY 'ARQUIVO DO BIRO GRAVADO: ' WS-BIRO-NOME
               PERFORM REGISTRA-ENVIO
           END-IF
           EXIT.
       FIM-GRAVA-BIRO.

      *-----------------------------------------------------------------
      * TRANSMISSAO NO LIVRO DE INTERFACES DE SAIDA (ENVIOS.TXT), UMA
      * INTERFACE PARA INCLUSOES E OUTRA PARA EXCLUSOES; PERIODO
      * AAAAMMDD DO DIA
      *-----------------------------------------------------------------
       REGISTRA-ENVIO.
           IF WS-BIRO-ETAPA = 'N'
               MOVE 'NEGINC' TO WS-ENV-INTERFACE
           ELSE
               MOVE 'NEGEXC' TO WS-ENV-INTERFACE
           END-IF
           MOVE WS-BIRO-NOME TO WS-ENV-ARQUIVO
           MOVE WS-HOJE-NUM TO WS-ENV-PERIODO
           CALL 'ENVIO-CONTROLE' USING WS-ENV-INTERFACE
                                       WS-ENV-ARQUIVO
                                       WS-ENV-PERIODO
                                       WS-ENV-NUMERO
                                       WS-ENV-RESULTADO
           END-CALL
           IF WS-ENV-RESULTADO NOT = 'S' AND WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-REGISTRA-ENVIO.

      *-----------------------------------------------------------------
      * RELATORIO DA RODADA (REGUA.TXT) E LISTA DE LIGACOES
      *-----------------------------------------------------------------
       IMPRIME-RELATORIO.
           MOVE 'REGUA.TXT' TO WS-IMP-ARQUIVO
           MOVE 'REGUA DE COBRANCA - ETAPAS EXECUTADAS NO DIA'
                TO WS-IMP-TITULO
           MOVE SPACES TO WS-IMP-CABECALHO
           STRING 'MATR. ALUNO                  MES     DIAS ETAPA'
                  '           VALOR OBSERVACAO'
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-EX-I FROM 1 BY 1
                   UNTIL WS-EX-I > WS-QTD-EX
               PERFORM IMPRIME-EXECUCAO
           END-PERFORM

           IF WS-QTD-LIGACOES > 0
               MOVE SPACES TO WS-IMP-LINHA
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               MOVE 'LISTA DE LIGACOES' TO WS-IMP-LINHA
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               PERFORM VARYING WS-EX-I FROM 1 BY 1
                       UNTIL WS-EX-I > WS-QTD-EX
                   IF WS-EX-ETAPA(WS-EX-I) = 'T'
                       PERFORM IMPRIME-LIGACAO
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'LEMBRETES: '     WS-QTD-LEMBRETES
                  '  CARTAS: '      WS-QTD-CARTAS
                  '  LIGACOES: '    WS-QTD-LIGACOES
                  '  AVISOS PREVIOS: ' WS-QTD-AVISOS-PREVIOS
                  '  INCLUSOES: '   WS-QTD-INCLUSOES
                  '  EXCLUSOES: '   WS-QTD-EXCLUSOES
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-RELATORIO.

       IMPRIME-EXECUCAO.
           EVALUATE WS-EX-ETAPA(WS-EX-I)
               WHEN 'L'
                   MOVE 'LEMBRETE'   TO WS-DESC-ETAPA
               WHEN 'C'
                   MOVE 'CARTA'      TO WS-DESC-ETAPA
               WHEN 'T'
                   MOVE 'LIGACAO'    TO WS-DESC-ETAPA
               WHEN 'A'
                   MOVE 'AVISO PREV' TO WS-DESC-ETAPA
               WHEN 'N'
                   MOVE 'NEGATIVADO' TO WS-DESC-ETAPA
               WHEN 'B'
                   MOVE 'BAIXA'      TO WS-DESC-ETAPA
               WHEN OTHER
                   MOVE 'PENDENCIA'  TO WS-DESC-ETAPA
           END-EVALUATE
           MOVE WS-EX-DIAS(WS-EX-I)  TO WS-MASK-DIAS
           MOVE WS-EX-VALOR(WS-EX-I) TO WS-MASK-VALOR

           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-EX-MATRICULA(WS-EX-I) ' '
                  WS-EX-ALUNO(WS-EX-I)(1:22) ' '
                  WS-EX-COMPETENCIA(WS-EX-I)(5:2) '/'
                  WS-EX-COMPETENCIA(WS-EX-I)(1:4) ' '
                  WS-MASK-DIAS ' '
                  WS-DESC-ETAPA ' '
                  WS-MASK-VALOR ' '
                  WS-EX-OBS(WS-EX-I)
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-EXECUCAO.

       IMPRIME-LIGACAO.
           MOVE WS-EX-VALOR(WS-EX-I) TO WS-MASK-VALOR
           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-EX-RESP(WS-EX-I) ' '
                  WS-EX-TELEFONE(WS-EX-I) ' '
                  WS-EX-ALUNO(WS-EX-I)(1:22) ' '
                  WS-EX-COMPETENCIA(WS-EX-I)(5:2) '/'
                  WS-EX-COMPETENCIA(WS-EX-I)(1:4) ' '
                  WS-MASK-VALOR
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-LIGACAO.

      *-----------------------------------------------------------------
      * CARTAS DA RODADA (REGUACARTA.TXT): UMA POR ALUNO E ETAPA, COM
      * OS MESES DAQUELA ETAPA - CARTA DE COBRANCA OU AVISO PREVIO DE
      * INCLUSAO NO CADASTRO DE INADIMPLENTES
      *-----------------------------------------------------------------
       IMPRIME-CARTAS.
           MOVE 'REGUACARTA.TXT' TO WS-IMP-ARQUIVO
           MOVE 'REGUA DE COBRANCA - CARTAS E AVISOS PREVIOS'
                TO WS-IMP-TITULO
           MOVE SPACES TO WS-IMP-CABECALHO
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE ZERO TO WS-QTD-DOCUMENTOS
           PERFORM VARYING WS-EX-I FROM 1 BY 1
                   UNTIL WS-EX-I > WS-QTD-EX
               IF (WS-EX-ETAPA(WS-EX-I) = 'C' OR
                   WS-EX-ETAPA(WS-EX-I) = 'A') AND
                  WS-EX-IMPRESSO(WS-EX-I) = 'N'
                   PERFORM IMPRIME-CARTA
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'CARTAS E AVISOS IMPRESSOS: ' WS-QTD-DOCUMENTOS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-CARTAS.

       IMPRIME-CARTA.
           ADD 1 TO WS-QTD-DOCUMENTOS
           MOVE ZERO TO WS-TOTAL-CARTA

           MOVE ALL '=' TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           IF WS-EX-RESP(WS-EX-I) = SPACES
               MOVE 'RESPONSAVEL PELO ALUNO' TO WS-EX-RESP(WS-EX-I)
           END-IF
           MOVE SPACES TO WS-IMP-LINHA
           IF WS-EX-ETAPA(WS-EX-I) = 'C'
               STRING 'CARTA DE COBRANCA - SR(A) '
                      WS-EX-RESP(WS-EX-I)
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           ELSE
               STRING 'AVISO PREVIO DE INCLUSAO EM CADASTRO DE '
                      'INADIMPLENTES - SR(A) '
                      WS-EX-RESP(WS-EX-I)
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           END-IF
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ALUNO: ' WS-EX-ALUNO(WS-EX-I)
                  '  MATRICULA: ' WS-EX-MATRICULA(WS-EX-I)
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           IF WS-EX-ETAPA(WS-EX-I) = 'C'
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'CONSTAM EM ABERTO AS MENSALIDADES ABAIXO. '
                      'PEDIMOS A REGULARIZACAO OU O CONTATO COM A'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               MOVE 'SECRETARIA FINANCEIRA.' TO WS-IMP-LINHA
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           ELSE
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'NAO HAVENDO A REGULARIZACAO DO DEBITO ABAIXO '
                      'ATE ' WS-DATA-LIMITE-FMT ', O NOME DO '
                      'RESPONSAVEL FINANCEIRO'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'SERA INCLUIDO NO CADASTRO DE INADIMPLENTES DO '
                      'BIRO DE CREDITO (ART. 43, PAR. 2, DO CDC).'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF

           MOVE 'MES       VALOR EM ABERTO  DIAS DE ATRASO'
                TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-EX-J FROM WS-EX-I BY 1
                   UNTIL WS-EX-J > WS-QTD-EX
               IF WS-EX-MATRICULA(WS-EX-J) =
                  WS-EX-MATRICULA(WS-EX-I) AND
                  WS-EX-ETAPA(WS-EX-J) = WS-EX-ETAPA(WS-EX-I)
                   PERFORM IMPRIME-MES-CARTA
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-CARTA TO WS-MASK-TOTAL
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TOTAL EM ABERTO: ' WS-MASK-TOTAL
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-CARTA.

       IMPRIME-MES-CARTA.
           MOVE 'S' TO WS-EX-IMPRESSO(WS-EX-J)
           ADD WS-EX-VALOR(WS-EX-J) TO WS-TOTAL-CARTA
           MOVE WS-EX-VALOR(WS-EX-J) TO WS-MASK-VALOR
           MOVE WS-EX-DIAS(WS-EX-J)  TO WS-MASK-DIAS

           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-EX-COMPETENCIA(WS-EX-J)(5:2) '/'
                  WS-EX-COMPETENCIA(WS-EX-J)(1:4) '   '
                  WS-MASK-VALOR '            '
                  WS-MASK-DIAS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-MES-CARTA.

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
           DISPLAY 'HISTORICO LIDO     : ' WS-HIST-LIDOS
           DISPLAY 'LEMBRETES          : ' WS-QTD-LEMBRETES
           DISPLAY 'CARTAS             : ' WS-QTD-CARTAS
           DISPLAY 'LIGACOES           : ' WS-QTD-LIGACOES
           DISPLAY 'AVISOS PREVIOS     : ' WS-QTD-AVISOS-PREVIOS
           DISPLAY 'INCLUSOES NO BIRO  : ' WS-QTD-INCLUSOES
           DISPLAY 'EXCLUSOES DO BIRO  : ' WS-QTD-EXCLUSOES
           DISPLAY 'PENDENCIAS         : ' WS-QTD-PENDENCIAS
           DISPLAY 'HISTORICO GRAVADO  : ' WS-QTD-GRAVADOS
           DISPLAY 'ALUNOS SEM PRECO   : ' WS-QTD-SEM-PRECO
           DISPLAY '-----------------------------------'

           IF (WS-QTD-PENDENCIAS > 0 OR WS-QTD-SEM-PRECO > 0) AND
              WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM REGUA-COBRANCA.
