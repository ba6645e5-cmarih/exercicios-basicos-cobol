      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: EMISSAO DE DOCUMENTOS OFICIAIS DA SECRETARIA - NO
      *          LUGAR DAS DECLARACOES DIGITADAS NO EDITOR DE TEXTO E
      *          DA GUIA DE TRANSFERENCIA MONTADA A MAO, MONTA A
      *          PARTIR DO MATRICULAS.TXT, DO TURMAS.TXT, DOS
      *          RESULTADOS ARQUIVADOS (HISTANOS.TXT/ANOFINAL<AAAA>.
      *          TXT), DO NOTAS.TXT E DO FREQUENCIA.TXT:
      *            1 DECLARACAO DE MATRICULA (ALUNO ATIVO)
      *            2 DECLARACAO DE FREQUENCIA (ALUNO ATIVO)
      *            3 DECLARACAO DE ESCOLARIDADE (ANOS CURSADOS)
      *            4 GUIA DE TRANSFERENCIA - BLOQUEADA ENQUANTO A
      *              TRANSFERENCIA NAO ESTIVER REGISTRADA NA SITUACAO
      *              DA MATRICULA (MT-SITUACAO = T)
      *            5 CONFERENCIA DE AUTENTICIDADE (NUMERO + CODIGO)
      *          CADA DOCUMENTO RECEBE O PROXIMO NUMERO DO LIVRO
      *          DOCUMENTOS.TXT (DOCUMENT.CPY) E UM CODIGO DE
      *          VERIFICACAO, SAI PELA ROTINA IMPRESSAO EM
      *          DOC<NUMERO>.TXT E E REGISTRADO NO LIVRO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Livro compartilhado com o QUITACAO-ANUAL: a
      *                    conferencia reconhece a declaracao de
      *                    quitacao (Q) e o informe de pagamentos (I)
      *                    e mostra o ano-base; documento da
      *                    secretaria grava ano-base zero
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      *   15/10/2026 MC  - Serie e turno procurados por unidade + turma
      *                    + ano (TU-UNIDADE contra a MT-UNIDADE do
      *                    aluno, em branco = 01)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUMENTO-EMITE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT TURMAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TUR-STATUS.
           SELECT HIST-ANOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
           SELECT ANO-ARQUIVO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARQUIVO-STATUS.
           SELECT NOTAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FDS-CHAVE
                   ALTERNATE RECORD KEY IS FDS-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-NOTAS-STATUS.
           SELECT MEDIA-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
           SELECT FREQUENCIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FREQ-STATUS.
           SELECT DOCUMENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DOC-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD TURMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TURMAS.TXT'.
       COPY TURMA.CPY.

       FD HIST-ANOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'HISTANOS.TXT'.
       COPY HISTANOS.CPY.

       FD ANO-ARQUIVO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-ARQUIVO-NOME.
       COPY ANOFINAL.CPY.

       FD NOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NOTAS.TXT'.
       COPY NOTAS.CPY REPLACING LAYOUT-ARQUIVO-REC BY NOTAS-SAIDA-REC
                                FD-CHAVE BY FDS-CHAVE
                                FD-ID    BY FDS-ID
                                FD-DISCIPLINA BY FDS-DISCIPLINA
                                FD-BIMESTRE BY FDS-BIMESTRE
                                FD-NOME  BY FDS-NOME
                                FD-TURMA BY FDS-TURMA
                                FD-NOTA1 BY FDS-NOTA1
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.

       FD MEDIA-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MEDIAPAR.TXT'.
       01 PARAM-REC.
           02 PARAM-LIMITE-RECUPERACAO     PIC 9(02)V99.
           02 PARAM-LIMITE-APROVACAO       PIC 9(02)V99.
           02 PARAM-PESO1                  PIC 9(01)V99.
           02 PARAM-PESO2                  PIC 9(01)V99.
           02 PARAM-PESO3                  PIC 9(01)V99.
           02 PARAM-PESO4                  PIC 9(01)V99.

       FD FREQUENCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'FREQUENCIA.TXT'.
       COPY FREQUENCIA.CPY.

       FD DOCUMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DOCUMENTOS.TXT'.
       COPY DOCUMENT.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-TUR-STATUS                PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-ARQUIVO-STATUS            PIC X(02) VALUE '00'.
       01 WS-NOTAS-STATUS              PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-FREQ-STATUS               PIC X(02) VALUE '00'.
       01 WS-DOC-STATUS                PIC X(02) VALUE '00'.
       01 WS-ARQUIVO-NOME              PIC X(16) VALUE SPACES.
       01 WS-OPERADOR                  PIC X(08) VALUE SPACES.
       01 WS-OPCAO                     PIC 9(01) VALUE 0.
       01 WS-FLAGS.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-FIM-TUR            PIC X(01) VALUE 'N'.
               88 WS-FIM-TUR-SIM          VALUE 'S'.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM         VALUE 'S'.
           02 WS-FIM-ARQUIVO        PIC X(01) VALUE 'N'.
               88 WS-FIM-ARQUIVO-SIM      VALUE 'S'.
           02 WS-FIM-NOTAS          PIC X(01) VALUE 'N'.
               88 WS-FIM-NOTAS-SIM        VALUE 'S'.
           02 WS-FIM-FREQ           PIC X(01) VALUE 'N'.
               88 WS-FIM-FREQ-SIM         VALUE 'S'.
           02 WS-FIM-DOC            PIC X(01) VALUE 'N'.
               88 WS-FIM-DOC-SIM          VALUE 'S'.
           02 WS-ALUNO-ACHOU        PIC X(01) VALUE 'N'.
               88 WS-ALUNO-ACHOU-SIM      VALUE 'S'.
           02 WS-TURMA-ACHOU        PIC X(01) VALUE 'N'.
               88 WS-TURMA-ACHOU-SIM      VALUE 'S'.
           02 WS-FREQ-ACHOU         PIC X(01) VALUE 'N'.
               88 WS-FREQ-ACHOU-SIM       VALUE 'S'.
           02 WS-DOC-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-DOC-ACHOU-SIM        VALUE 'S'.
           02 WS-ANO-TEM-ALUNO      PIC X(01) VALUE 'N'.
               88 WS-ANO-TEM-ALUNO-SIM    VALUE 'S'.
           02 WS-ANO-REPROVADO      PIC X(01) VALUE 'N'.
               88 WS-ANO-REPROVADO-SIM    VALUE 'S'.
           02 WS-ANO-RECUPERACAO    PIC X(01) VALUE 'N'.
               88 WS-ANO-RECUPERACAO-SIM  VALUE 'S'.
           02 WS-EMISSAO-OK         PIC X(01) VALUE 'N'.
               88 WS-EMISSAO-OK-SIM       VALUE 'S'.
      *-----------------------------------------------------------------
      * DATA DE EMISSAO
      *-----------------------------------------------------------------
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO           PIC 9(04).
           02 WS-HOJE-MES           PIC 9(02).
           02 WS-HOJE-DIA           PIC 9(02).
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
      * ALUNO DO DOCUMENTO (COPIA DO MATRICULAS.TXT)
      *-----------------------------------------------------------------
       01 WS-MATRICULA                 PIC X(05) VALUE SPACES.
       01 WS-ALUNO.
           02 WS-AL-NOME            PIC X(30).
           02 WS-AL-CPF             PIC 9(11).
           02 WS-AL-CPF-R REDEFINES WS-AL-CPF.
               03 WS-AL-CPF-1       PIC X(03).
               03 WS-AL-CPF-2       PIC X(03).
               03 WS-AL-CPF-3       PIC X(03).
               03 WS-AL-CPF-DV      PIC X(02).
           02 WS-AL-NASCIMENTO      PIC X(10).
           02 WS-AL-SITUACAO        PIC X(01).
               88 WS-AL-ATIVO             VALUE 'A' ' '.
               88 WS-AL-TRANSFERIDO       VALUE 'T'.
               88 WS-AL-DESISTENTE        VALUE 'D'.
               88 WS-AL-TRANCADO          VALUE 'R'.
           02 WS-AL-DATA-SITUACAO   PIC X(10).
           02 WS-AL-TURMA           PIC X(03).
           02 WS-AL-ANO-LETIVO      PIC 9(04).
           02 WS-AL-UNIDADE         PIC X(02).
       01 WS-AL-SERIE                  PIC 9(02) VALUE ZERO.
       01 WS-AL-TURNO                  PIC X(05) VALUE SPACES.
       01 WS-CPF-FMT                   PIC X(14) VALUE SPACES.
       01 WS-BUSCA-UNIDADE             PIC X(02) VALUE SPACES.
       01 WS-BUSCA-TURMA               PIC X(03) VALUE SPACES.
       01 WS-TU-UNIDADE                PIC X(02) VALUE SPACES.
       01 WS-BUSCA-ANO                 PIC 9(04) VALUE ZERO.
       01 WS-SERIE-ACHADA              PIC 9(02) VALUE ZERO.
       01 WS-TURNO-ACHADO              PIC X(01) VALUE SPACE.
      *-----------------------------------------------------------------
      * ANOS ARQUIVADOS (HISTANOS.TXT)
      *-----------------------------------------------------------------
       01 WS-TAB-ANOS-LIMITE           PIC 9(02) VALUE 20.
       01 WS-QTD-ANOS                  PIC 9(02) VALUE ZERO.
       01 WS-TABELA-ANOS.
           02 WS-ANO-LETIVO PIC 9(04) OCCURS 20 TIMES.
       01 WS-ANO-I                     PIC 9(02) VALUE ZERO.
       01 WS-ANO-TURMA                 PIC X(03) VALUE SPACES.
       01 WS-ANO-RESULTADO             PIC X(20) VALUE SPACES.
       01 WS-QTD-ANOS-CURSADOS         PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
      * NOTAS DO ANO EM CURSO (GUIA DE TRANSFERENCIA)
      *-----------------------------------------------------------------
       01 WS-LIMITE-RECUPERACAO        PIC 9(02)V99 VALUE 5,00.
       01 WS-LIMITE-APROVACAO          PIC 9(02)V99 VALUE 7,00.
       01 WS-PESO1                     PIC 9(01)V99 VALUE 0.
       01 WS-PESO2                     PIC 9(01)V99 VALUE 0.
       01 WS-PESO3                     PIC 9(01)V99 VALUE 0.
       01 WS-PESO4                     PIC 9(01)V99 VALUE 0.
       01 WS-SOMA-PESOS                PIC 9(02)V99 VALUE 0.
       01 WS-MEDIA                     PIC 9(02)V99 VALUE ZERO.
       01 WS-ANO-LETIVO-TXT            PIC X(04) VALUE SPACES.
       01 WS-QTD-NOTAS-ANO             PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * FREQUENCIA DO ALUNO (FREQUENCIA.TXT, PELO NOME)
      *-----------------------------------------------------------------
       01 WS-FQ-DADAS                  PIC 9(03) VALUE ZERO.
       01 WS-FQ-ASSISTIDAS             PIC 9(03) VALUE ZERO.
       01 WS-FQ-ABONADAS               PIC 9(03) VALUE ZERO.
       01 WS-FQ-PCT                    PIC 9(03)V9 VALUE ZERO.
      *-----------------------------------------------------------------
      * LIVRO DE DOCUMENTOS E CODIGO DE VERIFICACAO
      *-----------------------------------------------------------------
       01 WS-TIPO-DOC                  PIC X(01) VALUE SPACE.
           88 WS-TIPO-MATRICULA               VALUE 'M'.
           88 WS-TIPO-FREQUENCIA              VALUE 'F'.
           88 WS-TIPO-ESCOLARIDADE            VALUE 'E'.
           88 WS-TIPO-TRANSFERENCIA           VALUE 'T'.
       01 WS-ULTIMO-NUMERO             PIC 9(06) VALUE ZERO.
       01 WS-DOC-NUMERO                PIC 9(06) VALUE ZERO.
       01 WS-DOC-CODIGO                PIC 9(09) VALUE ZERO.
       01 WS-DOC-ARQUIVO               PIC X(20) VALUE SPACES.
       01 WS-VERIF-BASE                PIC X(60) VALUE SPACES.
       01 WS-VERIF-HASH                PIC 9(18) VALUE ZERO.
       01 WS-VERIF-I                   PIC 9(03) VALUE ZERO.
       01 WS-VERIF-ORD                 PIC 9(03) VALUE ZERO.
       01 WS-CODIGO-MASK               PIC 999.999.999.
       01 WS-CONF-NUMERO               PIC 9(06) VALUE ZERO.
       01 WS-CONF-CODIGO               PIC 9(09) VALUE ZERO.
       01 WS-TIPO-DESCRICAO            PIC X(30) VALUE SPACES.
       01 WS-QTD-EMITIDOS              PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * LINHAS DO DOCUMENTO
      *-----------------------------------------------------------------
       01 WS-MEDIA-MASK                PIC Z9,99.
       01 WS-NOTA-MASK-1               PIC Z9,9.
       01 WS-NOTA-MASK-2               PIC Z9,9.
       01 WS-NOTA-MASK-3               PIC Z9,9.
       01 WS-NOTA-MASK-4               PIC Z9,9.
       01 WS-PCT-MASK                  PIC ZZ9,9.
       01 WS-QTD-MASK                  PIC ZZ9.
       01 WS-QTD-MASK-B                PIC ZZ9.
       01 WS-QTD-MASK-C                PIC ZZ9.
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
           DISPLAY 'EMISSAO DE DOCUMENTOS DA SECRETARIA'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR

           PERFORM CARREGA-ULTIMO-NUMERO
           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-ANOS
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * PROXIMO NUMERO DO LIVRO: MAIOR NUMERO JA EMITIDO + 1
      *-----------------------------------------------------------------
       CARREGA-ULTIMO-NUMERO.
           MOVE ZERO TO WS-ULTIMO-NUMERO
           MOVE 'N' TO WS-FIM-DOC
           OPEN INPUT DOCUMENTOS
           IF WS-DOC-STATUS = '00'
               PERFORM LER-DOCUMENTOS
               PERFORM UNTIL WS-FIM-DOC-SIM
                   IF DC-NUMERO NUMERIC AND
                      DC-NUMERO > WS-ULTIMO-NUMERO
                       MOVE DC-NUMERO TO WS-ULTIMO-NUMERO
                   END-IF
                   PERFORM LER-DOCUMENTOS
               END-PERFORM
               CLOSE DOCUMENTOS
           END-IF
           DISPLAY 'ULTIMO DOCUMENTO DO LIVRO: ' WS-ULTIMO-NUMERO
           EXIT.
       FIM-CARREGA-ULTIMO-NUMERO.

       LER-DOCUMENTOS.
           READ DOCUMENTOS
               AT END
                   SET WS-FIM-DOC-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-DOCUMENTOS.

       CARREGA-PARAMETROS.
           OPEN INPUT MEDIA-PARAM
           IF WS-PARAM-STATUS = '00'
               READ MEDIA-PARAM
                   NOT AT END
                       MOVE PARAM-LIMITE-RECUPERACAO
                            TO WS-LIMITE-RECUPERACAO
                       MOVE PARAM-LIMITE-APROVACAO
                            TO WS-LIMITE-APROVACAO
                       MOVE PARAM-PESO1 TO WS-PESO1
                       MOVE PARAM-PESO2 TO WS-PESO2
                       MOVE PARAM-PESO3 TO WS-PESO3
                       MOVE PARAM-PESO4 TO WS-PESO4
               END-READ
               CLOSE MEDIA-PARAM
           END-IF
           COMPUTE WS-SOMA-PESOS = WS-PESO1 + WS-PESO2
                                  + WS-PESO3 + WS-PESO4
           EXIT.
       FIM-CARREGA-PARAMETROS.

       CARREGA-ANOS.
           OPEN INPUT HIST-ANOS
           IF WS-HIST-STATUS = '00'
               PERFORM LER-HIST-ANOS
               PERFORM UNTIL WS-FIM-HIST-SIM
                   IF WS-QTD-ANOS < WS-TAB-ANOS-LIMITE
                       ADD 1 TO WS-QTD-ANOS
                       MOVE HA-ANO TO WS-ANO-LETIVO(WS-QTD-ANOS)
                   END-IF
                   PERFORM LER-HIST-ANOS
               END-PERFORM
               CLOSE HIST-ANOS
           END-IF
           EXIT.
       FIM-CARREGA-ANOS.

       LER-HIST-ANOS.
           READ HIST-ANOS
               AT END
                   SET WS-FIM-HIST-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-HIST-ANOS.

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - DECLARACAO DE MATRICULA'
               DISPLAY '2 - DECLARACAO DE FREQUENCIA'
               DISPLAY '3 - DECLARACAO DE ESCOLARIDADE'
               DISPLAY '4 - GUIA DE TRANSFERENCIA'
               DISPLAY '5 - CONFERIR AUTENTICIDADE DE DOCUMENTO'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       MOVE 'M' TO WS-TIPO-DOC
                       PERFORM EMITE-DOCUMENTO
                   WHEN 2
                       MOVE 'F' TO WS-TIPO-DOC
                       PERFORM EMITE-DOCUMENTO
                   WHEN 3
                       MOVE 'E' TO WS-TIPO-DOC
                       PERFORM EMITE-DOCUMENTO
                   WHEN 4
                       MOVE 'T' TO WS-TIPO-DOC
                       PERFORM EMITE-DOCUMENTO
                   WHEN 5
                       PERFORM CONFERE-DOCUMENTO
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * EMISSAO: LOCALIZA O ALUNO, CONFERE SE O DOCUMENTO PODE SAIR,
      * NUMERA, IMPRIME E REGISTRA NO LIVRO
      *-----------------------------------------------------------------
       EMITE-DOCUMENTO.
           DISPLAY 'MATRICULA DO ALUNO: '
           MOVE SPACES TO WS-MATRICULA
           ACCEPT WS-MATRICULA

           PERFORM LOCALIZA-ALUNO
           MOVE 'N' TO WS-EMISSAO-OK
           EVALUATE TRUE
               WHEN WS-MATRICULA = SPACES
                   DISPLAY 'MATRICULA EM BRANCO - NADA A FAZER'
               WHEN NOT WS-ALUNO-ACHOU-SIM
                   DISPLAY 'MATRICULA ' WS-MATRICULA
                           ' NAO ENCONTRADA NO MATRICULAS.TXT'
               WHEN (WS-TIPO-MATRICULA OR WS-TIPO-FREQUENCIA) AND
                    (NOT WS-AL-ATIVO OR WS-AL-TURMA = SPACES)
                   DISPLAY 'ALUNO NAO ESTA COM MATRICULA ATIVA EM '
                           'TURMA - DECLARACAO NAO EMITIDA'
               WHEN WS-TIPO-TRANSFERENCIA AND NOT WS-AL-TRANSFERIDO
                   DISPLAY 'TRANSFERENCIA NAO REGISTRADA NA SITUACAO '
                           'DA MATRICULA - GUIA BLOQUEADA'
                   DISPLAY 'REGISTRE A TRANSFERENCIA NO '
                           'CADASTRO-MATRICULA ANTES DE EMITIR A GUIA'
               WHEN OTHER
                   SET WS-EMISSAO-OK-SIM TO TRUE
           END-EVALUATE

           IF WS-EMISSAO-OK-SIM
               PERFORM LOCALIZA-SERIE-ALUNO
               PERFORM LOCALIZA-FREQUENCIA
               IF WS-TIPO-FREQUENCIA AND NOT WS-FREQ-ACHOU-SIM
                   DISPLAY 'ALUNO SEM REGISTRO NO FREQUENCIA.TXT - '
                           'DECLARACAO NAO EMITIDA'
                   MOVE 'N' TO WS-EMISSAO-OK
               END-IF
           END-IF

           IF WS-EMISSAO-OK-SIM
               PERFORM NUMERA-DOCUMENTO
               PERFORM INICIA-DOCUMENTO
               EVALUATE TRUE
                   WHEN WS-TIPO-MATRICULA
                       PERFORM CORPO-MATRICULA
                   WHEN WS-TIPO-FREQUENCIA
                       PERFORM CORPO-FREQUENCIA
                   WHEN WS-TIPO-ESCOLARIDADE
                       PERFORM CORPO-ESCOLARIDADE
                   WHEN WS-TIPO-TRANSFERENCIA
                       PERFORM CORPO-TRANSFERENCIA
               END-EVALUATE
               PERFORM ENCERRA-DOCUMENTO
               PERFORM REGISTRA-DOCUMENTO
           END-IF
           EXIT.
       FIM-EMITE-DOCUMENTO.

       LOCALIZA-ALUNO.
           MOVE 'N' TO WS-ALUNO-ACHOU
           MOVE 'N' TO WS-FIM-MAT
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO'
           ELSE
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM OR WS-ALUNO-ACHOU-SIM
                   IF MT-MATRICULA = WS-MATRICULA
                       SET WS-ALUNO-ACHOU-SIM TO TRUE
                       MOVE MT-NOME          TO WS-AL-NOME
                       MOVE MT-CPF           TO WS-AL-CPF
                       MOVE MT-NASCIMENTO    TO WS-AL-NASCIMENTO
                       MOVE MT-SITUACAO      TO WS-AL-SITUACAO
                       MOVE MT-DATA-SITUACAO TO WS-AL-DATA-SITUACAO
                       MOVE MT-TURMA         TO WS-AL-TURMA
                       MOVE MT-ANO-LETIVO    TO WS-AL-ANO-LETIVO
                       MOVE MT-UNIDADE       TO WS-AL-UNIDADE
                       IF MT-UNIDADE = SPACES
                           MOVE '01' TO WS-AL-UNIDADE
                       END-IF
                   ELSE
                       PERFORM LER-MATRICULAS
                   END-IF
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-LOCALIZA-ALUNO.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       LOCALIZA-SERIE-ALUNO.
           MOVE WS-AL-UNIDADE    TO WS-BUSCA-UNIDADE
           MOVE WS-AL-TURMA      TO WS-BUSCA-TURMA
           MOVE WS-AL-ANO-LETIVO TO WS-BUSCA-ANO
           PERFORM LOCALIZA-TURMA
           MOVE WS-SERIE-ACHADA TO WS-AL-SERIE
           EVALUATE WS-TURNO-ACHADO
               WHEN 'M'
                   MOVE 'MANHA' TO WS-AL-TURNO
               WHEN 'T'
                   MOVE 'TARDE' TO WS-AL-TURNO
               WHEN OTHER
                   MOVE SPACES TO WS-AL-TURNO
           END-EVALUATE

           MOVE SPACES TO WS-CPF-FMT
           IF WS-AL-CPF NUMERIC AND WS-AL-CPF > 0
               STRING WS-AL-CPF-1 '.' WS-AL-CPF-2 '.' WS-AL-CPF-3
                      '-' WS-AL-CPF-DV
                      DELIMITED BY SIZE
                      INTO WS-CPF-FMT
               END-STRING
           ELSE
               MOVE 'NAO INFORMADO' TO WS-CPF-FMT
           END-IF
           EXIT.
       FIM-LOCALIZA-SERIE-ALUNO.

      *-----------------------------------------------------------------
      * SERIE E TURNO DA TURMA DA UNIDADE NO ANO (TURMAS.TXT); ZERO SE
      * NAO ACHAR
      *-----------------------------------------------------------------
       LOCALIZA-TURMA.
           MOVE 'N' TO WS-TURMA-ACHOU
           MOVE 'N' TO WS-FIM-TUR
           MOVE ZERO TO WS-SERIE-ACHADA
           MOVE SPACE TO WS-TURNO-ACHADO
           OPEN INPUT TURMAS
           IF WS-TUR-STATUS = '00'
               PERFORM LER-TURMAS
               PERFORM UNTIL WS-FIM-TUR-SIM OR WS-TURMA-ACHOU-SIM
                   MOVE TU-UNIDADE TO WS-TU-UNIDADE
                   IF TU-UNIDADE = SPACES
                       MOVE '01' TO WS-TU-UNIDADE
                   END-IF
                   IF WS-TU-UNIDADE = WS-BUSCA-UNIDADE AND
                      TU-TURMA = WS-BUSCA-TURMA AND
                      TU-ANO = WS-BUSCA-ANO
                       SET WS-TURMA-ACHOU-SIM TO TRUE
                       MOVE TU-SERIE TO WS-SERIE-ACHADA
                       MOVE TU-TURNO TO WS-TURNO-ACHADO
                   ELSE
                       PERFORM LER-TURMAS
                   END-IF
               END-PERFORM
               CLOSE TURMAS
           END-IF
           EXIT.
       FIM-LOCALIZA-TURMA.

       LER-TURMAS.
           READ TURMAS
               AT END
                   SET WS-FIM-TUR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TURMAS.

       LOCALIZA-FREQUENCIA.
           MOVE 'N' TO WS-FREQ-ACHOU
           MOVE 'N' TO WS-FIM-FREQ
           MOVE ZERO TO WS-FQ-DADAS WS-FQ-ASSISTIDAS WS-FQ-ABONADAS
                        WS-FQ-PCT
           OPEN INPUT FREQUENCIA
           IF WS-FREQ-STATUS = '00'
               PERFORM LER-FREQUENCIA
               PERFORM UNTIL WS-FIM-FREQ-SIM OR WS-FREQ-ACHOU-SIM
                   IF FQ-NOME = WS-AL-NOME(1:11) AND
                      FQ-AULAS-DADAS NUMERIC AND
                      FQ-AULAS-ASSISTIDAS NUMERIC AND
                      FQ-AULAS-DADAS > 0
                       SET WS-FREQ-ACHOU-SIM TO TRUE
                       MOVE FQ-AULAS-DADAS      TO WS-FQ-DADAS
                       MOVE FQ-AULAS-ASSISTIDAS TO WS-FQ-ASSISTIDAS
                       IF FQ-AULAS-ABONADAS NUMERIC
                           MOVE FQ-AULAS-ABONADAS TO WS-FQ-ABONADAS
                       END-IF
                       COMPUTE WS-FQ-PCT =
                           ((WS-FQ-ASSISTIDAS + WS-FQ-ABONADAS) * 100)
                           / WS-FQ-DADAS
                       END-COMPUTE
                   ELSE
                       PERFORM LER-FREQUENCIA
                   END-IF
               END-PERFORM
               CLOSE FREQUENCIA
           END-IF
           EXIT.
       FIM-LOCALIZA-FREQUENCIA.

       LER-FREQUENCIA.
           READ FREQUENCIA
               AT END
                   SET WS-FIM-FREQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-FREQUENCIA.

      *-----------------------------------------------------------------
      * NUMERO DO LIVRO E CODIGO DE VERIFICACAO: SOMA POSICIONAL DOS
      * CARACTERES DE NUMERO, TIPO, MATRICULA, NOME, DATA E OPERADOR
      * (MESMA ARITMETICA DA CARGA-CONTROLE), MODULO DE 9 DIGITOS
      *-----------------------------------------------------------------
       NUMERA-DOCUMENTO.
           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO TO WS-DOC-NUMERO

           MOVE WS-DOC-NUMERO  TO DC-NUMERO
           MOVE WS-TIPO-DOC    TO DC-TIPO
           MOVE WS-MATRICULA   TO DC-MATRICULA
           MOVE WS-AL-NOME     TO DC-NOME
           MOVE WS-DATA-FMT    TO DC-DATA-EMISSAO
           MOVE WS-OPERADOR    TO DC-OPERADOR
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
           STRING DC-NUMERO DC-TIPO DC-MATRICULA DC-NOME
                  DC-DATA-EMISSAO DC-OPERADOR
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
           EVALUATE TRUE
               WHEN WS-TIPO-MATRICULA
                   MOVE 'DECLARACAO DE MATRICULA' TO WS-TIPO-DESCRICAO
               WHEN WS-TIPO-FREQUENCIA
                   MOVE 'DECLARACAO DE FREQUENCIA'
                        TO WS-TIPO-DESCRICAO
               WHEN WS-TIPO-ESCOLARIDADE
                   MOVE 'DECLARACAO DE ESCOLARIDADE'
                        TO WS-TIPO-DESCRICAO
               WHEN WS-TIPO-TRANSFERENCIA
                   MOVE 'GUIA DE TRANSFERENCIA' TO WS-TIPO-DESCRICAO
           END-EVALUATE

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
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ALUNO(A)..: ' WS-AL-NOME
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'MATRICULA.: ' WS-MATRICULA
                  '    NASCIMENTO: ' WS-AL-NASCIMENTO
                  '    CPF: ' WS-CPF-FMT
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-INICIA-DOCUMENTO.

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
           MOVE WS-DOC-NUMERO  TO DC-NUMERO
           MOVE WS-TIPO-DOC    TO DC-TIPO
           MOVE WS-MATRICULA   TO DC-MATRICULA
           MOVE WS-AL-NOME     TO DC-NOME
           MOVE WS-DATA-FMT    TO DC-DATA-EMISSAO
           MOVE WS-OPERADOR    TO DC-OPERADOR
           MOVE WS-DOC-CODIGO  TO DC-CODIGO
           MOVE WS-DOC-ARQUIVO TO DC-ARQUIVO
           MOVE ZERO           TO DC-ANO-BASE

           OPEN EXTEND DOCUMENTOS
           IF WS-DOC-STATUS = '35'
               OPEN OUTPUT DOCUMENTOS
           END-IF
           WRITE DOCUMENTO-REG
           CLOSE DOCUMENTOS

           ADD 1 TO WS-QTD-EMITIDOS
           DISPLAY WS-TIPO-DESCRICAO ' NO ' WS-DOC-NUMERO
                   ' EMITIDA EM ' WS-DOC-ARQUIVO
                   ' - CODIGO ' WS-CODIGO-MASK
           EXIT.
       FIM-REGISTRA-DOCUMENTO.

      *-----------------------------------------------------------------
      * DECLARACAO DE MATRICULA
      *-----------------------------------------------------------------
       CORPO-MATRICULA.
           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) ALUNO(A) '
             TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           PERFORM LINHA-MATRICULA-ATUAL
           EXIT.
       FIM-CORPO-MATRICULA.

       LINHA-MATRICULA-ATUAL.
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ACIMA ESTA REGULARMENTE MATRICULADO(A) NESTA '
                  'ESCOLA NO ANO LETIVO DE ' WS-AL-ANO-LETIVO ','
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           IF WS-AL-SERIE > 0
               STRING 'NA TURMA ' WS-AL-TURMA ', SERIE ' WS-AL-SERIE
                      ', TURNO DA ' WS-AL-TURNO '.'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           ELSE
               STRING 'NA TURMA ' WS-AL-TURMA '.'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           END-IF
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-LINHA-MATRICULA-ATUAL.

      *-----------------------------------------------------------------
      * DECLARACAO DE FREQUENCIA (ASSISTIDAS + ABONADAS SOBRE DADAS)
      *-----------------------------------------------------------------
       CORPO-FREQUENCIA.
           PERFORM CORPO-MATRICULA
           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           PERFORM LINHA-FREQUENCIA
           EXIT.
       FIM-CORPO-FREQUENCIA.

       LINHA-FREQUENCIA.
           MOVE WS-FQ-DADAS      TO WS-QTD-MASK
           MOVE WS-FQ-ASSISTIDAS TO WS-QTD-MASK-B
           MOVE WS-FQ-ABONADAS   TO WS-QTD-MASK-C
           MOVE WS-FQ-PCT        TO WS-PCT-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'FREQUENCIA APURADA: AULAS DADAS ' WS-QTD-MASK
                  '  ASSISTIDAS ' WS-QTD-MASK-B
                  '  FALTAS ABONADAS ' WS-QTD-MASK-C
                  '  FREQUENCIA ' WS-PCT-MASK '%'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-LINHA-FREQUENCIA.

      *-----------------------------------------------------------------
      * DECLARACAO DE ESCOLARIDADE: ANOS CURSADOS NA ESCOLA (RESULTADO
      * GERAL DO ANO ARQUIVADO) E A SITUACAO ATUAL
      *-----------------------------------------------------------------
       CORPO-ESCOLARIDADE.
           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) ALUNO(A) '
             TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           MOVE 'ACIMA CURSOU NESTA ESCOLA:' TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO

           MOVE ZERO TO WS-QTD-ANOS-CURSADOS
           PERFORM VARYING WS-ANO-I FROM 1 BY 1
                   UNTIL WS-ANO-I > WS-QTD-ANOS
               PERFORM RESULTADO-ANO
           END-PERFORM
           IF WS-QTD-ANOS-CURSADOS = 0
               MOVE '  (NENHUM ANO LETIVO CONCLUIDO REGISTRADO)'
                 TO WS-IMP-LINHA
               PERFORM CHAMA-IMPRESSAO
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           EVALUATE TRUE
               WHEN WS-AL-ATIVO AND WS-AL-TURMA NOT = SPACES
                   PERFORM LINHA-MATRICULA-ATUAL
               WHEN WS-AL-TRANSFERIDO
                   STRING 'SITUACAO ATUAL: TRANSFERIDO(A) EM '
                          WS-AL-DATA-SITUACAO
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   PERFORM CHAMA-IMPRESSAO
               WHEN WS-AL-DESISTENTE
                   STRING 'SITUACAO ATUAL: DESISTENTE DESDE '
                          WS-AL-DATA-SITUACAO
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   PERFORM CHAMA-IMPRESSAO
               WHEN WS-AL-TRANCADO
                   STRING 'SITUACAO ATUAL: MATRICULA TRANCADA DESDE '
                          WS-AL-DATA-SITUACAO
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   PERFORM CHAMA-IMPRESSAO
           END-EVALUATE
           EXIT.
       FIM-CORPO-ESCOLARIDADE.

      *-----------------------------------------------------------------
      * UM ANO ARQUIVADO: TURMA, SERIE E RESULTADO GERAL (REPROVADO COM
      * QUALQUER REPROVACAO, RECUPERACAO PENDENTE, APROVADO NOS DEMAIS)
      *-----------------------------------------------------------------
       RESULTADO-ANO.
           MOVE 'N' TO WS-ANO-TEM-ALUNO
           MOVE 'N' TO WS-ANO-REPROVADO
           MOVE 'N' TO WS-ANO-RECUPERACAO
           MOVE SPACES TO WS-ANO-TURMA
           PERFORM ABRE-ANO-ARQUIVADO
           IF WS-ARQUIVO-STATUS = '00'
               PERFORM LER-ANO-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO-SIM
                   IF AF-MATRICULA = WS-MATRICULA
                       SET WS-ANO-TEM-ALUNO-SIM TO TRUE
                       MOVE AF-TURMA TO WS-ANO-TURMA
                       IF AF-SITUACAO = 'REPROVADO' OR
                          AF-SITUACAO = 'REPROVADO POR FALTA'
                           SET WS-ANO-REPROVADO-SIM TO TRUE
                       END-IF
                       IF AF-SITUACAO = 'RECUPERACAO'
                           SET WS-ANO-RECUPERACAO-SIM TO TRUE
                       END-IF
                   END-IF
                   PERFORM LER-ANO-ARQUIVO
               END-PERFORM
               CLOSE ANO-ARQUIVO
           END-IF

           IF WS-ANO-TEM-ALUNO-SIM
               ADD 1 TO WS-QTD-ANOS-CURSADOS
               EVALUATE TRUE
                   WHEN WS-ANO-REPROVADO-SIM
                       MOVE 'REPROVADO(A)' TO WS-ANO-RESULTADO
                   WHEN WS-ANO-RECUPERACAO-SIM
                       MOVE 'EM RECUPERACAO' TO WS-ANO-RESULTADO
                   WHEN OTHER
                       MOVE 'APROVADO(A)' TO WS-ANO-RESULTADO
               END-EVALUATE
               MOVE WS-AL-UNIDADE TO WS-BUSCA-UNIDADE
               MOVE WS-ANO-TURMA TO WS-BUSCA-TURMA
               MOVE WS-ANO-LETIVO(WS-ANO-I) TO WS-BUSCA-ANO
               PERFORM LOCALIZA-TURMA
               MOVE SPACES TO WS-IMP-LINHA
               STRING '  ' WS-ANO-LETIVO(WS-ANO-I)
                      '  TURMA ' WS-ANO-TURMA
                      '  SERIE ' WS-SERIE-ACHADA
                      '  RESULTADO: ' WS-ANO-RESULTADO
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-RESULTADO-ANO.

       ABRE-ANO-ARQUIVADO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE SPACES TO WS-ARQUIVO-NOME
           STRING 'ANOFINAL' WS-ANO-LETIVO(WS-ANO-I) '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-ARQUIVO-NOME
           END-STRING
           OPEN INPUT ANO-ARQUIVO
           IF WS-ARQUIVO-STATUS NOT = '00'
               DISPLAY WS-ARQUIVO-NOME ' NAO ENCONTRADO - ANO '
                       WS-ANO-LETIVO(WS-ANO-I) ' FORA DO DOCUMENTO'
           END-IF
           EXIT.
       FIM-ABRE-ANO-ARQUIVADO.

       LER-ANO-ARQUIVO.
           READ ANO-ARQUIVO
               AT END
                   SET WS-FIM-ARQUIVO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ANO-ARQUIVO.

      *-----------------------------------------------------------------
      * GUIA DE TRANSFERENCIA: DADOS DA SAIDA, RESULTADOS DOS ANOS
      * ARQUIVADOS POR DISCIPLINA, NOTAS DO ANO EM CURSO ATE A SAIDA E
      * FREQUENCIA APURADA
      *-----------------------------------------------------------------
       CORPO-TRANSFERENCIA.
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TRANSFERIDO(A) EM ' WS-AL-DATA-SITUACAO
                  ' DA TURMA ' WS-AL-TURMA
                  ' (SERIE ' WS-AL-SERIE ') DO ANO LETIVO DE '
                  WS-AL-ANO-LETIVO
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           MOVE 'ANOS LETIVOS CONCLUIDOS NESTA ESCOLA:' TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           MOVE '  ANO   TURMA DISC  MEDIA FINAL  SITUACAO'
             TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           MOVE ZERO TO WS-QTD-ANOS-CURSADOS
           PERFORM VARYING WS-ANO-I FROM 1 BY 1
                   UNTIL WS-ANO-I > WS-QTD-ANOS
               IF WS-ANO-LETIVO(WS-ANO-I) < WS-AL-ANO-LETIVO
                   PERFORM DISCIPLINAS-ANO
               END-IF
           END-PERFORM
           IF WS-QTD-ANOS-CURSADOS = 0
               MOVE '  (NENHUM ANO LETIVO CONCLUIDO REGISTRADO)'
                 TO WS-IMP-LINHA
               PERFORM CHAMA-IMPRESSAO
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ANO LETIVO DE ' WS-AL-ANO-LETIVO
                  ' ATE A TRANSFERENCIA (MEDIAS DE BIMESTRE):'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           MOVE '  DISC BIM  NOTA1 NOTA2 NOTA3 NOTA4  MEDIA'
             TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           PERFORM NOTAS-ANO-CORRENTE

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           IF WS-FREQ-ACHOU-SIM
               PERFORM LINHA-FREQUENCIA
           ELSE
               MOVE 'FREQUENCIA: SEM REGISTRO NO ANO EM CURSO'
                 TO WS-IMP-LINHA
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-CORPO-TRANSFERENCIA.

       DISCIPLINAS-ANO.
           MOVE 'N' TO WS-ANO-TEM-ALUNO
           PERFORM ABRE-ANO-ARQUIVADO
           IF WS-ARQUIVO-STATUS = '00'
               PERFORM LER-ANO-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO-SIM
                   IF AF-MATRICULA = WS-MATRICULA
                       SET WS-ANO-TEM-ALUNO-SIM TO TRUE
                       MOVE AF-MEDIA-FINAL TO WS-MEDIA-MASK
                       MOVE SPACES TO WS-IMP-LINHA
                       STRING '  ' WS-ANO-LETIVO(WS-ANO-I)
                              '  ' AF-TURMA
                              '   ' AF-DISCIPLINA
                              '     ' WS-MEDIA-MASK
                              '       ' AF-SITUACAO
                              DELIMITED BY SIZE
                              INTO WS-IMP-LINHA
                       END-STRING
                       PERFORM CHAMA-IMPRESSAO
                   END-IF
                   PERFORM LER-ANO-ARQUIVO
               END-PERFORM
               CLOSE ANO-ARQUIVO
           END-IF
           IF WS-ANO-TEM-ALUNO-SIM
               ADD 1 TO WS-QTD-ANOS-CURSADOS
           END-IF
           EXIT.
       FIM-DISCIPLINAS-ANO.

       NOTAS-ANO-CORRENTE.
           MOVE ZERO TO WS-QTD-NOTAS-ANO
           MOVE WS-AL-ANO-LETIVO TO WS-ANO-LETIVO-TXT
           MOVE 'N' TO WS-FIM-NOTAS
           OPEN INPUT NOTAS
           IF WS-NOTAS-STATUS = '00'
               PERFORM LER-NOTAS
               PERFORM UNTIL WS-FIM-NOTAS-SIM
                   IF FDS-ID = WS-MATRICULA AND
                      (FDS-DATA = SPACES OR
                       FDS-DATA(7:4) = WS-ANO-LETIVO-TXT)
                       PERFORM LINHA-NOTA
                   END-IF
                   PERFORM LER-NOTAS
               END-PERFORM
               CLOSE NOTAS
           END-IF
           IF WS-QTD-NOTAS-ANO = 0
               MOVE '  (SEM NOTAS LANCADAS NO ANO)' TO WS-IMP-LINHA
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-NOTAS-ANO-CORRENTE.

       LER-NOTAS.
           READ NOTAS NEXT RECORD
               AT END
                   SET WS-FIM-NOTAS-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-NOTAS.

       LINHA-NOTA.
           IF WS-SOMA-PESOS > 0
               COMPUTE WS-MEDIA ROUNDED =
                   (FDS-NOTA1 * WS-PESO1 + FDS-NOTA2 * WS-PESO2
                  + FDS-NOTA3 * WS-PESO3 + FDS-NOTA4 * WS-PESO4)
                   / WS-SOMA-PESOS
               END-COMPUTE
           ELSE
               COMPUTE WS-MEDIA ROUNDED =
                 (FDS-NOTA1 + FDS-NOTA2 + FDS-NOTA3 + FDS-NOTA4) / 4
               END-COMPUTE
           END-IF
           MOVE FDS-NOTA1 TO WS-NOTA-MASK-1
           MOVE FDS-NOTA2 TO WS-NOTA-MASK-2
           MOVE FDS-NOTA3 TO WS-NOTA-MASK-3
           MOVE FDS-NOTA4 TO WS-NOTA-MASK-4
           MOVE WS-MEDIA  TO WS-MEDIA-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING '  ' FDS-DISCIPLINA '    ' FDS-BIMESTRE
                  '   ' WS-NOTA-MASK-1 '  ' WS-NOTA-MASK-2
                  '  ' WS-NOTA-MASK-3 '  ' WS-NOTA-MASK-4
                  '  ' WS-MEDIA-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           ADD 1 TO WS-QTD-NOTAS-ANO
           EXIT.
       FIM-LINHA-NOTA.

      *-----------------------------------------------------------------
      * CONFERENCIA DE AUTENTICIDADE: O DOCUMENTO APRESENTADO TEM DE
      * ESTAR NO LIVRO COM O MESMO CODIGO, E O CODIGO TEM DE BATER COM
      * OS DADOS REGISTRADOS
      *-----------------------------------------------------------------
       CONFERE-DOCUMENTO.
           DISPLAY 'NUMERO DO DOCUMENTO: '
           MOVE ZERO TO WS-CONF-NUMERO
           ACCEPT WS-CONF-NUMERO
           DISPLAY 'CODIGO DE VERIFICACAO (SO OS DIGITOS): '
           MOVE ZERO TO WS-CONF-CODIGO
           ACCEPT WS-CONF-CODIGO

           MOVE 'N' TO WS-DOC-ACHOU
           MOVE 'N' TO WS-FIM-DOC
           OPEN INPUT DOCUMENTOS
           IF WS-DOC-STATUS = '00'
               PERFORM LER-DOCUMENTOS
               PERFORM UNTIL WS-FIM-DOC-SIM OR WS-DOC-ACHOU-SIM
                   IF DC-NUMERO = WS-CONF-NUMERO
                       SET WS-DOC-ACHOU-SIM TO TRUE
                   ELSE
                       PERFORM LER-DOCUMENTOS
                   END-IF
               END-PERFORM
               CLOSE DOCUMENTOS
           END-IF

           IF NOT WS-DOC-ACHOU-SIM
               DISPLAY 'DOCUMENTO ' WS-CONF-NUMERO
                       ' NAO CONSTA NO LIVRO - NAO AUTENTICO'
           ELSE
               PERFORM CALCULA-CODIGO
               IF DC-CODIGO = WS-CONF-CODIGO AND
                  WS-VERIF-HASH = WS-CONF-CODIGO
                   DISPLAY 'DOCUMENTO AUTENTICO'
                   DISPLAY '  TIPO.....: ' DC-TIPO
                           ' (M MATRICULA, F FREQUENCIA, '
                           'E ESCOLARIDADE, T TRANSFERENCIA,'
                   DISPLAY '              Q QUITACAO DE DEBITOS, '
                           'I INFORME DE PAGAMENTOS)'
                   DISPLAY '  ALUNO....: ' DC-MATRICULA ' ' DC-NOME
                   IF DC-ANO-BASE NUMERIC AND DC-ANO-BASE > ZERO
                       DISPLAY '  ANO-BASE.: ' DC-ANO-BASE
                   END-IF
                   DISPLAY '  EMISSAO..: ' DC-DATA-EMISSAO
                           ' POR ' DC-OPERADOR
               ELSE
                   DISPLAY 'CODIGO NAO CONFERE COM O DOCUMENTO '
                           WS-CONF-NUMERO ' - NAO AUTENTICO'
               END-IF
           END-IF
           EXIT.
       FIM-CONFERE-DOCUMENTO.

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
           DISPLAY 'DOCUMENTOS EMITIDOS NA SESSAO: ' WS-QTD-EMITIDOS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM DOCUMENTO-EMITE.
