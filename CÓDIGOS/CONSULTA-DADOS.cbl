      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CONSULTA E EXTRACAO AVULSA DOS ARQUIVOS PELO
      *          DICIONARIO DE CAMPOS (DICIONARIO.TXT: NOME, INICIO,
      *          TAMANHO, TIPO E DECIMAIS DE CADA CAMPO, TIRADOS DOS
      *          COPYBOOKS) - O OPERADOR ESCOLHE O ARQUIVO, AS
      *          CONDICOES DE SELECAO (IG = IGUAL, FX = FAIXA, CT =
      *          CONTEM; ATE 5, TODAS PRECISAM VALER), AS COLUNAS DE
      *          SAIDA (ATE 10; NENHUMA = OS PRIMEIROS 10 CAMPOS), O
      *          CAMPO DE ORDENACAO (ASCENDENTE OU DESCENDENTE) E A
      *          SAIDA: RELATORIO PELA ROTINA IMPRESSAO EM
      *          CONSULTA.TXT OU EXTRATO CSV EM CONSULTA.CSV; A
      *          CONSULTA PODE SER SALVA COM UM NOME EM CONSULTAS.TXT
      *          E REEXECUTADA PELO NOME (A ULTIMA GRAVADA COM O NOME
      *          VALE); CADA EXECUCAO FICA NO CONSULTALOG.TXT COM
      *          OPERADOR, CRITERIOS E QUANTIDADES
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-DADOS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DICIONARIO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DIC-STATUS.
           SELECT CONSULTAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONS-STATUS.
           SELECT CONSULTA-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.
           SELECT OPERADORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.
           SELECT ARQUIVO-SEQ ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARQ-STATUS.
           SELECT NOTAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FDS-CHAVE
                   ALTERNATE RECORD KEY IS FDS-NOME
                       WITH DUPLICATES
                   FILE STATUS IS WS-NOTAS-STATUS.
           SELECT EXTRATO-CSV ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CSV-STATUS.
           SELECT CLASSIFICA ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD DICIONARIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DICIONARIO.TXT'.
       01 DICIONARIO-REG               PIC X(100).

       FD CONSULTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONSULTAS.TXT'.
       01 CONSULTAS-REG                PIC X(120).

       FD CONSULTA-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONSULTALOG.TXT'.
       01 CONSULTA-LOG-REG             PIC X(300).

       FD OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'OPERADORES.TXT'.
       01 OPERADOR-REG.
           02 OP-ID                PIC X(08).
           02 OP-NOME              PIC X(20).
           02 OP-OPCOES            PIC X(09).

       FD ARQUIVO-SEQ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-ARQ-NOME.
       01 ARQUIVO-SEQ-REG              PIC X(250).

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

       FD EXTRATO-CSV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONSULTA.CSV'.
       01 EXTRATO-CSV-REG              PIC X(400).

       SD CLASSIFICA.
       01 CLASSIFICA-REG.
           02 CL-NUM               PIC S9(13)V9(5)
                                   SIGN LEADING SEPARATE.
           02 CL-TXT               PIC X(30).
           02 CL-SEQ               PIC 9(07).
           02 CL-REGISTRO          PIC X(250).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-DIC-STATUS                PIC X(02) VALUE '00'.
       01 WS-CONS-STATUS               PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS                PIC X(02) VALUE '00'.
       01 WS-OPER-STATUS               PIC X(02) VALUE '00'.
       01 WS-ARQ-STATUS                PIC X(02) VALUE '00'.
       01 WS-NOTAS-STATUS              PIC X(02) VALUE '00'.
       01 WS-CSV-STATUS                PIC X(02) VALUE '00'.
       01 WS-ARQ-NOME                  PIC X(20) VALUE SPACES.
       01 WS-OPERADOR                  PIC X(08) VALUE SPACES.
       01 WS-RESULTADO                 PIC X(09) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-DIC            PIC X(01) VALUE 'N'.
               88 WS-FIM-DIC-SIM          VALUE 'S'.
           02 WS-FIM-CONS           PIC X(01) VALUE 'N'.
               88 WS-FIM-CONS-SIM         VALUE 'S'.
           02 WS-FIM-OPER           PIC X(01) VALUE 'N'.
               88 WS-FIM-OPER-SIM         VALUE 'S'.
           02 WS-OPER-OK            PIC X(01) VALUE 'N'.
               88 WS-OPER-OK-SIM          VALUE 'S'.
           02 WS-FIM-ARQ            PIC X(01) VALUE 'N'.
               88 WS-FIM-ARQ-SIM          VALUE 'S'.
           02 WS-FIM-CLASSIFICA     PIC X(01) VALUE 'N'.
               88 WS-FIM-CLASSIFICA-SIM   VALUE 'S'.
           02 WS-FIM-ENTRADA        PIC X(01) VALUE 'N'.
               88 WS-FIM-ENTRADA-SIM      VALUE 'S'.
           02 WS-CONSULTA-OK        PIC X(01) VALUE 'N'.
               88 WS-CONSULTA-OK-SIM      VALUE 'S'.
           02 WS-CONSULTA-SALVA     PIC X(01) VALUE 'N'.
               88 WS-CONSULTA-SALVA-SIM   VALUE 'S'.
           02 WS-ACHOU-CONSULTA     PIC X(01) VALUE 'N'.
               88 WS-ACHOU-CONSULTA-SIM   VALUE 'S'.
           02 WS-LENDO-CONSULTA     PIC X(01) VALUE 'N'.
               88 WS-LENDO-CONSULTA-SIM   VALUE 'S'.
           02 WS-SELECIONADO        PIC X(01) VALUE 'N'.
               88 WS-SELECIONADO-SIM      VALUE 'S'.
       01 WS-CARIMBO-DATA.
           02 WS-CAR-ANO       PIC 9(04).
           02 WS-CAR-MES       PIC 9(02).
           02 WS-CAR-DIA       PIC 9(02).
           02 WS-CAR-HOR       PIC 9(02).
           02 WS-CAR-MIN       PIC 9(02).
           02 WS-CAR-SEG       PIC 9(02).
       01 WS-CARIMBO                   PIC X(19) VALUE SPACES.
      *-----------------------------------------------------------------
      * DICIONARIO: A;ARQUIVO;ORGANIZACAO;TAMANHO E
      * C;ARQUIVO;CAMPO;INICIO;TAMANHO;TIPO;DECIMAIS
      *-----------------------------------------------------------------
       01 WS-DC-CAMPOS.
           02 WS-DC-TIPO-LINHA      PIC X(01).
           02 WS-DC-ARQUIVO         PIC X(20).
           02 WS-DC-F3              PIC X(20).
           02 WS-DC-F4              PIC X(05).
           02 WS-DC-F5              PIC X(05).
           02 WS-DC-F6              PIC X(01).
           02 WS-DC-F7              PIC X(01).
       01 WS-QTD-ARQS                  PIC 9(02) VALUE ZERO.
       01 WS-AR-I                      PIC 9(02) VALUE ZERO.
       01 WS-TABELA-ARQS.
           02 WS-AR-ENTRADA OCCURS 20 TIMES.
               03 WS-AR-NOME           PIC X(20).
               03 WS-AR-ORG            PIC X(01).
                   88 WS-AR-ORG-INDEXADO      VALUE 'I'.
               03 WS-AR-TAM            PIC 9(03).
       01 WS-QTD-CAMPOS                PIC 9(03) VALUE ZERO.
       01 WS-CP-I                      PIC 9(03) VALUE ZERO.
       01 WS-TABELA-CAMPOS.
           02 WS-CP-ENTRADA OCCURS 200 TIMES.
               03 WS-CP-ARQ            PIC 9(02).
               03 WS-CP-NOME           PIC X(20).
               03 WS-CP-INICIO         PIC 9(03).
               03 WS-CP-TAM            PIC 9(03).
               03 WS-CP-TIPO           PIC X(01).
                   88 WS-CP-TIPO-NUMERICO     VALUE '9' 'S'.
               03 WS-CP-DEC            PIC 9(01).
      *-----------------------------------------------------------------
      * CONSULTA CORRENTE (DIGITADA OU LIDA DO CONSULTAS.TXT, LINHAS
      * Q;NOME;ARQUIVO;ORDEM;SENTIDO;SAIDA, F;NOME;CAMPO;OPERADOR;
      * VALOR1;VALOR2 E C;NOME;CAMPO)
      *-----------------------------------------------------------------
       01 WS-CONSULTA-NOME             PIC X(15) VALUE SPACES.
       01 WS-CON-ARQUIVO               PIC X(20) VALUE SPACES.
       01 WS-CON-ARQ-I                 PIC 9(02) VALUE ZERO.
       01 WS-CON-ORDEM                 PIC X(20) VALUE SPACES.
       01 WS-CON-ORDEM-I               PIC 9(03) VALUE ZERO.
       01 WS-CON-SENTIDO               PIC X(01) VALUE 'A'.
           88 WS-CON-DESCENDENTE              VALUE 'D'.
       01 WS-CON-SAIDA                 PIC X(01) VALUE 'R'.
           88 WS-CON-SAIDA-CSV                VALUE 'C'.
       01 WS-QTD-COND                  PIC 9(01) VALUE ZERO.
       01 WS-CD-I                      PIC 9(01) VALUE ZERO.
       01 WS-TABELA-COND.
           02 WS-CD-ENTRADA OCCURS 5 TIMES.
               03 WS-CD-CAMPO          PIC X(20).
               03 WS-CD-OPER           PIC X(02).
                   88 WS-CD-OPER-VALIDO       VALUE 'IG' 'FX' 'CT'.
               03 WS-CD-VALOR1         PIC X(30).
               03 WS-CD-VALOR2         PIC X(30).
               03 WS-CD-CP-I           PIC 9(03).
               03 WS-CD-TAM-VALOR      PIC 9(02).
               03 WS-CD-NUM1           PIC S9(13)V9(5).
               03 WS-CD-NUM2           PIC S9(13)V9(5).
       01 WS-QTD-COLS                  PIC 9(02) VALUE ZERO.
       01 WS-CL-I                      PIC 9(02) VALUE ZERO.
       01 WS-TABELA-COLS.
           02 WS-CO-ENTRADA OCCURS 10 TIMES.
               03 WS-CO-CAMPO          PIC X(20).
               03 WS-CO-CP-I           PIC 9(03).
               03 WS-CO-POS            PIC 9(03).
               03 WS-CO-LARGURA        PIC 9(03).
      *-----------------------------------------------------------------
      * AREAS DE TRABALHO DA SELECAO E DA FORMATACAO
      *-----------------------------------------------------------------
       01 WS-ENTRADA                   PIC X(30) VALUE SPACES.
       01 WS-REGISTRO                  PIC X(250) VALUE SPACES.
       01 WS-CAMPO-TXT                 PIC X(40) VALUE SPACES.
       01 WS-CAMPO-FMT                 PIC X(42) VALUE SPACES.
       01 WS-TAM-FMT                   PIC 9(02) VALUE ZERO.
       01 WS-TAM-UTIL                  PIC 9(02) VALUE ZERO.
       01 WS-TAM-INT                   PIC 9(02) VALUE ZERO.
       01 WS-VALOR-NUM-TXT             PIC X(30) VALUE SPACES.
       01 WS-NUM-CAMPO                 PIC S9(13)V9(5) VALUE ZERO.
       01 WS-QTD-ACHADOS               PIC 9(03) VALUE ZERO.
       01 WS-POS-LINHA                 PIC 9(03) VALUE ZERO.
       01 WS-PTR                       PIC 9(03) VALUE ZERO.
       01 WS-CRITERIOS                 PIC X(160) VALUE SPACES.
       01 WS-QTD-LIDOS                 PIC 9(07) VALUE ZERO.
       01 WS-QTD-SELECIONADOS          PIC 9(07) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'CONSULTA.TXT'.
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
           DISPLAY 'CONSULTA AVULSA PELO DICIONARIO'
           DISPLAY '-----------------------------------'

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR

           PERFORM VALIDA-OPERADOR
           IF NOT WS-OPER-OK-SIM
               DISPLAY 'OPERADOR NAO CADASTRADO - CONSULTA RECUSADA'
               MOVE 'NEGADO' TO WS-RESULTADO
               PERFORM GRAVA-LOG
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM CARREGA-DICIONARIO
           END-IF
           EXIT.
       FIM-INICIO.

       VALIDA-OPERADOR.
           OPEN INPUT OPERADORES
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'OPERADORES.TXT NAO ENCONTRADO - '
                       'CONSULTA SEM CONTROLE DE ACESSO'
               SET WS-OPER-OK-SIM TO TRUE
           ELSE
               PERFORM LER-OPERADORES
               PERFORM UNTIL WS-FIM-OPER-SIM
                   IF OP-ID = WS-OPERADOR AND WS-OPERADOR NOT = SPACES
                       SET WS-OPER-OK-SIM TO TRUE
                       SET WS-FIM-OPER-SIM TO TRUE
                   ELSE
                       PERFORM LER-OPERADORES
                   END-IF
               END-PERFORM
               CLOSE OPERADORES
           END-IF
           EXIT.
       FIM-VALIDA-OPERADOR.

       LER-OPERADORES.
           READ OPERADORES
               AT END
                   SET WS-FIM-OPER-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-OPERADORES.

      *-----------------------------------------------------------------
      * DICIONARIO DE CAMPOS; SEM ELE NAO HA CONSULTA
      *-----------------------------------------------------------------
       CARREGA-DICIONARIO.
           OPEN INPUT DICIONARIO
           IF WS-DIC-STATUS NOT = '00'
               DISPLAY 'DICIONARIO.TXT NAO ENCONTRADO - CONSULTA '
                       'IMPOSSIVEL'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-DICIONARIO
               PERFORM UNTIL WS-FIM-DIC-SIM
                   IF DICIONARIO-REG(1:1) NOT = '*' AND
                      DICIONARIO-REG NOT = SPACES
                       PERFORM INCLUI-DICIONARIO
                   END-IF
                   PERFORM LER-DICIONARIO
               END-PERFORM
               CLOSE DICIONARIO
               DISPLAY 'DICIONARIO: ' WS-QTD-ARQS ' ARQUIVO(S), '
                       WS-QTD-CAMPOS ' CAMPO(S)'
           END-IF
           EXIT.
       FIM-CARREGA-DICIONARIO.

       INCLUI-DICIONARIO.
           MOVE SPACES TO WS-DC-CAMPOS
           UNSTRING DICIONARIO-REG DELIMITED BY ';'
               INTO WS-DC-TIPO-LINHA WS-DC-ARQUIVO WS-DC-F3
                    WS-DC-F4 WS-DC-F5 WS-DC-F6 WS-DC-F7
           END-UNSTRING

           EVALUATE WS-DC-TIPO-LINHA
               WHEN 'A'
                   IF WS-QTD-ARQS < 20
                       ADD 1 TO WS-QTD-ARQS
                       MOVE WS-DC-ARQUIVO TO WS-AR-NOME(WS-QTD-ARQS)
                       MOVE WS-DC-F3(1:1) TO WS-AR-ORG(WS-QTD-ARQS)
                       COMPUTE WS-AR-TAM(WS-QTD-ARQS) =
                               FUNCTION NUMVAL(WS-DC-F4)
                   END-IF
               WHEN 'C'
                   MOVE WS-DC-ARQUIVO TO WS-CON-ARQUIVO
                   PERFORM LOCALIZA-ARQUIVO
                   IF WS-CON-ARQ-I = 0
                       DISPLAY 'DICIONARIO: CAMPO ' WS-DC-F3
                               ' DE ARQUIVO SEM LINHA A - IGNORADO'
                   ELSE
                       IF WS-QTD-CAMPOS < 200
                           ADD 1 TO WS-QTD-CAMPOS
                           MOVE WS-CON-ARQ-I
                                TO WS-CP-ARQ(WS-QTD-CAMPOS)
                           MOVE WS-DC-F3 TO WS-CP-NOME(WS-QTD-CAMPOS)
                           COMPUTE WS-CP-INICIO(WS-QTD-CAMPOS) =
                                   FUNCTION NUMVAL(WS-DC-F4)
                           COMPUTE WS-CP-TAM(WS-QTD-CAMPOS) =
                                   FUNCTION NUMVAL(WS-DC-F5)
                           MOVE WS-DC-F6 TO WS-CP-TIPO(WS-QTD-CAMPOS)
                           IF WS-DC-F7 NUMERIC
                               MOVE WS-DC-F7
                                    TO WS-CP-DEC(WS-QTD-CAMPOS)
                           ELSE
                               MOVE 0 TO WS-CP-DEC(WS-QTD-CAMPOS)
                           END-IF
                           IF WS-CP-TAM(WS-QTD-CAMPOS) > 40 OR
                              WS-CP-TAM(WS-QTD-CAMPOS) < 1 OR
                              WS-CP-INICIO(WS-QTD-CAMPOS) < 1 OR
                              WS-CP-INICIO(WS-QTD-CAMPOS) +
                              WS-CP-TAM(WS-QTD-CAMPOS) - 1 > 250
                               DISPLAY 'DICIONARIO: CAMPO ' WS-DC-F3
                                       ' FORA DO REGISTRO - IGNORADO'
                               SUBTRACT 1 FROM WS-QTD-CAMPOS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'DICIONARIO: LINHA IGNORADA - '
                           DICIONARIO-REG(1:40)
           END-EVALUATE
           MOVE SPACES TO WS-CON-ARQUIVO
           MOVE ZERO TO WS-CON-ARQ-I
           EXIT.
       FIM-INCLUI-DICIONARIO.

       LER-DICIONARIO.
           READ DICIONARIO
               AT END
                   SET WS-FIM-DIC-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-DICIONARIO.

       LOCALIZA-ARQUIVO.
           MOVE ZERO TO WS-CON-ARQ-I
           PERFORM VARYING WS-AR-I FROM 1 BY 1
                   UNTIL WS-AR-I > WS-QTD-ARQS
               IF WS-AR-NOME(WS-AR-I) = WS-CON-ARQUIVO
                   MOVE WS-AR-I TO WS-CON-ARQ-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-ARQUIVO.

      *-----------------------------------------------------------------
      * CAMPO DO ARQUIVO DA CONSULTA PELO NOME EM WS-ENTRADA; DEVOLVE O
      * INDICE NO DICIONARIO EM WS-CP-I (ZERO = NAO EXISTE NO ARQUIVO)
      *-----------------------------------------------------------------
       LOCALIZA-CAMPO.
           MOVE ZERO TO WS-PTR
           PERFORM VARYING WS-CP-I FROM 1 BY 1
                   UNTIL WS-CP-I > WS-QTD-CAMPOS
               IF WS-CP-ARQ(WS-CP-I) = WS-CON-ARQ-I AND
                  WS-CP-NOME(WS-CP-I) = WS-ENTRADA
                   MOVE WS-CP-I TO WS-PTR
               END-IF
           END-PERFORM
           MOVE WS-PTR TO WS-CP-I
           EXIT.
       FIM-LOCALIZA-CAMPO.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               DISPLAY 'NOME DA CONSULTA SALVA (EM BRANCO = NOVA '
                       'CONSULTA): '
               MOVE SPACES TO WS-CONSULTA-NOME
               ACCEPT WS-CONSULTA-NOME
               IF WS-CONSULTA-NOME NOT = SPACES
                   PERFORM CARREGA-CONSULTA
               ELSE
                   PERFORM MONTA-CONSULTA
               END-IF

               IF WS-CONSULTA-OK-SIM
                   PERFORM RESOLVE-CONSULTA
               END-IF
               IF WS-CONSULTA-OK-SIM
                   PERFORM EXECUTA-CONSULTA
                   MOVE 'OK' TO WS-RESULTADO
                   IF WS-CONSULTA-NOME = SPACES
                       PERFORM SALVA-CONSULTA
                   END-IF
               ELSE
                   MOVE 'CANCELADA' TO WS-RESULTADO
                   IF WS-RETORNO-JOB < 4
                       MOVE 4 TO WS-RETORNO-JOB
                   END-IF
               END-IF
               PERFORM GRAVA-LOG
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * CONSULTA SALVA: O GRUPO Q/F/C DO NOME; SE O NOME FOI GRAVADO
      * MAIS DE UMA VEZ, O ULTIMO GRUPO SUBSTITUI OS ANTERIORES
      *-----------------------------------------------------------------
       CARREGA-CONSULTA.
           MOVE 'N' TO WS-ACHOU-CONSULTA
           MOVE 'N' TO WS-CONSULTA-OK
           OPEN INPUT CONSULTAS
           IF WS-CONS-STATUS NOT = '00'
               DISPLAY 'CONSULTAS.TXT NAO ENCONTRADO - NENHUMA '
                       'CONSULTA SALVA'
           ELSE
               PERFORM LER-CONSULTAS
               PERFORM UNTIL WS-FIM-CONS-SIM
                   PERFORM TRATA-LINHA-CONSULTA
                   PERFORM LER-CONSULTAS
               END-PERFORM
               CLOSE CONSULTAS
               IF WS-ACHOU-CONSULTA-SIM
                   SET WS-CONSULTA-OK-SIM TO TRUE
                   SET WS-CONSULTA-SALVA-SIM TO TRUE
               ELSE
                   DISPLAY 'CONSULTA ' WS-CONSULTA-NOME
                           ' NAO ENCONTRADA EM CONSULTAS.TXT'
               END-IF
           END-IF
           EXIT.
       FIM-CARREGA-CONSULTA.

       TRATA-LINHA-CONSULTA.
           MOVE SPACES TO WS-DC-CAMPOS
           MOVE SPACES TO WS-ENTRADA
           MOVE SPACES TO WS-VALOR-NUM-TXT
           MOVE SPACES TO WS-CAMPO-TXT
           UNSTRING CONSULTAS-REG DELIMITED BY ';'
               INTO WS-DC-TIPO-LINHA WS-ENTRADA WS-DC-ARQUIVO
                    WS-DC-F3 WS-VALOR-NUM-TXT WS-CAMPO-TXT
           END-UNSTRING

           IF WS-ENTRADA = WS-CONSULTA-NOME
               EVALUATE WS-DC-TIPO-LINHA
                   WHEN 'Q'
                       SET WS-ACHOU-CONSULTA-SIM TO TRUE
                       SET WS-LENDO-CONSULTA-SIM TO TRUE
                       MOVE WS-DC-ARQUIVO TO WS-CON-ARQUIVO
                       MOVE WS-DC-F3 TO WS-CON-ORDEM
                       MOVE WS-VALOR-NUM-TXT(1:1) TO WS-CON-SENTIDO
                       MOVE WS-CAMPO-TXT(1:1) TO WS-CON-SAIDA
                       MOVE ZERO TO WS-QTD-COND
                       MOVE ZERO TO WS-QTD-COLS
                   WHEN 'F'
                       IF WS-LENDO-CONSULTA-SIM AND WS-QTD-COND < 5
                           ADD 1 TO WS-QTD-COND
                           MOVE WS-DC-ARQUIVO
                                TO WS-CD-CAMPO(WS-QTD-COND)
                           MOVE WS-DC-F3(1:2)
                                TO WS-CD-OPER(WS-QTD-COND)
                           MOVE WS-VALOR-NUM-TXT
                                TO WS-CD-VALOR1(WS-QTD-COND)
                           MOVE WS-CAMPO-TXT
                                TO WS-CD-VALOR2(WS-QTD-COND)
                       END-IF
                   WHEN 'C'
                       IF WS-LENDO-CONSULTA-SIM AND WS-QTD-COLS < 10
                           ADD 1 TO WS-QTD-COLS
                           MOVE WS-DC-ARQUIVO
                                TO WS-CO-CAMPO(WS-QTD-COLS)
                       END-IF
               END-EVALUATE
           ELSE
               MOVE 'N' TO WS-LENDO-CONSULTA
           END-IF
           EXIT.
       FIM-TRATA-LINHA-CONSULTA.

       LER-CONSULTAS.
           READ CONSULTAS
               AT END
                   SET WS-FIM-CONS-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CONSULTAS.

      *-----------------------------------------------------------------
      * CONSULTA NOVA, DIGITADA PELO OPERADOR
      *-----------------------------------------------------------------
       MONTA-CONSULTA.
           MOVE 'N' TO WS-CONSULTA-OK
           DISPLAY 'ARQUIVOS DO DICIONARIO:'
           PERFORM VARYING WS-AR-I FROM 1 BY 1
                   UNTIL WS-AR-I > WS-QTD-ARQS
               DISPLAY '   ' WS-AR-NOME(WS-AR-I)
           END-PERFORM
           DISPLAY 'ARQUIVO (EM BRANCO = DESISTE): '
           MOVE SPACES TO WS-CON-ARQUIVO
           ACCEPT WS-CON-ARQUIVO
           PERFORM LOCALIZA-ARQUIVO
           IF WS-CON-ARQUIVO = SPACES
               DISPLAY 'CONSULTA CANCELADA PELO OPERADOR'
           ELSE
           IF WS-CON-ARQ-I = 0
               DISPLAY 'ARQUIVO FORA DO DICIONARIO: ' WS-CON-ARQUIVO
           ELSE
               SET WS-CONSULTA-OK-SIM TO TRUE
               DISPLAY 'CAMPOS DE ' WS-CON-ARQUIVO ':'
               PERFORM VARYING WS-CP-I FROM 1 BY 1
                       UNTIL WS-CP-I > WS-QTD-CAMPOS
                   IF WS-CP-ARQ(WS-CP-I) = WS-CON-ARQ-I
                       DISPLAY '   ' WS-CP-NOME(WS-CP-I)
                               ' TIPO ' WS-CP-TIPO(WS-CP-I)
                               ' TAMANHO ' WS-CP-TAM(WS-CP-I)
                               ' DECIMAIS ' WS-CP-DEC(WS-CP-I)
                   END-IF
               END-PERFORM

               MOVE ZERO TO WS-QTD-COND
               MOVE 'N' TO WS-FIM-ENTRADA
               PERFORM PEDE-CONDICAO
                   UNTIL WS-FIM-ENTRADA-SIM OR WS-QTD-COND >= 5

               MOVE ZERO TO WS-QTD-COLS
               MOVE 'N' TO WS-FIM-ENTRADA
               PERFORM PEDE-COLUNA
                   UNTIL WS-FIM-ENTRADA-SIM OR WS-QTD-COLS >= 10

               DISPLAY 'CAMPO DE ORDENACAO (EM BRANCO = ORDEM DO '
                       'ARQUIVO): '
               MOVE SPACES TO WS-CON-ORDEM
               ACCEPT WS-CON-ORDEM
               MOVE 'A' TO WS-CON-SENTIDO
               IF WS-CON-ORDEM NOT = SPACES
                   DISPLAY 'SENTIDO (A = ASCENDENTE, D = '
                           'DESCENDENTE): '
                   ACCEPT WS-CON-SENTIDO
                   IF WS-CON-SENTIDO NOT = 'D'
                       MOVE 'A' TO WS-CON-SENTIDO
                   END-IF
               END-IF

               DISPLAY 'SAIDA (R = RELATORIO, C = CSV): '
               ACCEPT WS-CON-SAIDA
               IF WS-CON-SAIDA NOT = 'C'
                   MOVE 'R' TO WS-CON-SAIDA
               END-IF
           END-IF
           END-IF
           EXIT.
       FIM-MONTA-CONSULTA.

       PEDE-CONDICAO.
           DISPLAY 'CONDICAO - CAMPO (EM BRANCO = SEM MAIS '
                   'CONDICOES): '
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA = SPACES
               SET WS-FIM-ENTRADA-SIM TO TRUE
           ELSE
               PERFORM LOCALIZA-CAMPO
               IF WS-CP-I = 0
                   DISPLAY 'CAMPO INEXISTENTE NO ARQUIVO: ' WS-ENTRADA
               ELSE
                   ADD 1 TO WS-QTD-COND
                   MOVE WS-ENTRADA TO WS-CD-CAMPO(WS-QTD-COND)
                   DISPLAY 'OPERADOR (IG = IGUAL, FX = FAIXA, '
                           'CT = CONTEM): '
                   MOVE SPACES TO WS-CD-OPER(WS-QTD-COND)
                   ACCEPT WS-CD-OPER(WS-QTD-COND)
                   IF NOT WS-CD-OPER-VALIDO(WS-QTD-COND)
                       DISPLAY 'OPERADOR INVALIDO - CONDICAO '
                               'DESCARTADA'
                       SUBTRACT 1 FROM WS-QTD-COND
                   ELSE
                       IF WS-CD-OPER(WS-QTD-COND) = 'FX'
                           DISPLAY 'VALOR INICIAL DA FAIXA: '
                       ELSE
                           DISPLAY 'VALOR: '
                       END-IF
                       MOVE SPACES TO WS-CD-VALOR1(WS-QTD-COND)
                       ACCEPT WS-CD-VALOR1(WS-QTD-COND)
                       MOVE SPACES TO WS-CD-VALOR2(WS-QTD-COND)
                       IF WS-CD-OPER(WS-QTD-COND) = 'FX'
                           DISPLAY 'VALOR FINAL DA FAIXA: '
                           ACCEPT WS-CD-VALOR2(WS-QTD-COND)
                       END-IF
                       MOVE ZERO TO WS-QTD-ACHADOS
                       INSPECT WS-CD-VALOR1(WS-QTD-COND)
                               TALLYING WS-QTD-ACHADOS FOR ALL ';'
                       INSPECT WS-CD-VALOR2(WS-QTD-COND)
                               TALLYING WS-QTD-ACHADOS FOR ALL ';'
                       IF WS-QTD-ACHADOS > 0
                           DISPLAY 'VALOR NAO PODE TER ; - CONDICAO '
                                   'DESCARTADA'
                           SUBTRACT 1 FROM WS-QTD-COND
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-PEDE-CONDICAO.

       PEDE-COLUNA.
           DISPLAY 'COLUNA DE SAIDA - CAMPO (EM BRANCO = SEM MAIS '
                   'COLUNAS): '
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA = SPACES
               SET WS-FIM-ENTRADA-SIM TO TRUE
           ELSE
               PERFORM LOCALIZA-CAMPO
               IF WS-CP-I = 0
                   DISPLAY 'CAMPO INEXISTENTE NO ARQUIVO: ' WS-ENTRADA
               ELSE
                   ADD 1 TO WS-QTD-COLS
                   MOVE WS-ENTRADA TO WS-CO-CAMPO(WS-QTD-COLS)
               END-IF
           END-IF
           EXIT.
       FIM-PEDE-COLUNA.

      *-----------------------------------------------------------------
      * LIGA OS NOMES DA CONSULTA AO DICIONARIO (A CONSULTA SALVA PODE
      * TER FICADO VELHA), CONVERTE OS VALORES NUMERICOS, DISTRIBUI AS
      * COLUNAS NA LINHA DO RELATORIO E MONTA O TEXTO DOS CRITERIOS
      *-----------------------------------------------------------------
       RESOLVE-CONSULTA.
           PERFORM LOCALIZA-ARQUIVO
           IF WS-CON-ARQ-I = 0
               DISPLAY 'ARQUIVO FORA DO DICIONARIO: ' WS-CON-ARQUIVO
               MOVE 'N' TO WS-CONSULTA-OK
           END-IF
           IF WS-CON-ARQ-I > 0
               IF WS-AR-ORG-INDEXADO(WS-CON-ARQ-I) AND
                  WS-CON-ARQUIVO NOT = 'NOTAS.TXT'
                   DISPLAY 'ARQUIVO INDEXADO SEM LEITURA PREVISTA: '
                           WS-CON-ARQUIVO
                   MOVE 'N' TO WS-CONSULTA-OK
               END-IF
           END-IF

           IF WS-CONSULTA-OK-SIM
               PERFORM VARYING WS-CD-I FROM 1 BY 1
                       UNTIL WS-CD-I > WS-QTD-COND
                   MOVE WS-CD-CAMPO(WS-CD-I) TO WS-ENTRADA
                   PERFORM LOCALIZA-CAMPO
                   MOVE WS-CP-I TO WS-CD-CP-I(WS-CD-I)
                   IF WS-CP-I = 0 OR NOT WS-CD-OPER-VALIDO(WS-CD-I)
                       DISPLAY 'CONDICAO INVALIDA: '
                               WS-CD-CAMPO(WS-CD-I) ' '
                               WS-CD-OPER(WS-CD-I)
                       MOVE 'N' TO WS-CONSULTA-OK
                   ELSE
                       PERFORM PREPARA-CONDICAO
                   END-IF
               END-PERFORM

               IF WS-QTD-COLS = 0
                   PERFORM VARYING WS-CP-I FROM 1 BY 1
                           UNTIL WS-CP-I > WS-QTD-CAMPOS
                              OR WS-QTD-COLS >= 10
                       IF WS-CP-ARQ(WS-CP-I) = WS-CON-ARQ-I
                           ADD 1 TO WS-QTD-COLS
                           MOVE WS-CP-NOME(WS-CP-I)
                                TO WS-CO-CAMPO(WS-QTD-COLS)
                       END-IF
                   END-PERFORM
               END-IF

               MOVE 1 TO WS-POS-LINHA
               PERFORM VARYING WS-CL-I FROM 1 BY 1
                       UNTIL WS-CL-I > WS-QTD-COLS
                   MOVE WS-CO-CAMPO(WS-CL-I) TO WS-ENTRADA
                   PERFORM LOCALIZA-CAMPO
                   MOVE WS-CP-I TO WS-CO-CP-I(WS-CL-I)
                   IF WS-CP-I = 0
                       DISPLAY 'COLUNA INEXISTENTE NO ARQUIVO: '
                               WS-CO-CAMPO(WS-CL-I)
                       MOVE 'N' TO WS-CONSULTA-OK
                   ELSE
                       PERFORM POSICIONA-COLUNA
                   END-IF
               END-PERFORM

               MOVE ZERO TO WS-CON-ORDEM-I
               IF WS-CON-ORDEM NOT = SPACES
                   MOVE WS-CON-ORDEM TO WS-ENTRADA
                   PERFORM LOCALIZA-CAMPO
                   MOVE WS-CP-I TO WS-CON-ORDEM-I
                   IF WS-CP-I = 0
                       DISPLAY 'CAMPO DE ORDENACAO INEXISTENTE: '
                               WS-CON-ORDEM
                       MOVE 'N' TO WS-CONSULTA-OK
                   END-IF
               END-IF
           END-IF

           IF WS-CONSULTA-OK-SIM
               PERFORM MONTA-CRITERIOS
           END-IF
           EXIT.
       FIM-RESOLVE-CONSULTA.

       PREPARA-CONDICAO.
           MOVE WS-CD-VALOR1(WS-CD-I) TO WS-CAMPO-TXT
           MOVE 30 TO WS-TAM-UTIL
           PERFORM CALCULA-TAMANHO-UTIL
           MOVE WS-TAM-UTIL TO WS-CD-TAM-VALOR(WS-CD-I)

           MOVE ZERO TO WS-CD-NUM1(WS-CD-I)
           MOVE ZERO TO WS-CD-NUM2(WS-CD-I)
           IF WS-CP-TIPO-NUMERICO(WS-CP-I)
               MOVE WS-CD-VALOR1(WS-CD-I) TO WS-VALOR-NUM-TXT
               INSPECT WS-VALOR-NUM-TXT REPLACING ALL ',' BY '.'
               IF WS-VALOR-NUM-TXT NOT = SPACES
                   COMPUTE WS-CD-NUM1(WS-CD-I) =
                           FUNCTION NUMVAL(WS-VALOR-NUM-TXT)
               END-IF
               MOVE WS-CD-VALOR2(WS-CD-I) TO WS-VALOR-NUM-TXT
               INSPECT WS-VALOR-NUM-TXT REPLACING ALL ',' BY '.'
               IF WS-VALOR-NUM-TXT NOT = SPACES
                   COMPUTE WS-CD-NUM2(WS-CD-I) =
                           FUNCTION NUMVAL(WS-VALOR-NUM-TXT)
               END-IF
           END-IF
           EXIT.
       FIM-PREPARA-CONDICAO.

      *-----------------------------------------------------------------
      * LARGURA DA COLUNA: O MAIOR ENTRE O NOME DO CAMPO E O VALOR
      * FORMATADO (COM O PONTO DECIMAL), MAIS DOIS ESPACOS; COLUNA QUE
      * NAO CABE NAS 100 POSICOES DO RELATORIO SO SAI NO CSV
      *-----------------------------------------------------------------
       POSICIONA-COLUNA.
           MOVE WS-CP-TAM(WS-CP-I) TO WS-TAM-FMT
           IF WS-CP-DEC(WS-CP-I) > 0
               ADD 1 TO WS-TAM-FMT
           END-IF
           MOVE WS-CP-NOME(WS-CP-I) TO WS-CAMPO-TXT
           MOVE 20 TO WS-TAM-UTIL
           PERFORM CALCULA-TAMANHO-UTIL
           IF WS-TAM-UTIL > WS-TAM-FMT
               MOVE WS-TAM-UTIL TO WS-TAM-FMT
           END-IF
           MOVE WS-POS-LINHA TO WS-CO-POS(WS-CL-I)
           MOVE WS-TAM-FMT TO WS-CO-LARGURA(WS-CL-I)
           IF WS-POS-LINHA + WS-TAM-FMT - 1 > 100
               MOVE ZERO TO WS-CO-POS(WS-CL-I)
               IF NOT WS-CON-SAIDA-CSV
                   DISPLAY 'COLUNA ' WS-CO-CAMPO(WS-CL-I)
                           ' NAO CABE NO RELATORIO (USE A SAIDA CSV)'
               END-IF
           ELSE
               COMPUTE WS-POS-LINHA = WS-POS-LINHA + WS-TAM-FMT + 2
           END-IF
           EXIT.
       FIM-POSICIONA-COLUNA.

       MONTA-CRITERIOS.
           MOVE SPACES TO WS-CRITERIOS
           MOVE 1 TO WS-PTR
           PERFORM VARYING WS-CD-I FROM 1 BY 1
                   UNTIL WS-CD-I > WS-QTD-COND
               STRING WS-CD-CAMPO(WS-CD-I) DELIMITED BY SPACE
                      ' ' WS-CD-OPER(WS-CD-I) ' ' DELIMITED BY SIZE
                      WS-CD-VALOR1(WS-CD-I) DELIMITED BY '  '
                      INTO WS-CRITERIOS WITH POINTER WS-PTR
               END-STRING
               IF WS-CD-OPER(WS-CD-I) = 'FX'
                   STRING ' A ' DELIMITED BY SIZE
                          WS-CD-VALOR2(WS-CD-I) DELIMITED BY '  '
                          INTO WS-CRITERIOS WITH POINTER WS-PTR
                   END-STRING
               END-IF
               STRING '; ' DELIMITED BY SIZE
                      INTO WS-CRITERIOS WITH POINTER WS-PTR
               END-STRING
           END-PERFORM
           IF WS-QTD-COND = 0
               STRING 'TODOS OS REGISTROS; ' DELIMITED BY SIZE
                      INTO WS-CRITERIOS WITH POINTER WS-PTR
               END-STRING
           END-IF
           IF WS-CON-ORDEM NOT = SPACES
               STRING 'ORDEM ' DELIMITED BY SIZE
                      WS-CON-ORDEM DELIMITED BY SPACE
                      ' ' WS-CON-SENTIDO DELIMITED BY SIZE
                      INTO WS-CRITERIOS WITH POINTER WS-PTR
               END-STRING
           END-IF
           EXIT.
       FIM-MONTA-CRITERIOS.

      *-----------------------------------------------------------------
      * EXECUCAO: SORT COM SELECAO NA ENTRADA E EMISSAO NA SAIDA; SEM
      * CAMPO DE ORDENACAO A CHAVE E SO A SEQUENCIA DE LEITURA
      *-----------------------------------------------------------------
       EXECUTA-CONSULTA.
           MOVE ZERO TO WS-QTD-LIDOS
           MOVE ZERO TO WS-QTD-SELECIONADOS

           IF WS-CON-SAIDA-CSV
               OPEN OUTPUT EXTRATO-CSV
               PERFORM GRAVA-CABECALHO-CSV
           ELSE
               PERFORM ABRE-RELATORIO
           END-IF

           IF WS-CON-DESCENDENTE
               SORT CLASSIFICA
                   ON DESCENDING KEY CL-NUM CL-TXT
                   ON ASCENDING KEY CL-SEQ
                   INPUT PROCEDURE IS SELECIONA-REGISTROS
                   OUTPUT PROCEDURE IS EMITE-RESULTADO
           ELSE
               SORT CLASSIFICA
                   ON ASCENDING KEY CL-NUM CL-TXT CL-SEQ
                   INPUT PROCEDURE IS SELECIONA-REGISTROS
                   OUTPUT PROCEDURE IS EMITE-RESULTADO
           END-IF

           IF WS-CON-SAIDA-CSV
               CLOSE EXTRATO-CSV
               DISPLAY 'EXTRATO GRAVADO EM CONSULTA.CSV'
           ELSE
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'LIDOS: ' WS-QTD-LIDOS
                      '  SELECIONADOS: ' WS-QTD-SELECIONADOS
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               MOVE 'E' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               DISPLAY 'RELATORIO GRAVADO EM CONSULTA.TXT'
           END-IF
           DISPLAY 'REGISTROS LIDOS       : ' WS-QTD-LIDOS
           DISPLAY 'REGISTROS SELECIONADOS: ' WS-QTD-SELECIONADOS
           EXIT.
       FIM-EXECUTA-CONSULTA.

       ABRE-RELATORIO.
           MOVE SPACES TO WS-IMP-TITULO
           IF WS-CONSULTA-NOME NOT = SPACES
               STRING 'CONSULTA ' WS-CONSULTA-NOME ' - '
                      DELIMITED BY SIZE
                      WS-CON-ARQUIVO DELIMITED BY SPACE
                      INTO WS-IMP-TITULO
               END-STRING
           ELSE
               STRING 'CONSULTA AVULSA - ' DELIMITED BY SIZE
                      WS-CON-ARQUIVO DELIMITED BY SPACE
                      INTO WS-IMP-TITULO
               END-STRING
           END-IF
           MOVE SPACES TO WS-IMP-CABECALHO
           PERFORM VARYING WS-CL-I FROM 1 BY 1
                   UNTIL WS-CL-I > WS-QTD-COLS
               IF WS-CO-POS(WS-CL-I) > 0
                   MOVE WS-CO-CP-I(WS-CL-I) TO WS-CP-I
                   MOVE WS-CP-NOME(WS-CP-I)
                        TO WS-IMP-CABECALHO(WS-CO-POS(WS-CL-I):
                                            WS-CO-LARGURA(WS-CL-I))
               END-IF
           END-PERFORM
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'CRITERIOS: ' WS-CRITERIOS(1:89) DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-ABRE-RELATORIO.

       GRAVA-CABECALHO-CSV.
           MOVE SPACES TO EXTRATO-CSV-REG
           MOVE 1 TO WS-PTR
           PERFORM VARYING WS-CL-I FROM 1 BY 1
                   UNTIL WS-CL-I > WS-QTD-COLS
               IF WS-CL-I > 1
                   STRING ',' DELIMITED BY SIZE
                          INTO EXTRATO-CSV-REG WITH POINTER WS-PTR
                   END-STRING
               END-IF
               STRING WS-CO-CAMPO(WS-CL-I) DELIMITED BY SPACE
                      INTO EXTRATO-CSV-REG WITH POINTER WS-PTR
               END-STRING
           END-PERFORM
           WRITE EXTRATO-CSV-REG
           EXIT.
       FIM-GRAVA-CABECALHO-CSV.

       SELECIONA-REGISTROS.
           MOVE 'N' TO WS-FIM-ARQ
           IF WS-AR-ORG-INDEXADO(WS-CON-ARQ-I)
               OPEN INPUT NOTAS
               IF WS-NOTAS-STATUS NOT = '00'
                   DISPLAY 'NOTAS.TXT NAO ENCONTRADO'
                   SET WS-FIM-ARQ-SIM TO TRUE
               END-IF
           ELSE
               MOVE WS-CON-ARQUIVO TO WS-ARQ-NOME
               OPEN INPUT ARQUIVO-SEQ
               IF WS-ARQ-STATUS NOT = '00'
                   DISPLAY WS-CON-ARQUIVO ' NAO ENCONTRADO'
                   SET WS-FIM-ARQ-SIM TO TRUE
               END-IF
           END-IF
           IF WS-FIM-ARQ-SIM
               IF WS-RETORNO-JOB < 4
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           ELSE
               PERFORM LER-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM AVALIA-CONDICOES
                   IF WS-SELECIONADO-SIM
                       ADD 1 TO WS-QTD-SELECIONADOS
                       PERFORM LIBERA-REGISTRO
                   END-IF
                   PERFORM LER-ARQUIVO
               END-PERFORM
               IF WS-AR-ORG-INDEXADO(WS-CON-ARQ-I)
                   CLOSE NOTAS
               ELSE
                   CLOSE ARQUIVO-SEQ
               END-IF
           END-IF
           EXIT.
       FIM-SELECIONA-REGISTROS.

       LER-ARQUIVO.
           MOVE SPACES TO WS-REGISTRO
           IF WS-AR-ORG-INDEXADO(WS-CON-ARQ-I)
               READ NOTAS NEXT RECORD
                   AT END
                       SET WS-FIM-ARQ-SIM TO TRUE
                   NOT AT END
                       MOVE NOTAS-SAIDA-REC TO WS-REGISTRO
               END-READ
           ELSE
               READ ARQUIVO-SEQ
                   AT END
                       SET WS-FIM-ARQ-SIM TO TRUE
                   NOT AT END
                       MOVE ARQUIVO-SEQ-REG TO WS-REGISTRO
               END-READ
           END-IF
           EXIT.
       FIM-LER-ARQUIVO.

       LIBERA-REGISTRO.
           MOVE ZERO TO CL-NUM
           MOVE SPACES TO CL-TXT
           MOVE WS-QTD-LIDOS TO CL-SEQ
           MOVE WS-REGISTRO TO CL-REGISTRO
           IF WS-CON-ORDEM-I > 0
               MOVE WS-CON-ORDEM-I TO WS-CP-I
               PERFORM EXTRAI-CAMPO
               IF WS-CP-TIPO-NUMERICO(WS-CP-I)
                   PERFORM CONVERTE-CAMPO
                   MOVE WS-NUM-CAMPO TO CL-NUM
               ELSE
                   MOVE WS-CAMPO-TXT TO CL-TXT
               END-IF
           END-IF
           RELEASE CLASSIFICA-REG
           EXIT.
       FIM-LIBERA-REGISTRO.

      *-----------------------------------------------------------------
      * TODAS AS CONDICOES PRECISAM VALER; CAMPO NUMERICO COMPARA PELO
      * VALOR (DECIMAIS DO DICIONARIO), ALFANUMERICO PELO TEXTO; CT
      * PROCURA O VALOR EM QUALQUER PONTO DO CAMPO
      *-----------------------------------------------------------------
       AVALIA-CONDICOES.
           SET WS-SELECIONADO-SIM TO TRUE
           PERFORM VARYING WS-CD-I FROM 1 BY 1
                   UNTIL WS-CD-I > WS-QTD-COND
                      OR NOT WS-SELECIONADO-SIM
               MOVE WS-CD-CP-I(WS-CD-I) TO WS-CP-I
               PERFORM EXTRAI-CAMPO
               EVALUATE TRUE
                   WHEN WS-CD-OPER(WS-CD-I) = 'CT'
                       MOVE ZERO TO WS-QTD-ACHADOS
                       IF WS-CD-TAM-VALOR(WS-CD-I) > 0
                           INSPECT WS-CAMPO-TXT TALLYING WS-QTD-ACHADOS
                               FOR ALL WS-CD-VALOR1(WS-CD-I)
                                       (1:WS-CD-TAM-VALOR(WS-CD-I))
                       END-IF
                       IF WS-QTD-ACHADOS = 0
                           MOVE 'N' TO WS-SELECIONADO
                       END-IF
                   WHEN WS-CP-TIPO-NUMERICO(WS-CP-I)
                       PERFORM CONVERTE-CAMPO
                       IF WS-CD-OPER(WS-CD-I) = 'IG'
                           IF WS-NUM-CAMPO NOT = WS-CD-NUM1(WS-CD-I)
                               MOVE 'N' TO WS-SELECIONADO
                           END-IF
                       ELSE
                           IF WS-NUM-CAMPO < WS-CD-NUM1(WS-CD-I) OR
                              WS-NUM-CAMPO > WS-CD-NUM2(WS-CD-I)
                               MOVE 'N' TO WS-SELECIONADO
                           END-IF
                       END-IF
                   WHEN OTHER
                       IF WS-CD-OPER(WS-CD-I) = 'IG'
                           IF WS-CAMPO-TXT NOT = WS-CD-VALOR1(WS-CD-I)
                               MOVE 'N' TO WS-SELECIONADO
                           END-IF
                       ELSE
                           IF WS-CAMPO-TXT < WS-CD-VALOR1(WS-CD-I) OR
                              WS-CAMPO-TXT > WS-CD-VALOR2(WS-CD-I)
                               MOVE 'N' TO WS-SELECIONADO
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-AVALIA-CONDICOES.

       EXTRAI-CAMPO.
           MOVE SPACES TO WS-CAMPO-TXT
           MOVE WS-REGISTRO(WS-CP-INICIO(WS-CP-I):WS-CP-TAM(WS-CP-I))
                TO WS-CAMPO-TXT
           EXIT.
       FIM-EXTRAI-CAMPO.

       CONVERTE-CAMPO.
           MOVE ZERO TO WS-NUM-CAMPO
           IF WS-CAMPO-TXT NOT = SPACES
               MOVE WS-CAMPO-TXT TO WS-VALOR-NUM-TXT
               COMPUTE WS-NUM-CAMPO =
                       FUNCTION NUMVAL(WS-VALOR-NUM-TXT)
                       / (10 ** WS-CP-DEC(WS-CP-I))
           END-IF
           EXIT.
       FIM-CONVERTE-CAMPO.

      *-----------------------------------------------------------------
      * TAMANHO SEM OS BRANCOS DO FIM DE WS-CAMPO-TXT, A PARTIR DO
      * TAMANHO INFORMADO EM WS-TAM-UTIL (ZERO = CAMPO EM BRANCO)
      *-----------------------------------------------------------------
       CALCULA-TAMANHO-UTIL.
           PERFORM UNTIL WS-TAM-UTIL = 0
                      OR WS-CAMPO-TXT(WS-TAM-UTIL:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TAM-UTIL
           END-PERFORM
           EXIT.
       FIM-CALCULA-TAMANHO-UTIL.

       EMITE-RESULTADO.
           MOVE 'N' TO WS-FIM-CLASSIFICA
           PERFORM RETORNA-CLASSIFICA
           PERFORM UNTIL WS-FIM-CLASSIFICA-SIM
               MOVE CL-REGISTRO TO WS-REGISTRO
               IF WS-CON-SAIDA-CSV
                   PERFORM GRAVA-LINHA-CSV
               ELSE
                   PERFORM IMPRIME-LINHA
               END-IF
               PERFORM RETORNA-CLASSIFICA
           END-PERFORM
           EXIT.
       FIM-EMITE-RESULTADO.

       RETORNA-CLASSIFICA.
           RETURN CLASSIFICA
               AT END
                   SET WS-FIM-CLASSIFICA-SIM TO TRUE
           END-RETURN
           EXIT.
       FIM-RETORNA-CLASSIFICA.

      *-----------------------------------------------------------------
      * VALOR DA COLUNA PARA SAIDA: NUMERICO COM DECIMAIS GANHA O PONTO
      * DECIMAL (SINAL SEPARADO FICA NA FRENTE, COMO NO REGISTRO)
      *-----------------------------------------------------------------
       FORMATA-CAMPO.
           PERFORM EXTRAI-CAMPO
           MOVE SPACES TO WS-CAMPO-FMT
           IF WS-CP-TIPO-NUMERICO(WS-CP-I) AND WS-CP-DEC(WS-CP-I) > 0
               COMPUTE WS-TAM-INT =
                       WS-CP-TAM(WS-CP-I) - WS-CP-DEC(WS-CP-I)
               STRING WS-CAMPO-TXT(1:WS-TAM-INT) '.'
                      WS-CAMPO-TXT(WS-TAM-INT + 1:WS-CP-DEC(WS-CP-I))
                      DELIMITED BY SIZE
                      INTO WS-CAMPO-FMT
               END-STRING
               COMPUTE WS-TAM-FMT = WS-CP-TAM(WS-CP-I) + 1
           ELSE
               MOVE WS-CAMPO-TXT TO WS-CAMPO-FMT
               MOVE WS-CP-TAM(WS-CP-I) TO WS-TAM-FMT
           END-IF
           EXIT.
       FIM-FORMATA-CAMPO.

       IMPRIME-LINHA.
           MOVE SPACES TO WS-IMP-LINHA
           PERFORM VARYING WS-CL-I FROM 1 BY 1
                   UNTIL WS-CL-I > WS-QTD-COLS
               IF WS-CO-POS(WS-CL-I) > 0
                   MOVE WS-CO-CP-I(WS-CL-I) TO WS-CP-I
                   PERFORM FORMATA-CAMPO
                   MOVE WS-CAMPO-FMT(1:WS-TAM-FMT)
                        TO WS-IMP-LINHA(WS-CO-POS(WS-CL-I):
                                        WS-CO-LARGURA(WS-CL-I))
               END-IF
           END-PERFORM
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-LINHA.

       GRAVA-LINHA-CSV.
           MOVE SPACES TO EXTRATO-CSV-REG
           MOVE 1 TO WS-PTR
           PERFORM VARYING WS-CL-I FROM 1 BY 1
                   UNTIL WS-CL-I > WS-QTD-COLS
               IF WS-CL-I > 1
                   STRING ',' DELIMITED BY SIZE
                          INTO EXTRATO-CSV-REG WITH POINTER WS-PTR
                   END-STRING
               END-IF
               MOVE WS-CO-CP-I(WS-CL-I) TO WS-CP-I
               PERFORM FORMATA-CAMPO
               MOVE SPACES TO WS-CAMPO-TXT
               MOVE WS-CAMPO-FMT TO WS-CAMPO-TXT
               MOVE WS-TAM-FMT TO WS-TAM-UTIL
               IF WS-TAM-UTIL > 40
                   MOVE 40 TO WS-TAM-UTIL
               END-IF
               PERFORM CALCULA-TAMANHO-UTIL
               IF WS-TAM-UTIL > 0
                   STRING WS-CAMPO-TXT(1:WS-TAM-UTIL) DELIMITED BY SIZE
                          INTO EXTRATO-CSV-REG WITH POINTER WS-PTR
                   END-STRING
               END-IF
           END-PERFORM
           WRITE EXTRATO-CSV-REG
           EXIT.
       FIM-GRAVA-LINHA-CSV.

      *-----------------------------------------------------------------
      * CONSULTA NOVA EXECUTADA PODE SER SALVA COM UM NOME
      *-----------------------------------------------------------------
       SALVA-CONSULTA.
           DISPLAY 'SALVAR ESTA CONSULTA COM O NOME (UMA PALAVRA; EM '
                   'BRANCO = NAO SALVAR): '
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT = SPACES
               INSPECT WS-ENTRADA REPLACING ALL ';' BY '-'
               MOVE SPACES TO WS-CONSULTA-NOME
               UNSTRING WS-ENTRADA DELIMITED BY SPACE
                   INTO WS-CONSULTA-NOME
               END-UNSTRING
               OPEN EXTEND CONSULTAS
               IF WS-CONS-STATUS = '35'
                   OPEN OUTPUT CONSULTAS
               END-IF

               MOVE SPACES TO CONSULTAS-REG
               STRING 'Q;' WS-CONSULTA-NOME DELIMITED BY SPACE
                      ';' WS-CON-ARQUIVO DELIMITED BY SPACE
                      ';' WS-CON-ORDEM DELIMITED BY SPACE
                      ';' WS-CON-SENTIDO ';' WS-CON-SAIDA
                      DELIMITED BY SIZE
                      INTO CONSULTAS-REG
               END-STRING
               WRITE CONSULTAS-REG

               PERFORM VARYING WS-CD-I FROM 1 BY 1
                       UNTIL WS-CD-I > WS-QTD-COND
                   MOVE SPACES TO CONSULTAS-REG
                   STRING 'F;' WS-CONSULTA-NOME DELIMITED BY SPACE
                          ';' WS-CD-CAMPO(WS-CD-I) DELIMITED BY SPACE
                          ';' WS-CD-OPER(WS-CD-I) ';'
                          DELIMITED BY SIZE
                          WS-CD-VALOR1(WS-CD-I) DELIMITED BY '  '
                          ';' DELIMITED BY SIZE
                          WS-CD-VALOR2(WS-CD-I) DELIMITED BY '  '
                          INTO CONSULTAS-REG
                   END-STRING
                   WRITE CONSULTAS-REG
               END-PERFORM

               PERFORM VARYING WS-CL-I FROM 1 BY 1
                       UNTIL WS-CL-I > WS-QTD-COLS
                   MOVE SPACES TO CONSULTAS-REG
                   STRING 'C;' WS-CONSULTA-NOME DELIMITED BY SPACE
                          ';' WS-CO-CAMPO(WS-CL-I) DELIMITED BY SPACE
                          INTO CONSULTAS-REG
                   END-STRING
                   WRITE CONSULTAS-REG
               END-PERFORM

               CLOSE CONSULTAS
               DISPLAY 'CONSULTA SALVA COMO ' WS-CONSULTA-NOME
           END-IF
           EXIT.
       FIM-SALVA-CONSULTA.

      *-----------------------------------------------------------------
      * REGISTRO DA EXECUCAO: QUEM, QUANDO, QUAL CONSULTA E CRITERIOS
      *-----------------------------------------------------------------
       GRAVA-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CARIMBO-DATA
           MOVE SPACES TO WS-CARIMBO
           STRING WS-CAR-DIA '/' WS-CAR-MES '/' WS-CAR-ANO
                  ' ' WS-CAR-HOR ':' WS-CAR-MIN ':' WS-CAR-SEG
                  DELIMITED BY SIZE
                  INTO WS-CARIMBO
           END-STRING

           OPEN EXTEND CONSULTA-LOG
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT CONSULTA-LOG
           END-IF

           MOVE SPACES TO CONSULTA-LOG-REG
           STRING WS-CARIMBO DELIMITED BY SIZE
                  ' - OPERADOR: ' WS-OPERADOR DELIMITED BY SIZE
                  ' - CONSULTA: ' WS-CONSULTA-NOME DELIMITED BY SIZE
                  ' - ARQUIVO: ' WS-CON-ARQUIVO DELIMITED BY SIZE
                  ' - ' WS-RESULTADO DELIMITED BY SIZE
                  ' - LIDOS: ' WS-QTD-LIDOS DELIMITED BY SIZE
                  ' - SELECIONADOS: ' WS-QTD-SELECIONADOS
                  DELIMITED BY SIZE
                  ' - SAIDA: ' WS-CON-SAIDA DELIMITED BY SIZE
                  ' - CRITERIOS: ' WS-CRITERIOS DELIMITED BY SIZE
                  INTO CONSULTA-LOG-REG
           END-STRING
           WRITE CONSULTA-LOG-REG

           CLOSE CONSULTA-LOG
           EXIT.
       FIM-GRAVA-LOG.

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
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM CONSULTA-DADOS.
