      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: VARREDURA DE INTEGRIDADE REFERENCIAL ENTRE OS MESTRES
      *          - CADA REGRA DA TABELA REGRASREF.TXT (ARQUIVO FILHO,
      *          POSICAO E TAMANHO DA CHAVE NO FILHO, ARQUIVO PAI,
      *          POSICAO E TAMANHO DA CHAVE NO PAI, POSICAO DA
      *          SITUACAO NO PAI E SITUACOES PERMITIDAS, CHAVE UNICA
      *          NO FILHO S/N) E CONFERIDA LENDO OS DOIS ARQUIVOS:
      *          REGISTROS ORFAOS (CHAVE SEM PAI), REFERENCIAS A PAI
      *          INATIVO OU BAIXADO (SITUACAO FORA DAS PERMITIDAS, _ =
      *          SITUACAO EM BRANCO) E CHAVES DUPLICADAS NO PAI (E NO
      *          FILHO, QUANDO A REGRA PEDE CHAVE UNICA), COM CONTAGEM
      *          POR REGRA; SEM REGRASREF.TXT VALE A TABELA PADRAO DA
      *          CASA (CONTAS, BOLSAS, ACORDOS E RESPONSAVEIS CONTRA
      *          MATRICULAS; ANO FINAL CONTRA MATRICULAS E
      *          DISCIPLINAS; HISTORICO DE PESO E AGENDA CONTRA
      *          PACIENTES; PACIENTES E AGENDA CONTRA PROFISSIONAIS);
      *          SAI FORMATADO PELA ROTINA IMPRESSAO EM INTEGRIDADE.
      *          TXT E, PARA O DIGESTO-MATINAL, UMA LINHA POR REGRA COM
      *          OCORRENCIA NO ACUMULADOR INTEGREXC.TXT; RODA COMO
      *          PASSO OPCIONAL DO BATCH-NOTURNO (SEMANAL OU FORCADO)
      *          OU AVULSO ANTES DE UMA CARGA; RETURN-CODE 4 QUANDO HA
      *          QUALQUER OCORRENCIA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDADE-REF.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGRAS-STATUS.
           SELECT FILHO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FILHO-STATUS.
           SELECT PAI ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAI-STATUS.
           SELECT EXCECOES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXC-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD REGRAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'REGRASREF.TXT'.
       01 REGRAS-REG                   PIC X(100).

       FD FILHO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-FILHO-NOME.
       01 FILHO-REG                    PIC X(250).

       FD PAI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-PAI-NOME.
       01 PAI-REG                      PIC X(250).

       FD EXCECOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'INTEGREXC.TXT'.
       01 EXCECOES-REG                 PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-REGRAS-STATUS             PIC X(02) VALUE '00'.
       01 WS-FILHO-STATUS              PIC X(02) VALUE '00'.
       01 WS-PAI-STATUS                PIC X(02) VALUE '00'.
       01 WS-EXC-STATUS                PIC X(02) VALUE '00'.
       01 WS-FILHO-NOME                PIC X(20) VALUE SPACES.
       01 WS-PAI-NOME                  PIC X(20) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-REGRAS         PIC X(01) VALUE 'N'.
               88 WS-FIM-REGRAS-SIM       VALUE 'S'.
           02 WS-FIM-FILHO          PIC X(01) VALUE 'N'.
               88 WS-FIM-FILHO-SIM        VALUE 'S'.
           02 WS-FIM-PAI            PIC X(01) VALUE 'N'.
               88 WS-FIM-PAI-SIM          VALUE 'S'.
           02 WS-REGRA-VALIDA       PIC X(01) VALUE 'N'.
               88 WS-REGRA-VALIDA-SIM     VALUE 'S'.
           02 WS-PAI-CHEIO          PIC X(01) VALUE 'N'.
               88 WS-PAI-CHEIO-SIM        VALUE 'S'.
           02 WS-FILHO-CHEIO        PIC X(01) VALUE 'N'.
               88 WS-FILHO-CHEIO-SIM      VALUE 'S'.
           02 WS-VERIFICADA         PIC X(01) VALUE 'N'.
               88 WS-VERIFICADA-SIM       VALUE 'S'.
       01 WS-HOJE.
           02 WS-HOJE-ANO      PIC 9(04).
           02 WS-HOJE-MES      PIC 9(02).
           02 WS-HOJE-DIA      PIC 9(02).
       01 WS-DATA-VARREDURA            PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
      * TABELA DE REGRAS: FILHO;POS;TAM;PAI;POS;TAM;POS-SIT;SITUACOES;
      * UNICO - UMA POR LINHA DO REGRASREF.TXT (* NA COLUNA 1 =
      * COMENTARIO) OU DA TABELA PADRAO
      *-----------------------------------------------------------------
       01 WS-LINHA-REGRA               PIC X(100) VALUE SPACES.
       01 WS-RG-CAMPOS.
           02 WS-RG-FILHO-TXT       PIC X(20).
           02 WS-RG-FPOS-TXT        PIC X(05).
           02 WS-RG-FTAM-TXT        PIC X(05).
           02 WS-RG-PAI-TXT         PIC X(20).
           02 WS-RG-PPOS-TXT        PIC X(05).
           02 WS-RG-PTAM-TXT        PIC X(05).
           02 WS-RG-SPOS-TXT        PIC X(05).
           02 WS-RG-SIT-TXT         PIC X(10).
           02 WS-RG-UNICO-TXT       PIC X(01).
       01 WS-RG-NUMEROS.
           02 WS-RG-FPOS-NUM        PIC 9(05).
           02 WS-RG-FTAM-NUM        PIC 9(05).
           02 WS-RG-PPOS-NUM        PIC 9(05).
           02 WS-RG-PTAM-NUM        PIC 9(05).
           02 WS-RG-SPOS-NUM        PIC 9(05).
       01 WS-QTD-REGRAS                PIC 9(02) VALUE ZERO.
       01 WS-QTD-REGRAS-INVALIDAS      PIC 9(02) VALUE ZERO.
       01 WS-RG-I                      PIC 9(02) VALUE ZERO.
       01 WS-TABELA-REGRAS.
           02 WS-RG-ENTRADA OCCURS 20 TIMES.
               03 WS-RG-FILHO          PIC X(20).
               03 WS-RG-FILHO-POS      PIC 9(03).
               03 WS-RG-FILHO-TAM      PIC 9(02).
               03 WS-RG-PAI            PIC X(20).
               03 WS-RG-PAI-POS        PIC 9(03).
               03 WS-RG-PAI-TAM        PIC 9(02).
               03 WS-RG-SIT-POS        PIC 9(03).
               03 WS-RG-SIT-PERMITIDAS PIC X(10).
               03 WS-RG-UNICO          PIC X(01).
                   88 WS-RG-UNICO-SIM         VALUE 'S'.
      *-----------------------------------------------------------------
      * CHAVES DO PAI (COM A SITUACAO) E DO FILHO DA REGRA CORRENTE
      *-----------------------------------------------------------------
       01 WS-LIMITE-TABELA             PIC 9(05) VALUE 5000.
       01 WS-QTD-TAB-PAI               PIC 9(05) VALUE ZERO.
       01 WS-TP-I                      PIC 9(05) VALUE ZERO.
       01 WS-TABELA-PAI.
           02 WS-TP-ENTRADA OCCURS 5000 TIMES.
               03 WS-TP-CHAVE          PIC X(10).
               03 WS-TP-SIT            PIC X(01).
               03 WS-TP-QTD            PIC 9(03).
       01 WS-QTD-TAB-FILHO             PIC 9(05) VALUE ZERO.
       01 WS-TF-I                      PIC 9(05) VALUE ZERO.
       01 WS-TABELA-FILHO.
           02 WS-TF-ENTRADA OCCURS 5000 TIMES.
               03 WS-TF-CHAVE          PIC X(10).
               03 WS-TF-QTD            PIC 9(03).
       01 WS-CHAVE                     PIC X(10) VALUE SPACES.
       01 WS-SITUACAO                  PIC X(01) VALUE SPACE.
       01 WS-SIT-BUSCA                 PIC X(01) VALUE SPACE.
       01 WS-QTD-SIT                   PIC 9(02) VALUE ZERO.
       01 WS-NUM-REG-FILHO             PIC 9(06) VALUE ZERO.
      *-----------------------------------------------------------------
      * CONTADORES DA REGRA CORRENTE E DA VARREDURA
      *-----------------------------------------------------------------
       01 WS-QTD-PAIS                  PIC 9(06) VALUE ZERO.
       01 WS-QTD-SEM-CHAVE             PIC 9(06) VALUE ZERO.
       01 WS-QTD-ORFAOS                PIC 9(06) VALUE ZERO.
       01 WS-QTD-INATIVOS              PIC 9(06) VALUE ZERO.
       01 WS-QTD-DUP-PAI               PIC 9(06) VALUE ZERO.
       01 WS-QTD-DUP-FILHO             PIC 9(06) VALUE ZERO.
       01 WS-QTD-DUPLICADOS            PIC 9(06) VALUE ZERO.
       01 WS-QTD-OCORRENCIAS           PIC 9(06) VALUE ZERO.
       01 WS-QTD-DETALHES              PIC 9(03) VALUE ZERO.
       01 WS-QTD-OMITIDOS              PIC 9(06) VALUE ZERO.
       01 WS-LIMITE-DETALHES           PIC 9(03) VALUE 50.
       01 WS-TOT-ORFAOS                PIC 9(07) VALUE ZERO.
       01 WS-TOT-INATIVOS              PIC 9(07) VALUE ZERO.
       01 WS-TOT-DUPLICADOS            PIC 9(07) VALUE ZERO.
       01 WS-TOT-REGRAS-LIMPAS         PIC 9(02) VALUE ZERO.
       01 WS-TOT-REGRAS-OCORRENCIA     PIC 9(02) VALUE ZERO.
       01 WS-TOT-NAO-VERIFICADAS       PIC 9(02) VALUE ZERO.
       01 WS-MOTIVO-NAO-VERIFICADA     PIC X(40) VALUE SPACES.
       01 WS-TIPO-OCORRENCIA           PIC X(09) VALUE SPACES.
       01 WS-COMPLEMENTO               PIC X(60) VALUE SPACES.
       01 WS-NUM-MASK                  PIC Z9.
       01 WS-QTD-MASK                  PIC ZZZZZ9.
       01 WS-REG-MASK                  PIC ZZZZZ9.
       01 WS-DUP-MASK                  PIC ZZ9.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20)
                                       VALUE 'INTEGRIDADE.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE
           'VARREDURA DE INTEGRIDADE REFERENCIAL'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'OCORRENCIA  CHAVE       DETALHE'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'VARREDURA DE INTEGRIDADE REFERENCIAL'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-VARREDURA
           END-STRING

           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM CARREGA-REGRAS

           OPEN EXTEND EXCECOES
           IF WS-EXC-STATUS = '35'
               OPEN OUTPUT EXCECOES
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * REGRAS DO REGRASREF.TXT; SEM O ARQUIVO, A TABELA PADRAO
      *-----------------------------------------------------------------
       CARREGA-REGRAS.
           OPEN INPUT REGRAS
           IF WS-REGRAS-STATUS = '00'
               DISPLAY 'REGRAS LIDAS DE REGRASREF.TXT'
               PERFORM LER-REGRAS
               PERFORM UNTIL WS-FIM-REGRAS-SIM
                   MOVE REGRAS-REG TO WS-LINHA-REGRA
                   IF WS-LINHA-REGRA NOT = SPACES AND
                      WS-LINHA-REGRA(1:1) NOT = '*'
                       PERFORM INCLUI-REGRA
                   END-IF
                   PERFORM LER-REGRAS
               END-PERFORM
               CLOSE REGRAS
           ELSE
               DISPLAY 'REGRASREF.TXT NAO ENCONTRADO - TABELA PADRAO'
               MOVE 'CONTALUNO.TXT;11;5;MATRICULAS.TXT;1;5;57;A_;S'
                    TO WS-LINHA-REGRA
               PERFORM INCLUI-REGRA
               MOVE 'BOLSAS.TXT;1;5;MATRICULAS.TXT;1;5;57;A_;N'
                    TO WS-LINHA-REGRA
               PERFORM INCLUI-REGRA
               MOVE 'ACORDOS.TXT;1;5;MATRICULAS.TXT;1;5;57;A_;N'
                    TO WS-LINHA-REGRA
               PERFORM INCLUI-REGRA
               MOVE 'RESPONSAVEIS.TXT;1;5;MATRICULAS.TXT;1;5;57;A_;N'
                    TO WS-LINHA-REGRA
               PERFORM INCLUI-REGRA
               MOVE 'ANOFINAL.TXT;1;5;MATRICULAS.TXT;1;5;0;;N'
                    TO WS-LINHA-REGRA
               PERFORM INCLUI-REGRA
               MOVE 'ANOFINAL.TXT;6;2;DISCIPLINAS.TXT;1;2;0;;N'
                    TO WS-LINHA-REGRA
               PERFORM INCLUI-REGRA
               MOVE 'PESOHIST.TXT;56;5;PACIENTES.TXT;1;5;0;;N'
                    TO WS-LINHA-REGRA
               PERFORM INCLUI-REGRA
               MOVE 'AGENDA.TXT;1;5;PACIENTES.TXT;1;5;0;;N'
                    TO WS-LINHA-REGRA
               PERFORM INCLUI-REGRA
               MOVE 'PACIENTES.TXT;79;5;PROFISSIONAIS.TXT;1;5;68;S;N'
                    TO WS-LINHA-REGRA
               PERFORM INCLUI-REGRA
               MOVE 'AGENDA.TXT;54;5;PROFISSIONAIS.TXT;1;5;0;;N'
                    TO WS-LINHA-REGRA
               PERFORM INCLUI-REGRA
           END-IF
           DISPLAY 'REGRAS VALIDAS: ' WS-QTD-REGRAS
                   '  INVALIDAS: ' WS-QTD-REGRAS-INVALIDAS
           EXIT.
       FIM-CARREGA-REGRAS.

       LER-REGRAS.
           READ REGRAS
               AT END
                   SET WS-FIM-REGRAS-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-REGRAS.

      *-----------------------------------------------------------------
      * QUEBRA A LINHA DA REGRA E CONFERE POSICOES E TAMANHOS CONTRA O
      * REGISTRO LIDO (250 COLUNAS) E A CHAVE (ATE 10 COLUNAS)
      *-----------------------------------------------------------------
       INCLUI-REGRA.
           MOVE SPACES TO WS-RG-CAMPOS
           UNSTRING WS-LINHA-REGRA DELIMITED BY ';'
               INTO WS-RG-FILHO-TXT WS-RG-FPOS-TXT WS-RG-FTAM-TXT
                    WS-RG-PAI-TXT WS-RG-PPOS-TXT WS-RG-PTAM-TXT
                    WS-RG-SPOS-TXT WS-RG-SIT-TXT WS-RG-UNICO-TXT
           END-UNSTRING

           MOVE ZERO TO WS-RG-NUMEROS
           IF WS-RG-FPOS-TXT NOT = SPACES
               COMPUTE WS-RG-FPOS-NUM = FUNCTION NUMVAL(WS-RG-FPOS-TXT)
           END-IF
           IF WS-RG-FTAM-TXT NOT = SPACES
               COMPUTE WS-RG-FTAM-NUM = FUNCTION NUMVAL(WS-RG-FTAM-TXT)
           END-IF
           IF WS-RG-PPOS-TXT NOT = SPACES
               COMPUTE WS-RG-PPOS-NUM = FUNCTION NUMVAL(WS-RG-PPOS-TXT)
           END-IF
           IF WS-RG-PTAM-TXT NOT = SPACES
               COMPUTE WS-RG-PTAM-NUM = FUNCTION NUMVAL(WS-RG-PTAM-TXT)
           END-IF
           IF WS-RG-SPOS-TXT NOT = SPACES
               COMPUTE WS-RG-SPOS-NUM = FUNCTION NUMVAL(WS-RG-SPOS-TXT)
           END-IF

           SET WS-REGRA-VALIDA-SIM TO TRUE
           IF WS-RG-FILHO-TXT = SPACES OR WS-RG-PAI-TXT = SPACES
               MOVE 'N' TO WS-REGRA-VALIDA
           END-IF
           IF WS-RG-FPOS-NUM < 1 OR WS-RG-FTAM-NUM < 1 OR
              WS-RG-FTAM-NUM > 10 OR
              WS-RG-FPOS-NUM + WS-RG-FTAM-NUM - 1 > 250
               MOVE 'N' TO WS-REGRA-VALIDA
           END-IF
           IF WS-RG-PPOS-NUM < 1 OR WS-RG-PTAM-NUM < 1 OR
              WS-RG-PTAM-NUM > 10 OR
              WS-RG-PPOS-NUM + WS-RG-PTAM-NUM - 1 > 250
               MOVE 'N' TO WS-REGRA-VALIDA
           END-IF
           IF WS-RG-SPOS-NUM > 250 OR
              (WS-RG-SPOS-NUM > 0 AND WS-RG-SIT-TXT = SPACES)
               MOVE 'N' TO WS-REGRA-VALIDA
           END-IF
           IF WS-RG-UNICO-TXT NOT = 'S' AND WS-RG-UNICO-TXT NOT = 'N'
              AND WS-RG-UNICO-TXT NOT = SPACE
               MOVE 'N' TO WS-REGRA-VALIDA
           END-IF
           IF WS-REGRA-VALIDA-SIM AND WS-QTD-REGRAS >= 20
               DISPLAY 'TABELA DE REGRAS CHEIA (20) - REGRA IGNORADA'
               MOVE 'N' TO WS-REGRA-VALIDA
           END-IF

           IF WS-REGRA-VALIDA-SIM
               ADD 1 TO WS-QTD-REGRAS
               MOVE WS-RG-FILHO-TXT TO WS-RG-FILHO(WS-QTD-REGRAS)
               MOVE WS-RG-FPOS-NUM  TO WS-RG-FILHO-POS(WS-QTD-REGRAS)
               MOVE WS-RG-FTAM-NUM  TO WS-RG-FILHO-TAM(WS-QTD-REGRAS)
               MOVE WS-RG-PAI-TXT   TO WS-RG-PAI(WS-QTD-REGRAS)
               MOVE WS-RG-PPOS-NUM  TO WS-RG-PAI-POS(WS-QTD-REGRAS)
               MOVE WS-RG-PTAM-NUM  TO WS-RG-PAI-TAM(WS-QTD-REGRAS)
               MOVE WS-RG-SPOS-NUM  TO WS-RG-SIT-POS(WS-QTD-REGRAS)
               MOVE WS-RG-SIT-TXT
                    TO WS-RG-SIT-PERMITIDAS(WS-QTD-REGRAS)
               MOVE WS-RG-UNICO-TXT TO WS-RG-UNICO(WS-QTD-REGRAS)
           ELSE
               ADD 1 TO WS-QTD-REGRAS-INVALIDAS
               DISPLAY 'REGRA INVALIDA IGNORADA: ' WS-LINHA-REGRA(1:60)
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'REGRA INVALIDA IGNORADA: ' DELIMITED BY SIZE
                      WS-LINHA-REGRA(1:70) DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-INCLUI-REGRA.

       PROCESSA-PROGRAMA.
           PERFORM VARYING WS-RG-I FROM 1 BY 1
                   UNTIL WS-RG-I > WS-QTD-REGRAS
               PERFORM VERIFICA-REGRA
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * UMA REGRA: CARREGA AS CHAVES DO PAI, LE O FILHO CONFERINDO CADA
      * CHAVE E FECHA COM AS CONTAGENS DA REGRA
      *-----------------------------------------------------------------
       VERIFICA-REGRA.
           MOVE ZERO TO WS-QTD-PAIS
           MOVE ZERO TO WS-QTD-SEM-CHAVE
           MOVE ZERO TO WS-QTD-ORFAOS
           MOVE ZERO TO WS-QTD-INATIVOS
           MOVE ZERO TO WS-QTD-DUP-PAI
           MOVE ZERO TO WS-QTD-DUP-FILHO
           MOVE ZERO TO WS-QTD-DETALHES
           MOVE ZERO TO WS-QTD-OMITIDOS
           MOVE ZERO TO WS-NUM-REG-FILHO
           MOVE ZERO TO WS-QTD-TAB-PAI
           MOVE ZERO TO WS-QTD-TAB-FILHO
           MOVE 'N' TO WS-PAI-CHEIO
           MOVE 'N' TO WS-FILHO-CHEIO
           MOVE 'N' TO WS-VERIFICADA
           MOVE SPACES TO WS-MOTIVO-NAO-VERIFICADA

           PERFORM IMPRIME-CABECALHO-REGRA

           MOVE WS-RG-FILHO(WS-RG-I) TO WS-FILHO-NOME
           MOVE WS-RG-PAI(WS-RG-I) TO WS-PAI-NOME

           OPEN INPUT FILHO
           IF WS-FILHO-STATUS NOT = '00'
               MOVE 'ARQUIVO FILHO AUSENTE' TO WS-MOTIVO-NAO-VERIFICADA
           ELSE
               CLOSE FILHO
               PERFORM CARREGA-PAI
               IF WS-MOTIVO-NAO-VERIFICADA = SPACES
                   PERFORM CONFERE-FILHO
                   SET WS-VERIFICADA-SIM TO TRUE
               END-IF
           END-IF

           PERFORM FECHA-REGRA
           EXIT.
       FIM-VERIFICA-REGRA.


       IMPRIME-CABECALHO-REGRA.
           MOVE 'D' TO WS-IMP-ACAO
           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO

           MOVE WS-RG-I TO WS-NUM-MASK
           STRING 'REGRA ' WS-NUM-MASK ': ' DELIMITED BY SIZE
                  WS-RG-FILHO(WS-RG-I) DELIMITED BY SPACE
                  ' (' WS-RG-FILHO-POS(WS-RG-I) '/'
                  WS-RG-FILHO-TAM(WS-RG-I) ') -> '
                  DELIMITED BY SIZE
                  WS-RG-PAI(WS-RG-I) DELIMITED BY SPACE
                  ' (' WS-RG-PAI-POS(WS-RG-I) '/'
                  WS-RG-PAI-TAM(WS-RG-I) ')'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:79)

           MOVE SPACES TO WS-COMPLEMENTO
           IF WS-RG-SIT-POS(WS-RG-I) > 0
               STRING 'SITUACAO DO PAI NA POSICAO '
                      WS-RG-SIT-POS(WS-RG-I)
                      ', PERMITIDAS: ' DELIMITED BY SIZE
                      WS-RG-SIT-PERMITIDAS(WS-RG-I) DELIMITED BY SPACE
                      INTO WS-COMPLEMENTO
               END-STRING
           ELSE
               MOVE 'SEM CONFERENCIA DE SITUACAO DO PAI'
                    TO WS-COMPLEMENTO
           END-IF
           MOVE SPACES TO WS-IMP-LINHA
           IF WS-RG-UNICO-SIM(WS-RG-I)
               STRING '  ' DELIMITED BY SIZE
                      WS-COMPLEMENTO DELIMITED BY '  '
                      ' - CHAVE UNICA NO FILHO' DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           ELSE
               MOVE WS-COMPLEMENTO TO WS-IMP-LINHA(3:60)
           END-IF
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-CABECALHO-REGRA.

      *-----------------------------------------------------------------
      * CHAVES DO PAI: CHAVE EM BRANCO NAO ENTRA; CHAVE REPETIDA SOMA
      * NA QUANTIDADE (DUPLICADA NO PAI, LISTADA NO FIM DA CARGA)
      *-----------------------------------------------------------------
       CARREGA-PAI.
           MOVE 'N' TO WS-FIM-PAI
           OPEN INPUT PAI
           IF WS-PAI-STATUS NOT = '00'
               MOVE 'ARQUIVO PAI AUSENTE' TO WS-MOTIVO-NAO-VERIFICADA
           ELSE
               PERFORM LER-PAI
               PERFORM UNTIL WS-FIM-PAI-SIM OR WS-PAI-CHEIO-SIM
                   ADD 1 TO WS-QTD-PAIS
                   MOVE PAI-REG(WS-RG-PAI-POS(WS-RG-I):
                                WS-RG-PAI-TAM(WS-RG-I))
                        TO WS-CHAVE
                   MOVE SPACE TO WS-SITUACAO
                   IF WS-RG-SIT-POS(WS-RG-I) > 0
                       MOVE PAI-REG(WS-RG-SIT-POS(WS-RG-I):1)
                            TO WS-SITUACAO
                   END-IF
                   IF WS-CHAVE NOT = SPACES
                       PERFORM INCLUI-CHAVE-PAI
                   END-IF
                   PERFORM LER-PAI
               END-PERFORM
               CLOSE PAI

               IF WS-PAI-CHEIO-SIM
                   MOVE 'PAI COM MAIS CHAVES QUE A TABELA (5000)'
                        TO WS-MOTIVO-NAO-VERIFICADA
               ELSE
                   PERFORM VARYING WS-TP-I FROM 1 BY 1
                           UNTIL WS-TP-I > WS-QTD-TAB-PAI
                       IF WS-TP-QTD(WS-TP-I) > 1
                           ADD 1 TO WS-QTD-DUP-PAI
                           MOVE 'DUP-PAI' TO WS-TIPO-OCORRENCIA
                           MOVE WS-TP-CHAVE(WS-TP-I) TO WS-CHAVE
                           MOVE WS-TP-QTD(WS-TP-I) TO WS-DUP-MASK
                           MOVE SPACES TO WS-COMPLEMENTO
                           STRING WS-DUP-MASK ' REGISTROS EM '
                                  DELIMITED BY SIZE
                                  WS-PAI-NOME DELIMITED BY SPACE
                                  INTO WS-COMPLEMENTO
                           END-STRING
                           PERFORM IMPRIME-OCORRENCIA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           EXIT.
       FIM-CARREGA-PAI.

       INCLUI-CHAVE-PAI.
           PERFORM VARYING WS-TP-I FROM 1 BY 1
                   UNTIL WS-TP-I > WS-QTD-TAB-PAI
                      OR WS-TP-CHAVE(WS-TP-I) = WS-CHAVE
               CONTINUE
           END-PERFORM
           IF WS-TP-I > WS-QTD-TAB-PAI
               IF WS-QTD-TAB-PAI >= WS-LIMITE-TABELA
                   SET WS-PAI-CHEIO-SIM TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-TAB-PAI
                   MOVE WS-CHAVE TO WS-TP-CHAVE(WS-QTD-TAB-PAI)
                   MOVE WS-SITUACAO TO WS-TP-SIT(WS-QTD-TAB-PAI)
                   MOVE 1 TO WS-TP-QTD(WS-QTD-TAB-PAI)
               END-IF
           ELSE
               IF WS-TP-QTD(WS-TP-I) < 999
                   ADD 1 TO WS-TP-QTD(WS-TP-I)
               END-IF
           END-IF
           EXIT.
       FIM-INCLUI-CHAVE-PAI.

       LER-PAI.
           READ PAI
               AT END
                   SET WS-FIM-PAI-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PAI.

      *-----------------------------------------------------------------
      * REGISTROS DO FILHO: CHAVE EM BRANCO SO E CONTADA (REFERENCIA
      * OPCIONAL); CHAVE SEM PAI E ORFAO; PAI COM SITUACAO FORA DAS
      * PERMITIDAS E REFERENCIA A PAI INATIVO
      *-----------------------------------------------------------------
       CONFERE-FILHO.
           MOVE 'N' TO WS-FIM-FILHO
           OPEN INPUT FILHO
           PERFORM LER-FILHO
           PERFORM UNTIL WS-FIM-FILHO-SIM
               ADD 1 TO WS-NUM-REG-FILHO
               MOVE FILHO-REG(WS-RG-FILHO-POS(WS-RG-I):
                              WS-RG-FILHO-TAM(WS-RG-I))
                    TO WS-CHAVE
               IF WS-CHAVE = SPACES
                   ADD 1 TO WS-QTD-SEM-CHAVE
               ELSE
                   PERFORM CONFERE-CHAVE-FILHO
                   IF WS-RG-UNICO-SIM(WS-RG-I)
                       PERFORM INCLUI-CHAVE-FILHO
                   END-IF
               END-IF
               PERFORM LER-FILHO
           END-PERFORM
           CLOSE FILHO

           IF WS-RG-UNICO-SIM(WS-RG-I)
               PERFORM VARYING WS-TF-I FROM 1 BY 1
                       UNTIL WS-TF-I > WS-QTD-TAB-FILHO
                   IF WS-TF-QTD(WS-TF-I) > 1
                       ADD 1 TO WS-QTD-DUP-FILHO
                       MOVE 'DUP-FILHO' TO WS-TIPO-OCORRENCIA
                       MOVE WS-TF-CHAVE(WS-TF-I) TO WS-CHAVE
                       MOVE WS-TF-QTD(WS-TF-I) TO WS-DUP-MASK
                       MOVE SPACES TO WS-COMPLEMENTO
                       STRING WS-DUP-MASK ' REGISTROS EM '
                              DELIMITED BY SIZE
                              WS-FILHO-NOME DELIMITED BY SPACE
                              INTO WS-COMPLEMENTO
                       END-STRING
                       PERFORM IMPRIME-OCORRENCIA
                   END-IF
               END-PERFORM
               IF WS-FILHO-CHEIO-SIM
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING '  AVISO: MAIS DE 5000 CHAVES NO FILHO - '
                          'DUPLICIDADE CONFERIDA SO NAS PRIMEIRAS'
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   PERFORM CHAMA-IMPRESSAO
               END-IF
           END-IF
           EXIT.
       FIM-CONFERE-FILHO.

       CONFERE-CHAVE-FILHO.
           PERFORM VARYING WS-TP-I FROM 1 BY 1
                   UNTIL WS-TP-I > WS-QTD-TAB-PAI
                      OR WS-TP-CHAVE(WS-TP-I) = WS-CHAVE
               CONTINUE
           END-PERFORM
           MOVE WS-NUM-REG-FILHO TO WS-REG-MASK
           IF WS-TP-I > WS-QTD-TAB-PAI
               ADD 1 TO WS-QTD-ORFAOS
               MOVE 'ORFAO' TO WS-TIPO-OCORRENCIA
               MOVE SPACES TO WS-COMPLEMENTO
               STRING 'REGISTRO ' WS-REG-MASK ' SEM PAI EM '
                      DELIMITED BY SIZE
                      WS-PAI-NOME DELIMITED BY SPACE
                      INTO WS-COMPLEMENTO
               END-STRING
               PERFORM IMPRIME-OCORRENCIA
           ELSE
               IF WS-RG-SIT-POS(WS-RG-I) > 0
                   MOVE WS-TP-SIT(WS-TP-I) TO WS-SIT-BUSCA
                   IF WS-SIT-BUSCA = SPACE
                       MOVE '_' TO WS-SIT-BUSCA
                   END-IF
                   MOVE ZERO TO WS-QTD-SIT
                   INSPECT WS-RG-SIT-PERMITIDAS(WS-RG-I)
                           TALLYING WS-QTD-SIT FOR ALL WS-SIT-BUSCA
                   IF WS-QTD-SIT = 0
                       ADD 1 TO WS-QTD-INATIVOS
                       MOVE 'INATIVO' TO WS-TIPO-OCORRENCIA
                       MOVE SPACES TO WS-COMPLEMENTO
                       STRING 'REGISTRO ' WS-REG-MASK
                              ' - PAI COM SITUACAO ' WS-SIT-BUSCA
                              DELIMITED BY SIZE
                              INTO WS-COMPLEMENTO
                       END-STRING
                       PERFORM IMPRIME-OCORRENCIA
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-CONFERE-CHAVE-FILHO.

       INCLUI-CHAVE-FILHO.
           PERFORM VARYING WS-TF-I FROM 1 BY 1
                   UNTIL WS-TF-I > WS-QTD-TAB-FILHO
                      OR WS-TF-CHAVE(WS-TF-I) = WS-CHAVE
               CONTINUE
           END-PERFORM
           IF WS-TF-I > WS-QTD-TAB-FILHO
               IF WS-QTD-TAB-FILHO >= WS-LIMITE-TABELA
                   SET WS-FILHO-CHEIO-SIM TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-TAB-FILHO
                   MOVE WS-CHAVE TO WS-TF-CHAVE(WS-QTD-TAB-FILHO)
                   MOVE 1 TO WS-TF-QTD(WS-QTD-TAB-FILHO)
               END-IF
           ELSE
               IF WS-TF-QTD(WS-TF-I) < 999
                   ADD 1 TO WS-TF-QTD(WS-TF-I)
               END-IF
           END-IF
           EXIT.
       FIM-INCLUI-CHAVE-FILHO.

       LER-FILHO.
           READ FILHO
               AT END
                   SET WS-FIM-FILHO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-FILHO.

      *-----------------------------------------------------------------
      * LINHA DE DETALHE DA OCORRENCIA, ATE O LIMITE POR REGRA (AS
      * DEMAIS SO ENTRAM NA CONTAGEM)
      *-----------------------------------------------------------------
       IMPRIME-OCORRENCIA.
           IF WS-QTD-DETALHES < WS-LIMITE-DETALHES
               ADD 1 TO WS-QTD-DETALHES
               MOVE SPACES TO WS-IMP-LINHA
               MOVE WS-TIPO-OCORRENCIA TO WS-IMP-LINHA(3:9)
               MOVE WS-CHAVE TO WS-IMP-LINHA(13:10)
               MOVE WS-COMPLEMENTO TO WS-IMP-LINHA(25:60)
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           ELSE
               ADD 1 TO WS-QTD-OMITIDOS
           END-IF
           EXIT.
       FIM-IMPRIME-OCORRENCIA.

      *-----------------------------------------------------------------
      * CONTAGENS DA REGRA NO RELATORIO, TOTAIS DA VARREDURA E LINHA NO
      * INTEGREXC.TXT QUANDO A REGRA TEM OCORRENCIA OU NAO PODE SER
      * CONFERIDA POR FALTA DO PAI OU TABELA CHEIA
      *-----------------------------------------------------------------
       FECHA-REGRA.
           MOVE 'D' TO WS-IMP-ACAO
           IF WS-QTD-OMITIDOS > 0
               MOVE WS-QTD-OMITIDOS TO WS-QTD-MASK
               MOVE SPACES TO WS-IMP-LINHA
               STRING '  ... MAIS ' WS-QTD-MASK
                      ' OCORRENCIA(S) SO NA CONTAGEM ABAIXO'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               PERFORM CHAMA-IMPRESSAO
           END-IF

           IF NOT WS-VERIFICADA-SIM
               MOVE SPACES TO WS-IMP-LINHA
               STRING '  REGRA NAO CONFERIDA - ' DELIMITED BY SIZE
                      WS-MOTIVO-NAO-VERIFICADA DELIMITED BY '  '
                      INTO WS-IMP-LINHA
               END-STRING
               PERFORM CHAMA-IMPRESSAO
               DISPLAY WS-IMP-LINHA(1:79)
               ADD 1 TO WS-TOT-NAO-VERIFICADAS
               IF WS-MOTIVO-NAO-VERIFICADA NOT = 'ARQUIVO FILHO AUSENTE'
                   IF WS-RETORNO-JOB < 4
                       MOVE 4 TO WS-RETORNO-JOB
                   END-IF
                   MOVE SPACES TO EXCECOES-REG
                   MOVE WS-RG-I TO WS-NUM-MASK
                   STRING WS-DATA-VARREDURA ' REGRA ' WS-NUM-MASK ' '
                          DELIMITED BY SIZE
                          WS-FILHO-NOME DELIMITED BY SPACE
                          ' -> ' DELIMITED BY SIZE
                          WS-PAI-NOME DELIMITED BY SPACE
                          ' NAO CONFERIDA: ' DELIMITED BY SIZE
                          WS-MOTIVO-NAO-VERIFICADA DELIMITED BY '  '
                          INTO EXCECOES-REG
                   END-STRING
                   WRITE EXCECOES-REG
               END-IF
           ELSE
               COMPUTE WS-QTD-OCORRENCIAS = WS-QTD-ORFAOS +
                       WS-QTD-INATIVOS + WS-QTD-DUP-PAI +
                       WS-QTD-DUP-FILHO
               ADD WS-QTD-ORFAOS TO WS-TOT-ORFAOS
               ADD WS-QTD-INATIVOS TO WS-TOT-INATIVOS
               COMPUTE WS-QTD-DUPLICADOS = WS-QTD-DUP-PAI +
                       WS-QTD-DUP-FILHO
               ADD WS-QTD-DUPLICADOS TO WS-TOT-DUPLICADOS

               MOVE SPACES TO WS-IMP-LINHA
               STRING '  PAI: ' WS-QTD-PAIS
                      '  FILHO: ' WS-NUM-REG-FILHO
                      '  SEM CHAVE: ' WS-QTD-SEM-CHAVE
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               PERFORM CHAMA-IMPRESSAO
               MOVE SPACES TO WS-IMP-LINHA
               STRING '  ORFAOS: ' WS-QTD-ORFAOS
                      '  INATIVOS: ' WS-QTD-INATIVOS
                      '  DUP-PAI: ' WS-QTD-DUP-PAI
                      '  DUP-FILHO: ' WS-QTD-DUP-FILHO
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               PERFORM CHAMA-IMPRESSAO
               DISPLAY WS-IMP-LINHA(1:79)

               IF WS-QTD-OCORRENCIAS = 0
                   ADD 1 TO WS-TOT-REGRAS-LIMPAS
               ELSE
                   ADD 1 TO WS-TOT-REGRAS-OCORRENCIA
                   MOVE 4 TO WS-RETORNO-JOB
                   MOVE SPACES TO EXCECOES-REG
                   MOVE WS-RG-I TO WS-NUM-MASK
                   STRING WS-DATA-VARREDURA ' REGRA ' WS-NUM-MASK ' '
                          DELIMITED BY SIZE
                          WS-FILHO-NOME DELIMITED BY SPACE
                          ' -> ' DELIMITED BY SIZE
                          WS-PAI-NOME DELIMITED BY SPACE
                          ' ORFAOS ' WS-QTD-ORFAOS
                          ' INATIVOS ' WS-QTD-INATIVOS
                          ' DUPLICADOS ' WS-QTD-DUPLICADOS
                          DELIMITED BY SIZE
                          INTO EXCECOES-REG
                   END-STRING
                   WRITE EXCECOES-REG
               END-IF
           END-IF
           EXIT.
       FIM-FECHA-REGRA.

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
           CLOSE EXCECOES

           IF WS-QTD-REGRAS-INVALIDAS > 0 AND WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

           MOVE 'D' TO WS-IMP-ACAO
           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'REGRAS: ' WS-QTD-REGRAS
                  '  SEM OCORRENCIA: ' WS-TOT-REGRAS-LIMPAS
                  '  COM OCORRENCIA: ' WS-TOT-REGRAS-OCORRENCIA
                  '  NAO CONFERIDAS: ' WS-TOT-NAO-VERIFICADAS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TOTAL DE ORFAOS: ' WS-TOT-ORFAOS
                  '  PAI INATIVO: ' WS-TOT-INATIVOS
                  '  CHAVES DUPLICADAS: ' WS-TOT-DUPLICADOS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           DISPLAY '-----------------------------------'
           DISPLAY 'REGRAS NA TABELA       : ' WS-QTD-REGRAS
           DISPLAY 'REGRAS COM OCORRENCIA  : ' WS-TOT-REGRAS-OCORRENCIA
           DISPLAY 'REGRAS NAO CONFERIDAS  : ' WS-TOT-NAO-VERIFICADAS
           DISPLAY 'ORFAOS                 : ' WS-TOT-ORFAOS
           DISPLAY 'REFERENCIAS A INATIVOS : ' WS-TOT-INATIVOS
           DISPLAY 'CHAVES DUPLICADAS      : ' WS-TOT-DUPLICADOS
           DISPLAY 'RELATORIO EM INTEGRIDADE.TXT'
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           GOBACK.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM INTEGRIDADE-REF.
