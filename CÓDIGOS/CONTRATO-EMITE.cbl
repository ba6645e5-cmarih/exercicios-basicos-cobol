      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CONTRATO ANUAL DE PRESTACAO DE SERVICOS EDUCACIONAIS
      *          - O CONTRATO QUE A FAMILIA ASSINA NA REMATRICULA ERA
      *          UM FORMULARIO XEROCADO COM O PRECO ESCRITO A MAO. O
      *          MODO G EMITE UM CONTRATO NUMERADO (CONTRATOS.TXT,
      *          CONTRATO.CPY) PARA CADA ALUNO ATIVO DO MATRICULAS.TXT
      *          COM O ANO LETIVO PEDIDO - A REMATRICULA CONFIRMADA
      *          (REMATRIC.TXT, QUE GRAVA TURMA E ANO NO CADASTRO) E
      *          A MATRICULA NOVA - COM ALUNO, RESPONSAVEL
      *          (RESPONSAVEIS.TXT), TURMA E SERIE, VALOR ANUAL E AS
      *          DOZE PARCELAS PELA TABELA DE PRECOS (ROTINA
      *          MENSALIDADE-PRECO) E O DESCONTO DA BOLSA VIGENTE
      *          (BOLSAS.TXT), IMPRESSO PELA ROTINA IMPRESSAO
      *          (CONTRDOC.TXT); ALUNO COM CONTRATO PENDENTE OU
      *          ASSINADO NO ANO NAO RECEBE OUTRO. O MODO S REGISTRA
      *          A ASSINATURA (A) OU A DEVOLUCAO SEM ASSINATURA (D) DO
      *          CONTRATO PENDENTE. O MODO R IMPRIME (CONTRREL.TXT) OS
      *          ALUNOS DO ANO LETIVO - REMATRICULADOS E NOVOS - AINDA
      *          SEM CONTRATO ASSINADO, PARA COBRAR ANTES DO INICIO
      *          DAS AULAS
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Preco da turma procurado na unidade do aluno
      *                    (MT-UNIDADE, em branco = sede 01)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATO-EMITE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTR-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT REMATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REM-STATUS.
           SELECT RESPONSAVEIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESP-STATUS.
           SELECT BOLSAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BOLSA-STATUS.
           SELECT OPERADORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONTRATOS.TXT'.
       COPY CONTRATO.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD REMATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'REMATRIC.TXT'.
       COPY REMATRIC.CPY.

       FD RESPONSAVEIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RESPONSAVEIS.TXT'.
       COPY RESPONSA.CPY.

       FD BOLSAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BOLSAS.TXT'.
       COPY BOLSAS.CPY.

       FD OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'OPERADORES.TXT'.
       01 OPERADOR-REG.
           02 OP-ID                PIC X(08).
           02 OP-NOME              PIC X(20).
           02 OP-OPCOES            PIC X(09).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-CONTR-STATUS              PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-REM-STATUS                PIC X(02) VALUE '00'.
       01 WS-RESP-STATUS               PIC X(02) VALUE '00'.
       01 WS-BOLSA-STATUS              PIC X(02) VALUE '00'.
       01 WS-OPER-STATUS               PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-CONTR          PIC X(01) VALUE 'N'.
               88 WS-FIM-CONTR-SIM        VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-FIM-REM            PIC X(01) VALUE 'N'.
               88 WS-FIM-REM-SIM          VALUE 'S'.
           02 WS-FIM-RESP           PIC X(01) VALUE 'N'.
               88 WS-FIM-RESP-SIM         VALUE 'S'.
           02 WS-FIM-BOLSA          PIC X(01) VALUE 'N'.
               88 WS-FIM-BOLSA-SIM        VALUE 'S'.
           02 WS-FIM-OPER           PIC X(01) VALUE 'N'.
               88 WS-FIM-OPER-SIM         VALUE 'S'.
           02 WS-FIM-TELA           PIC X(01) VALUE 'N'.
               88 WS-FIM-TELA-SIM         VALUE 'S'.
           02 WS-OPER-OK            PIC X(01) VALUE 'N'.
               88 WS-OPER-OK-SIM          VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM            VALUE 'S'.
           02 WS-TEM-BOLSA          PIC X(01) VALUE 'N'.
               88 WS-TEM-BOLSA-SIM        VALUE 'S'.
           02 WS-SEM-PRECO          PIC X(01) VALUE 'N'.
               88 WS-SEM-PRECO-SIM        VALUE 'S'.
           02 WS-CONTR-ALTEROU      PIC X(01) VALUE 'N'.
               88 WS-CONTR-ALTEROU-SIM    VALUE 'S'.
       01 WS-MODO                      PIC X(01) VALUE SPACE.
           88 WS-MODO-VALIDO                  VALUE 'G' 'S' 'R'.
       01 WS-DECISAO                   PIC X(01) VALUE SPACE.
       01 WS-OPERADOR                  PIC X(08) VALUE SPACES.
       01 WS-ANO-LETIVO                PIC 9(04) VALUE ZERO.
       01 WS-ANO-TXT                   PIC X(04) VALUE SPACES.
       01 WS-INICIO-AULAS              PIC X(10) VALUE SPACES.
       01 WS-NUMERO-TXT                PIC X(06) VALUE SPACES.
       01 WS-NUMERO                    PIC 9(06) VALUE ZERO.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO      PIC 9(04).
           02 WS-HOJE-MES      PIC 9(02).
           02 WS-HOJE-DIA      PIC 9(02).
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.

       01 WS-TAB-CONTR-LIMITE          PIC 9(04) VALUE 3000.
       01 WS-QTD-CONTR                 PIC 9(04) VALUE ZERO.
       01 WS-TABELA-CONTR.
           02 WS-CONTR-REGISTRO PIC X(178) OCCURS 3000 TIMES.
       01 WS-CT-I                      PIC 9(04) VALUE ZERO.
       01 WS-CT-ACHOU-I                PIC 9(04) VALUE ZERO.
       01 WS-ULTIMO-NUMERO             PIC 9(06) VALUE ZERO.

       01 WS-TAB-REM-LIMITE            PIC 9(04) VALUE 3000.
       01 WS-QTD-REM                   PIC 9(04) VALUE ZERO.
       01 WS-TABELA-REM.
           02 WS-REM-MATRICULA PIC X(05) OCCURS 3000 TIMES.
       01 WS-REM-I                     PIC 9(04) VALUE ZERO.

       01 WS-TAB-RESP-LIMITE           PIC 9(04) VALUE 3000.
       01 WS-QTD-RESP                  PIC 9(04) VALUE ZERO.
       01 WS-TABELA-RESP.
           02 WS-RS-ENTRADA OCCURS 3000 TIMES.
               03 WS-RS-MATRICULA      PIC X(05).
               03 WS-RS-NOME           PIC X(30).
               03 WS-RS-CPF            PIC 9(11).
       01 WS-RS-I                      PIC 9(04) VALUE ZERO.

       01 WS-TAB-BOLSA-LIMITE          PIC 9(03) VALUE 200.
       01 WS-QTD-BOLSAS                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-BOLSAS.
           02 WS-BL-ENTRADA OCCURS 200 TIMES.
               03 WS-BL-MATRICULA      PIC X(05).
               03 WS-BL-TIPO           PIC X(01).
               03 WS-BL-VALOR          PIC 9(07)V99.
               03 WS-BL-INICIO         PIC 9(06).
               03 WS-BL-FIM            PIC 9(06).
               03 WS-BL-MOTIVO         PIC X(20).
       01 WS-BL-I                      PIC 9(03) VALUE ZERO.

       01 WS-TABELA-PARCELAS.
           02 WS-PARCELA PIC 9(07)V99 OCCURS 12 TIMES.
       01 WS-MES-J                     PIC 9(02) VALUE ZERO.
       01 WS-ANOMES-CALC               PIC 9(06) VALUE ZERO.
       01 WS-ANOMES-JAN                PIC 9(06) VALUE ZERO.
       01 WS-ANOMES-DEZ                PIC 9(06) VALUE ZERO.
       01 WS-TURMA                     PIC X(03) VALUE SPACES.
       01 WS-UNIDADE-PRECO             PIC X(02) VALUE SPACES.
       01 WS-MENSALIDADE               PIC 9(07)V99 VALUE ZERO.
       01 WS-MENSALIDADE-MES           PIC 9(07)V99 VALUE ZERO.
       01 WS-PRECO-RESULTADO           PIC X(01) VALUE 'N'.
           88 WS-PRECO-SIM                    VALUE 'S'.
           88 WS-PRECO-TABELA-AUSENTE         VALUE 'A'.
       01 WS-PRECO-SERIE               PIC 9(02) VALUE ZERO.
       01 WS-SERIE                     PIC 9(02) VALUE ZERO.
       01 WS-VALOR-BRUTO               PIC 9(07)V99 VALUE ZERO.
       01 WS-VALOR-ANUAL               PIC 9(07)V99 VALUE ZERO.
       01 WS-BOLSA-MOTIVO              PIC X(20) VALUE SPACES.
       01 WS-BOLSA-DESCRICAO           PIC X(40) VALUE SPACES.
       01 WS-ORIGEM                    PIC X(01) VALUE SPACE.
       01 WS-ORIGEM-TXT                PIC X(16) VALUE SPACES.
       01 WS-SITUACAO-TXT              PIC X(12) VALUE SPACES.

       01 WS-MASK-VALOR                PIC ZZZ.ZZ9,99.
       01 WS-MASK-DESCONTO             PIC ZZZ.ZZ9,99.
       01 WS-MASK-ANUAL                PIC ZZZ.ZZ9,99.
       01 WS-MASK-PCT                  PIC ZZ9,99.

       01 WS-QTD-ALUNOS-ANO            PIC 9(04) VALUE ZERO.
       01 WS-QTD-EMITIDOS              PIC 9(04) VALUE ZERO.
       01 WS-QTD-JA-TEM                PIC 9(04) VALUE ZERO.
       01 WS-QTD-SEM-PRECO             PIC 9(04) VALUE ZERO.
       01 WS-QTD-SEM-RESP              PIC 9(04) VALUE ZERO.
       01 WS-QTD-ASSINADOS             PIC 9(04) VALUE ZERO.
       01 WS-QTD-DEVOLVIDOS            PIC 9(04) VALUE ZERO.
       01 WS-QTD-SEM-ASSINATURA        PIC 9(04) VALUE ZERO.
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
           DISPLAY 'CONTRATOS DE PRESTACAO DE SERVICOS'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING

           DISPLAY 'MODO: (G) GERA CONTRATOS  (S) ASSINATURAS  '
                   '(R) RELATORIO SEM ASSINATURA'
           ACCEPT WS-MODO

           IF NOT WS-MODO-VALIDO
               DISPLAY 'MODO INVALIDO'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF

           IF WS-RETORNO-JOB = 0 AND WS-MODO NOT = 'R'
               DISPLAY 'IDENTIFICACAO DO OPERADOR: '
               ACCEPT WS-OPERADOR
               PERFORM VALIDA-OPERADOR
               IF NOT WS-OPER-OK-SIM
                   DISPLAY 'OPERADOR NAO IDENTIFICADO - CONTRATOS '
                           'NAO LIBERADOS'
                   MOVE 8 TO WS-RETORNO-JOB
               END-IF
           END-IF

           IF WS-RETORNO-JOB = 0 AND WS-MODO NOT = 'S'
               COMPUTE WS-ANO-LETIVO = WS-HOJE-ANO + 1
               DISPLAY 'ANO LETIVO DO CONTRATO (AAAA, EM BRANCO = '
                       WS-ANO-LETIVO '): '
               MOVE SPACES TO WS-ANO-TXT
               ACCEPT WS-ANO-TXT
               IF WS-ANO-TXT NOT = SPACES
                   IF WS-ANO-TXT NUMERIC
                       MOVE WS-ANO-TXT TO WS-ANO-LETIVO
                   ELSE
                       DISPLAY 'ANO INVALIDO'
                       MOVE 8 TO WS-RETORNO-JOB
                   END-IF
               END-IF
               COMPUTE WS-ANOMES-JAN = (WS-ANO-LETIVO * 100) + 1
               COMPUTE WS-ANOMES-DEZ = (WS-ANO-LETIVO * 100) + 12
           END-IF
           EXIT.
       FIM-INICIO.

       VALIDA-OPERADOR.
           IF WS-OPERADOR NOT = SPACES
               OPEN INPUT OPERADORES
               IF WS-OPER-STATUS NOT = '00'
                   DISPLAY 'OPERADORES.TXT NAO ENCONTRADO - '
                           'CONTRATOS SEM CONTROLE DE ACESSO'
                   SET WS-OPER-OK-SIM TO TRUE
               ELSE
                   PERFORM LER-OPERADORES
                   PERFORM UNTIL WS-FIM-OPER-SIM
                       IF OP-ID = WS-OPERADOR
                           SET WS-OPER-OK-SIM TO TRUE
                           SET WS-FIM-OPER-SIM TO TRUE
                       ELSE
                           PERFORM LER-OPERADORES
                       END-IF
                   END-PERFORM
                   CLOSE OPERADORES
               END-IF
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

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-CONTRATOS
           END-IF
           IF WS-RETORNO-JOB = 0
               EVALUATE WS-MODO
                   WHEN 'G'
                       PERFORM GERA-CONTRATOS
                   WHEN 'S'
                       PERFORM REGISTRA-ASSINATURAS
                   WHEN 'R'
                       PERFORM RELATA-SEM-ASSINATURA
               END-EVALUATE
           END-IF
           EXIT.
       FIM-PROCESSA.

       CARREGA-CONTRATOS.
           OPEN INPUT CONTRATOS
           IF WS-CONTR-STATUS NOT = '00'
               IF WS-MODO = 'S'
                   DISPLAY 'CONTRATOS.TXT NAO ENCONTRADO - EMITA OS '
                           'CONTRATOS PRIMEIRO (MODO G)'
                   MOVE 8 TO WS-RETORNO-JOB
               END-IF
           ELSE
               PERFORM LER-CONTRATO
               PERFORM UNTIL WS-FIM-CONTR-SIM
                   IF WS-QTD-CONTR < WS-TAB-CONTR-LIMITE
                       ADD 1 TO WS-QTD-CONTR
                       MOVE CONTRATO-REG
                            TO WS-CONTR-REGISTRO(WS-QTD-CONTR)
                       IF CT-NUMERO NUMERIC AND
                          CT-NUMERO > WS-ULTIMO-NUMERO
                           MOVE CT-NUMERO TO WS-ULTIMO-NUMERO
                       END-IF
                   ELSE
                       DISPLAY 'SESSAO ABORTADA - CONTRATOS.TXT '
                               'EXCEDE ' WS-TAB-CONTR-LIMITE
                               ' CONTRATOS: A REGRAVACAO TRUNCARIA '
                               'O ARQUIVO'
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-CONTR-SIM TO TRUE
                   END-IF
                   PERFORM LER-CONTRATO
               END-PERFORM
               CLOSE CONTRATOS
               DISPLAY 'CONTRATOS CARREGADOS: ' WS-QTD-CONTR
           END-IF
           EXIT.
       FIM-CARREGA-CONTRATOS.

       LER-CONTRATO.
           READ CONTRATOS
               AT END
                   SET WS-FIM-CONTR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CONTRATO.

      *-----------------------------------------------------------------
      * MODO G: UM CONTRATO POR ALUNO ATIVO DO ANO LETIVO QUE AINDA NAO
      * TEM CONTRATO PENDENTE OU ASSINADO NO ANO
      *-----------------------------------------------------------------
       GERA-CONTRATOS.
           PERFORM CARREGA-REMATRICULAS
           PERFORM CARREGA-RESPONSAVEIS
           PERFORM CARREGA-BOLSAS

           MOVE SPACES TO WS-TURMA
           MOVE SPACES TO WS-UNIDADE-PRECO
           MOVE WS-ANOMES-JAN TO WS-ANOMES-CALC
           PERFORM BUSCA-PRECO-TURMA
           IF WS-PRECO-TABELA-AUSENTE
               DISPLAY 'PRECOS.TXT NAO ENCONTRADO - CADASTRE A '
                       'TABELA DE PRECOS NO CADASTRO-PRECO'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF

           IF WS-RETORNO-JOB = 0
               OPEN INPUT MATRICULAS
               IF WS-MAT-STATUS NOT = '00'
                   DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO'
                   MOVE 8 TO WS-RETORNO-JOB
               END-IF
           END-IF

           IF WS-RETORNO-JOB = 0
               MOVE 'CONTRDOC.TXT' TO WS-IMP-ARQUIVO
               MOVE 'CONTRATOS DE PRESTACAO DE SERVICOS EDUCACIONAIS'
                    TO WS-IMP-TITULO
               MOVE SPACES TO WS-IMP-CABECALHO
               MOVE 'I' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               PERFORM LER-MATRICULA
               PERFORM UNTIL WS-FIM-MAT-SIM
                   IF MT-SIT-ATIVA AND
                      MT-ANO-LETIVO = WS-ANO-LETIVO AND
                      MT-TURMA NOT = SPACES
                       ADD 1 TO WS-QTD-ALUNOS-ANO
                       PERFORM AVALIA-ALUNO-CONTRATO
                   END-IF
                   PERFORM LER-MATRICULA
               END-PERFORM
               CLOSE MATRICULAS

               MOVE SPACES TO WS-IMP-LINHA
               STRING 'CONTRATOS EMITIDOS: ' WS-QTD-EMITIDOS
                      '  SEM PRECO NA TABELA: ' WS-QTD-SEM-PRECO
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               MOVE 'E' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               IF WS-QTD-SEM-PRECO > 0
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           EXIT.
       FIM-GERA-CONTRATOS.

       LER-MATRICULA.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULA.

       CARREGA-REMATRICULAS.
           OPEN INPUT REMATRICULAS
           IF WS-REM-STATUS = '00'
               PERFORM LER-REMATRICULA
               PERFORM UNTIL WS-FIM-REM-SIM
                   IF RM-SIT-CONFIRMADA
                       IF WS-QTD-REM < WS-TAB-REM-LIMITE
                           ADD 1 TO WS-QTD-REM
                           MOVE RM-MATRICULA
                                TO WS-REM-MATRICULA(WS-QTD-REM)
                       ELSE
                           DISPLAY 'AVISO: TABELA DE REMATRICULAS '
                                   'CHEIA (' WS-TAB-REM-LIMITE ')'
                           SET WS-FIM-REM-SIM TO TRUE
                       END-IF
                   END-IF
                   PERFORM LER-REMATRICULA
               END-PERFORM
               CLOSE REMATRICULAS
           END-IF
           EXIT.
       FIM-CARREGA-REMATRICULAS.

       LER-REMATRICULA.
           READ REMATRICULAS
               AT END
                   SET WS-FIM-REM-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-REMATRICULA.

      *-----------------------------------------------------------------
      * O PRIMEIRO RESPONSAVEL CADASTRADO DO ALUNO E O CONTRATANTE
      *-----------------------------------------------------------------
       CARREGA-RESPONSAVEIS.
           OPEN INPUT RESPONSAVEIS
           IF WS-RESP-STATUS NOT = '00'
               DISPLAY 'RESPONSAVEIS.TXT NAO ENCONTRADO - CONTRATANTE '
                       'EM BRANCO NOS CONTRATOS'
           ELSE
               PERFORM LER-RESPONSAVEL
               PERFORM UNTIL WS-FIM-RESP-SIM
                   IF WS-QTD-RESP < WS-TAB-RESP-LIMITE
                       ADD 1 TO WS-QTD-RESP
                       MOVE RS-MATRICULA
                            TO WS-RS-MATRICULA(WS-QTD-RESP)
                       MOVE RS-NOME TO WS-RS-NOME(WS-QTD-RESP)
                       IF RS-CPF NUMERIC
                           MOVE RS-CPF TO WS-RS-CPF(WS-QTD-RESP)
                       ELSE
                           MOVE ZERO TO WS-RS-CPF(WS-QTD-RESP)
                       END-IF
                   ELSE
                       DISPLAY 'AVISO: TABELA DE RESPONSAVEIS CHEIA ('
                               WS-TAB-RESP-LIMITE ')'
                       SET WS-FIM-RESP-SIM TO TRUE
                   END-IF
                   PERFORM LER-RESPONSAVEL
               END-PERFORM
               CLOSE RESPONSAVEIS
           END-IF
           EXIT.
       FIM-CARREGA-RESPONSAVEIS.

       LER-RESPONSAVEL.
           READ RESPONSAVEIS
               AT END
                   SET WS-FIM-RESP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-RESPONSAVEL.

       CARREGA-BOLSAS.
           OPEN INPUT BOLSAS
           IF WS-BOLSA-STATUS = '00'
               PERFORM LER-BOLSAS
               PERFORM UNTIL WS-FIM-BOLSA-SIM
                   IF WS-QTD-BOLSAS >= WS-TAB-BOLSA-LIMITE
                       DISPLAY 'AVISO: TABELA DE DESCONTOS CHEIA ('
                               WS-TAB-BOLSA-LIMITE ')'
                       SET WS-FIM-BOLSA-SIM TO TRUE
                   ELSE
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
                       MOVE BS-MOTIVO
                            TO WS-BL-MOTIVO(WS-QTD-BOLSAS)
                       PERFORM LER-BOLSAS
                   END-IF
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

       AVALIA-ALUNO-CONTRATO.
           PERFORM LOCALIZA-CONTRATO-ANO
           IF WS-CT-ACHOU-I > 0
               MOVE WS-CONTR-REGISTRO(WS-CT-ACHOU-I) TO CONTRATO-REG
           END-IF

           IF WS-CT-ACHOU-I > 0 AND
              (CT-SIT-PENDENTE OR CT-SIT-ASSINADO)
               ADD 1 TO WS-QTD-JA-TEM
           ELSE
               MOVE MT-TURMA TO WS-TURMA
               MOVE MT-UNIDADE TO WS-UNIDADE-PRECO
               PERFORM CALCULA-PARCELAS
               IF WS-SEM-PRECO-SIM
                   DISPLAY 'MATRICULA ' MT-MATRICULA ' TURMA '
                           MT-TURMA ' SEM PRECO VIGENTE EM '
                           WS-ANOMES-CALC ' - CONTRATO NAO EMITIDO'
                   ADD 1 TO WS-QTD-SEM-PRECO
               ELSE
                   PERFORM EMITE-CONTRATO
               END-IF
           END-IF
           EXIT.
       FIM-AVALIA-ALUNO-CONTRATO.

      *-----------------------------------------------------------------
      * O CONTRATO QUE VALE NO ANO: O ASSINADO, SENAO O ULTIMO EMITIDO
      *-----------------------------------------------------------------
       LOCALIZA-CONTRATO-ANO.
           MOVE ZERO TO WS-CT-ACHOU-I
           PERFORM VARYING WS-CT-I FROM 1 BY 1
                   UNTIL WS-CT-I > WS-QTD-CONTR
               MOVE WS-CONTR-REGISTRO(WS-CT-I) TO CONTRATO-REG
               IF CT-MATRICULA = MT-MATRICULA AND
                  CT-ANO-LETIVO = WS-ANO-LETIVO
                   IF CT-SIT-ASSINADO
                       MOVE WS-CT-I TO WS-CT-ACHOU-I
                       MOVE WS-QTD-CONTR TO WS-CT-I
                   ELSE
                       MOVE WS-CT-I TO WS-CT-ACHOU-I
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-CONTRATO-ANO.

      *-----------------------------------------------------------------
      * DOZE PARCELAS DE JANEIRO A DEZEMBRO DO ANO LETIVO: PRECO DA
      * TURMA VIGENTE NO MES MENOS O DESCONTO VIGENTE NO MES (MESMA
      * CONTA DO ALOCA-PAGAMENTOS)
      *-----------------------------------------------------------------
       CALCULA-PARCELAS.
           MOVE 'N' TO WS-SEM-PRECO
           MOVE ZERO TO WS-VALOR-BRUTO
           MOVE ZERO TO WS-VALOR-ANUAL
           MOVE ZERO TO WS-SERIE
           MOVE SPACES TO WS-BOLSA-MOTIVO
           MOVE SPACES TO WS-BOLSA-DESCRICAO

           PERFORM VARYING WS-MES-J FROM 1 BY 1
                   UNTIL WS-MES-J > 12 OR WS-SEM-PRECO-SIM
               MOVE WS-ANO-LETIVO TO WS-ANOMES-CALC(1:4)
               MOVE WS-MES-J      TO WS-ANOMES-CALC(5:2)
               PERFORM BUSCA-PRECO-TURMA
               IF NOT WS-PRECO-SIM
                   SET WS-SEM-PRECO-SIM TO TRUE
               ELSE
                   MOVE WS-PRECO-SERIE TO WS-SERIE
                   ADD WS-MENSALIDADE TO WS-VALOR-BRUTO
                   PERFORM APLICA-BOLSA-MES
                   MOVE WS-MENSALIDADE-MES TO WS-PARCELA(WS-MES-J)
                   ADD WS-MENSALIDADE-MES TO WS-VALOR-ANUAL
               END-IF
           END-PERFORM
           EXIT.
       FIM-CALCULA-PARCELAS.

       BUSCA-PRECO-TURMA.
           CALL 'MENSALIDADE-PRECO' USING WS-TURMA
                                          WS-ANOMES-CALC
                                          WS-PRECO-RESULTADO
                                          WS-PRECO-SERIE
                                          WS-MENSALIDADE
                                          WS-UNIDADE-PRECO
           END-CALL
           EXIT.
       FIM-BUSCA-PRECO-TURMA.

       APLICA-BOLSA-MES.
           MOVE WS-MENSALIDADE TO WS-MENSALIDADE-MES
           MOVE 'N' TO WS-TEM-BOLSA

           PERFORM VARYING WS-BL-I FROM 1 BY 1
                   UNTIL WS-BL-I > WS-QTD-BOLSAS
                      OR WS-TEM-BOLSA-SIM
               IF WS-BL-MATRICULA(WS-BL-I) = MT-MATRICULA AND
                  WS-ANOMES-CALC >= WS-BL-INICIO(WS-BL-I) AND
                  WS-ANOMES-CALC <= WS-BL-FIM(WS-BL-I)
                   SET WS-TEM-BOLSA-SIM TO TRUE
                   IF WS-BOLSA-MOTIVO = SPACES
                       PERFORM DESCREVE-BOLSA
                   END-IF
                   IF WS-BL-TIPO(WS-BL-I) = 'P'
                       COMPUTE WS-MENSALIDADE-MES ROUNDED =
                           WS-MENSALIDADE *
                           (100 - WS-BL-VALOR(WS-BL-I)) / 100
                   ELSE
                       IF WS-BL-VALOR(WS-BL-I) >= WS-MENSALIDADE
                           MOVE ZERO TO WS-MENSALIDADE-MES
                       ELSE
                           COMPUTE WS-MENSALIDADE-MES =
                               WS-MENSALIDADE
                               - WS-BL-VALOR(WS-BL-I)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-APLICA-BOLSA-MES.

       DESCREVE-BOLSA.
           MOVE WS-BL-MOTIVO(WS-BL-I) TO WS-BOLSA-MOTIVO
           IF WS-BOLSA-MOTIVO = SPACES
               MOVE 'BOLSA' TO WS-BOLSA-MOTIVO
           END-IF
           MOVE SPACES TO WS-BOLSA-DESCRICAO
           IF WS-BL-TIPO(WS-BL-I) = 'P'
               MOVE WS-BL-VALOR(WS-BL-I) TO WS-MASK-PCT
               STRING WS-MASK-PCT '% DE ' WS-BL-INICIO(WS-BL-I)
                      ' A ' WS-BL-FIM(WS-BL-I)
                      DELIMITED BY SIZE
                      INTO WS-BOLSA-DESCRICAO
               END-STRING
           ELSE
               MOVE WS-BL-VALOR(WS-BL-I) TO WS-MASK-VALOR
               STRING WS-MASK-VALOR ' AO MES DE '
                      WS-BL-INICIO(WS-BL-I)
                      ' A ' WS-BL-FIM(WS-BL-I)
                      DELIMITED BY SIZE
                      INTO WS-BOLSA-DESCRICAO
               END-STRING
           END-IF
           EXIT.
       FIM-DESCREVE-BOLSA.

       EMITE-CONTRATO.
           MOVE 'N' TO WS-ORIGEM
           PERFORM VARYING WS-REM-I FROM 1 BY 1
                   UNTIL WS-REM-I > WS-QTD-REM
                      OR WS-ORIGEM = 'R'
               IF WS-REM-MATRICULA(WS-REM-I) = MT-MATRICULA
                   MOVE 'R' TO WS-ORIGEM
               END-IF
           END-PERFORM

           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE SPACES TO CONTRATO-REG
           MOVE WS-ULTIMO-NUMERO TO CT-NUMERO
           MOVE WS-ANO-LETIVO    TO CT-ANO-LETIVO
           MOVE MT-MATRICULA     TO CT-MATRICULA
           MOVE MT-NOME          TO CT-NOME
           MOVE MT-TURMA         TO CT-TURMA
           MOVE WS-SERIE         TO CT-SERIE
           MOVE WS-ORIGEM        TO CT-ORIGEM
           MOVE ZERO             TO CT-RESP-CPF
           PERFORM VARYING WS-RS-I FROM 1 BY 1
                   UNTIL WS-RS-I > WS-QTD-RESP
                      OR CT-RESP-NOME NOT = SPACES
               IF WS-RS-MATRICULA(WS-RS-I) = MT-MATRICULA
                   MOVE WS-RS-NOME(WS-RS-I) TO CT-RESP-NOME
                   MOVE WS-RS-CPF(WS-RS-I)  TO CT-RESP-CPF
               END-IF
           END-PERFORM
           IF CT-RESP-NOME = SPACES
               ADD 1 TO WS-QTD-SEM-RESP
           END-IF
           MOVE WS-VALOR-BRUTO   TO CT-VALOR-BRUTO
           COMPUTE CT-DESCONTO = WS-VALOR-BRUTO - WS-VALOR-ANUAL
           MOVE WS-VALOR-ANUAL   TO CT-VALOR-ANUAL
           MOVE 12               TO CT-PARCELAS
           MOVE WS-BOLSA-MOTIVO  TO CT-BOLSA-MOTIVO
           MOVE WS-DATA-FMT      TO CT-DATA-EMISSAO
           MOVE WS-OPERADOR      TO CT-OPER-EMISSAO
           MOVE 'P'              TO CT-SITUACAO
           MOVE WS-DATA-FMT      TO CT-DATA-SITUACAO
           MOVE WS-OPERADOR      TO CT-OPER-SITUACAO

           OPEN EXTEND CONTRATOS
           IF WS-CONTR-STATUS = '35'
               OPEN OUTPUT CONTRATOS
           END-IF
           WRITE CONTRATO-REG
           CLOSE CONTRATOS

           IF WS-QTD-CONTR < WS-TAB-CONTR-LIMITE
               ADD 1 TO WS-QTD-CONTR
               MOVE CONTRATO-REG TO WS-CONTR-REGISTRO(WS-QTD-CONTR)
           END-IF
           ADD 1 TO WS-QTD-EMITIDOS

           PERFORM IMPRIME-CONTRATO
           DISPLAY 'CONTRATO ' CT-NUMERO ' EMITIDO PARA '
                   CT-NOME(1:20) ' - TURMA ' CT-TURMA
           EXIT.
       FIM-EMITE-CONTRATO.

       IMPRIME-CONTRATO.
           IF CT-ORIGEM-REMATRICULA
               MOVE 'REMATRICULA' TO WS-ORIGEM-TXT
           ELSE
               MOVE 'MATRICULA NOVA' TO WS-ORIGEM-TXT
           END-IF

           MOVE ALL '=' TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'CONTRATO DE PRESTACAO DE SERVICOS EDUCACIONAIS N. '
                  CT-NUMERO ' - ANO LETIVO ' CT-ANO-LETIVO
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ALUNO: ' CT-NOME
                  ' MATRICULA: ' CT-MATRICULA
                  ' (' WS-ORIGEM-TXT ')'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TURMA: ' CT-TURMA '  SERIE: ' CT-SERIE
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           IF CT-RESP-NOME = SPACES
               MOVE 'CONTRATANTE: ______________________________ '
                    TO WS-IMP-LINHA
               MOVE 'CPF: ______________' TO WS-IMP-LINHA(46:19)
           ELSE
               STRING 'CONTRATANTE: ' CT-RESP-NOME
                      ' CPF: ' CT-RESP-CPF
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           END-IF
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE CT-VALOR-BRUTO TO WS-MASK-VALOR
           MOVE CT-DESCONTO    TO WS-MASK-DESCONTO
           MOVE CT-VALOR-ANUAL TO WS-MASK-ANUAL
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'VALOR ANUAL: ' WS-MASK-VALOR
                  '  DESCONTO: ' WS-MASK-DESCONTO
                  '  VALOR ANUAL CONTRATADO: ' WS-MASK-ANUAL
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           IF CT-BOLSA-MOTIVO = SPACES
               MOVE 'BOLSA: NENHUMA' TO WS-IMP-LINHA
           ELSE
               STRING 'BOLSA: ' CT-BOLSA-MOTIVO
                      ' - ' WS-BOLSA-DESCRICAO
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           END-IF
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'PAGAMENTO EM ' CT-PARCELAS
                  ' PARCELAS MENSAIS:'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-MES-J FROM 1 BY 1
                   UNTIL WS-MES-J > 12
               MOVE WS-PARCELA(WS-MES-J) TO WS-MASK-VALOR
               MOVE SPACES TO WS-IMP-LINHA
               STRING '   PARCELA ' WS-MES-J ' - '
                      WS-MES-J '/' CT-ANO-LETIVO ' - '
                      WS-MASK-VALOR
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'EMITIDO EM ' CT-DATA-EMISSAO
                  ' PELO OPERADOR ' CT-OPER-EMISSAO
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE 'ASSINATURA DO CONTRATANTE: ______________________'
                TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-CONTRATO.

      *-----------------------------------------------------------------
      * MODO S: O CONTRATO PENDENTE VOLTA ASSINADO (A) OU DEVOLVIDO
      * SEM ASSINATURA (D); O CONTRATOS.TXT E REGRAVADO NO FIM
      *-----------------------------------------------------------------
       REGISTRA-ASSINATURAS.
           PERFORM UNTIL WS-FIM-TELA-SIM
               DISPLAY 'NUMERO DO CONTRATO (EM BRANCO PARA '
                       'ENCERRAR): '
               MOVE SPACES TO WS-NUMERO-TXT
               ACCEPT WS-NUMERO-TXT
               IF WS-NUMERO-TXT = SPACES
                   SET WS-FIM-TELA-SIM TO TRUE
               ELSE
                   PERFORM ATUALIZA-ASSINATURA
               END-IF
           END-PERFORM

           IF WS-CONTR-ALTEROU-SIM
               OPEN OUTPUT CONTRATOS
               PERFORM VARYING WS-CT-I FROM 1 BY 1
                       UNTIL WS-CT-I > WS-QTD-CONTR
                   MOVE WS-CONTR-REGISTRO(WS-CT-I) TO CONTRATO-REG
                   WRITE CONTRATO-REG
               END-PERFORM
               CLOSE CONTRATOS
               DISPLAY 'CONTRATOS.TXT REGRAVADO'
           END-IF
           EXIT.
       FIM-REGISTRA-ASSINATURAS.

       ATUALIZA-ASSINATURA.
           MOVE ZERO TO WS-CT-ACHOU-I
           IF WS-NUMERO-TXT NUMERIC
               MOVE WS-NUMERO-TXT TO WS-NUMERO
           ELSE
               COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUMERO-TXT)
           END-IF
           PERFORM VARYING WS-CT-I FROM 1 BY 1
                   UNTIL WS-CT-I > WS-QTD-CONTR
                      OR WS-CT-ACHOU-I > 0
               MOVE WS-CONTR-REGISTRO(WS-CT-I) TO CONTRATO-REG
               IF CT-NUMERO = WS-NUMERO
                   MOVE WS-CT-I TO WS-CT-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-CT-ACHOU-I = 0
               DISPLAY 'CONTRATO NAO ENCONTRADO'
           ELSE
               MOVE WS-CONTR-REGISTRO(WS-CT-ACHOU-I) TO CONTRATO-REG
               PERFORM DESCREVE-SITUACAO
               DISPLAY 'CONTRATO ' CT-NUMERO ' - ANO ' CT-ANO-LETIVO
                       ' - ' CT-NOME
               DISPLAY 'TURMA ' CT-TURMA ' - CONTRATANTE '
                       CT-RESP-NOME
               DISPLAY 'SITUACAO: ' WS-SITUACAO-TXT ' DESDE '
                       CT-DATA-SITUACAO
               IF NOT CT-SIT-PENDENTE
                   DISPLAY 'SO O CONTRATO PENDENTE MUDA DE SITUACAO'
               ELSE
                   DISPLAY '(A) ASSINADO  (D) DEVOLVIDO SEM '
                           'ASSINATURA  (OUTRO) MANTEM'
                   MOVE SPACE TO WS-DECISAO
                   ACCEPT WS-DECISAO
                   EVALUATE WS-DECISAO
                       WHEN 'A'
                       WHEN 'a'
                           MOVE 'A' TO CT-SITUACAO
                           ADD 1 TO WS-QTD-ASSINADOS
                       WHEN 'D'
                       WHEN 'd'
                           MOVE 'D' TO CT-SITUACAO
                           ADD 1 TO WS-QTD-DEVOLVIDOS
                   END-EVALUATE
                   IF NOT CT-SIT-PENDENTE
                       MOVE WS-DATA-FMT TO CT-DATA-SITUACAO
                       MOVE WS-OPERADOR TO CT-OPER-SITUACAO
                       MOVE CONTRATO-REG
                            TO WS-CONTR-REGISTRO(WS-CT-ACHOU-I)
                       SET WS-CONTR-ALTEROU-SIM TO TRUE
                       PERFORM DESCREVE-SITUACAO
                       DISPLAY 'CONTRATO ' CT-NUMERO ' '
                               WS-SITUACAO-TXT
                   ELSE
                       DISPLAY 'CONTRATO CONTINUA PENDENTE'
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-ATUALIZA-ASSINATURA.

       DESCREVE-SITUACAO.
           EVALUATE TRUE
               WHEN CT-SIT-PENDENTE
                   MOVE 'PENDENTE' TO WS-SITUACAO-TXT
               WHEN CT-SIT-ASSINADO
                   MOVE 'ASSINADO' TO WS-SITUACAO-TXT
               WHEN CT-SIT-DEVOLVIDO
                   MOVE 'DEVOLVIDO' TO WS-SITUACAO-TXT
               WHEN OTHER
                   MOVE 'SEM CONTRATO' TO WS-SITUACAO-TXT
           END-EVALUATE
           EXIT.
       FIM-DESCREVE-SITUACAO.

      *-----------------------------------------------------------------
      * MODO R: ALUNOS DO ANO LETIVO (REMATRICULA CONFIRMADA OU
      * MATRICULA NOVA) SEM CONTRATO ASSINADO
      *-----------------------------------------------------------------
       RELATA-SEM-ASSINATURA.
           DISPLAY 'DATA DE INICIO DAS AULAS (DD/MM/AAAA, OPCIONAL): '
           ACCEPT WS-INICIO-AULAS

           PERFORM CARREGA-REMATRICULAS
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               MOVE 'CONTRREL.TXT' TO WS-IMP-ARQUIVO
               MOVE SPACES TO WS-IMP-TITULO
               IF WS-INICIO-AULAS = SPACES
                   STRING 'CONTRATOS NAO ASSINADOS - ANO LETIVO '
                          WS-ANO-LETIVO
                          DELIMITED BY SIZE
                          INTO WS-IMP-TITULO
                   END-STRING
               ELSE
                   STRING 'CONTRATOS NAO ASSINADOS - ANO LETIVO '
                          WS-ANO-LETIVO ' - AULAS EM '
                          WS-INICIO-AULAS
                          DELIMITED BY SIZE
                          INTO WS-IMP-TITULO
                   END-STRING
               END-IF
               MOVE SPACES TO WS-IMP-CABECALHO
               STRING 'MATR. ALUNO                          TUR '
                      'ORIGEM           SITUACAO     CONTRATO '
                      'DESDE'
                      DELIMITED BY SIZE
                      INTO WS-IMP-CABECALHO
               END-STRING
               MOVE 'I' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               PERFORM LER-MATRICULA
               PERFORM UNTIL WS-FIM-MAT-SIM
                   IF MT-SIT-ATIVA AND
                      MT-ANO-LETIVO = WS-ANO-LETIVO AND
                      MT-TURMA NOT = SPACES
                       ADD 1 TO WS-QTD-ALUNOS-ANO
                       PERFORM CONFERE-ASSINATURA
                   END-IF
                   PERFORM LER-MATRICULA
               END-PERFORM
               CLOSE MATRICULAS

               MOVE SPACES TO WS-IMP-LINHA
               STRING 'ALUNOS DO ANO: ' WS-QTD-ALUNOS-ANO
                      '  SEM CONTRATO ASSINADO: '
                      WS-QTD-SEM-ASSINATURA
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               MOVE 'E' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               IF WS-QTD-SEM-ASSINATURA > 0
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           EXIT.
       FIM-RELATA-SEM-ASSINATURA.

       CONFERE-ASSINATURA.
           PERFORM LOCALIZA-CONTRATO-ANO
           IF WS-CT-ACHOU-I > 0
               MOVE WS-CONTR-REGISTRO(WS-CT-ACHOU-I) TO CONTRATO-REG
           ELSE
               MOVE SPACES TO CONTRATO-REG
               MOVE ZERO TO CT-NUMERO
           END-IF

           IF NOT CT-SIT-ASSINADO
               ADD 1 TO WS-QTD-SEM-ASSINATURA
               PERFORM DESCREVE-SITUACAO

               MOVE 'MATRICULA NOVA' TO WS-ORIGEM-TXT
               PERFORM VARYING WS-REM-I FROM 1 BY 1
                       UNTIL WS-REM-I > WS-QTD-REM
                   IF WS-REM-MATRICULA(WS-REM-I) = MT-MATRICULA
                       MOVE 'REMATRICULA' TO WS-ORIGEM-TXT
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-IMP-LINHA
               STRING MT-MATRICULA ' ' MT-NOME ' '
                      MT-TURMA ' ' WS-ORIGEM-TXT ' '
                      WS-SITUACAO-TXT ' '
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               IF WS-CT-ACHOU-I > 0
                   MOVE CT-NUMERO TO WS-IMP-LINHA(72:6)
                   MOVE CT-DATA-SITUACAO TO WS-IMP-LINHA(81:10)
               END-IF
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-CONFERE-ASSINATURA.

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
           EVALUATE WS-MODO
               WHEN 'G'
                   DISPLAY 'ALUNOS DO ANO LETIVO  : ' WS-QTD-ALUNOS-ANO
                   DISPLAY 'CONTRATOS EMITIDOS    : ' WS-QTD-EMITIDOS
                   DISPLAY 'JA TINHAM CONTRATO    : ' WS-QTD-JA-TEM
                   DISPLAY 'SEM PRECO NA TABELA   : ' WS-QTD-SEM-PRECO
                   DISPLAY 'SEM RESPONSAVEL       : ' WS-QTD-SEM-RESP
               WHEN 'S'
                   DISPLAY 'CONTRATOS ASSINADOS   : ' WS-QTD-ASSINADOS
                   DISPLAY 'CONTRATOS DEVOLVIDOS  : '
                           WS-QTD-DEVOLVIDOS
               WHEN 'R'
                   DISPLAY 'ALUNOS DO ANO LETIVO  : ' WS-QTD-ALUNOS-ANO
                   DISPLAY 'SEM CONTRATO ASSINADO : '
                           WS-QTD-SEM-ASSINATURA
           END-EVALUATE
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM CONTRATO-EMITE.
