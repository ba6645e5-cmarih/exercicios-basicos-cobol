      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: DEVOLUCAO DE CREDITO DE ALUNO TRANSFERIDO OU
      *          DESISTENTE - O CREDITO ADIANTE QUE O ALOCA-PAGAMENTOS
      *          GRAVA (SITUACAO C) FICAVA PARADO NO ALOCACAO.TXT
      *          DEPOIS QUE O ALUNO SAIA. O MODO P LISTA OS ALUNOS COM
      *          MT-SITUACAO T OU D NO MATRICULAS.TXT QUE TEM SALDO NO
      *          ALOCACAO.TXT (CREDITO C MAIS O PAGO EM MESES DEPOIS
      *          DO MES DA SAIDA, QUE O INADIMPLENCIA JA NAO COBRA),
      *          DESCONTA O QUE FALTA NOS MESES EM ABERTO ATE A SAIDA
      *          (MENSALIDADE EFETIVA: PRECOS.TXT PELA ROTINA
      *          MENSALIDADE-PRECO E DESCONTO DO BOLSAS.TXT), IMPRIME
      *          A LISTA PELA ROTINA IMPRESSAO (REEMBREL.TXT) E GRAVA
      *          O PEDIDO DE DEVOLUCAO CONFIRMADO PELO OPERADOR EM
      *          REEMBOLSO.TXT (REEMBOLS.CPY). O MODO A E A DECISAO
      *          DO SUPERVISOR, PEDIDO A PEDIDO (NUNCA O MESMO
      *          OPERADOR QUE PEDIU): O PEDIDO APROVADO ANEXA AO
      *          TRANSACOES.TXT O DEBITO (TIPO D, SEM COMPETENCIA,
      *          DATADO DA APROVACAO) QUE O TRANS-CRITICA ACEITA PELO
      *          PEDIDO APROVADO E O ALOCA-PAGAMENTOS DESCONTA DO
      *          CREDITO, E EMITE A ORDEM DE PAGAMENTO NUMERADA
      *          (ORDEMPGTO.TXT) COM O RESPONSAVEL COMO FAVORECIDO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Lancamento gravado com a unidade da sessao
      *                    (TX-UNIDADE, rotina UNIDADE-ATIVA); sessao
      *                    consolidada grava em branco (sede)
      *   15/10/2026 MC  - Preco da turma procurado na unidade do aluno
      *                    (MT-UNIDADE, em branco = sede 01)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBOLSO-CREDITO.
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
           SELECT CONTA-ALUNO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VINCULO-STATUS.
           SELECT ALOCACAO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALOC-STATUS.
           SELECT BOLSAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BOLSA-STATUS.
           SELECT REEMBOLSO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REEMB-STATUS.
           SELECT OPERADORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.
           SELECT TRANSACOES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.
           SELECT RESPONSAVEIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESP-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD CONTA-ALUNO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONTALUNO.TXT'.
       01 CONTA-ALUNO-REG.
           02 CA-CONTA             PIC X(10).
           02 CA-MATRICULA         PIC X(05).
           02 CA-NOME              PIC X(30).
           02 CA-TURMA             PIC X(03).

       FD ALOCACAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ALOCACAO.TXT'.
       COPY ALOCACAO.CPY.

       FD BOLSAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BOLSAS.TXT'.
       COPY BOLSAS.CPY.

       FD REEMBOLSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'REEMBOLSO.TXT'.
       COPY REEMBOLS.CPY.

       FD OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'OPERADORES.TXT'.
       01 OPERADOR-REG.
           02 OP-ID                PIC X(08).
           02 OP-NOME              PIC X(20).
           02 OP-OPCOES            PIC X(09).

       FD TRANSACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TRANSACOES.TXT'.
       COPY TRANSACAO.CPY.

       FD RESPONSAVEIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RESPONSAVEIS.TXT'.
       COPY RESPONSA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-VINCULO-STATUS            PIC X(02) VALUE '00'.
       01 WS-ALOC-STATUS               PIC X(02) VALUE '00'.
       01 WS-BOLSA-STATUS              PIC X(02) VALUE '00'.
       01 WS-REEMB-STATUS              PIC X(02) VALUE '00'.
       01 WS-OPER-STATUS               PIC X(02) VALUE '00'.
       01 WS-TRANS-STATUS              PIC X(02) VALUE '00'.
       01 WS-RESP-STATUS               PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-FIM-VINCULO        PIC X(01) VALUE 'N'.
               88 WS-FIM-VINCULO-SIM      VALUE 'S'.
           02 WS-FIM-ALOC           PIC X(01) VALUE 'N'.
               88 WS-FIM-ALOC-SIM         VALUE 'S'.
           02 WS-FIM-BOLSA          PIC X(01) VALUE 'N'.
               88 WS-FIM-BOLSA-SIM        VALUE 'S'.
           02 WS-FIM-REEMB          PIC X(01) VALUE 'N'.
               88 WS-FIM-REEMB-SIM        VALUE 'S'.
           02 WS-FIM-OPER           PIC X(01) VALUE 'N'.
               88 WS-FIM-OPER-SIM         VALUE 'S'.
           02 WS-FIM-RESP           PIC X(01) VALUE 'N'.
               88 WS-FIM-RESP-SIM         VALUE 'S'.
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
           02 WS-TEM-ALOCACAO       PIC X(01) VALUE 'N'.
               88 WS-TEM-ALOCACAO-SIM     VALUE 'S'.
           02 WS-JA-PEDIDO          PIC X(01) VALUE 'N'.
               88 WS-JA-PEDIDO-SIM        VALUE 'S'.
           02 WS-ORDEM-ABERTA       PIC X(01) VALUE 'N'.
               88 WS-ORDEM-ABERTA-SIM     VALUE 'S'.
       01 WS-MODO                      PIC X(01) VALUE SPACE.
           88 WS-MODO-VALIDO                  VALUE 'P' 'A'.
       01 WS-DECISAO                   PIC X(01) VALUE SPACE.
       01 WS-OPERADOR                  PIC X(08) VALUE SPACES.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO      PIC 9(04).
           02 WS-HOJE-MES      PIC 9(02).
           02 WS-HOJE-DIA      PIC 9(02).
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.

       01 WS-TAB-SAIDA-LIMITE          PIC 9(04) VALUE 1000.
       01 WS-QTD-SAIDAS                PIC 9(04) VALUE ZERO.
       01 WS-TABELA-SAIDAS.
           02 WS-SD-ENTRADA OCCURS 1000 TIMES.
               03 WS-SD-MATRICULA      PIC X(05).
               03 WS-SD-NOME           PIC X(30).
               03 WS-SD-SITUACAO       PIC X(01).
               03 WS-SD-DATA           PIC X(10).
               03 WS-SD-ANOMES         PIC 9(06).
               03 WS-SD-UNIDADE        PIC X(02).
       01 WS-SD-I                      PIC 9(04) VALUE ZERO.
       01 WS-ANOMES-SAIDA.
           02 WS-SAIDA-ANO     PIC 9(04).
           02 WS-SAIDA-MES     PIC 9(02).

       01 WS-TAB-VINC-LIMITE           PIC 9(04) VALUE 2000.
       01 WS-QTD-VINC                  PIC 9(04) VALUE ZERO.
       01 WS-TABELA-VINC.
           02 WS-VC-ENTRADA OCCURS 2000 TIMES.
               03 WS-VC-CONTA          PIC X(10).
               03 WS-VC-MATRICULA      PIC X(05).
               03 WS-VC-TURMA          PIC X(03).
       01 WS-VC-I                      PIC 9(04) VALUE ZERO.
       01 WS-CONTA-ALUNO               PIC X(10) VALUE SPACES.
       01 WS-TURMA-ALUNO               PIC X(03) VALUE SPACES.

       01 WS-TAB-ALOC-LIMITE           PIC 9(05) VALUE 13000.
       01 WS-QTD-ALOC                  PIC 9(05) VALUE ZERO.
       01 WS-TABELA-ALOC.
           02 WS-AC-ENTRADA OCCURS 13000 TIMES.
               03 WS-AC-MATRICULA      PIC X(05).
               03 WS-AC-ANOMES         PIC 9(06).
               03 WS-AC-VALOR          PIC 9(09)V99.
               03 WS-AC-SITUACAO       PIC X(01).
       01 WS-AC-I                      PIC 9(05) VALUE ZERO.

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

       01 WS-TAB-REEMB-LIMITE          PIC 9(04) VALUE 1000.
       01 WS-QTD-REEMB                 PIC 9(04) VALUE ZERO.
       01 WS-TABELA-REEMB.
           02 WS-REEMB-REGISTRO PIC X(135) OCCURS 1000 TIMES.
       01 WS-RE-I                      PIC 9(04) VALUE ZERO.
       01 WS-RE-J                      PIC 9(04) VALUE ZERO.
       01 WS-ULTIMO-NUMERO             PIC 9(06) VALUE ZERO.

       01 WS-ANOMES-CALC               PIC 9(06) VALUE ZERO.
       01 WS-MENSALIDADE               PIC 9(07)V99 VALUE ZERO.
       01 WS-MENSALIDADE-MES           PIC 9(07)V99 VALUE ZERO.
       01 WS-PRECO-RESULTADO           PIC X(01) VALUE 'N'.
           88 WS-PRECO-SIM                    VALUE 'S'.
       01 WS-PRECO-SERIE               PIC 9(02) VALUE ZERO.
       01 WS-FALTA-MES                 PIC S9(09)V99 VALUE ZERO.
       01 WS-CREDITO                   PIC 9(09)V99 VALUE ZERO.
       01 WS-PAGO-APOS                 PIC 9(09)V99 VALUE ZERO.
       01 WS-EM-ABERTO                 PIC 9(09)V99 VALUE ZERO.
       01 WS-A-DEVOLVER                PIC S9(09)V99 VALUE ZERO.
       01 WS-OBSERVACAO                PIC X(20) VALUE SPACES.
       01 WS-NUMERO-TXT                PIC 9(06) VALUE ZERO.
       01 WS-SITUACAO-TXT              PIC X(11) VALUE SPACES.
       01 WS-FAVORECIDO                PIC X(30) VALUE SPACES.
       01 WS-FAVORECIDO-CPF            PIC 9(11) VALUE ZERO.

       01 WS-MASK-CREDITO              PIC ZZZ.ZZ9,99.
       01 WS-MASK-APOS                 PIC ZZZ.ZZ9,99.
       01 WS-MASK-ABERTO               PIC ZZZ.ZZ9,99.
       01 WS-MASK-DEVOLVER             PIC ZZZ.ZZ9,99-.
       01 WS-MASK-VALOR                PIC ZZZ.ZZ9,99.

       01 WS-QTD-CANDIDATOS            PIC 9(04) VALUE ZERO.
       01 WS-QTD-NAO-APURADOS          PIC 9(04) VALUE ZERO.
       01 WS-QTD-PEDIDOS               PIC 9(04) VALUE ZERO.
       01 WS-QTD-APROVADOS             PIC 9(04) VALUE ZERO.
       01 WS-QTD-RECUSADOS             PIC 9(04) VALUE ZERO.
       01 WS-QTD-PENDENTES             PIC 9(04) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.

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
           DISPLAY 'DEVOLUCAO DE CREDITO DE ALUNO'
           DISPLAY '-----------------------------------'

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-LANC
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-LANC = '00'
               MOVE SPACES TO WS-UNIDADE-LANC
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING

           DISPLAY 'MODO: (P) PEDIDOS DE DEVOLUCAO  (A) APROVACAO '
                   'DO SUPERVISOR'
           ACCEPT WS-MODO

           IF NOT WS-MODO-VALIDO
               DISPLAY 'MODO INVALIDO'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF

           IF WS-RETORNO-JOB = 0
               IF WS-MODO = 'P'
                   DISPLAY 'IDENTIFICACAO DO OPERADOR: '
               ELSE
                   DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '
               END-IF
               ACCEPT WS-OPERADOR
               PERFORM VALIDA-OPERADOR
               IF NOT WS-OPER-OK-SIM
                   DISPLAY 'OPERADOR NAO IDENTIFICADO - DEVOLUCAO '
                           'NAO LIBERADA'
                   MOVE 8 TO WS-RETORNO-JOB
               END-IF
           END-IF
           EXIT.
       FIM-INICIO.

       VALIDA-OPERADOR.
           IF WS-OPERADOR NOT = SPACES
               OPEN INPUT OPERADORES
               IF WS-OPER-STATUS NOT = '00'
                   DISPLAY 'OPERADORES.TXT NAO ENCONTRADO - '
                           'DEVOLUCAO SEM CONTROLE DE ACESSO'
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
               EVALUATE WS-MODO
                   WHEN 'P'
                       PERFORM APURA-PEDIDOS
                   WHEN 'A'
                       PERFORM DECIDE-PEDIDOS
               END-EVALUATE
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * MODO P: UM CANDIDATO POR ALUNO QUE SAIU (T/D) COM SALDO NO
      * ALOCACAO.TXT; O OPERADOR CONFIRMA O PEDIDO UM A UM
      *-----------------------------------------------------------------
       APURA-PEDIDOS.
           PERFORM CARREGA-REEMBOLSOS
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-SAIDAS
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-VINCULOS
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-ALOCACAO
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-BOLSAS

               MOVE 'REEMBREL.TXT' TO WS-IMP-ARQUIVO
               MOVE 'ALUNOS QUE SAIRAM COM CREDITO A DEVOLVER'
                    TO WS-IMP-TITULO
               MOVE SPACES TO WS-IMP-CABECALHO
               STRING 'MATR. ALUNO              S SAIDA    '
                      '     CREDITO  PAGO APOS  EM ABERTO '
                      ' A DEVOLVER OBSERVACAO'
                      DELIMITED BY SIZE
                      INTO WS-IMP-CABECALHO
               END-STRING
               MOVE 'I' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               PERFORM VARYING WS-SD-I FROM 1 BY 1
                       UNTIL WS-SD-I > WS-QTD-SAIDAS
                   PERFORM AVALIA-ALUNO
               END-PERFORM

               MOVE SPACES TO WS-IMP-LINHA
               STRING 'ALUNOS COM CREDITO: ' WS-QTD-CANDIDATOS
                      '  PEDIDOS REGISTRADOS: ' WS-QTD-PEDIDOS
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               MOVE 'E' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               IF WS-QTD-NAO-APURADOS > 0
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           EXIT.
       FIM-APURA-PEDIDOS.

      *-----------------------------------------------------------------
      * PEDIDOS JA GRAVADOS: DAO O PROXIMO NUMERO E EVITAM UM SEGUNDO
      * PEDIDO DA MESMA SAIDA; NO MODO A O ARQUIVO E OBRIGATORIO
      *-----------------------------------------------------------------
       CARREGA-REEMBOLSOS.
           OPEN INPUT REEMBOLSO
           IF WS-REEMB-STATUS NOT = '00'
               IF WS-MODO = 'A'
                   DISPLAY 'REEMBOLSO.TXT NAO ENCONTRADO - REGISTRE '
                           'OS PEDIDOS PRIMEIRO (MODO P)'
                   MOVE 8 TO WS-RETORNO-JOB
               END-IF
           ELSE
               PERFORM LER-REEMBOLSO
               PERFORM UNTIL WS-FIM-REEMB-SIM
                   IF WS-QTD-REEMB < WS-TAB-REEMB-LIMITE
                       ADD 1 TO WS-QTD-REEMB
                       MOVE REEMBOLSO-REG
                            TO WS-REEMB-REGISTRO(WS-QTD-REEMB)
                       IF RE-NUMERO NUMERIC AND
                          RE-NUMERO > WS-ULTIMO-NUMERO
                           MOVE RE-NUMERO TO WS-ULTIMO-NUMERO
                       END-IF
                   ELSE
                       DISPLAY 'SESSAO ABORTADA - REEMBOLSO.TXT '
                               'EXCEDE ' WS-TAB-REEMB-LIMITE
                               ' PEDIDOS: A REGRAVACAO TRUNCARIA '
                               'O ARQUIVO'
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-REEMB-SIM TO TRUE
                   END-IF
                   PERFORM LER-REEMBOLSO
               END-PERFORM
               CLOSE REEMBOLSO
               DISPLAY 'PEDIDOS DE DEVOLUCAO CARREGADOS: '
                       WS-QTD-REEMB
           END-IF
           EXIT.
       FIM-CARREGA-REEMBOLSOS.

       LER-REEMBOLSO.
           READ REEMBOLSO
               AT END
                   SET WS-FIM-REEMB-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-REEMBOLSO.

       CARREGA-SAIDAS.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-MATRICULA
               PERFORM UNTIL WS-FIM-MAT-SIM
                   IF MT-SIT-TRANSFERIDO OR MT-SIT-DESISTENTE
                       PERFORM GUARDA-SAIDA
                   END-IF
                   PERFORM LER-MATRICULA
               END-PERFORM
               CLOSE MATRICULAS
               DISPLAY 'ALUNOS TRANSFERIDOS/DESISTENTES: '
                       WS-QTD-SAIDAS
           END-IF
           EXIT.
       FIM-CARREGA-SAIDAS.

       LER-MATRICULA.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULA.

       GUARDA-SAIDA.
           IF MT-DATA-SITUACAO(4:2) NOT NUMERIC OR
              MT-DATA-SITUACAO(7:4) NOT NUMERIC
               DISPLAY 'AVISO: MATRICULA ' MT-MATRICULA
                       ' SEM DATA DE SAIDA VALIDA - IGNORADA'
               ADD 1 TO WS-QTD-NAO-APURADOS
           ELSE
               IF WS-QTD-SAIDAS < WS-TAB-SAIDA-LIMITE
                   ADD 1 TO WS-QTD-SAIDAS
                   MOVE MT-MATRICULA
                        TO WS-SD-MATRICULA(WS-QTD-SAIDAS)
                   MOVE MT-NOME TO WS-SD-NOME(WS-QTD-SAIDAS)
                   MOVE MT-SITUACAO
                        TO WS-SD-SITUACAO(WS-QTD-SAIDAS)
                   MOVE MT-DATA-SITUACAO
                        TO WS-SD-DATA(WS-QTD-SAIDAS)
                   MOVE MT-DATA-SITUACAO(7:4) TO WS-SAIDA-ANO
                   MOVE MT-DATA-SITUACAO(4:2) TO WS-SAIDA-MES
                   MOVE WS-ANOMES-SAIDA
                        TO WS-SD-ANOMES(WS-QTD-SAIDAS)
                   MOVE MT-UNIDADE
                        TO WS-SD-UNIDADE(WS-QTD-SAIDAS)
               ELSE
                   DISPLAY 'AVISO: TABELA DE SAIDAS CHEIA ('
                           WS-TAB-SAIDA-LIMITE ') - MATRICULA '
                           MT-MATRICULA ' IGNORADA'
                   ADD 1 TO WS-QTD-NAO-APURADOS
               END-IF
           END-IF
           EXIT.
       FIM-GUARDA-SAIDA.

       CARREGA-VINCULOS.
           OPEN INPUT CONTA-ALUNO
           IF WS-VINCULO-STATUS NOT = '00'
               DISPLAY 'CONTALUNO.TXT NAO ENCONTRADO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-VINCULO
               PERFORM UNTIL WS-FIM-VINCULO-SIM
                   IF WS-QTD-VINC < WS-TAB-VINC-LIMITE
                       ADD 1 TO WS-QTD-VINC
                       MOVE CA-CONTA TO WS-VC-CONTA(WS-QTD-VINC)
                       MOVE CA-MATRICULA
                            TO WS-VC-MATRICULA(WS-QTD-VINC)
                       MOVE CA-TURMA TO WS-VC-TURMA(WS-QTD-VINC)
                   ELSE
                       DISPLAY 'AVISO: TABELA DE VINCULOS CHEIA ('
                               WS-TAB-VINC-LIMITE ')'
                       SET WS-FIM-VINCULO-SIM TO TRUE
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
      * SO OS REGISTROS DOS ALUNOS QUE SAIRAM INTERESSAM
      *-----------------------------------------------------------------
       CARREGA-ALOCACAO.
           OPEN INPUT ALOCACAO
           IF WS-ALOC-STATUS NOT = '00'
               DISPLAY 'ALOCACAO.TXT NAO ENCONTRADO - RODE O '
                       'ALOCA-PAGAMENTOS PRIMEIRO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-ALOCACAO
               PERFORM UNTIL WS-FIM-ALOC-SIM
                   MOVE 'N' TO WS-ACHOU
                   PERFORM VARYING WS-SD-I FROM 1 BY 1
                           UNTIL WS-SD-I > WS-QTD-SAIDAS
                              OR WS-ACHOU-SIM
                       IF WS-SD-MATRICULA(WS-SD-I) = AL-MATRICULA
                           SET WS-ACHOU-SIM TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-ACHOU-SIM
                       PERFORM GUARDA-ALOCACAO
                   END-IF
                   PERFORM LER-ALOCACAO
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

       GUARDA-ALOCACAO.
           IF WS-QTD-ALOC < WS-TAB-ALOC-LIMITE
               ADD 1 TO WS-QTD-ALOC
               MOVE AL-MATRICULA  TO WS-AC-MATRICULA(WS-QTD-ALOC)
               MOVE AL-ANOMES     TO WS-AC-ANOMES(WS-QTD-ALOC)
               MOVE AL-VALOR-PAGO TO WS-AC-VALOR(WS-QTD-ALOC)
               MOVE AL-SITUACAO   TO WS-AC-SITUACAO(WS-QTD-ALOC)
           ELSE
               DISPLAY 'SESSAO ABORTADA - ALOCACAO.TXT EXCEDE '
                       WS-TAB-ALOC-LIMITE ' REGISTROS DE SAIDAS'
               MOVE 8 TO WS-RETORNO-JOB
               SET WS-FIM-ALOC-SIM TO TRUE
           END-IF
           EXIT.
       FIM-GUARDA-ALOCACAO.

       CARREGA-BOLSAS.
           OPEN INPUT BOLSAS
           IF WS-BOLSA-STATUS NOT = '00'
               DISPLAY 'BOLSAS.TXT NAO ENCONTRADO - MENSALIDADE '
                       'SEM DESCONTO PARA TODOS OS ALUNOS'
           ELSE
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

      *-----------------------------------------------------------------
      * SALDO DO ALUNO QUE SAIU: CREDITO ADIANTE (C) MAIS O PAGO NOS
      * MESES DEPOIS DO MES DA SAIDA, MENOS O QUE FALTA NOS MESES EM
      * ABERTO ATE A SAIDA (O MES DA SAIDA AINDA E DEVIDO, REGRA DO
      * INADIMPLENCIA)
      *-----------------------------------------------------------------
       AVALIA-ALUNO.
           MOVE ZERO TO WS-CREDITO
           MOVE ZERO TO WS-PAGO-APOS
           MOVE ZERO TO WS-EM-ABERTO
           MOVE 'N' TO WS-SEM-PRECO
           MOVE 'N' TO WS-TEM-ALOCACAO
           MOVE SPACES TO WS-OBSERVACAO

           PERFORM LOCALIZA-CONTA

           PERFORM VARYING WS-AC-I FROM 1 BY 1
                   UNTIL WS-AC-I > WS-QTD-ALOC
               IF WS-AC-MATRICULA(WS-AC-I) =
                  WS-SD-MATRICULA(WS-SD-I)
                   SET WS-TEM-ALOCACAO-SIM TO TRUE
                   PERFORM SOMA-MES-ALOCADO
               END-IF
           END-PERFORM

           IF WS-TEM-ALOCACAO-SIM AND
              (WS-CREDITO > 0 OR WS-PAGO-APOS > 0)
               ADD 1 TO WS-QTD-CANDIDATOS
               COMPUTE WS-A-DEVOLVER = WS-CREDITO + WS-PAGO-APOS
                                     - WS-EM-ABERTO
               PERFORM VERIFICA-PEDIDO-EXISTENTE

               EVALUATE TRUE
                   WHEN WS-JA-PEDIDO-SIM
                       MOVE SPACES TO WS-OBSERVACAO
                       STRING 'JA PEDIDO ' WS-NUMERO-TXT
                              DELIMITED BY SIZE
                              INTO WS-OBSERVACAO
                       END-STRING
                   WHEN WS-CONTA-ALUNO = SPACES
                       MOVE 'SEM CONTA NO VINCULO' TO WS-OBSERVACAO
                       ADD 1 TO WS-QTD-NAO-APURADOS
                   WHEN WS-SEM-PRECO-SIM
                       MOVE 'MES ABERTO SEM PRECO' TO WS-OBSERVACAO
                       ADD 1 TO WS-QTD-NAO-APURADOS
                   WHEN WS-A-DEVOLVER NOT > 0
                       MOVE 'ABERTO CONSOME SALDO' TO WS-OBSERVACAO
                   WHEN WS-FIM-TELA-SIM
                       MOVE 'NAO SOLICITADO' TO WS-OBSERVACAO
                   WHEN OTHER
                       PERFORM CONFIRMA-PEDIDO
               END-EVALUATE

               PERFORM IMPRIME-CANDIDATO
           END-IF
           EXIT.
       FIM-AVALIA-ALUNO.

       LOCALIZA-CONTA.
           MOVE SPACES TO WS-CONTA-ALUNO
           MOVE SPACES TO WS-TURMA-ALUNO
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-VC-I FROM 1 BY 1
                   UNTIL WS-VC-I > WS-QTD-VINC
                      OR WS-ACHOU-SIM
               IF WS-VC-MATRICULA(WS-VC-I) = WS-SD-MATRICULA(WS-SD-I)
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-VC-CONTA(WS-VC-I) TO WS-CONTA-ALUNO
                   MOVE WS-VC-TURMA(WS-VC-I) TO WS-TURMA-ALUNO
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-CONTA.

       SOMA-MES-ALOCADO.
           EVALUATE TRUE
               WHEN WS-AC-SITUACAO(WS-AC-I) = 'C'
                   ADD WS-AC-VALOR(WS-AC-I) TO WS-CREDITO
               WHEN WS-AC-ANOMES(WS-AC-I) > WS-SD-ANOMES(WS-SD-I)
                   ADD WS-AC-VALOR(WS-AC-I) TO WS-PAGO-APOS
               WHEN WS-AC-SITUACAO(WS-AC-I) = 'Q'
                   CONTINUE
               WHEN OTHER
                   MOVE WS-AC-ANOMES(WS-AC-I) TO WS-ANOMES-CALC
                   PERFORM CALCULA-MENSALIDADE-MES
                   IF NOT WS-PRECO-SIM
                       SET WS-SEM-PRECO-SIM TO TRUE
                   ELSE
                       COMPUTE WS-FALTA-MES = WS-MENSALIDADE-MES
                                            - WS-AC-VALOR(WS-AC-I)
                       IF WS-FALTA-MES > 0
                           ADD WS-FALTA-MES TO WS-EM-ABERTO
                       END-IF
                   END-IF
           END-EVALUATE
           EXIT.
       FIM-SOMA-MES-ALOCADO.

      *-----------------------------------------------------------------
      * MENSALIDADE EFETIVA NO WS-ANOMES-CALC: PRECO DA TURMA VIGENTE
      * E DESCONTO VIGENTE - MESMA CONTA DO ALOCA-PAGAMENTOS
      *-----------------------------------------------------------------
       CALCULA-MENSALIDADE-MES.
           CALL 'MENSALIDADE-PRECO' USING WS-TURMA-ALUNO
                                          WS-ANOMES-CALC
                                          WS-PRECO-RESULTADO
                                          WS-PRECO-SERIE
                                          WS-MENSALIDADE
                                          WS-SD-UNIDADE(WS-SD-I)
           END-CALL
           MOVE WS-MENSALIDADE TO WS-MENSALIDADE-MES
           MOVE 'N' TO WS-TEM-BOLSA

           PERFORM VARYING WS-BL-I FROM 1 BY 1
                   UNTIL WS-BL-I > WS-QTD-BOLSAS
                      OR WS-TEM-BOLSA-SIM
               IF WS-BL-MATRICULA(WS-BL-I) =
                  WS-SD-MATRICULA(WS-SD-I) AND
                  WS-ANOMES-CALC >= WS-BL-INICIO(WS-BL-I) AND
                  WS-ANOMES-CALC <= WS-BL-FIM(WS-BL-I)
                   SET WS-TEM-BOLSA-SIM TO TRUE
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
       FIM-CALCULA-MENSALIDADE-MES.

      *-----------------------------------------------------------------
      * UMA SAIDA, UM PEDIDO: PENDENTE OU APROVADO DA MESMA MATRICULA
      * E DATA DE SAIDA BARRA OUTRO; O RECUSADO LIBERA NOVO PEDIDO
      *-----------------------------------------------------------------
       VERIFICA-PEDIDO-EXISTENTE.
           MOVE 'N' TO WS-JA-PEDIDO
           MOVE ZERO TO WS-NUMERO-TXT
           PERFORM VARYING WS-RE-I FROM 1 BY 1
                   UNTIL WS-RE-I > WS-QTD-REEMB
                      OR WS-JA-PEDIDO-SIM
               MOVE WS-REEMB-REGISTRO(WS-RE-I) TO REEMBOLSO-REG
               IF RE-MATRICULA = WS-SD-MATRICULA(WS-SD-I) AND
                  RE-DATA-SAIDA = WS-SD-DATA(WS-SD-I) AND
                  (RE-SIT-PENDENTE OR RE-SIT-APROVADO)
                   SET WS-JA-PEDIDO-SIM TO TRUE
                   MOVE RE-NUMERO TO WS-NUMERO-TXT
               END-IF
           END-PERFORM
           EXIT.
       FIM-VERIFICA-PEDIDO-EXISTENTE.

       CONFIRMA-PEDIDO.
           MOVE WS-CREDITO    TO WS-MASK-CREDITO
           MOVE WS-PAGO-APOS  TO WS-MASK-APOS
           MOVE WS-EM-ABERTO  TO WS-MASK-ABERTO
           MOVE WS-A-DEVOLVER TO WS-MASK-DEVOLVER

           DISPLAY '-----------------------------------'
           DISPLAY 'MATRICULA ' WS-SD-MATRICULA(WS-SD-I) ' - '
                   WS-SD-NOME(WS-SD-I)
           DISPLAY 'SITUACAO ' WS-SD-SITUACAO(WS-SD-I)
                   ' DESDE ' WS-SD-DATA(WS-SD-I)
                   ' - CONTA ' WS-CONTA-ALUNO
           DISPLAY 'CREDITO ADIANTE ' WS-MASK-CREDITO
                   ' + PAGO APOS A SAIDA ' WS-MASK-APOS
           DISPLAY 'EM ABERTO ATE A SAIDA ' WS-MASK-ABERTO
                   ' = A DEVOLVER ' WS-MASK-DEVOLVER
           DISPLAY '(S) REGISTRA O PEDIDO  (F) ENCERRA  '
                   '(OUTRO) NAO SOLICITA'
           MOVE SPACE TO WS-DECISAO
           ACCEPT WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN 'S'
               WHEN 's'
                   PERFORM GRAVA-PEDIDO
               WHEN 'F'
               WHEN 'f'
                   SET WS-FIM-TELA-SIM TO TRUE
                   MOVE 'NAO SOLICITADO' TO WS-OBSERVACAO
               WHEN OTHER
                   MOVE 'NAO SOLICITADO' TO WS-OBSERVACAO
           END-EVALUATE
           EXIT.
       FIM-CONFIRMA-PEDIDO.

       GRAVA-PEDIDO.
           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE SPACES TO REEMBOLSO-REG
           MOVE WS-ULTIMO-NUMERO         TO RE-NUMERO
           MOVE WS-SD-MATRICULA(WS-SD-I) TO RE-MATRICULA
           MOVE WS-CONTA-ALUNO           TO RE-CONTA
           MOVE WS-SD-NOME(WS-SD-I)      TO RE-NOME
           MOVE WS-SD-SITUACAO(WS-SD-I)  TO RE-SITUACAO-ALUNO
           MOVE WS-SD-DATA(WS-SD-I)      TO RE-DATA-SAIDA
           MOVE WS-CREDITO               TO RE-CREDITO
           MOVE WS-PAGO-APOS             TO RE-PAGO-APOS
           MOVE WS-EM-ABERTO             TO RE-EM-ABERTO
           MOVE WS-A-DEVOLVER            TO RE-VALOR
           MOVE 'P'                      TO RE-SITUACAO
           MOVE WS-OPERADOR              TO RE-OPER-PEDIDO
           MOVE WS-DATA-FMT              TO RE-DATA-PEDIDO

           OPEN EXTEND REEMBOLSO
           IF WS-REEMB-STATUS = '35'
               OPEN OUTPUT REEMBOLSO
           END-IF
           WRITE REEMBOLSO-REG
           CLOSE REEMBOLSO

           IF WS-QTD-REEMB < WS-TAB-REEMB-LIMITE
               ADD 1 TO WS-QTD-REEMB
               MOVE REEMBOLSO-REG TO WS-REEMB-REGISTRO(WS-QTD-REEMB)
           END-IF

           ADD 1 TO WS-QTD-PEDIDOS
           MOVE SPACES TO WS-OBSERVACAO
           STRING 'PEDIDO ' WS-ULTIMO-NUMERO
                  DELIMITED BY SIZE
                  INTO WS-OBSERVACAO
           END-STRING
           DISPLAY 'PEDIDO ' WS-ULTIMO-NUMERO ' REGISTRADO - '
                   'AGUARDA APROVACAO DO SUPERVISOR'
           EXIT.
       FIM-GRAVA-PEDIDO.

       IMPRIME-CANDIDATO.
           MOVE WS-CREDITO    TO WS-MASK-CREDITO
           MOVE WS-PAGO-APOS  TO WS-MASK-APOS
           MOVE WS-EM-ABERTO  TO WS-MASK-ABERTO
           MOVE WS-A-DEVOLVER TO WS-MASK-DEVOLVER

           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-SD-MATRICULA(WS-SD-I) ' '
                  WS-SD-NOME(WS-SD-I)(1:18) ' '
                  WS-SD-SITUACAO(WS-SD-I) ' '
                  WS-SD-DATA(WS-SD-I) ' '
                  WS-MASK-CREDITO ' '
                  WS-MASK-APOS ' '
                  WS-MASK-ABERTO ' '
                  WS-MASK-DEVOLVER ' '
                  WS-OBSERVACAO
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-CANDIDATO.

      *-----------------------------------------------------------------
      * MODO A: O SUPERVISOR APROVA OU RECUSA CADA PEDIDO PENDENTE;
      * O APROVADO GERA O DEBITO NO TRANSACOES.TXT E A ORDEM DE
      * PAGAMENTO, E O REEMBOLSO.TXT E REGRAVADO A CADA DECISAO
      *-----------------------------------------------------------------
       DECIDE-PEDIDOS.
           PERFORM CARREGA-REEMBOLSOS

           IF WS-RETORNO-JOB = 0
               MOVE 'ORDEMPGTO.TXT' TO WS-IMP-ARQUIVO
               MOVE 'ORDENS DE PAGAMENTO - DEVOLUCAO DE CREDITO'
                    TO WS-IMP-TITULO
               MOVE SPACES TO WS-IMP-CABECALHO

               PERFORM VARYING WS-RE-I FROM 1 BY 1
                       UNTIL WS-RE-I > WS-QTD-REEMB
                          OR WS-FIM-TELA-SIM
                   MOVE WS-REEMB-REGISTRO(WS-RE-I) TO REEMBOLSO-REG
                   IF RE-SIT-PENDENTE
                       PERFORM DECIDE-PEDIDO
                   END-IF
               END-PERFORM

               IF WS-ORDEM-ABERTA-SIM
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING 'ORDENS EMITIDAS: ' WS-QTD-APROVADOS
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   MOVE 'T' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO
                   MOVE 'E' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO
               END-IF

               MOVE ZERO TO WS-QTD-PENDENTES
               PERFORM VARYING WS-RE-I FROM 1 BY 1
                       UNTIL WS-RE-I > WS-QTD-REEMB
                   MOVE WS-REEMB-REGISTRO(WS-RE-I) TO REEMBOLSO-REG
                   IF RE-SIT-PENDENTE
                       ADD 1 TO WS-QTD-PENDENTES
                   END-IF
               END-PERFORM
               IF WS-QTD-PENDENTES > 0
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           EXIT.
       FIM-DECIDE-PEDIDOS.

       DECIDE-PEDIDO.
           MOVE RE-CREDITO   TO WS-MASK-CREDITO
           MOVE RE-PAGO-APOS TO WS-MASK-APOS
           MOVE RE-EM-ABERTO TO WS-MASK-ABERTO
           MOVE RE-VALOR     TO WS-MASK-VALOR

           DISPLAY '-----------------------------------'
           DISPLAY 'PEDIDO ' RE-NUMERO ' DE ' RE-DATA-PEDIDO
                   ' POR ' RE-OPER-PEDIDO
           DISPLAY 'MATRICULA ' RE-MATRICULA ' - ' RE-NOME
           DISPLAY 'SITUACAO ' RE-SITUACAO-ALUNO ' DESDE '
                   RE-DATA-SAIDA ' - CONTA ' RE-CONTA
           DISPLAY 'CREDITO ADIANTE ' WS-MASK-CREDITO
                   ' + PAGO APOS A SAIDA ' WS-MASK-APOS
           DISPLAY 'EM ABERTO ATE A SAIDA ' WS-MASK-ABERTO
                   ' = A DEVOLVER ' WS-MASK-VALOR

           IF RE-OPER-PEDIDO = WS-OPERADOR
               DISPLAY 'PEDIDO REGISTRADO PELO PROPRIO SUPERVISOR - '
                       'A APROVACAO CABE A OUTRO SUPERVISOR'
           ELSE
               DISPLAY '(S) APROVA  (N) RECUSA  (F) ENCERRA  '
                       '(EM BRANCO) DECIDE DEPOIS'
               MOVE SPACE TO WS-DECISAO
               ACCEPT WS-DECISAO

               EVALUATE WS-DECISAO
                   WHEN 'S'
                   WHEN 's'
                       PERFORM APROVA-PEDIDO
                   WHEN 'N'
                   WHEN 'n'
                       PERFORM RECUSA-PEDIDO
                   WHEN 'F'
                   WHEN 'f'
                       SET WS-FIM-TELA-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'PEDIDO CONTINUA PENDENTE'
               END-EVALUATE
           END-IF
           EXIT.
       FIM-DECIDE-PEDIDO.

       APROVA-PEDIDO.
           MOVE 'A' TO RE-SITUACAO
           MOVE WS-OPERADOR TO RE-SUPERVISOR
           MOVE WS-DATA-FMT TO RE-DATA-DECISAO
           MOVE REEMBOLSO-REG TO WS-REEMB-REGISTRO(WS-RE-I)
           ADD 1 TO WS-QTD-APROVADOS

           PERFORM ANEXA-DEBITO
           PERFORM REGRAVA-REEMBOLSOS
           PERFORM LOCALIZA-RESPONSAVEL
           PERFORM IMPRIME-ORDEM

           DISPLAY 'PEDIDO ' RE-NUMERO ' APROVADO - DEBITO ANEXADO '
                   'AO TRANSACOES.TXT E ORDEM DE PAGAMENTO EMITIDA'
           EXIT.
       FIM-APROVA-PEDIDO.

       RECUSA-PEDIDO.
           MOVE 'R' TO RE-SITUACAO
           MOVE WS-OPERADOR TO RE-SUPERVISOR
           MOVE WS-DATA-FMT TO RE-DATA-DECISAO
           MOVE REEMBOLSO-REG TO WS-REEMB-REGISTRO(WS-RE-I)
           ADD 1 TO WS-QTD-RECUSADOS

           PERFORM REGRAVA-REEMBOLSOS
           DISPLAY 'PEDIDO ' RE-NUMERO ' RECUSADO'
           EXIT.
       FIM-RECUSA-PEDIDO.

      *-----------------------------------------------------------------
      * DEBITO DA DEVOLUCAO: SEM COMPETENCIA, DATADO DA APROVACAO -
      * O ALOCA-PAGAMENTOS TIRA DO POOL DO ANO E O CREDITO BAIXA
      *-----------------------------------------------------------------
       ANEXA-DEBITO.
           OPEN EXTEND TRANSACOES
           IF WS-TRANS-STATUS = '35'
               OPEN OUTPUT TRANSACOES
           END-IF

           MOVE SPACES TO TRANSACAO-REG
           MOVE RE-CONTA    TO TX-CONTA
           MOVE RE-VALOR    TO TX-VALOR
           MOVE WS-DATA-FMT TO TX-DATA
           MOVE 'D'         TO TX-TIPO
           MOVE ZERO        TO TX-COMPETENCIA
           MOVE WS-UNIDADE-LANC TO TX-UNIDADE
           WRITE TRANSACAO-REG

           CLOSE TRANSACOES
           EXIT.
       FIM-ANEXA-DEBITO.

       REGRAVA-REEMBOLSOS.
           OPEN OUTPUT REEMBOLSO
           PERFORM VARYING WS-RE-J FROM 1 BY 1
                   UNTIL WS-RE-J > WS-QTD-REEMB
               MOVE WS-REEMB-REGISTRO(WS-RE-J) TO REEMBOLSO-REG
               WRITE REEMBOLSO-REG
           END-PERFORM
           CLOSE REEMBOLSO
           MOVE WS-REEMB-REGISTRO(WS-RE-I) TO REEMBOLSO-REG
           EXIT.
       FIM-REGRAVA-REEMBOLSOS.

       LOCALIZA-RESPONSAVEL.
           MOVE SPACES TO WS-FAVORECIDO
           MOVE ZERO TO WS-FAVORECIDO-CPF
           MOVE 'N' TO WS-FIM-RESP
           MOVE 'N' TO WS-ACHOU

           OPEN INPUT RESPONSAVEIS
           IF WS-RESP-STATUS = '00'
               PERFORM LER-RESPONSAVEL
               PERFORM UNTIL WS-FIM-RESP-SIM OR WS-ACHOU-SIM
                   IF RS-MATRICULA = RE-MATRICULA
                       SET WS-ACHOU-SIM TO TRUE
                       MOVE RS-NOME TO WS-FAVORECIDO
                       IF RS-CPF NUMERIC
                           MOVE RS-CPF TO WS-FAVORECIDO-CPF
                       END-IF
                   ELSE
                       PERFORM LER-RESPONSAVEL
                   END-IF
               END-PERFORM
               CLOSE RESPONSAVEIS
           END-IF
           EXIT.
       FIM-LOCALIZA-RESPONSAVEL.

       LER-RESPONSAVEL.
           READ RESPONSAVEIS
               AT END
                   SET WS-FIM-RESP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-RESPONSAVEL.

       IMPRIME-ORDEM.
           IF NOT WS-ORDEM-ABERTA-SIM
               MOVE 'I' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               SET WS-ORDEM-ABERTA-SIM TO TRUE
           END-IF

           IF RE-SITUACAO-ALUNO = 'T'
               MOVE 'TRANSFERIDO' TO WS-SITUACAO-TXT
           ELSE
               MOVE 'DESISTENTE' TO WS-SITUACAO-TXT
           END-IF

           MOVE ALL '=' TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ORDEM DE PAGAMENTO N. ' RE-NUMERO
                  ' - DEVOLUCAO DE CREDITO DE MENSALIDADE'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ALUNO: ' RE-NOME
                  ' MATRICULA: ' RE-MATRICULA
                  ' CONTA: ' RE-CONTA
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'SITUACAO: ' WS-SITUACAO-TXT
                  ' DESDE ' RE-DATA-SAIDA
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'CREDITO ADIANTE: ' WS-MASK-CREDITO
                  '  PAGO APOS A SAIDA: ' WS-MASK-APOS
                  '  EM ABERTO: ' WS-MASK-ABERTO
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'VALOR A DEVOLVER: ' WS-MASK-VALOR
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           IF WS-FAVORECIDO = SPACES
               MOVE 'FAVORECIDO: RESPONSAVEL NAO CADASTRADO'
                    TO WS-IMP-LINHA
           ELSE
               STRING 'FAVORECIDO: ' WS-FAVORECIDO
                      ' CPF: ' WS-FAVORECIDO-CPF
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           END-IF
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'SOLICITADO EM ' RE-DATA-PEDIDO
                  ' POR ' RE-OPER-PEDIDO
                  ' - APROVADO EM ' RE-DATA-DECISAO
                  ' POR ' RE-SUPERVISOR
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-ORDEM.

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
           IF WS-MODO = 'P'
               DISPLAY 'ALUNOS COM CREDITO    : ' WS-QTD-CANDIDATOS
               DISPLAY 'NAO APURADOS          : ' WS-QTD-NAO-APURADOS
               DISPLAY 'PEDIDOS REGISTRADOS   : ' WS-QTD-PEDIDOS
           ELSE
               DISPLAY 'PEDIDOS APROVADOS     : ' WS-QTD-APROVADOS
               DISPLAY 'PEDIDOS RECUSADOS     : ' WS-QTD-RECUSADOS
               DISPLAY 'PEDIDOS PENDENTES     : ' WS-QTD-PENDENTES
           END-IF
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM REEMBOLSO-CREDITO.
