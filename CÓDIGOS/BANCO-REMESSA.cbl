      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: REMESSA DE COBRANCA AO BANCO (CNAB 400) - OS BOLETOS
      *          DE MENSALIDADE ERAM REGISTRADOS UM A UM NO SITE DO
      *          BANCO; ESTE PASSO MENSAL GERA O ARQUIVO DE REMESSA
      *          REM<NNNNNNN>.TXT NO LAYOUT CNAB 400 (HEADER, UM
      *          DETALHE POR TITULO E TRAILER COM QUANTIDADE E VALOR
      *          TOTAL): UM TITULO POR ALUNO ATIVO DO CONTALUNO.TXT
      *          NA COMPETENCIA INFORMADA, VALOR = PRECO DA TURMA NA
      *          TABELA (ROTINA MENSALIDADE-PRECO) MENOS O DESCONTO
      *          DO BOLSAS.TXT, VENCIMENTO NO DIA 05, JUROS AO DIA
      *          DO COBRAPAR.TXT E PAGADOR PELO RESPONSAVEIS.TXT;
      *          CADA TITULO RECEBE O NOSSO NUMERO SEGUINTE DA
      *          SEQUENCIA DA ESCOLA E FICA NO REGISTRO TITULOS.TXT
      *          (TITULO.CPY), DE ONDE O BANCO-IMPORTA BAIXA O
      *          RETORNO; ALUNO QUE JA TEM TITULO NA COMPETENCIA NAO
      *          E EMITIDO DE NOVO; DADOS DO CONVENIO NO CARTAO
      *          BANCOPAR.TXT (CEDENTE.CPY)
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Boleto unico por familia (opcional, pedido
      *                    na abertura): alunos cujo primeiro
      *                    responsavel tem o mesmo CPF saem num so
      *                    detalhe com a soma das mensalidades; o
      *                    TITULOS.TXT guarda uma linha por aluno com
      *                    o mesmo nosso numero, e o BANCO-IMPORTA
      *                    reparte o pagamento entre eles
      *   15/10/2026 MC  - Remessa REM<NNNNNNN>.TXT registrada no livro
      *                    de interfaces de saida ENVIOS.TXT (rotina
      *                    ENVIO-CONTROLE) com a competencia MM/AAAA
      *                    como periodo
      *   15/10/2026 MC  - Preco da turma procurado na unidade do aluno
      *                    (MT-UNIDADE do MATRICULAS.TXT, em branco ou
      *                    aluno fora do cadastro = sede 01)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-REMESSA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEDENTE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CED-STATUS.
           SELECT COBRA-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
           SELECT CONTA-ALUNO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VINCULO-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT RESPONSAVEIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESP-STATUS.
           SELECT BOLSAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BOLSA-STATUS.
           SELECT TITULOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TIT-STATUS.
           SELECT REMESSA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REM-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CEDENTE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BANCOPAR.TXT'.
       COPY CEDENTE.CPY.

       FD COBRA-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'COBRAPAR.TXT'.
       01 COBRA-PARAM-REC.
           02 CB-MULTA-PCT         PIC 9(02)V99.
           02 CB-JUROS-DIA-PCT     PIC 9(01)V9(3).

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

       FD BOLSAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BOLSAS.TXT'.
       COPY BOLSAS.CPY.

       FD TITULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TITULOS.TXT'.
       COPY TITULO.CPY.

       FD REMESSA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-REM-NOME.
       01 REMESSA-REG                  PIC X(400).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-CED-STATUS                PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-VINCULO-STATUS            PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-RESP-STATUS               PIC X(02) VALUE '00'.
       01 WS-BOLSA-STATUS              PIC X(02) VALUE '00'.
       01 WS-TIT-STATUS                PIC X(02) VALUE '00'.
       01 WS-REM-STATUS                PIC X(02) VALUE '00'.
       01 WS-REM-NOME                  PIC X(16) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-CED-ABERTO         PIC X(01) VALUE 'N'.
               88 WS-CED-ABERTO-SIM        VALUE 'S'.
           02 WS-FIM-VINCULO        PIC X(01) VALUE 'N'.
               88 WS-FIM-VINCULO-SIM       VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM           VALUE 'S'.
           02 WS-FIM-RESP           PIC X(01) VALUE 'N'.
               88 WS-FIM-RESP-SIM          VALUE 'S'.
           02 WS-FIM-BOLSA          PIC X(01) VALUE 'N'.
               88 WS-FIM-BOLSA-SIM         VALUE 'S'.
           02 WS-FIM-TIT            PIC X(01) VALUE 'N'.
               88 WS-FIM-TIT-SIM           VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM             VALUE 'S'.
           02 WS-TEM-BOLSA          PIC X(01) VALUE 'N'.
               88 WS-TEM-BOLSA-SIM         VALUE 'S'.
           02 WS-BOLETO-FAMILIA     PIC X(01) VALUE 'N'.
               88 WS-BOLETO-FAMILIA-SIM    VALUE 'S'.
       01 WS-MES-REF                   PIC 9(02) VALUE ZERO.
       01 WS-ANO-REF                   PIC 9(04) VALUE ZERO.
       01 WS-ANOMES-REF                PIC 9(06) VALUE ZERO.
       01 WS-JUROS-DIA-PCT             PIC 9(01)V9(3) VALUE 0,033.
       01 WS-MULTA-PCT                 PIC 9(02)V99 VALUE 2,00.
       01 WS-MULTA-MASK                PIC Z9,99.
       01 WS-TAB-SIT-LIMITE            PIC 9(03) VALUE 500.
       01 WS-QTD-SIT                   PIC 9(03) VALUE ZERO.
       01 WS-TABELA-SIT.
           02 WS-SIT-ENTRADA OCCURS 500 TIMES.
               03 WS-SIT-MATRICULA     PIC X(05).
               03 WS-SIT-SITUACAO      PIC X(01).
               03 WS-SIT-CPF           PIC 9(11).
               03 WS-SIT-UNIDADE       PIC X(02).
       01 WS-SIT-I                     PIC 9(03) VALUE ZERO.
       01 WS-TAB-RESP-LIMITE           PIC 9(03) VALUE 500.
       01 WS-QTD-RESP                  PIC 9(03) VALUE ZERO.
       01 WS-TABELA-RESP.
           02 WS-RESP-ENTRADA OCCURS 500 TIMES.
               03 WS-RESP-MATRICULA    PIC X(05).
               03 WS-RESP-NOME         PIC X(30).
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
       01 WS-TAB-EMIT-LIMITE           PIC 9(03) VALUE 500.
       01 WS-QTD-EMITIDOS              PIC 9(03) VALUE ZERO.
       01 WS-TABELA-EMITIDOS.
           02 WS-EM-MATRICULA PIC X(05) OCCURS 500 TIMES.
       01 WS-EM-I                      PIC 9(03) VALUE ZERO.
       01 WS-TAB-NOVO-LIMITE           PIC 9(03) VALUE 500.
       01 WS-QTD-NOVOS                 PIC 9(03) VALUE ZERO.
       01 WS-TABELA-NOVOS.
           02 WS-NV-ENTRADA OCCURS 500 TIMES.
               03 WS-NV-MATRICULA      PIC X(05).
               03 WS-NV-NOME           PIC X(30).
               03 WS-NV-VALOR          PIC 9(07)V99.
               03 WS-NV-FAMILIA        PIC 9(11).
               03 WS-NV-FEITO          PIC X(01).
       01 WS-NV-I                      PIC 9(03) VALUE ZERO.
       01 WS-NV-J                      PIC 9(03) VALUE ZERO.
       01 WS-QTD-BOLETOS               PIC 9(03) VALUE ZERO.
       01 WS-QTD-MEMBROS               PIC 9(03) VALUE ZERO.
       01 WS-VALOR-BOLETO              PIC 9(07)V99 VALUE ZERO.
       01 WS-QTD-MEMBROS-MASK          PIC Z9.
       01 WS-ULTIMO-NOSSO-NUMERO       PIC 9(10) VALUE ZERO.
       01 WS-ULTIMA-REMESSA            PIC 9(07) VALUE ZERO.
       01 WS-SEQ-REMESSA               PIC 9(07) VALUE ZERO.
       01 WS-SEQ-REGISTRO              PIC 9(06) VALUE ZERO.
       01 WS-PRECO-TURMA               PIC X(03) VALUE SPACES.
       01 WS-PRECO-UNIDADE             PIC X(02) VALUE SPACES.
       01 WS-PRECO-RESULTADO           PIC X(01) VALUE 'N'.
           88 WS-PRECO-SIM                    VALUE 'S'.
           88 WS-PRECO-TABELA-AUSENTE         VALUE 'A'.
       01 WS-PRECO-SERIE               PIC 9(02) VALUE ZERO.
       01 WS-MENSALIDADE               PIC 9(07)V99 VALUE ZERO.
       01 WS-MENSALIDADE-ALUNO         PIC 9(07)V99 VALUE ZERO.
       01 WS-VENCIMENTO                PIC 9(08) VALUE ZERO.
       01 WS-HOJE-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
       01 WS-DDMMAA                    PIC 9(06) VALUE ZERO.
       01 WS-DATA-CONV                 PIC 9(08) VALUE ZERO.
       01 WS-VALOR-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01 WS-VALOR-MASK                PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-QTD-ALUNOS                PIC 9(05) VALUE ZERO.
       01 WS-QTD-JA-EMITIDOS           PIC 9(05) VALUE ZERO.
       01 WS-QTD-INATIVOS              PIC 9(05) VALUE ZERO.
       01 WS-QTD-ISENTOS               PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-PRECO             PIC 9(05) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-ENV-INTERFACE             PIC X(12) VALUE 'REMESSA'.
       01 WS-ENV-ARQUIVO               PIC X(20) VALUE SPACES.
       01 WS-ENV-PERIODO               PIC X(10) VALUE SPACES.
       01 WS-ENV-NUMERO                PIC 9(06) VALUE ZERO.
       01 WS-ENV-RESULTADO             PIC X(01) VALUE 'S'.
      *-----------------------------------------------------------------
      * REGISTROS DA REMESSA CNAB 400
      *-----------------------------------------------------------------
       01 WS-CNAB-HEADER.
           02 HD-TIPO                  PIC X(01) VALUE '0'.
           02 HD-OPERACAO              PIC X(01) VALUE '1'.
           02 HD-LITERAL-REMESSA       PIC X(07) VALUE 'REMESSA'.
           02 HD-SERVICO               PIC X(02) VALUE '01'.
           02 HD-LITERAL-SERVICO       PIC X(15) VALUE 'COBRANCA'.
           02 HD-CODIGO-EMPRESA        PIC X(20).
           02 HD-NOME-EMPRESA          PIC X(30).
           02 HD-BANCO                 PIC 9(03).
           02 HD-BANCO-NOME            PIC X(15).
           02 HD-DATA-GRAVACAO         PIC 9(06).
           02 FILLER                   PIC X(10) VALUE SPACES.
           02 HD-SEQ-REMESSA           PIC 9(07).
           02 FILLER                   PIC X(277) VALUE SPACES.
           02 HD-SEQ-REGISTRO          PIC 9(06).
       01 WS-CNAB-DETALHE.
           02 DT-TIPO                  PIC X(01) VALUE '1'.
           02 DT-TIPO-INSCRICAO        PIC 9(02) VALUE 02.
           02 DT-CNPJ                  PIC 9(14).
           02 DT-AGENCIA               PIC 9(04).
           02 DT-CONTA                 PIC 9(08).
           02 DT-CONTA-DV              PIC X(01).
           02 DT-CARTEIRA              PIC 9(03).
           02 FILLER                   PIC X(04) VALUE SPACES.
           02 DT-USO-EMPRESA.
               03 DT-USO-MATRICULA     PIC X(05).
               03 DT-USO-COMPETENCIA   PIC 9(06).
               03 FILLER               PIC X(14) VALUE SPACES.
           02 DT-NOSSO-NUMERO          PIC 9(10).
           02 FILLER                   PIC X(36) VALUE SPACES.
           02 DT-OCORRENCIA            PIC 9(02) VALUE 01.
           02 DT-SEU-NUMERO            PIC 9(10).
           02 DT-VENCIMENTO            PIC 9(06).
           02 DT-VALOR                 PIC 9(11)V99.
           02 DT-BANCO                 PIC 9(03).
           02 DT-AGENCIA-COBRADORA     PIC 9(05) VALUE ZERO.
           02 DT-ESPECIE               PIC X(02) VALUE '99'.
           02 DT-ACEITE                PIC X(01) VALUE 'N'.
           02 DT-EMISSAO               PIC 9(06).
           02 DT-INSTRUCOES            PIC X(04) VALUE '0000'.
           02 DT-JUROS-DIA             PIC 9(11)V99.
           02 DT-DATA-DESCONTO         PIC 9(06) VALUE ZERO.
           02 DT-VALOR-DESCONTO        PIC 9(11)V99 VALUE ZERO.
           02 DT-VALOR-IOF             PIC 9(11)V99 VALUE ZERO.
           02 DT-ABATIMENTO            PIC 9(11)V99 VALUE ZERO.
           02 DT-TIPO-PAGADOR          PIC 9(02).
           02 DT-CPF-PAGADOR           PIC 9(14).
           02 DT-NOME-PAGADOR          PIC X(40).
           02 DT-ENDERECO-PAGADOR      PIC X(40) VALUE SPACES.
           02 DT-MENSAGEM              PIC X(12).
           02 DT-CEP                   PIC 9(08) VALUE ZERO.
           02 DT-SACADOR               PIC X(60).
           02 DT-SEQ-REGISTRO          PIC 9(06).
       01 WS-CNAB-TRAILER.
           02 TL-TIPO                  PIC X(01) VALUE '9'.
           02 TL-QTD-TITULOS           PIC 9(06).
           02 TL-VALOR-TOTAL           PIC 9(11)V99.
           02 FILLER                   PIC X(374) VALUE SPACES.
           02 TL-SEQ-REGISTRO          PIC 9(06).
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'REMESSA DE COBRANCA AO BANCO'
           DISPLAY '-----------------------------------'

           DISPLAY 'MES DE COMPETENCIA (MM): '
           ACCEPT WS-MES-REF
           DISPLAY 'ANO DE COMPETENCIA (AAAA): '
           ACCEPT WS-ANO-REF
           DISPLAY 'BOLETO UNICO POR FAMILIA (S/N): '
           ACCEPT WS-BOLETO-FAMILIA
           IF WS-BOLETO-FAMILIA = 's'
               SET WS-BOLETO-FAMILIA-SIM TO TRUE
           END-IF

           IF WS-MES-REF < 1 OR WS-MES-REF > 12 OR
              WS-ANO-REF < 1990
               DISPLAY 'COMPETENCIA INVALIDA'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               MOVE WS-ANO-REF TO WS-ANOMES-REF(1:4)
               MOVE WS-MES-REF TO WS-ANOMES-REF(5:2)
               COMPUTE WS-VENCIMENTO = WS-ANOMES-REF * 100 + 5

               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
               MOVE WS-DATA-HOJE TO WS-HOJE-AAAAMMDD

               PERFORM CARREGA-CEDENTE
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-PARAMETROS
               PERFORM CARREGA-TITULOS
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM CONFERE-TABELA-PRECOS
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-SITUACOES
               PERFORM CARREGA-RESPONSAVEIS
               PERFORM CARREGA-BOLSAS
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * O CARTAO DO CONVENIO FICA ABERTO ATE O FIM DO PASSO: O
      * REGISTRO LIDO E USADO NO HEADER E EM CADA DETALHE
      *-----------------------------------------------------------------
       CARREGA-CEDENTE.
           OPEN INPUT CEDENTE
           IF WS-CED-STATUS NOT = '00'
               DISPLAY 'BANCOPAR.TXT NAO ENCONTRADO - SEM OS DADOS '
                       'DO CONVENIO NAO HA REMESSA'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               SET WS-CED-ABERTO-SIM TO TRUE
               READ CEDENTE
                   AT END
                       DISPLAY 'BANCOPAR.TXT VAZIO'
                       MOVE 8 TO WS-RETORNO-JOB
               END-READ
               IF WS-RETORNO-JOB = 0
                   IF CD-BANCO NOT NUMERIC OR
                      CD-AGENCIA NOT NUMERIC OR
                      CD-CONTA NOT NUMERIC OR
                      CD-CARTEIRA NOT NUMERIC OR
                      CD-CNPJ NOT NUMERIC
                       DISPLAY 'BANCOPAR.TXT COM CAMPO NUMERICO '
                               'INVALIDO'
                       MOVE 8 TO WS-RETORNO-JOB
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-CARREGA-CEDENTE.

       CARREGA-PARAMETROS.
           OPEN INPUT COBRA-PARAM
           IF WS-PARAM-STATUS = '00'
               READ COBRA-PARAM
                   NOT AT END
                       IF CB-MULTA-PCT NUMERIC
                           MOVE CB-MULTA-PCT TO WS-MULTA-PCT
                       END-IF
                       IF CB-JUROS-DIA-PCT NUMERIC
                           MOVE CB-JUROS-DIA-PCT
                                TO WS-JUROS-DIA-PCT
                       END-IF
               END-READ
               CLOSE COBRA-PARAM
           ELSE
               DISPLAY 'COBRAPAR.TXT NAO ENCONTRADO - USANDO MULTA '
                       '2,00 E JUROS 0,033 AO DIA'
           END-IF
           EXIT.
       FIM-CARREGA-PARAMETROS.

      *-----------------------------------------------------------------
      * REGISTRO DE TITULOS: ULTIMO NOSSO NUMERO, ULTIMA REMESSA E OS
      * ALUNOS QUE JA TEM TITULO NA COMPETENCIA
      *-----------------------------------------------------------------
       CARREGA-TITULOS.
           OPEN INPUT TITULOS
           IF WS-TIT-STATUS = '00'
               PERFORM LER-TITULOS
               PERFORM UNTIL WS-FIM-TIT-SIM
                   IF TI-NOSSO-NUMERO > WS-ULTIMO-NOSSO-NUMERO
                       MOVE TI-NOSSO-NUMERO
                            TO WS-ULTIMO-NOSSO-NUMERO
                   END-IF
                   IF TI-REMESSA > WS-ULTIMA-REMESSA
                       MOVE TI-REMESSA TO WS-ULTIMA-REMESSA
                   END-IF
                   IF TI-COMPETENCIA = WS-ANOMES-REF
                       IF WS-QTD-EMITIDOS >= WS-TAB-EMIT-LIMITE
                           DISPLAY 'TITULOS DA COMPETENCIA EXCEDEM '
                                   WS-TAB-EMIT-LIMITE ' - REMESSA '
                                   'CANCELADA PARA NAO DUPLICAR '
                                   'BOLETOS'
                           MOVE 8 TO WS-RETORNO-JOB
                           SET WS-FIM-TIT-SIM TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-EMITIDOS
                           MOVE TI-MATRICULA
                                TO WS-EM-MATRICULA(WS-QTD-EMITIDOS)
                       END-IF
                   END-IF
                   IF NOT WS-FIM-TIT-SIM
                       PERFORM LER-TITULOS
                   END-IF
               END-PERFORM
               CLOSE TITULOS
           END-IF
           DISPLAY 'ULTIMO NOSSO NUMERO EMITIDO: '
                   WS-ULTIMO-NOSSO-NUMERO
           EXIT.
       FIM-CARREGA-TITULOS.

       LER-TITULOS.
           READ TITULOS
               AT END
                   SET WS-FIM-TIT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TITULOS.

      *-----------------------------------------------------------------
      * A TABELA DE PRECOS E OBRIGATORIA: SEM O PRECOS.TXT NAO HA
      * VALOR PARA NENHUM TITULO
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

       CARREGA-SITUACOES.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS = '00'
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   IF WS-QTD-SIT >= WS-TAB-SIT-LIMITE
                       DISPLAY 'AVISO: TABELA DE SITUACOES CHEIA ('
                               WS-TAB-SIT-LIMITE ')'
                   ELSE
                       ADD 1 TO WS-QTD-SIT
                       MOVE MT-MATRICULA
                            TO WS-SIT-MATRICULA(WS-QTD-SIT)
                       MOVE MT-SITUACAO
                            TO WS-SIT-SITUACAO(WS-QTD-SIT)
                       MOVE MT-CPF TO WS-SIT-CPF(WS-QTD-SIT)
                       MOVE MT-UNIDADE
                            TO WS-SIT-UNIDADE(WS-QTD-SIT)
                       IF MT-UNIDADE-SEDE
                           MOVE '01' TO WS-SIT-UNIDADE(WS-QTD-SIT)
                       END-IF
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           ELSE
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO - TODO ALUNO '
                       'DO CONTALUNO SERA COBRADO'
           END-IF
           EXIT.
       FIM-CARREGA-SITUACOES.

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
                   IF WS-QTD-RESP >= WS-TAB-RESP-LIMITE
                       DISPLAY 'AVISO: TABELA DE RESPONSAVEIS CHEIA ('
                               WS-TAB-RESP-LIMITE ')'
                   ELSE
                       ADD 1 TO WS-QTD-RESP
                       MOVE RS-MATRICULA
                            TO WS-RESP-MATRICULA(WS-QTD-RESP)
                       MOVE RS-NOME TO WS-RESP-NOME(WS-QTD-RESP)
                       MOVE RS-CPF  TO WS-RESP-CPF(WS-QTD-RESP)
                   END-IF
                   PERFORM LER-RESPONSAVEIS
               END-PERFORM
               CLOSE RESPONSAVEIS
           ELSE
               DISPLAY 'RESPONSAVEIS.TXT NAO ENCONTRADO - O PAGADOR '
                       'SAI COM O NOME DO ALUNO'
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
                   IF WS-QTD-BOLSAS >= WS-TAB-BOLSA-LIMITE
                       DISPLAY 'AVISO: TABELA DE DESCONTOS CHEIA ('
                               WS-TAB-BOLSA-LIMITE ')'
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

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               PERFORM SELECIONA-TITULOS
           END-IF

           IF WS-RETORNO-JOB < 8
               IF WS-QTD-NOVOS = 0
                   DISPLAY 'NENHUM TITULO NOVO PARA A COMPETENCIA '
                           WS-ANOMES-REF
               ELSE
                   PERFORM GRAVA-REMESSA
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * PRIMEIRA PASSADA: DECIDE QUEM RECEBE TITULO E POR QUANTO, PARA
      * O HEADER SO SER ABERTO QUANDO HOUVER O QUE REMETER
      *-----------------------------------------------------------------
       SELECIONA-TITULOS.
           OPEN INPUT CONTA-ALUNO
           IF WS-VINCULO-STATUS NOT = '00'
               DISPLAY 'CONTALUNO.TXT NAO ENCONTRADO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-VINCULO
               PERFORM UNTIL WS-FIM-VINCULO-SIM
                   ADD 1 TO WS-QTD-ALUNOS
                   PERFORM AVALIA-ALUNO
                   PERFORM LER-VINCULO
               END-PERFORM
               CLOSE CONTA-ALUNO
           END-IF
           EXIT.
       FIM-SELECIONA-TITULOS.

       LER-VINCULO.
           READ CONTA-ALUNO
               AT END
                   SET WS-FIM-VINCULO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-VINCULO.

       AVALIA-ALUNO.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-EM-I FROM 1 BY 1
                   UNTIL WS-EM-I > WS-QTD-EMITIDOS
                      OR WS-ACHOU-SIM
               IF WS-EM-MATRICULA(WS-EM-I) = CA-MATRICULA
                   SET WS-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM

           IF WS-ACHOU-SIM
               ADD 1 TO WS-QTD-JA-EMITIDOS
           ELSE
               PERFORM LOCALIZA-SITUACAO
               IF WS-ACHOU-SIM AND
                  WS-SIT-SITUACAO(WS-SIT-I) NOT = 'A' AND
                  WS-SIT-SITUACAO(WS-SIT-I) NOT = SPACE
                   ADD 1 TO WS-QTD-INATIVOS
               ELSE
                   PERFORM CALCULA-MENSALIDADE-ALUNO
                   EVALUATE TRUE
                       WHEN NOT WS-PRECO-SIM
                           ADD 1 TO WS-QTD-SEM-PRECO
                           DISPLAY 'AVISO: SEM PRECO PARA A TURMA '
                                   CA-TURMA ' EM ' WS-ANOMES-REF
                                   ' - MATRICULA ' CA-MATRICULA
                                   ' SEM TITULO'
                       WHEN WS-MENSALIDADE-ALUNO = 0
                           ADD 1 TO WS-QTD-ISENTOS
                       WHEN WS-QTD-NOVOS >= WS-TAB-NOVO-LIMITE
                           DISPLAY 'LIMITE DE ' WS-TAB-NOVO-LIMITE
                                   ' TITULOS POR REMESSA - MATRICULA '
                                   CA-MATRICULA ' FICA PARA A '
                                   'PROXIMA'
                           IF WS-RETORNO-JOB < 4
                               MOVE 4 TO WS-RETORNO-JOB
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-QTD-NOVOS
                           MOVE CA-MATRICULA
                                TO WS-NV-MATRICULA(WS-QTD-NOVOS)
                           MOVE CA-NOME
                                TO WS-NV-NOME(WS-QTD-NOVOS)
                           MOVE WS-MENSALIDADE-ALUNO
                                TO WS-NV-VALOR(WS-QTD-NOVOS)
                           MOVE 'N' TO WS-NV-FEITO(WS-QTD-NOVOS)
                           PERFORM LOCALIZA-FAMILIA
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.
       FIM-AVALIA-ALUNO.

      *-----------------------------------------------------------------
      * FAMILIA = CPF DO PRIMEIRO RESPONSAVEL (ZERO SEM RESPONSAVEL OU
      * SEM CPF - O ALUNO TEM BOLETO PROPRIO MESMO NO MODO FAMILIA)
      *-----------------------------------------------------------------
       LOCALIZA-FAMILIA.
           MOVE ZERO TO WS-NV-FAMILIA(WS-QTD-NOVOS)
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-RESP-I FROM 1 BY 1
                   UNTIL WS-RESP-I > WS-QTD-RESP
                      OR WS-ACHOU-SIM
               IF WS-RESP-MATRICULA(WS-RESP-I) = CA-MATRICULA
                   SET WS-ACHOU-SIM TO TRUE
                   IF WS-RESP-CPF(WS-RESP-I) NUMERIC
                       MOVE WS-RESP-CPF(WS-RESP-I)
                            TO WS-NV-FAMILIA(WS-QTD-NOVOS)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-FAMILIA.

       LOCALIZA-SITUACAO.
           MOVE 'N' TO WS-ACHOU
           MOVE '01' TO WS-PRECO-UNIDADE
           PERFORM VARYING WS-SIT-I FROM 1 BY 1
                   UNTIL WS-SIT-I > WS-QTD-SIT
                      OR WS-ACHOU-SIM
               IF WS-SIT-MATRICULA(WS-SIT-I) = CA-MATRICULA
                   SET WS-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM
           IF WS-ACHOU-SIM
               SUBTRACT 1 FROM WS-SIT-I
               MOVE WS-SIT-UNIDADE(WS-SIT-I) TO WS-PRECO-UNIDADE
           END-IF
           EXIT.
       FIM-LOCALIZA-SITUACAO.

      *-----------------------------------------------------------------
      * VALOR DO TITULO: PRECO DA TURMA NA COMPETENCIA MENOS O
      * DESCONTO VIGENTE (MESMA CONTA DO INADIMPLENCIA)
      *-----------------------------------------------------------------
       CALCULA-MENSALIDADE-ALUNO.
           MOVE CA-TURMA TO WS-PRECO-TURMA
           PERFORM BUSCA-PRECO-TURMA
           MOVE WS-MENSALIDADE TO WS-MENSALIDADE-ALUNO
           MOVE 'N' TO WS-TEM-BOLSA

           PERFORM VARYING WS-BL-I FROM 1 BY 1
                   UNTIL WS-BL-I > WS-QTD-BOLSAS
                      OR WS-TEM-BOLSA-SIM
               IF WS-BL-MATRICULA(WS-BL-I) = CA-MATRICULA AND
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
      * SEGUNDA PASSADA: ARQUIVO CNAB (HEADER, DETALHES, TRAILER) E
      * O REGISTRO DE CADA TITULO NO TITULOS.TXT
      *-----------------------------------------------------------------
       GRAVA-REMESSA.
           COMPUTE WS-SEQ-REMESSA = WS-ULTIMA-REMESSA + 1
           MOVE SPACES TO WS-REM-NOME
           STRING 'REM' WS-SEQ-REMESSA '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-REM-NOME
           END-STRING

           OPEN OUTPUT REMESSA
           IF WS-REM-STATUS NOT = '00'
               DISPLAY 'ERRO ' WS-REM-STATUS ' NA ABERTURA DE '
                       WS-REM-NOME
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               OPEN EXTEND TITULOS
               IF WS-TIT-STATUS = '35'
                   OPEN OUTPUT TITULOS
               END-IF

               PERFORM GRAVA-HEADER
               PERFORM VARYING WS-NV-I FROM 1 BY 1
                       UNTIL WS-NV-I > WS-QTD-NOVOS
                   IF WS-NV-FEITO(WS-NV-I) = 'N'
                       PERFORM GRAVA-BOLETO
                   END-IF
               END-PERFORM
               PERFORM GRAVA-TRAILER

               CLOSE TITULOS
               CLOSE REMESSA
               PERFORM REGISTRA-ENVIO
           END-IF
           EXIT.
       FIM-GRAVA-REMESSA.

       GRAVA-HEADER.
           MOVE CD-CODIGO-EMPRESA TO HD-CODIGO-EMPRESA
           MOVE CD-NOME-EMPRESA   TO HD-NOME-EMPRESA
           MOVE CD-BANCO          TO HD-BANCO
           MOVE CD-BANCO-NOME     TO HD-BANCO-NOME
           MOVE WS-HOJE-AAAAMMDD  TO WS-DATA-CONV
           PERFORM CONVERTE-DDMMAA
           MOVE WS-DDMMAA         TO HD-DATA-GRAVACAO
           MOVE WS-SEQ-REMESSA    TO HD-SEQ-REMESSA
           ADD 1 TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO   TO HD-SEQ-REGISTRO
           MOVE WS-CNAB-HEADER    TO REMESSA-REG
           WRITE REMESSA-REG
           EXIT.
       FIM-GRAVA-HEADER.

      *-----------------------------------------------------------------
      * UM BOLETO: O ALUNO SOZINHO OU, NO MODO FAMILIA, ELE E OS
      * IRMAOS SEGUINTES COM O MESMO CPF DE RESPONSAVEL - UM NOSSO
      * NUMERO, UM DETALHE COM A SOMA E UMA LINHA DE TITULO POR ALUNO
      *-----------------------------------------------------------------
       GRAVA-BOLETO.
           ADD 1 TO WS-ULTIMO-NOSSO-NUMERO
           ADD 1 TO WS-QTD-BOLETOS
           MOVE ZERO TO WS-QTD-MEMBROS
           MOVE ZERO TO WS-VALOR-BOLETO

           PERFORM VARYING WS-NV-J FROM WS-NV-I BY 1
                   UNTIL WS-NV-J > WS-QTD-NOVOS
               IF WS-NV-J = WS-NV-I OR
                  (WS-BOLETO-FAMILIA-SIM AND
                   WS-NV-FAMILIA(WS-NV-I) > 0 AND
                   WS-NV-FEITO(WS-NV-J) = 'N' AND
                   WS-NV-FAMILIA(WS-NV-J) = WS-NV-FAMILIA(WS-NV-I))
                   MOVE 'S' TO WS-NV-FEITO(WS-NV-J)
                   ADD 1 TO WS-QTD-MEMBROS
                   ADD WS-NV-VALOR(WS-NV-J) TO WS-VALOR-BOLETO
                   PERFORM GRAVA-TITULO
               END-IF
           END-PERFORM

           PERFORM GRAVA-DETALHE
           EXIT.
       FIM-GRAVA-BOLETO.

       GRAVA-DETALHE.
           MOVE CD-CNPJ           TO DT-CNPJ
           MOVE CD-AGENCIA        TO DT-AGENCIA
           MOVE CD-CONTA          TO DT-CONTA
           MOVE CD-CONTA-DV       TO DT-CONTA-DV
           MOVE CD-CARTEIRA       TO DT-CARTEIRA
           MOVE WS-NV-MATRICULA(WS-NV-I) TO DT-USO-MATRICULA
           MOVE WS-ANOMES-REF     TO DT-USO-COMPETENCIA
           MOVE WS-ULTIMO-NOSSO-NUMERO TO DT-NOSSO-NUMERO
           MOVE WS-ULTIMO-NOSSO-NUMERO TO DT-SEU-NUMERO
           MOVE WS-VENCIMENTO     TO WS-DATA-CONV
           PERFORM CONVERTE-DDMMAA
           MOVE WS-DDMMAA         TO DT-VENCIMENTO
           MOVE WS-VALOR-BOLETO   TO DT-VALOR
           MOVE CD-BANCO          TO DT-BANCO
           MOVE WS-HOJE-AAAAMMDD  TO WS-DATA-CONV
           PERFORM CONVERTE-DDMMAA
           MOVE WS-DDMMAA         TO DT-EMISSAO
           COMPUTE DT-JUROS-DIA ROUNDED =
                   WS-VALOR-BOLETO * WS-JUROS-DIA-PCT / 100
           MOVE WS-MULTA-PCT TO WS-MULTA-MASK
           MOVE SPACES TO DT-MENSAGEM
           STRING 'MULTA ' WS-MULTA-MASK '%'
                  DELIMITED BY SIZE
                  INTO DT-MENSAGEM
           END-STRING

           PERFORM LOCALIZA-PAGADOR

           MOVE SPACES TO DT-SACADOR
           IF WS-QTD-MEMBROS > 1
               MOVE WS-QTD-MEMBROS TO WS-QTD-MEMBROS-MASK
               STRING 'FAMILIA: ' DELIMITED BY SIZE
                      WS-QTD-MEMBROS-MASK DELIMITED BY SIZE
                      ' ALUNOS - ' DELIMITED BY SIZE
                      WS-NV-NOME(WS-NV-I) DELIMITED BY SIZE
                      INTO DT-SACADOR
               END-STRING
           ELSE
               STRING 'ALUNO: ' DELIMITED BY SIZE
                      WS-NV-NOME(WS-NV-I) DELIMITED BY SIZE
                      ' MATRICULA ' DELIMITED BY SIZE
                      WS-NV-MATRICULA(WS-NV-I) DELIMITED BY SIZE
                      INTO DT-SACADOR
               END-STRING
           END-IF

           ADD 1 TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO   TO DT-SEQ-REGISTRO
           MOVE WS-CNAB-DETALHE   TO REMESSA-REG
           WRITE REMESSA-REG

           ADD WS-VALOR-BOLETO TO WS-VALOR-TOTAL
           EXIT.
       FIM-GRAVA-DETALHE.

      *-----------------------------------------------------------------
      * PAGADOR: O PRIMEIRO RESPONSAVEL DO ALUNO (CPF); SEM
      * RESPONSAVEL, O PROPRIO ALUNO COM O CPF DA MATRICULA
      *-----------------------------------------------------------------
       LOCALIZA-PAGADOR.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-RESP-I FROM 1 BY 1
                   UNTIL WS-RESP-I > WS-QTD-RESP
                      OR WS-ACHOU-SIM
               IF WS-RESP-MATRICULA(WS-RESP-I) =
                  WS-NV-MATRICULA(WS-NV-I)
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-RESP-NOME(WS-RESP-I) TO DT-NOME-PAGADOR
                   MOVE WS-RESP-CPF(WS-RESP-I) TO DT-CPF-PAGADOR
               END-IF
           END-PERFORM

           IF NOT WS-ACHOU-SIM
               MOVE WS-NV-NOME(WS-NV-I) TO DT-NOME-PAGADOR
               MOVE ZERO TO DT-CPF-PAGADOR
               PERFORM VARYING WS-SIT-I FROM 1 BY 1
                       UNTIL WS-SIT-I > WS-QTD-SIT
                          OR WS-ACHOU-SIM
                   IF WS-SIT-MATRICULA(WS-SIT-I) =
                      WS-NV-MATRICULA(WS-NV-I)
                       SET WS-ACHOU-SIM TO TRUE
                       MOVE WS-SIT-CPF(WS-SIT-I) TO DT-CPF-PAGADOR
                   END-IF
               END-PERFORM
           END-IF

           IF DT-CPF-PAGADOR = ZERO
               MOVE ZERO TO DT-TIPO-PAGADOR
           ELSE
               MOVE 01 TO DT-TIPO-PAGADOR
           END-IF
           EXIT.
       FIM-LOCALIZA-PAGADOR.

       GRAVA-TITULO.
           MOVE SPACES TO TITULO-REG
           MOVE WS-ULTIMO-NOSSO-NUMERO   TO TI-NOSSO-NUMERO
           MOVE WS-NV-MATRICULA(WS-NV-J) TO TI-MATRICULA
           MOVE WS-ANOMES-REF            TO TI-COMPETENCIA
           MOVE WS-VENCIMENTO            TO TI-VENCIMENTO
           MOVE WS-NV-VALOR(WS-NV-J)     TO TI-VALOR
           MOVE WS-SEQ-REMESSA           TO TI-REMESSA
           MOVE WS-HOJE-AAAAMMDD         TO TI-DATA-EMISSAO
           SET TI-EMITIDO TO TRUE
           MOVE ZERO                     TO TI-VALOR-PAGO
           WRITE TITULO-REG
           EXIT.
       FIM-GRAVA-TITULO.

       GRAVA-TRAILER.
           MOVE WS-QTD-BOLETOS    TO TL-QTD-TITULOS
           MOVE WS-VALOR-TOTAL    TO TL-VALOR-TOTAL
           ADD 1 TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO   TO TL-SEQ-REGISTRO
           MOVE WS-CNAB-TRAILER   TO REMESSA-REG
           WRITE REMESSA-REG
           EXIT.
       FIM-GRAVA-TRAILER.

       CONVERTE-DDMMAA.
           MOVE WS-DATA-CONV(7:2) TO WS-DDMMAA(1:2)
           MOVE WS-DATA-CONV(5:2) TO WS-DDMMAA(3:2)
           MOVE WS-DATA-CONV(3:2) TO WS-DDMMAA(5:2)
           EXIT.
       FIM-CONVERTE-DDMMAA.

      *-----------------------------------------------------------------
      * TRANSMISSAO NO LIVRO DE INTERFACES DE SAIDA (ENVIOS.TXT);
      * PERIODO MM/AAAA DA COMPETENCIA
      *-----------------------------------------------------------------
       REGISTRA-ENVIO.
           MOVE WS-REM-NOME TO WS-ENV-ARQUIVO
           MOVE SPACES TO WS-ENV-PERIODO
           STRING WS-MES-REF '/' WS-ANO-REF
                  DELIMITED BY SIZE
                  INTO WS-ENV-PERIODO
           END-STRING
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

       FINALIZA-PROGRAMA.
           MOVE WS-VALOR-TOTAL TO WS-VALOR-MASK
           DISPLAY '-----------------------------------'
           DISPLAY 'ALUNOS AVALIADOS         : ' WS-QTD-ALUNOS
           DISPLAY 'JA COM TITULO NO MES     : ' WS-QTD-JA-EMITIDOS
           DISPLAY 'MATRICULAS INATIVAS      : ' WS-QTD-INATIVOS
           DISPLAY 'ISENTOS (BOLSA INTEGRAL) : ' WS-QTD-ISENTOS
           DISPLAY 'SEM PRECO NA TABELA      : ' WS-QTD-SEM-PRECO
           DISPLAY 'TITULOS NA REMESSA       : ' WS-QTD-NOVOS
           DISPLAY 'BOLETOS NA REMESSA       : ' WS-QTD-BOLETOS
           DISPLAY 'VALOR TOTAL DA REMESSA   : ' WS-VALOR-MASK
           IF WS-QTD-NOVOS > 0 AND WS-RETORNO-JOB < 8
               DISPLAY 'ARQUIVO DE REMESSA       : ' WS-REM-NOME
           END-IF
           DISPLAY '-----------------------------------'

           IF WS-QTD-SEM-PRECO > 0 AND WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

           IF WS-CED-ABERTO-SIM
               CLOSE CEDENTE
           END-IF

           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM BANCO-REMESSA.
