      *          RODA DEPOIS DO ALOCA-PAGAMENTOS/INADIMPLENCIA: LE OS
      *          MESES EM ABERTO DO ALOCACAO.TXT (ATE O MES DE
      *          REFERENCIA), APLICA A MENSALIDADE EFETIVA DO ALUNO
      *          (PRECO DA TURMA NO PRECOS.TXT MENOS O DESCONTO DO
      *          BOLSAS.TXT), A MULTA PERCENTUAL E OS JUROS DIARIOS
      *          DO CARTAO COBRAPAR.TXT (PADRAO 2,00 DE MULTA E
      *          0,033 AO DIA; DIAS CONTADOS DO VENCIMENTO - DIA 05
      *          DO MES - ATE HOJE, PELA MESMA ARITMETICA DE
      *                    mesma regra do INADIMPLENCIA, que ja
      *                    suprimia esses meses; a cobranca deixava
      *                    de bater com o relatorio um passo antes
      *   15/10/2026 MC  - Aviso de cobranca ao responsavel: cada carta
      *                    gera uma mensagem na caixa de saida
      *                    NOTIFSAI.TXT pela rotina NOTIFICA (tipo CB,
      *                    chave matricula + mes de referencia, com o
      *                    total devido); rodar de novo a mesma
      *                    referencia nao repete o aviso
      *   15/10/2026 MC  - Preco base pela tabela de precos
      *                    (PRECOS.TXT, rotina MENSALIDADE-PRECO, com
      *                    a turma do CONTALUNO.TXT): o valor unico
      *                    digitado deixa de ser pedido - mesma regra
      *                    do INADIMPLENCIA; aluno cuja turma nao tem
      *                    preco vigente fica sem carta, com aviso e
      *                    RC 4; sem o PRECOS.TXT o passo nao roda
      *   15/10/2026 MC  - Carta por familia: alunos cujo primeiro
      *                    responsavel tem o mesmo CPF recebem uma
      *                    carta so, com o extrato consolidado (os
      *                    meses em aberto de cada filho, subtotal por
      *                    aluno e total da familia) e um unico aviso
      *                    na caixa de saida; sem CPF a carta segue
      *                    por aluno
      *   15/10/2026 MC  - Multa e juros de cada mes pela versao de
      *                    COBRAPAR.TXT vigente no vencimento (rotina
      *                    PARAM-VIGENTE), com a versao usada impressa
      *                    na carta sob o primeiro mes e a cada troca
      *   15/10/2026 MC  - Cada mes em aberto vale o preco e o desconto
      *                    vigentes naquele mes (e nao os do mes de
      *                    referencia), com o preco da unidade do
      *                    aluno (MT-UNIDADE do MATRICULAS.TXT, em
      *                    branco ou sem o arquivo = sede 01); mes sem
      *                    preco vigente fica fora da carta, com aviso
      *                    e RC 4. Extrato de familia (cabecalho,
      *                    subtotais e total por familia) so quando
      *                    dois ou mais filhos tem mes em aberto; carta
      *                    de um filho so mostra os meses da familia
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA-GERA.
           SELECT ACORDOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACORDO-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MATR-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           VALUE OF FILE-ID IS 'ACORDOS.TXT'.
       COPY ACORDO.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD COBRA-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'COBRAPAR.TXT'.
       01 WS-BOLSA-STATUS              PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-ACORDO-STATUS             PIC X(02) VALUE '00'.
       01 WS-MATR-STATUS               PIC X(02) VALUE '00'.
       01 WS-FIM-MATR                  PIC X(01) VALUE 'N'.
           88 WS-FIM-MATR-SIM                 VALUE 'S'.
       01 WS-FIM-ACORDO                PIC X(01) VALUE 'N'.
           88 WS-FIM-ACORDO-SIM               VALUE 'S'.
       01 WS-TAB-ACORDO-LIMITE         PIC 9(03) VALUE 200.
       01 WS-MES-REF                   PIC 9(02) VALUE ZERO.
       01 WS-ANO-REF                   PIC 9(04) VALUE ZERO.
       01 WS-ANOMES-REF                PIC 9(06) VALUE ZERO.
       01 WS-MENSALIDADE               PIC 9(07)V99 VALUE ZERO.
       01 WS-PRECO-TURMA               PIC X(03) VALUE SPACES.
       01 WS-PRECO-ANOMES              PIC 9(06) VALUE ZERO.
       01 WS-PRECO-UNIDADE             PIC X(02) VALUE SPACES.
       01 WS-PRECO-RESULTADO           PIC X(01) VALUE 'N'.
           88 WS-PRECO-SIM                    VALUE 'S'.
           88 WS-PRECO-TABELA-AUSENTE         VALUE 'A'.
       01 WS-PRECO-SERIE               PIC 9(02) VALUE ZERO.
       01 WS-QTD-SEM-PRECO             PIC 9(03) VALUE ZERO.
       01 WS-SEM-PRECO-ALUNO           PIC X(01) VALUE 'N'.
           88 WS-SEM-PRECO-ALUNO-SIM          VALUE 'S'.
       01 WS-SEM-PRECO-ANOMES          PIC 9(06) VALUE ZERO.
       01 WS-MES-ABERTO                PIC X(01) VALUE 'N'.
           88 WS-MES-ABERTO-SIM               VALUE 'S'.
       01 WS-MULTA-PCT                 PIC 9(02)V99 VALUE 2,00.
       01 WS-JUROS-DIA-PCT             PIC 9(01)V9(3) VALUE 0,033.
       01 WS-FLAGS.
           02 WS-AL-ENTRADA OCCURS 200 TIMES.
               03 WS-AL-MATRICULA      PIC X(05).
               03 WS-AL-NOME           PIC X(30).
               03 WS-AL-TURMA          PIC X(03).
               03 WS-AL-UNIDADE        PIC X(02).
               03 WS-AL-FAMILIA        PIC 9(11).
               03 WS-AL-FEITO          PIC X(01).
       01 WS-AL-I                      PIC 9(03) VALUE ZERO.
       01 WS-AL-LIDER                  PIC 9(03) VALUE ZERO.
       01 WS-QTD-DEVEDORES             PIC 9(03) VALUE ZERO.
       01 WS-QTD-FILHOS-CARTA          PIC 9(03) VALUE ZERO.
       01 WS-QTD-MESES-FAMILIA         PIC 9(03) VALUE ZERO.
       01 WS-TOTAL-FAMILIA             PIC 9(09)V99 VALUE ZERO.
       01 WS-CARTA-MATRICULA           PIC X(05) VALUE SPACES.
       01 WS-CARTA-ALUNO               PIC X(30) VALUE SPACES.
       01 WS-TAB-RESP-LIMITE           PIC 9(03) VALUE 500.
       01 WS-QTD-RESP                  PIC 9(03) VALUE ZERO.
       01 WS-TABELA-RESP.
               03 WS-RESP-MATRICULA    PIC X(05).
               03 WS-RESP-NOME         PIC X(30).
               03 WS-RESP-TELEFONE     PIC X(15).
               03 WS-RESP-CPF          PIC 9(11).
       01 WS-RESP-I                    PIC 9(03) VALUE ZERO.
       01 WS-RESP-NOME-CARTA           PIC X(30) VALUE SPACES.
       01 WS-RESP-TEL-CARTA            PIC X(15) VALUE SPACES.
               03 WS-BL-INICIO         PIC 9(06).
               03 WS-BL-FIM            PIC 9(06).
       01 WS-BL-I                      PIC 9(03) VALUE ZERO.
       01 WS-MENSALIDADE-MES           PIC 9(07)V99 VALUE ZERO.
       01 WS-HOJE-INT                  PIC 9(08) VALUE ZERO.
       01 WS-VENC-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-VENC-INT                  PIC 9(08) VALUE ZERO.
       01 WS-MASK-TOTAL                PIC Z.ZZZ.ZZ9,99.
       01 WS-QTD-CARTAS                PIC 9(03) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
       01 WS-HOJE-FMT                  PIC X(10) VALUE SPACES.
       01 WS-QTD-AVISOS                PIC 9(03) VALUE ZERO.
       01 WS-NTF-TIPO                  PIC X(02) VALUE 'CB'.
       01 WS-NTF-MATRICULA             PIC X(05) VALUE SPACES.
       01 WS-NTF-CHAVE                 PIC X(20) VALUE SPACES.
       01 WS-NTF-ALUNO                 PIC X(30) VALUE SPACES.
       01 WS-NTF-DATA                  PIC X(10) VALUE SPACES.
       01 WS-NTF-INFO                  PIC X(45) VALUE SPACES.
       01 WS-NTF-RETORNO               PIC X(01) VALUE SPACE.
           88 WS-NTF-GRAVADA                  VALUE 'G'.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'COBRANCA.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE
           'CARTAS DE COBRANCA - MENSALIDADES EM ATRASO'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE SPACES.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
       01 WS-BASE-MULTA-PCT            PIC 9(02)V99 VALUE 2,00.
       01 WS-BASE-JUROS-DIA-PCT        PIC 9(01)V9(3) VALUE 0,033.
       01 WS-VIG-ARQUIVO               PIC X(13) VALUE 'COBRAPAR.TXT'.
       01 WS-VIG-CHAVE                 PIC X(05) VALUE SPACES.
       01 WS-VIG-RESULTADO             PIC X(01) VALUE 'N'.
           88 WS-VIG-ACHADA                   VALUE 'S'.
       01 WS-VIG-VERSAO                PIC X(50) VALUE SPACES.
       01 WS-VIG-ULTIMA-VERSAO         PIC X(50) VALUE SPACES.
       01 WS-VIG-REGISTRO              PIC X(40) VALUE SPACES.
       01 WS-VIG-COBRA REDEFINES WS-VIG-REGISTRO.
           02 WS-VIG-MULTA-PCT         PIC 9(02)V99.
           02 WS-VIG-JUROS-DIA-PCT     PIC 9(01)V9(3).
           02 FILLER                   PIC X(32).
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
           ACCEPT WS-MES-REF
           DISPLAY 'ANO DE REFERENCIA (AAAA): '
           ACCEPT WS-ANO-REF

           IF WS-MES-REF < 1 OR WS-MES-REF > 12
               DISPLAY 'MES DE REFERENCIA INVALIDO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               MOVE WS-ANO-REF TO WS-ANOMES-REF(1:4)

               COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
               STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                      DELIMITED BY SIZE
                      INTO WS-HOJE-FMT
               END-STRING

               PERFORM CARREGA-PARAMETROS
               PERFORM CARREGA-ALOCACAO
               PERFORM CARREGA-VINCULOS
               PERFORM CARREGA-UNIDADES
               PERFORM CARREGA-RESPONSAVEIS
               PERFORM ASSOCIA-FAMILIAS
               PERFORM CARREGA-BOLSAS
               PERFORM CARREGA-ACORDOS
               PERFORM CONFERE-TABELA-PRECOS
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * A TABELA DE PRECOS E OBRIGATORIA: SEM O PRECOS.TXT NAO HA
      * MENSALIDADE BASE PARA NENHUM ALUNO
      *-----------------------------------------------------------------
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

       CARREGA-PARAMETROS.
           OPEN INPUT COBRA-PARAM
           IF WS-PARAM-STATUS = '00'
               DISPLAY 'COBRAPAR.TXT NAO ENCONTRADO - USANDO MULTA '
                       '2,00 E JUROS 0,033 AO DIA'
           END-IF
           MOVE WS-MULTA-PCT     TO WS-BASE-MULTA-PCT
           MOVE WS-JUROS-DIA-PCT TO WS-BASE-JUROS-DIA-PCT
           EXIT.
       FIM-CARREGA-PARAMETROS.

                            TO WS-AL-MATRICULA(WS-QTD-ALUNOS)
                       MOVE CA-NOME
                            TO WS-AL-NOME(WS-QTD-ALUNOS)
                       MOVE CA-TURMA
                            TO WS-AL-TURMA(WS-QTD-ALUNOS)
                       MOVE '01' TO WS-AL-UNIDADE(WS-QTD-ALUNOS)
                   END-IF
                   PERFORM LER-VINCULO
               END-PERFORM
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
           EXIT.
       FIM-LER-RESPONSAVEIS.

      *-----------------------------------------------------------------
      * FAMILIA DE CADA ALUNO = CPF DO SEU PRIMEIRO RESPONSAVEL (ZERO
      * QUANDO NAO HA RESPONSAVEL COM CPF - A CARTA SAI SO DO ALUNO)
      *-----------------------------------------------------------------
       ASSOCIA-FAMILIAS.
           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
               MOVE ZERO TO WS-AL-FAMILIA(WS-AL-I)
               MOVE 'N' TO WS-AL-FEITO(WS-AL-I)
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-RESP-I FROM 1 BY 1
                       UNTIL WS-RESP-I > WS-QTD-RESP
                          OR WS-ACHOU-SIM
                   IF WS-RESP-MATRICULA(WS-RESP-I) =
                      WS-AL-MATRICULA(WS-AL-I)
                       SET WS-ACHOU-SIM TO TRUE
                       MOVE WS-RESP-CPF(WS-RESP-I)
                            TO WS-AL-FAMILIA(WS-AL-I)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.
       FIM-ASSOCIA-FAMILIAS.

       CARREGA-BOLSAS.
           OPEN INPUT BOLSAS
           IF WS-BOLSA-STATUS = '00'
               MOVE 'I' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               PERFORM VARYING WS-AL-LIDER FROM 1 BY 1
                       UNTIL WS-AL-LIDER > WS-QTD-ALUNOS
                   IF WS-AL-FEITO(WS-AL-LIDER) = 'N'
                       PERFORM GERA-CARTA-FAMILIA
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-IMP-LINHA
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * UMA CARTA POR FAMILIA: O PRIMEIRO ALUNO AINDA NAO TRATADO E OS
      * DEMAIS COM O MESMO CPF DE RESPONSAVEL, CADA UM COM SEUS MESES;
      * A PRIMEIRA PASSADA SO CONTA OS FILHOS COM MES EM ABERTO, QUE
      * DECIDEM SE A CARTA SAI COMO EXTRATO DA FAMILIA
      *-----------------------------------------------------------------
       GERA-CARTA-FAMILIA.
           MOVE ZERO TO WS-QTD-DEVEDORES
           MOVE ZERO TO WS-QTD-FILHOS-CARTA
           MOVE ZERO TO WS-QTD-MESES-FAMILIA
           MOVE ZERO TO WS-TOTAL-FAMILIA

           PERFORM VARYING WS-AL-I FROM WS-AL-LIDER BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
               IF WS-AL-I = WS-AL-LIDER OR
                  (WS-AL-FAMILIA(WS-AL-LIDER) > 0 AND
                   WS-AL-FAMILIA(WS-AL-I) =
                   WS-AL-FAMILIA(WS-AL-LIDER))
                   PERFORM CONTA-MESES-ALUNO
                   IF WS-QTD-MESES-CARTA > 0
                       ADD 1 TO WS-QTD-DEVEDORES
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-AL-I FROM WS-AL-LIDER BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
               IF WS-AL-I = WS-AL-LIDER OR
                  (WS-AL-FAMILIA(WS-AL-LIDER) > 0 AND
                   WS-AL-FAMILIA(WS-AL-I) =
                   WS-AL-FAMILIA(WS-AL-LIDER))
                   MOVE 'S' TO WS-AL-FEITO(WS-AL-I)
                   PERFORM GERA-CARTA-ALUNO
               END-IF
           END-PERFORM

           IF WS-QTD-MESES-FAMILIA > 0
               PERFORM FECHA-CARTA
           END-IF
           EXIT.
       FIM-GERA-CARTA-FAMILIA.

       GERA-CARTA-ALUNO.
           PERFORM LOCALIZA-ACORDO
           MOVE ZERO TO WS-TOTAL-CARTA
           MOVE ZERO TO WS-QTD-MESES-CARTA
           MOVE 'N' TO WS-SEM-PRECO-ALUNO

           PERFORM VARYING WS-ALOC-I FROM 1 BY 1
                   UNTIL WS-ALOC-I > WS-QTD-ALOC
               PERFORM CONFERE-MES-ABERTO
               IF WS-MES-ABERTO-SIM
                   IF WS-QTD-MESES-FAMILIA = 0
                       PERFORM ABRE-CARTA
                   END-IF
                   IF WS-QTD-MESES-CARTA = 0
                       PERFORM ABRE-ALUNO-CARTA
                   END-IF
                   PERFORM DETALHA-MES-CARTA
               END-IF
           END-PERFORM

           IF WS-SEM-PRECO-ALUNO-SIM
               ADD 1 TO WS-QTD-SEM-PRECO
               DISPLAY 'AVISO: SEM PRECO PARA A TURMA '
                       WS-AL-TURMA(WS-AL-I) ' EM '
                       WS-SEM-PRECO-ANOMES
                       ' - MATRICULA ' WS-AL-MATRICULA(WS-AL-I)
                       ' - MES(ES) SEM PRECO FORA DA CARTA'
           END-IF

           IF WS-QTD-MESES-CARTA > 0 AND WS-QTD-DEVEDORES > 1
               PERFORM FECHA-ALUNO-CARTA
           END-IF
           EXIT.
       FIM-GERA-CARTA-ALUNO.

      *-----------------------------------------------------------------
      * SO CONTA OS MESES EM ABERTO DO ALUNO WS-AL-I, SEM IMPRIMIR
      *-----------------------------------------------------------------
       CONTA-MESES-ALUNO.
           PERFORM LOCALIZA-ACORDO
           MOVE ZERO TO WS-QTD-MESES-CARTA

           PERFORM VARYING WS-ALOC-I FROM 1 BY 1
                   UNTIL WS-ALOC-I > WS-QTD-ALOC
               PERFORM CONFERE-MES-ABERTO
               IF WS-MES-ABERTO-SIM
                   ADD 1 TO WS-QTD-MESES-CARTA
               END-IF
           END-PERFORM
           EXIT.
       FIM-CONTA-MESES-ALUNO.

      *-----------------------------------------------------------------
      * A ALOCACAO WS-ALOC-I E MES EM ABERTO DO ALUNO WS-AL-I QUANDO
      * ESTA ATE O MES DE REFERENCIA, NAO FOI QUITADA NEM CANCELADA,
      * NAO ESTA COBERTA POR ACORDO EM DIA E O VALOR ALOCADO NAO CHEGA
      * A MENSALIDADE EFETIVA DAQUELE MES
      *-----------------------------------------------------------------
       CONFERE-MES-ABERTO.
           MOVE 'N' TO WS-MES-ABERTO
           IF WS-ALOC-MATRICULA(WS-ALOC-I) =
              WS-AL-MATRICULA(WS-AL-I) AND
              WS-ALOC-ANOMES(WS-ALOC-I) > 0 AND
              WS-ALOC-ANOMES(WS-ALOC-I) <= WS-ANOMES-REF AND
              WS-ALOC-SITUACAO(WS-ALOC-I) NOT = 'Q' AND
              WS-ALOC-SITUACAO(WS-ALOC-I) NOT = 'C'
               IF WS-ACORDO-EM-DIA-SIM AND
                  WS-ALOC-ANOMES(WS-ALOC-I) >= WS-ACD-INICIO-ALUNO AND
                  WS-ALOC-ANOMES(WS-ALOC-I) <= WS-ACD-FIM-ALUNO
                   CONTINUE
               ELSE
                   PERFORM CALCULA-MENSALIDADE-MES
                   IF NOT WS-PRECO-SIM
                       IF NOT WS-SEM-PRECO-ALUNO-SIM
                           SET WS-SEM-PRECO-ALUNO-SIM TO TRUE
                           MOVE WS-ALOC-ANOMES(WS-ALOC-I)
                                TO WS-SEM-PRECO-ANOMES
                       END-IF
                   ELSE
                       IF WS-ALOC-PAGO(WS-ALOC-I) <
                          WS-MENSALIDADE-MES
                           SET WS-MES-ABERTO-SIM TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-CONFERE-MES-ABERTO.

      *-----------------------------------------------------------------
      * MENSALIDADE EFETIVA DO ALUNO WS-AL-I NO MES DA ALOCACAO
      * WS-ALOC-I: PRECO DA TURMA NA UNIDADE DO ALUNO E DESCONTO
      * VIGENTES NAQUELE MES (PERCENTUAL OU VALOR FIXO, NUNCA ABAIXO
      * DE ZERO) - MESMA CONTA DO INADIMPLENCIA
      *-----------------------------------------------------------------
       CALCULA-MENSALIDADE-MES.
           MOVE WS-AL-TURMA(WS-AL-I)     TO WS-PRECO-TURMA
           MOVE WS-AL-UNIDADE(WS-AL-I)   TO WS-PRECO-UNIDADE
           MOVE WS-ALOC-ANOMES(WS-ALOC-I) TO WS-PRECO-ANOMES
           PERFORM BUSCA-PRECO-TURMA
           IF NOT WS-PRECO-SIM
               MOVE ZERO TO WS-MENSALIDADE
           END-IF
           MOVE WS-MENSALIDADE TO WS-MENSALIDADE-MES
           MOVE 'N' TO WS-TEM-BOLSA

           PERFORM VARYING WS-BL-I FROM 1 BY 1
                      OR WS-TEM-BOLSA-SIM
               IF WS-BL-MATRICULA(WS-BL-I) =
                  WS-AL-MATRICULA(WS-AL-I) AND
                  WS-PRECO-ANOMES >= WS-BL-INICIO(WS-BL-I) AND
                  WS-PRECO-ANOMES <= WS-BL-FIM(WS-BL-I)
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
           END-PERFORM
           EXIT.
       FIM-CALCULA-MENSALIDADE-MES.

       ABRE-CARTA.
           PERFORM LOCALIZA-RESPONSAVEL
           MOVE SPACES TO WS-VIG-ULTIMA-VERSAO

           MOVE ALL '=' TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE WS-AL-MATRICULA(WS-AL-I) TO WS-CARTA-MATRICULA
           MOVE WS-AL-NOME(WS-AL-I)      TO WS-CARTA-ALUNO

           IF WS-QTD-DEVEDORES > 1
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'EXTRATO CONSOLIDADO DA FAMILIA - CPF DO '
                      'RESPONSAVEL: ' WS-AL-FAMILIA(WS-AL-I)
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-ABRE-CARTA.

       ABRE-ALUNO-CARTA.
           ADD 1 TO WS-QTD-FILHOS-CARTA

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ALUNO: ' WS-AL-NOME(WS-AL-I)
                  '  MATRICULA: ' WS-AL-MATRICULA(WS-AL-I)
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-ABRE-ALUNO-CARTA.

       FECHA-ALUNO-CARTA.
           MOVE WS-TOTAL-CARTA TO WS-MASK-TOTAL

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'SUBTOTAL DO ALUNO: ' WS-MASK-TOTAL
                  '  (' WS-QTD-MESES-CARTA ' MES(ES) EM ABERTO)'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-FECHA-ALUNO-CARTA.

       LOCALIZA-RESPONSAVEL.
           MOVE 'RESPONSAVEL NAO CADASTRADO' TO WS-RESP-NOME-CARTA
      *-----------------------------------------------------------------
       DETALHA-MES-CARTA.
           ADD 1 TO WS-QTD-MESES-CARTA
           ADD 1 TO WS-QTD-MESES-FAMILIA

           COMPUTE WS-PRINCIPAL = WS-MENSALIDADE-MES
                   - WS-ALOC-PAGO(WS-ALOC-I)

           MOVE WS-ALOC-ANOMES(WS-ALOC-I)(1:4)
           MOVE WS-ALOC-ANOMES(WS-ALOC-I)(5:2)
                TO WS-VENC-AAAAMMDD(5:2)
           MOVE '05' TO WS-VENC-AAAAMMDD(7:2)
           PERFORM APLICA-COBRAPAR-VIGENTE
           COMPUTE WS-VENC-INT =
               FUNCTION INTEGER-OF-DATE(WS-VENC-AAAAMMDD)
           COMPUTE WS-DIAS-ATRASO = WS-HOJE-INT - WS-VENC-INT
           COMPUTE WS-TOTAL-MES =
                   WS-PRINCIPAL + WS-MULTA + WS-JUROS
           ADD WS-TOTAL-MES TO WS-TOTAL-CARTA
           ADD WS-TOTAL-MES TO WS-TOTAL-FAMILIA

           MOVE WS-PRINCIPAL TO WS-MASK-A
           MOVE WS-MULTA     TO WS-MASK-B
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           IF WS-VIG-VERSAO NOT = WS-VIG-ULTIMA-VERSAO
               MOVE WS-VIG-VERSAO TO WS-VIG-ULTIMA-VERSAO
               MOVE SPACES TO WS-IMP-LINHA
               STRING '        REGRA: ' WS-VIG-VERSAO
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-DETALHA-MES-CARTA.

      *-----------------------------------------------------------------
      * MULTA E JUROS DA VERSAO DE COBRAPAR.TXT VIGENTE NO
      * VENCIMENTO; SEM HISTORICO FICAM OS VALORES DO ARQUIVO ATUAL
      *-----------------------------------------------------------------
       APLICA-COBRAPAR-VIGENTE.
           MOVE WS-BASE-MULTA-PCT     TO WS-MULTA-PCT
           MOVE WS-BASE-JUROS-DIA-PCT TO WS-JUROS-DIA-PCT
           CALL 'PARAM-VIGENTE' USING WS-VIG-ARQUIVO
                                      WS-VIG-CHAVE
                                      WS-VENC-AAAAMMDD
                                      WS-VIG-RESULTADO
                                      WS-VIG-REGISTRO
                                      WS-VIG-VERSAO
           END-CALL
           IF WS-VIG-ACHADA
               IF WS-VIG-MULTA-PCT NUMERIC
                   MOVE WS-VIG-MULTA-PCT TO WS-MULTA-PCT
               END-IF
               IF WS-VIG-JUROS-DIA-PCT NUMERIC
                   MOVE WS-VIG-JUROS-DIA-PCT TO WS-JUROS-DIA-PCT
               END-IF
           END-IF
           EXIT.
       FIM-APLICA-COBRAPAR-VIGENTE.

       FECHA-CARTA.
           MOVE WS-TOTAL-FAMILIA TO WS-MASK-TOTAL

           MOVE SPACES TO WS-IMP-LINHA
           IF WS-QTD-FILHOS-CARTA > 1
               STRING 'TOTAL DEVIDO PELA FAMILIA: ' WS-MASK-TOTAL
                      '  (' WS-QTD-MESES-FAMILIA ' MES(ES) EM ABERTO, '
                      WS-QTD-FILHOS-CARTA ' ALUNOS)'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           ELSE
               STRING 'TOTAL DEVIDO: ' WS-MASK-TOTAL
                      '  (' WS-QTD-MESES-FAMILIA ' MES(ES) EM ABERTO)'
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           END-IF
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM CHAMA-IMPRESSAO

           ADD 1 TO WS-QTD-CARTAS
           IF WS-QTD-FILHOS-CARTA > 1
               DISPLAY 'CARTA GERADA - FAMILIA DE ' WS-RESP-NOME-CARTA
                       ' (' WS-QTD-FILHOS-CARTA ' ALUNOS)'
           ELSE
               DISPLAY 'CARTA GERADA - ' WS-CARTA-ALUNO
           END-IF
           PERFORM AVISA-COBRANCA
           EXIT.
       FIM-FECHA-CARTA.

      *-----------------------------------------------------------------
      * UM AVISO POR CARTA, NA MATRICULA DO PRIMEIRO ALUNO DA CARTA,
      * COM O TOTAL DA FAMILIA
      *-----------------------------------------------------------------
       AVISA-COBRANCA.
           MOVE WS-CARTA-MATRICULA TO WS-NTF-MATRICULA
           MOVE WS-CARTA-ALUNO     TO WS-NTF-ALUNO
           MOVE SPACES TO WS-NTF-CHAVE
           STRING WS-CARTA-MATRICULA WS-ANOMES-REF
                  DELIMITED BY SIZE
                  INTO WS-NTF-CHAVE
           END-STRING
           MOVE WS-HOJE-FMT TO WS-NTF-DATA
           MOVE WS-MASK-TOTAL TO WS-NTF-INFO
           CALL 'NOTIFICA' USING WS-NTF-TIPO
                                 WS-NTF-MATRICULA
                                 WS-NTF-CHAVE
                                 WS-NTF-ALUNO
                                 WS-NTF-DATA
                                 WS-NTF-INFO
                                 WS-NTF-RETORNO
           END-CALL
           IF WS-NTF-GRAVADA
               ADD 1 TO WS-QTD-AVISOS
           END-IF
           EXIT.
       FIM-AVISA-COBRANCA.

       CHAMA-IMPRESSAO.
           CALL 'IMPRESSAO' USING WS-IMP-ACAO
                                  WS-IMP-ARQUIVO
           DISPLAY '-----------------------------------'
           DISPLAY 'ALUNOS AVALIADOS : ' WS-QTD-ALUNOS
           DISPLAY 'CARTAS GERADAS   : ' WS-QTD-CARTAS
           DISPLAY 'AVISOS GRAVADOS  : ' WS-QTD-AVISOS
           DISPLAY 'ALUNOS SEM PRECO : ' WS-QTD-SEM-PRECO
           DISPLAY '-----------------------------------'

           IF WS-QTD-SEM-PRECO > 0 AND WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
