      *                    sequencia (a chave alternativa por
      *                    FDS-NOME do SELECT serve ao acesso por
      *                    nome exato, como no CONCILIA-ALUNOS)
      *   15/10/2026 MC  - Nome do professor ao lado da disciplina,
      *                    lido da atribuicao de aulas (rotina
      *                    PROFESSOR-TURMA: turma, disciplina e ano da
      *                    nota); sem atribuicao a linha sai como
      *                    antes
      *   15/10/2026 MC  - Dependencias do aluno (DEPENDENCIAS.TXT,
      *                    DEPEND.CPY) cursadas no ano da nota: o
      *                    boletim lista cada uma com a nota do mesmo
      *                    bimestre e a situacao (em curso, cumprida
      *                    ou nao cumprida); sem o arquivo sai como
      *                    antes
      *   15/10/2026 MC  - Faltas abonadas por atestado
      *                    (FQ-AULAS-ABONADAS) contam como aula
      *                    assistida na regra de reprovacao por falta;
      *                    o boletim traz a frequencia com as faltas
      *                    e quantas delas foram abonadas
      *   15/10/2026 MC  - Aviso de boletim emitido ao responsavel:
      *                    cada aluno/bimestre emitido gera uma
      *                    mensagem na caixa de saida NOTIFSAI.TXT
      *                    pela rotina NOTIFICA (tipo BO, chave
      *                    matricula + ano + bimestre, uma so vez
      *                    mesmo com varias disciplinas ou reemissao)
      *   15/10/2026 MC  - Detalhe das avaliacoes sob pedido: o operador
      *                    responde se quer o detalhe e o boletim passa
      *                    a listar, abaixo das quatro notas, cada
      *                    avaliacao da turma/disciplina/bimestre
      *                    (AVALIACOES.TXT) com data, peso, a nota que
      *                    ela compoe e a nota obtida pelo aluno
      *                    (AVALNOTAS.TXT), para a conferencia de uma
      *                    nota contestada; sem os arquivos sai como
      *                    antes
      *   15/10/2026 MC  - Media e situacao pela versao de MEDIAPAR.TXT
      *                    vigente na data da nota (rotina
      *                    PARAM-VIGENTE), com a versao usada impressa
      *                    em cada boletim - reemissao de bimestre
      *                    antigo sai com a regra da epoca
      *   15/10/2026 MC  - Professor atribuido procurado na unidade
      *                    em que a nota foi lancada (FD-UNIDADE)
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      *   15/10/2026 MC  - Detalhe das avaliacoes procurado pela unidade
      *                    da nota (AV-UNIDADE e AVN-UNIDADE, em branco
      *                    = 01)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETIM-ALUNO.
           SELECT BOLETINS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BOLETINS-STATUS.
           SELECT DEPENDENCIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEP-STATUS.
           SELECT AVALIACOES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVAL-STATUS.
           SELECT AVAL-NOTAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVN-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.

       FD MEDIA-PARAM
           LABEL RECORD STANDARD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BOLETINS.TXT'.
       01 BOLETINS-REG                     PIC X(80).

       FD DEPENDENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DEPENDENCIAS.TXT'.
       COPY DEPEND.CPY.

       FD AVALIACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'AVALIACOES.TXT'.
       COPY AVALIACAO.CPY.

       FD AVAL-NOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'AVALNOTAS.TXT'.
       COPY AVALNOTA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-NOTAS-STATUS                  PIC X(02) VALUE '00'.
           02 WS-FREQ-ENTRADA OCCURS 500 TIMES.
               03 WS-FREQ-NOME             PIC X(11).
               03 WS-FREQ-PCT              PIC 9(03)V9.
               03 WS-FREQ-FALTAS           PIC 9(03).
               03 WS-FREQ-ABONADAS         PIC 9(03).
       01 WS-FREQ-I                        PIC 9(03) VALUE ZERO.
       01 WS-FREQ-ACHOU                    PIC X(01) VALUE 'N'.
           88 WS-FREQ-ACHOU-SIM                   VALUE 'S'.
       01 WS-FREQ-PCT-ALUNO                PIC 9(03)V9 VALUE ZERO.
       01 WS-FREQ-FALTAS-ALUNO             PIC 9(03) VALUE ZERO.
       01 WS-FREQ-ABONADAS-ALUNO           PIC 9(03) VALUE ZERO.
       01 WS-FREQ-PCT-MASK                 PIC ZZ9,9.
       01 WS-FREQ-FALTAS-MASK              PIC ZZ9.
       01 WS-FREQ-ABONADAS-MASK            PIC ZZ9.
       01 WS-LIMITE-FREQUENCIA             PIC 9(03)V9 VALUE 75,0.
       01 WS-DISC-STATUS                   PIC X(02) VALUE '00'.
       01 WS-FIM-DISC                      PIC X(01) VALUE 'N'.
       01 WS-DISC-ACHOU                    PIC X(01) VALUE 'N'.
           88 WS-DISC-ACHOU-SIM                   VALUE 'S'.
       01 WS-DISC-NOME-BOLETIM             PIC X(20) VALUE SPACES.
       01 WS-ATR-ANO                       PIC 9(04) VALUE ZERO.
       01 WS-ATR-ACHOU                     PIC X(01) VALUE 'N'.
           88 WS-ATR-ACHOU-SIM                    VALUE 'S'.
       01 WS-ATR-PROFESSOR                 PIC X(05) VALUE SPACES.
       01 WS-ATR-PROF-NOME                 PIC X(30) VALUE SPACES.
       01 WS-ATR-PROF-OPERADOR             PIC X(08) VALUE SPACES.
       01 WS-RESP-STATUS                   PIC X(02) VALUE '00'.
       01 WS-FIM-RESP                      PIC X(01) VALUE 'N'.
           88 WS-FIM-RESP-SIM                     VALUE 'S'.
           02 WS-EMIS-DIA          PIC 9(02).
       01 WS-EMISSAO-FMT                   PIC X(10) VALUE SPACES.
       01 WS-RETORNO-JOB                   PIC 9(02) VALUE ZERO.
       01 WS-DEP-STATUS                    PIC X(02) VALUE '00'.
       01 WS-FIM-DEP                       PIC X(01) VALUE 'N'.
           88 WS-FIM-DEP-SIM                      VALUE 'S'.
       01 WS-TAB-DEP-LIMITE                PIC 9(04) VALUE 3000.
       01 WS-QTD-DEP                       PIC 9(04) VALUE ZERO.
       01 WS-TABELA-DEP.
           02 WS-DEP-REG PIC X(60) OCCURS 3000 TIMES.
       01 WS-DEP-I                         PIC 9(04) VALUE ZERO.
       01 WS-DEP-SITUACAO                  PIC X(12) VALUE SPACES.
       01 WS-DEP-NOTA-TXT                  PIC X(04) VALUE SPACES.
       01 WS-DEP-TITULO                    PIC X(01) VALUE 'N'.
           88 WS-DEP-TITULO-SIM                   VALUE 'S'.
       01 WS-QTD-AVISOS                    PIC 9(04) VALUE ZERO.
       01 WS-NTF-TIPO                      PIC X(02) VALUE 'BO'.
       01 WS-NTF-MATRICULA                 PIC X(05) VALUE SPACES.
       01 WS-NTF-CHAVE                     PIC X(20) VALUE SPACES.
       01 WS-NTF-ALUNO                     PIC X(30) VALUE SPACES.
       01 WS-NTF-DATA                      PIC X(10) VALUE SPACES.
       01 WS-NTF-INFO                      PIC X(45) VALUE SPACES.
       01 WS-NTF-RETORNO                   PIC X(01) VALUE SPACE.
           88 WS-NTF-GRAVADA                      VALUE 'G'.
       01 WS-DETALHE                       PIC X(01) VALUE 'N'.
           88 WS-DETALHE-SIM                      VALUE 'S' 's'.
       01 WS-AVAL-STATUS                   PIC X(02) VALUE '00'.
       01 WS-AVN-STATUS                    PIC X(02) VALUE '00'.
       01 WS-FIM-AVAL                      PIC X(01) VALUE 'N'.
           88 WS-FIM-AVAL-SIM                     VALUE 'S'.
       01 WS-FIM-AVN                       PIC X(01) VALUE 'N'.
           88 WS-FIM-AVN-SIM                      VALUE 'S'.
       01 WS-AVL-ACHOU                     PIC X(01) VALUE 'N'.
           88 WS-AVL-ACHOU-SIM                    VALUE 'S'.
       01 WS-TAB-AVL-LIMITE                PIC 9(04) VALUE 500.
       01 WS-QTD-AVL                       PIC 9(04) VALUE ZERO.
       01 WS-TABELA-AVL.
           02 WS-AVL-ENTRADA OCCURS 500 TIMES.
               03 WS-AVL-GRUPO             PIC X(08).
               03 WS-AVL-CODIGO            PIC X(02).
               03 WS-AVL-NOME              PIC X(20).
               03 WS-AVL-DATA              PIC X(10).
               03 WS-AVL-PESO              PIC 9(02).
               03 WS-AVL-NUM-NOTA          PIC 9(01).
       01 WS-AVL-I                         PIC 9(04) VALUE ZERO.
       01 WS-AVL-POS                       PIC 9(04) VALUE ZERO.
       01 WS-TAB-AVN-LIMITE                PIC 9(04) VALUE 5000.
       01 WS-QTD-AVN                       PIC 9(04) VALUE ZERO.
       01 WS-TABELA-AVN.
           02 WS-AVN-ENTRADA OCCURS 5000 TIMES.
               03 WS-AVN-CHAVE             PIC X(12).
               03 WS-AVN-SITUACAO          PIC X(01).
               03 WS-AVN-NOTA              PIC 9(02)V9.
       01 WS-AVN-I                         PIC 9(04) VALUE ZERO.
       01 WS-AVN-POS                       PIC 9(04) VALUE ZERO.
       01 WS-AVL-GRUPO-REG                 PIC X(08) VALUE SPACES.
       01 WS-AVL-GRUPO-LIDO.
           02 WS-AVL-GL-UNIDADE            PIC X(02).
           02 WS-AVL-GL-GRUPO              PIC X(06).
       01 WS-AVL-UNIDADE-NOTA              PIC X(02) VALUE SPACES.
       01 WS-AVN-CHAVE-BUSCA.
           02 WS-AVN-CB-UNIDADE            PIC X(02).
           02 WS-AVN-CB-CHAVE.
               03 WS-AVN-CB-MATRICULA      PIC X(05).
               03 WS-AVN-CB-DISCIPLINA     PIC X(02).
               03 WS-AVN-CB-BIMESTRE       PIC 9(01).
               03 WS-AVN-CB-AVALIACAO      PIC X(02).
       01 WS-AVL-NUM-IMPRESSA              PIC 9(01) VALUE ZERO.
       01 WS-AVL-TITULO                    PIC X(01) VALUE 'N'.
           88 WS-AVL-TITULO-SIM                   VALUE 'S'.
       01 WS-AVL-PESO-MASK                 PIC Z9.
       01 WS-AVL-NOTA-TXT                  PIC X(07) VALUE SPACES.
       01 WS-BASE-PARAM.
           02 WS-BASE-RECUPERACAO          PIC 9(02)V99 VALUE 5,00.
           02 WS-BASE-APROVACAO            PIC 9(02)V99 VALUE 7,00.
           02 WS-BASE-PESO1                PIC 9(01)V99 VALUE 0.
           02 WS-BASE-PESO2                PIC 9(01)V99 VALUE 0.
           02 WS-BASE-PESO3                PIC 9(01)V99 VALUE 0.
           02 WS-BASE-PESO4                PIC 9(01)V99 VALUE 0.
       01 WS-VIG-ARQUIVO                   PIC X(13)
                                           VALUE 'MEDIAPAR.TXT'.
       01 WS-VIG-CHAVE                     PIC X(05) VALUE SPACES.
       01 WS-VIG-DATA                      PIC 9(08) VALUE ZERO.
       01 WS-VIG-ULTIMA-DATA               PIC 9(08) VALUE 99999999.
       01 WS-VIG-OK                        PIC X(01) VALUE 'S'.
       01 WS-VIG-MOTIVO                    PIC X(30) VALUE SPACES.
       01 WS-VIG-RESULTADO                 PIC X(01) VALUE 'N'.
           88 WS-VIG-ACHADA                       VALUE 'S'.
       01 WS-VIG-VERSAO                    PIC X(50) VALUE SPACES.
       01 WS-VIG-REGISTRO                  PIC X(40) VALUE SPACES.
       01 WS-VIG-MEDIA REDEFINES WS-VIG-REGISTRO.
           02 WS-VIG-RECUPERACAO           PIC 9(02)V99.
           02 WS-VIG-APROVACAO             PIC 9(02)V99.
           02 WS-VIG-PESO1                 PIC 9(01)V99.
           02 WS-VIG-PESO2                 PIC 9(01)V99.
           02 WS-VIG-PESO3                 PIC 9(01)V99.
           02 WS-VIG-PESO4                 PIC 9(01)V99.
           02 FILLER                       PIC X(22).
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
                       SET WS-FIM-NOTAS-SIM TO TRUE
                   END-IF
               END-IF

               IF NOT WS-FIM-NOTAS-SIM
                   DISPLAY 'DETALHAR AS AVALIACOES QUE COMPOEM CADA '
                           'NOTA? (S/N)'
                   MOVE 'N' TO WS-DETALHE
                   ACCEPT WS-DETALHE
               END-IF
           END-IF

           OPEN INPUT MEDIA-PARAM

           COMPUTE WS-SOMA-PESOS = WS-PESO1 + WS-PESO2
                                  + WS-PESO3 + WS-PESO4

           MOVE WS-LIMITE-RECUPERACAO TO WS-BASE-RECUPERACAO
           MOVE WS-LIMITE-APROVACAO   TO WS-BASE-APROVACAO
           MOVE WS-PESO1 TO WS-BASE-PESO1
           MOVE WS-PESO2 TO WS-BASE-PESO2
           MOVE WS-PESO3 TO WS-BASE-PESO3
           MOVE WS-PESO4 TO WS-BASE-PESO4
           EXIT.
       FIM-INICIO.

               PERFORM CARREGA-DISCIPLINAS
               PERFORM CARREGA-RESPONSAVEIS
               PERFORM CARREGA-PROTOCOLO
               PERFORM CARREGA-DEPENDENCIAS
               IF WS-DETALHE-SIM
                   PERFORM CARREGA-AVALIACOES
                   PERFORM CARREGA-NOTAS-AVALIACAO
               END-IF

               OPEN EXTEND PROTOCOLO
               IF WS-PROT-STATUS = '35'
                      FDS-ID = WS-MATRICULA-ALVO
                       PERFORM CALCULA-MEDIA-SITUACAO
                       PERFORM LOCALIZA-DISCIPLINA
                       PERFORM LOCALIZA-PROFESSOR
                       PERFORM LOCALIZA-RESPONSAVEL
                       PERFORM IMPRIME-BOLETIM
                       PERFORM CRIA-PROTOCOLO-PENDENTE
                       PERFORM AVISA-BOLETIM
                   END-IF
                   PERFORM LER-NOTAS
               END-PERFORM
       FIM-REPOSICIONA-NOTAS.

       CALCULA-MEDIA-SITUACAO.
           CALL 'DATA-VALIDA' USING FDS-DATA
                                    WS-VIG-OK
                                    WS-VIG-MOTIVO
                                    WS-VIG-DATA
           END-CALL
           IF WS-VIG-OK NOT = 'S'
               MOVE ZERO TO WS-VIG-DATA
           END-IF
           PERFORM APLICA-PARAM-VIGENTE

           IF WS-SOMA-PESOS > 0
               COMPUTE WS-MEDIA ROUNDED =
                   (FDS-NOTA1 * WS-PESO1 + FDS-NOTA2 * WS-PESO2
           EXIT.
       FIM-CALCULA-MEDIA-SITUACAO.

      *-----------------------------------------------------------------
      * VERSAO DE MEDIAPAR.TXT VIGENTE NA DATA DA NOTA (ZERO = HOJE):
      * PARTE SEMPRE DO ARQUIVO ATUAL E SOBREPOE A VERSAO DO
      * HISTORICO; SO CONSULTA DE NOVO QUANDO A DATA MUDA
      *-----------------------------------------------------------------
       APLICA-PARAM-VIGENTE.
           IF WS-VIG-DATA NOT = WS-VIG-ULTIMA-DATA
               MOVE WS-VIG-DATA TO WS-VIG-ULTIMA-DATA
               MOVE WS-BASE-RECUPERACAO TO WS-LIMITE-RECUPERACAO
               MOVE WS-BASE-APROVACAO   TO WS-LIMITE-APROVACAO
               MOVE WS-BASE-PESO1 TO WS-PESO1
               MOVE WS-BASE-PESO2 TO WS-PESO2
               MOVE WS-BASE-PESO3 TO WS-PESO3
               MOVE WS-BASE-PESO4 TO WS-PESO4

               CALL 'PARAM-VIGENTE' USING WS-VIG-ARQUIVO
                                          WS-VIG-CHAVE
                                          WS-VIG-DATA
                                          WS-VIG-RESULTADO
                                          WS-VIG-REGISTRO
                                          WS-VIG-VERSAO
               END-CALL

               IF WS-VIG-ACHADA
                   IF WS-VIG-RECUPERACAO NUMERIC AND
                      WS-VIG-APROVACAO NUMERIC
                       MOVE WS-VIG-RECUPERACAO
                            TO WS-LIMITE-RECUPERACAO
                       MOVE WS-VIG-APROVACAO TO WS-LIMITE-APROVACAO
                   END-IF
                   IF WS-VIG-PESO1 NUMERIC AND
                      WS-VIG-PESO2 NUMERIC AND
                      WS-VIG-PESO3 NUMERIC AND
                      WS-VIG-PESO4 NUMERIC
                       MOVE WS-VIG-PESO1 TO WS-PESO1
                       MOVE WS-VIG-PESO2 TO WS-PESO2
                       MOVE WS-VIG-PESO3 TO WS-PESO3
                       MOVE WS-VIG-PESO4 TO WS-PESO4
                   END-IF
               END-IF
               COMPUTE WS-SOMA-PESOS = WS-PESO1 + WS-PESO2
                                      + WS-PESO3 + WS-PESO4
           END-IF
           EXIT.
       FIM-APLICA-PARAM-VIGENTE.

       CARREGA-FREQUENCIA.
           OPEN INPUT FREQUENCIA
           IF WS-FREQ-STATUS = '00'
                           ADD 1 TO WS-QTD-FREQ
                           MOVE FQ-NOME
                                TO WS-FREQ-NOME(WS-QTD-FREQ)
                           IF FQ-AULAS-ABONADAS NOT NUMERIC
                               MOVE ZERO TO FQ-AULAS-ABONADAS
                           END-IF
                           COMPUTE WS-FREQ-PCT(WS-QTD-FREQ) =
                               ((FQ-AULAS-ASSISTIDAS +
                                 FQ-AULAS-ABONADAS) * 100)
                               / FQ-AULAS-DADAS
                           END-COMPUTE
                           COMPUTE WS-FREQ-FALTAS(WS-QTD-FREQ) =
                               FQ-AULAS-DADAS - FQ-AULAS-ASSISTIDAS
                           END-COMPUTE
                           MOVE FQ-AULAS-ABONADAS
                                TO WS-FREQ-ABONADAS(WS-QTD-FREQ)
                       END-IF
                   END-IF
                   PERFORM LER-FREQUENCIA
           EXIT.
       FIM-CRIA-PROTOCOLO-PENDENTE.

      *-----------------------------------------------------------------
      * AVISO AO RESPONSAVEL; A ROTINA NOTIFICA NAO REPETE A MESMA
      * CHAVE PARA O MESMO DESTINO
      *-----------------------------------------------------------------
       AVISA-BOLETIM.
           MOVE FDS-ID   TO WS-NTF-MATRICULA
           MOVE FDS-NOME TO WS-NTF-ALUNO
           MOVE SPACES TO WS-NTF-CHAVE
           STRING FDS-ID WS-ATR-ANO 'B' FDS-BIMESTRE
                  DELIMITED BY SIZE
                  INTO WS-NTF-CHAVE
           END-STRING
           MOVE WS-EMISSAO-FMT TO WS-NTF-DATA
           MOVE SPACES TO WS-NTF-INFO
           STRING FDS-BIMESTRE 'O BIMESTRE DE ' WS-ATR-ANO
                  DELIMITED BY SIZE
                  INTO WS-NTF-INFO
           END-STRING
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
       FIM-AVISA-BOLETIM.

       CARREGA-RESPONSAVEIS.
           OPEN INPUT RESPONSAVEIS
           IF WS-RESP-STATUS = '00'
           EXIT.
       FIM-LOCALIZA-RESPONSAVEL.

       CARREGA-DEPENDENCIAS.
           OPEN INPUT DEPENDENCIAS
           IF WS-DEP-STATUS = '00'
               PERFORM LER-DEPENDENCIAS
               PERFORM UNTIL WS-FIM-DEP-SIM
                   IF WS-QTD-DEP < WS-TAB-DEP-LIMITE
                       ADD 1 TO WS-QTD-DEP
                       MOVE DEPENDENCIA-REG TO WS-DEP-REG(WS-QTD-DEP)
                   ELSE
                       DISPLAY 'AVISO: DEPENDENCIAS.TXT EXCEDE '
                               WS-TAB-DEP-LIMITE ' REGISTROS - '
                               'BOLETINS PODEM SAIR SEM DEPENDENCIA'
                       SET WS-FIM-DEP-SIM TO TRUE
                   END-IF
                   PERFORM LER-DEPENDENCIAS
               END-PERFORM
               CLOSE DEPENDENCIAS
           END-IF
           EXIT.
       FIM-CARREGA-DEPENDENCIAS.

       LER-DEPENDENCIAS.
           READ DEPENDENCIAS
               AT END
                   SET WS-FIM-DEP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-DEPENDENCIAS.

      *-----------------------------------------------------------------
      * DEPENDENCIAS QUE O ALUNO CURSA NO ANO DA NOTA, COM A NOTA DO
      * MESMO BIMESTRE DO BOLETIM
      *-----------------------------------------------------------------
       IMPRIME-DEPENDENCIAS.
           MOVE 'N' TO WS-DEP-TITULO
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I > WS-QTD-DEP
               MOVE WS-DEP-REG(WS-DEP-I) TO DEPENDENCIA-REG
               IF DP-MATRICULA = FDS-ID AND
                  DP-ANO-CURSO = WS-ATR-ANO
                   IF NOT WS-DEP-TITULO-SIM
                       MOVE SPACES TO BOLETINS-REG
                       MOVE 'DEPENDENCIAS EM CURSO NO ANO:'
                            TO BOLETINS-REG
                       WRITE BOLETINS-REG
                       SET WS-DEP-TITULO-SIM TO TRUE
                   END-IF
                   PERFORM IMPRIME-LINHA-DEPENDENCIA
               END-IF
           END-PERFORM

           IF WS-DEP-TITULO-SIM
               MOVE SPACES TO BOLETINS-REG
               WRITE BOLETINS-REG
           END-IF
           EXIT.
       FIM-IMPRIME-DEPENDENCIAS.

       IMPRIME-LINHA-DEPENDENCIA.
           EVALUATE TRUE
               WHEN DP-SIT-CUMPRIDA
                   MOVE 'CUMPRIDA' TO WS-DEP-SITUACAO
               WHEN DP-SIT-NAO-CUMPRIDA
                   MOVE 'NAO CUMPRIDA' TO WS-DEP-SITUACAO
               WHEN OTHER
                   MOVE 'EM CURSO' TO WS-DEP-SITUACAO
           END-EVALUATE

           IF FDS-BIMESTRE >= 1 AND FDS-BIMESTRE <= 4
              AND DP-LANCADA-SIM(FDS-BIMESTRE)
               MOVE DP-NOTA-BIM(FDS-BIMESTRE) TO WS-NOTA-MASK-A
               MOVE WS-NOTA-MASK-A TO WS-DEP-NOTA-TXT
           ELSE
               MOVE '  - ' TO WS-DEP-NOTA-TXT
           END-IF

           MOVE 'N' TO WS-DISC-ACHOU
           MOVE SPACES TO WS-DISC-NOME-BOLETIM
           PERFORM VARYING WS-DISC-I FROM 1 BY 1
                   UNTIL WS-DISC-I > WS-QTD-DISC
                      OR WS-DISC-ACHOU-SIM
               IF WS-DISC-CODIGO(WS-DISC-I) = DP-DISCIPLINA
                   SET WS-DISC-ACHOU-SIM TO TRUE
                   MOVE WS-DISC-NOME(WS-DISC-I)
                        TO WS-DISC-NOME-BOLETIM
               END-IF
           END-PERFORM

           MOVE SPACES TO BOLETINS-REG
           STRING '  ' DP-DISCIPLINA ' - ' WS-DISC-NOME-BOLETIM
                  ' (' DP-ANO-ORIGEM ')  NOTA: ' WS-DEP-NOTA-TXT
                  '  ' WS-DEP-SITUACAO
                  DELIMITED BY SIZE
                  INTO BOLETINS-REG
           END-STRING
           WRITE BOLETINS-REG
           EXIT.
       FIM-IMPRIME-LINHA-DEPENDENCIA.

      *-----------------------------------------------------------------
      * AVALIACOES (AVALIACOES.TXT) E NOTAS POR AVALIACAO
      * (AVALNOTAS.TXT) PARA O DETALHE DAS NOTAS; VALE A VERSAO MAIS
      * RECENTE DE CADA AVALIACAO E DE CADA NOTA LANCADA; GRUPO E
      * CHAVE COMECAM PELA UNIDADE (EM BRANCO = 01)
      *-----------------------------------------------------------------
       CARREGA-AVALIACOES.
           OPEN INPUT AVALIACOES
           IF WS-AVAL-STATUS NOT = '00'
               DISPLAY 'AVALIACOES.TXT NAO ENCONTRADO - BOLETINS SEM '
                       'DETALHE DAS AVALIACOES'
           ELSE
               PERFORM LER-AVALIACOES
               PERFORM UNTIL WS-FIM-AVAL-SIM
                   MOVE AV-UNIDADE TO WS-AVL-GL-UNIDADE
                   IF AV-UNIDADE = SPACES
                       MOVE '01' TO WS-AVL-GL-UNIDADE
                   END-IF
                   MOVE AV-GRUPO TO WS-AVL-GL-GRUPO
                   MOVE 'N' TO WS-AVL-ACHOU
                   PERFORM VARYING WS-AVL-I FROM 1 BY 1
                           UNTIL WS-AVL-I > WS-QTD-AVL
                              OR WS-AVL-ACHOU-SIM
                       IF WS-AVL-GRUPO(WS-AVL-I) = WS-AVL-GRUPO-LIDO
                          AND
                          WS-AVL-CODIGO(WS-AVL-I) = AV-CODIGO
                           SET WS-AVL-ACHOU-SIM TO TRUE
                           MOVE WS-AVL-I TO WS-AVL-POS
                       END-IF
                   END-PERFORM
                   IF NOT WS-AVL-ACHOU-SIM AND
                      WS-QTD-AVL < WS-TAB-AVL-LIMITE
                       ADD 1 TO WS-QTD-AVL
                       MOVE WS-QTD-AVL TO WS-AVL-POS
                       SET WS-AVL-ACHOU-SIM TO TRUE
                   END-IF
                   IF WS-AVL-ACHOU-SIM
                       MOVE WS-AVL-GRUPO-LIDO
                            TO WS-AVL-GRUPO(WS-AVL-POS)
                       MOVE AV-CODIGO   TO WS-AVL-CODIGO(WS-AVL-POS)
                       MOVE AV-NOME     TO WS-AVL-NOME(WS-AVL-POS)
                       MOVE AV-DATA     TO WS-AVL-DATA(WS-AVL-POS)
                       MOVE AV-PESO     TO WS-AVL-PESO(WS-AVL-POS)
                       MOVE AV-NUM-NOTA
                            TO WS-AVL-NUM-NOTA(WS-AVL-POS)
                   END-IF
                   PERFORM LER-AVALIACOES
               END-PERFORM
               CLOSE AVALIACOES
           END-IF
           EXIT.
       FIM-CARREGA-AVALIACOES.

       LER-AVALIACOES.
           READ AVALIACOES
               AT END
                   SET WS-FIM-AVAL-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-AVALIACOES.

       CARREGA-NOTAS-AVALIACAO.
           OPEN INPUT AVAL-NOTAS
           IF WS-AVN-STATUS = '00'
               PERFORM LER-AVAL-NOTAS
               PERFORM UNTIL WS-FIM-AVN-SIM
                   MOVE AVN-UNIDADE TO WS-AVN-CB-UNIDADE
                   IF AVN-UNIDADE = SPACES
                       MOVE '01' TO WS-AVN-CB-UNIDADE
                   END-IF
                   MOVE AVN-CHAVE TO WS-AVN-CB-CHAVE
                   PERFORM LOCALIZA-NOTA-AVALIACAO
                   IF NOT WS-AVL-ACHOU-SIM AND
                      WS-QTD-AVN < WS-TAB-AVN-LIMITE
                       ADD 1 TO WS-QTD-AVN
                       MOVE WS-QTD-AVN TO WS-AVN-POS
                       SET WS-AVL-ACHOU-SIM TO TRUE
                   END-IF
                   IF WS-AVL-ACHOU-SIM
                       MOVE WS-AVN-CHAVE-BUSCA
                            TO WS-AVN-CHAVE(WS-AVN-POS)
                       MOVE AVN-SITUACAO
                            TO WS-AVN-SITUACAO(WS-AVN-POS)
                       MOVE AVN-NOTA     TO WS-AVN-NOTA(WS-AVN-POS)
                   END-IF
                   PERFORM LER-AVAL-NOTAS
               END-PERFORM
               CLOSE AVAL-NOTAS
           END-IF
           EXIT.
       FIM-CARREGA-NOTAS-AVALIACAO.

       LER-AVAL-NOTAS.
           READ AVAL-NOTAS
               AT END
                   SET WS-FIM-AVN-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-AVAL-NOTAS.

       LOCALIZA-NOTA-AVALIACAO.
           MOVE 'N' TO WS-AVL-ACHOU
           MOVE ZERO TO WS-AVN-POS
           PERFORM VARYING WS-AVN-I FROM 1 BY 1
                   UNTIL WS-AVN-I > WS-QTD-AVN OR WS-AVL-ACHOU-SIM
               IF WS-AVN-CHAVE(WS-AVN-I) = WS-AVN-CHAVE-BUSCA
                   SET WS-AVL-ACHOU-SIM TO TRUE
                   MOVE WS-AVN-I TO WS-AVN-POS
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-NOTA-AVALIACAO.

      *-----------------------------------------------------------------
      * DETALHE DAS NOTAS: CADA AVALIACAO DA TURMA/DISCIPLINA/
      * BIMESTRE, NA ORDEM DA NOTA QUE COMPOE, COM PESO E A NOTA QUE
      * O ALUNO OBTEVE
      *-----------------------------------------------------------------
       IMPRIME-AVALIACOES.
           MOVE 'N' TO WS-AVL-TITULO
           MOVE FDS-UNIDADE TO WS-AVL-UNIDADE-NOTA
           IF FDS-UNIDADE = SPACES
               MOVE '01' TO WS-AVL-UNIDADE-NOTA
           END-IF
           STRING WS-AVL-UNIDADE-NOTA
                  FDS-TURMA FDS-DISCIPLINA FDS-BIMESTRE
                  DELIMITED BY SIZE
                  INTO WS-AVL-GRUPO-REG
           END-STRING

           PERFORM VARYING WS-AVL-NUM-IMPRESSA FROM 1 BY 1
                   UNTIL WS-AVL-NUM-IMPRESSA > 4
               PERFORM VARYING WS-AVL-I FROM 1 BY 1
                       UNTIL WS-AVL-I > WS-QTD-AVL
                   IF WS-AVL-GRUPO(WS-AVL-I) = WS-AVL-GRUPO-REG AND
                      WS-AVL-NUM-NOTA(WS-AVL-I) = WS-AVL-NUM-IMPRESSA
                      AND WS-AVL-PESO(WS-AVL-I) > 0
                       IF NOT WS-AVL-TITULO-SIM
                           MOVE SPACES TO BOLETINS-REG
                           WRITE BOLETINS-REG
                           MOVE 'COMPOSICAO DAS NOTAS (AVALIACOES):'
                                TO BOLETINS-REG
                           WRITE BOLETINS-REG
                           SET WS-AVL-TITULO-SIM TO TRUE
                       END-IF
                       PERFORM IMPRIME-LINHA-AVALIACAO
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.
       FIM-IMPRIME-AVALIACOES.

       IMPRIME-LINHA-AVALIACAO.
           MOVE WS-AVL-UNIDADE-NOTA      TO WS-AVN-CB-UNIDADE
           MOVE FDS-ID                   TO WS-AVN-CB-MATRICULA
           MOVE FDS-DISCIPLINA           TO WS-AVN-CB-DISCIPLINA
           MOVE FDS-BIMESTRE             TO WS-AVN-CB-BIMESTRE
           MOVE WS-AVL-CODIGO(WS-AVL-I)  TO WS-AVN-CB-AVALIACAO
           PERFORM LOCALIZA-NOTA-AVALIACAO

           MOVE SPACES TO WS-AVL-NOTA-TXT
           IF NOT WS-AVL-ACHOU-SIM
               MOVE '   -' TO WS-AVL-NOTA-TXT
           ELSE
               IF WS-AVN-SITUACAO(WS-AVN-POS) = 'F'
                   MOVE 'AUSENTE' TO WS-AVL-NOTA-TXT
               ELSE
                   MOVE WS-AVN-NOTA(WS-AVN-POS) TO WS-NOTA-MASK-A
                   MOVE WS-NOTA-MASK-A TO WS-AVL-NOTA-TXT
               END-IF
           END-IF

           MOVE WS-AVL-PESO(WS-AVL-I) TO WS-AVL-PESO-MASK
           MOVE SPACES TO BOLETINS-REG
           STRING '  NOTA ' WS-AVL-NUM-IMPRESSA ' - '
                  WS-AVL-NOME(WS-AVL-I) ' '
                  WS-AVL-DATA(WS-AVL-I) ' PESO ' WS-AVL-PESO-MASK
                  '  OBTIDA: ' WS-AVL-NOTA-TXT
                  DELIMITED BY SIZE
                  INTO BOLETINS-REG
           END-STRING
           WRITE BOLETINS-REG
           EXIT.
       FIM-IMPRIME-LINHA-AVALIACAO.

       LOCALIZA-DISCIPLINA.
           MOVE 'N' TO WS-DISC-ACHOU
           MOVE SPACES TO WS-DISC-NOME-BOLETIM
           EXIT.
       FIM-LOCALIZA-DISCIPLINA.

       LOCALIZA-PROFESSOR.
           IF FDS-DATA(7:4) IS NUMERIC
               MOVE FDS-DATA(7:4) TO WS-ATR-ANO
           ELSE
               MOVE WS-EMIS-ANO TO WS-ATR-ANO
           END-IF

           CALL 'PROFESSOR-TURMA' USING FDS-TURMA
                                        FDS-DISCIPLINA
                                        WS-ATR-ANO
                                        WS-ATR-ACHOU
                                        WS-ATR-PROFESSOR
                                        WS-ATR-PROF-NOME
                                        WS-ATR-PROF-OPERADOR
                                        FDS-UNIDADE
           END-CALL
           EXIT.
       FIM-LOCALIZA-PROFESSOR.

       CONSULTA-FREQUENCIA.
           MOVE 'N' TO WS-FREQ-ACHOU
           MOVE ZERO TO WS-FREQ-PCT-ALUNO
                   MOVE 'S' TO WS-FREQ-ACHOU
                   MOVE WS-FREQ-PCT(WS-FREQ-I)
                        TO WS-FREQ-PCT-ALUNO
                   MOVE WS-FREQ-FALTAS(WS-FREQ-I)
                        TO WS-FREQ-FALTAS-ALUNO
                   MOVE WS-FREQ-ABONADAS(WS-FREQ-I)
                        TO WS-FREQ-ABONADAS-ALUNO
               END-IF
           END-PERFORM
           EXIT.
           WRITE BOLETINS-REG

           MOVE SPACES TO BOLETINS-REG
           IF WS-ATR-ACHOU-SIM
               STRING 'DISCIPL..: ' DELIMITED BY SIZE
                      FDS-DISCIPLINA DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-DISC-NOME-BOLETIM DELIMITED BY SIZE
                      '  PROF.: ' DELIMITED BY SIZE
                      WS-ATR-PROF-NOME DELIMITED BY SIZE
                      INTO BOLETINS-REG
               END-STRING
           ELSE
               STRING 'DISCIPL..: ' DELIMITED BY SIZE
                      FDS-DISCIPLINA DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-DISC-NOME-BOLETIM DELIMITED BY SIZE
                      INTO BOLETINS-REG
               END-STRING
           END-IF
           WRITE BOLETINS-REG

           MOVE SPACES TO BOLETINS-REG
           END-STRING
           WRITE BOLETINS-REG

           IF WS-DETALHE-SIM
               PERFORM IMPRIME-AVALIACOES
           END-IF

           MOVE SPACES TO BOLETINS-REG
           WRITE BOLETINS-REG

           WRITE BOLETINS-REG

           MOVE SPACES TO BOLETINS-REG
           STRING 'REGRA....: ' WS-VIG-VERSAO
                  DELIMITED BY SIZE
                  INTO BOLETINS-REG
           END-STRING
           WRITE BOLETINS-REG

           IF WS-FREQ-ACHOU-SIM
               MOVE WS-FREQ-PCT-ALUNO      TO WS-FREQ-PCT-MASK
               MOVE WS-FREQ-FALTAS-ALUNO   TO WS-FREQ-FALTAS-MASK
               MOVE WS-FREQ-ABONADAS-ALUNO TO WS-FREQ-ABONADAS-MASK
               MOVE SPACES TO BOLETINS-REG
               STRING 'FREQUENC.: ' WS-FREQ-PCT-MASK '%'
                      '    FALTAS: ' WS-FREQ-FALTAS-MASK
                      '  (ABONADAS: ' WS-FREQ-ABONADAS-MASK ')'
                      DELIMITED BY SIZE
                      INTO BOLETINS-REG
               END-STRING
               WRITE BOLETINS-REG
           END-IF

           MOVE SPACES TO BOLETINS-REG
           WRITE BOLETINS-REG

           PERFORM IMPRIME-DEPENDENCIAS

           MOVE ALL '-' TO BOLETINS-REG
           WRITE BOLETINS-REG

           DISPLAY 'BOLETINS EMITIDOS    : ' WS-QTD-BOLETINS
           DISPLAY 'PROTOCOLOS PENDENTES CRIADOS: '
                   WS-QTD-PROT-CRIADOS
           DISPLAY 'AVISOS AOS RESPONSAVEIS: ' WS-QTD-AVISOS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
