      *                    medida na inscricao, para o
      *                    BALANCA-IMPORTA montar o PESOROL.TXT a
      *                    partir do arquivo da balanca eletronica
      *   15/10/2026 MC  - Pagador dos atendimentos: particular ou
      *                    convenio do CONVENIOS.TXT (ativo) com o
      *                    numero da carteirinha, pedido na inclusao;
      *                    nome ja cadastrado pode ter o pagador
      *                    alterado, com o PACIENTES.TXT regravado no
      *                    fim (so se a carga coube inteira na
      *                    tabela)
      *   15/10/2026 MC  - Profissional responsavel pelo paciente
      *                    (ativo no PROFISSIONAIS.TXT, opcional),
      *                    pedido na inclusao; nome ja cadastrado pode
      *                    ter o responsavel trocado, com a mesma
      *                    regravacao do pagador
      *   15/10/2026 MC  - Paciente novo gravado com a unidade da sessao
      *                    (PAC-UNIDADE, rotina UNIDADE-ATIVA;
      *                    consolidada grava em branco = sede); tabela
      *                    com o registro de 85 posicoes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-PACIENTE.
           SELECT PACIENTES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAC-STATUS.
           SELECT CONVENIOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONV-STATUS.
           SELECT PROFISSIONAIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROF-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PACIENTES.TXT'.
       COPY PACIENTE.CPY.

       FD CONVENIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONVENIOS.TXT'.
       COPY CONVENIO.CPY.

       FD PROFISSIONAIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PROFISSIONAIS.TXT'.
       COPY PROFISS.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PAC-STATUS            PIC X(02) VALUE '00'.
       01 WS-CONV-STATUS           PIC X(02) VALUE '00'.
       01 WS-PROF-STATUS           PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-PAC            PIC X(01) VALUE 'N'.
               88 WS-FIM-PAC-SIM          VALUE 'S'.
               88 WS-NOME-EM-USO-SIM      VALUE 'S'.
           02 WS-ENTRADA-VALIDA     PIC X(01) VALUE 'S'.
               88 WS-ENTRADA-OK           VALUE 'S'.
           02 WS-FIM-CONV           PIC X(01) VALUE 'N'.
               88 WS-FIM-CONV-SIM         VALUE 'S'.
           02 WS-PAC-CHEIA          PIC X(01) VALUE 'N'.
               88 WS-PAC-CHEIA-SIM        VALUE 'S'.
           02 WS-PAC-ALTEROU        PIC X(01) VALUE 'N'.
               88 WS-PAC-ALTEROU-SIM      VALUE 'S'.
           02 WS-FIM-PROF           PIC X(01) VALUE 'N'.
               88 WS-FIM-PROF-SIM         VALUE 'S'.
       01 WS-TAB-LIMITE            PIC 9(03) VALUE 500.
       01 WS-QTD-PACIENTES         PIC 9(03) VALUE ZERO.
       01 WS-TABELA-PAC.
           02 WS-PAC-ENTRADA OCCURS 500 TIMES.
               03 WS-PAC-NOME-TAB      PIC X(30).
               03 WS-PAC-REGISTRO      PIC X(85).
       01 WS-PAC-I                 PIC 9(03) VALUE ZERO.
       01 WS-PAC-ACHOU-I           PIC 9(03) VALUE ZERO.
       01 WS-TAB-CONV-LIMITE       PIC 9(03) VALUE 100.
       01 WS-QTD-CONVENIOS         PIC 9(03) VALUE ZERO.
       01 WS-TABELA-CONV.
           02 WS-CV-ENTRADA OCCURS 100 TIMES.
               03 WS-CV-CODIGO         PIC X(05).
               03 WS-CV-NOME           PIC X(30).
               03 WS-CV-ATIVO          PIC X(01).
       01 WS-CV-I                  PIC 9(03) VALUE ZERO.
       01 WS-CV-ACHOU-I            PIC 9(03) VALUE ZERO.
       01 WS-TAB-PROF-LIMITE       PIC 9(03) VALUE 100.
       01 WS-QTD-PROFISSIONAIS     PIC 9(03) VALUE ZERO.
       01 WS-TABELA-PROF.
           02 WS-PF-ENTRADA OCCURS 100 TIMES.
               03 WS-PF-CODIGO         PIC X(05).
               03 WS-PF-NOME           PIC X(30).
               03 WS-PF-ATIVO          PIC X(01).
       01 WS-PF-I                  PIC 9(03) VALUE ZERO.
       01 WS-PF-ACHOU-I            PIC 9(03) VALUE ZERO.
       01 WS-PROFISSIONAL          PIC X(05) VALUE SPACES.
       01 WS-PAGADOR               PIC X(01) VALUE 'P'.
       01 WS-CONVENIO              PIC X(05) VALUE SPACES.
       01 WS-CARTEIRA              PIC X(20) VALUE SPACES.
       01 WS-DECISAO               PIC X(01) VALUE SPACE.
       01 WS-PROX-ID               PIC 9(05) VALUE ZERO.
       01 WS-NOME                  PIC X(30) VALUE SPACES.
       01 WS-SEXO                  PIC X(01) VALUE SPACES.
       01 WS-DATA-MOTIVO           PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD         PIC 9(08) VALUE ZERO.
       01 WS-QTD-INCLUIDOS         PIC 9(03) VALUE ZERO.
       01 WS-QTD-ALTERADOS         PIC 9(03) VALUE ZERO.
       01 WS-QTD-RESP-ALTERADOS    PIC 9(03) VALUE ZERO.
       01 WS-UNIDADE               PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME          PIC X(40) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
           DISPLAY 'CADASTRO DE PACIENTES DA CLINICA'
           DISPLAY '-----------------------------------'

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE = '00'
               MOVE SPACES TO WS-UNIDADE
           END-IF

           PERFORM CARREGA-EXISTENTES
           PERFORM CARREGA-CONVENIOS
           PERFORM CARREGA-PROFISSIONAIS

           OPEN EXTEND PACIENTES
           IF WS-PAC-STATUS = '35'
                       ADD 1 TO WS-QTD-PACIENTES
                       MOVE PAC-NOME
                            TO WS-PAC-NOME-TAB(WS-QTD-PACIENTES)
                       MOVE PACIENTE-REG
                            TO WS-PAC-REGISTRO(WS-QTD-PACIENTES)
                   ELSE
                       SET WS-PAC-CHEIA-SIM TO TRUE
                   END-IF
                   PERFORM LER-PACIENTES
               END-PERFORM
           EXIT.
       FIM-CARREGA-EXISTENTES.

      *-----------------------------------------------------------------
      * CONVENIOS ACEITOS COMO PAGADOR (CADASTRO-CONVENIO)
      *-----------------------------------------------------------------
       CARREGA-CONVENIOS.
           OPEN INPUT CONVENIOS
           IF WS-CONV-STATUS = '00'
               PERFORM LER-CONVENIOS
               PERFORM UNTIL WS-FIM-CONV-SIM
                   IF WS-QTD-CONVENIOS < WS-TAB-CONV-LIMITE
                       ADD 1 TO WS-QTD-CONVENIOS
                       MOVE CV-CODIGO
                            TO WS-CV-CODIGO(WS-QTD-CONVENIOS)
                       MOVE CV-NOME
                            TO WS-CV-NOME(WS-QTD-CONVENIOS)
                       MOVE CV-ATIVO
                            TO WS-CV-ATIVO(WS-QTD-CONVENIOS)
                   END-IF
                   PERFORM LER-CONVENIOS
               END-PERFORM
               CLOSE CONVENIOS
           END-IF
           EXIT.
       FIM-CARREGA-CONVENIOS.

       LER-CONVENIOS.
           READ CONVENIOS
               AT END
                   SET WS-FIM-CONV-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CONVENIOS.

      *-----------------------------------------------------------------
      * PROFISSIONAIS QUE PODEM SER RESPONSAVEIS (CADASTRO-PROFISSIONAL)
      *-----------------------------------------------------------------
       CARREGA-PROFISSIONAIS.
           OPEN INPUT PROFISSIONAIS
           IF WS-PROF-STATUS = '00'
               PERFORM LER-PROFISSIONAIS
               PERFORM UNTIL WS-FIM-PROF-SIM
                   IF WS-QTD-PROFISSIONAIS < WS-TAB-PROF-LIMITE
                       ADD 1 TO WS-QTD-PROFISSIONAIS
                       MOVE PF-CODIGO
                            TO WS-PF-CODIGO(WS-QTD-PROFISSIONAIS)
                       MOVE PF-NOME
                            TO WS-PF-NOME(WS-QTD-PROFISSIONAIS)
                       MOVE PF-ATIVO
                            TO WS-PF-ATIVO(WS-QTD-PROFISSIONAIS)
                   END-IF
                   PERFORM LER-PROFISSIONAIS
               END-PERFORM
               CLOSE PROFISSIONAIS
           END-IF
           EXIT.
       FIM-CARREGA-PROFISSIONAIS.

       LER-PROFISSIONAIS.
           READ PROFISSIONAIS
               AT END
                   SET WS-FIM-PROF-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PROFISSIONAIS.

       LER-PACIENTES.
           READ PACIENTES
               AT END
           MOVE 'S' TO WS-ENTRADA-VALIDA

           MOVE 'N' TO WS-NOME-EM-USO
           MOVE ZERO TO WS-PAC-ACHOU-I
           PERFORM VARYING WS-PAC-I FROM 1 BY 1
                   UNTIL WS-PAC-I > WS-QTD-PACIENTES
                      OR WS-NOME-EM-USO-SIM
               IF WS-PAC-NOME-TAB(WS-PAC-I) = WS-NOME
                   SET WS-NOME-EM-USO-SIM TO TRUE
                   MOVE WS-PAC-I TO WS-PAC-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-NOME-EM-USO-SIM
               DISPLAY 'NOME JA CADASTRADO - INCLUSAO CANCELADA'
               MOVE 'N' TO WS-ENTRADA-VALIDA
               PERFORM ALTERA-PAGADOR
               PERFORM ALTERA-RESPONSAVEL
           END-IF

           IF WS-ENTRADA-OK
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               PERFORM COLETA-PAGADOR
           END-IF

           IF WS-ENTRADA-OK
               PERFORM COLETA-RESPONSAVEL
           END-IF
           EXIT.
       FIM-COLETA-E-VALIDA.

      *-----------------------------------------------------------------
      * PAGADOR DOS ATENDIMENTOS: PARTICULAR, OU CONVENIO ATIVO DO
      * CONVENIOS.TXT COM A CARTEIRINHA DO PACIENTE
      *-----------------------------------------------------------------
       COLETA-PAGADOR.
           DISPLAY 'PAGADOR: (P) PARTICULAR  (C) CONVENIO'
           MOVE 'P' TO WS-PAGADOR
           ACCEPT WS-PAGADOR
           MOVE SPACES TO WS-CONVENIO
           MOVE SPACES TO WS-CARTEIRA

           EVALUATE WS-PAGADOR
               WHEN 'P'
               WHEN ' '
                   MOVE 'P' TO WS-PAGADOR
               WHEN 'C'
                   DISPLAY 'CODIGO DO CONVENIO: '
                   ACCEPT WS-CONVENIO
                   MOVE ZERO TO WS-CV-ACHOU-I
                   PERFORM VARYING WS-CV-I FROM 1 BY 1
                           UNTIL WS-CV-I > WS-QTD-CONVENIOS
                              OR WS-CV-ACHOU-I > 0
                       IF WS-CV-CODIGO(WS-CV-I) = WS-CONVENIO
                           MOVE WS-CV-I TO WS-CV-ACHOU-I
                       END-IF
                   END-PERFORM
                   IF WS-CV-ACHOU-I = 0
                       DISPLAY 'CONVENIO NAO CADASTRADO NO '
                               'CONVENIOS.TXT - OPERACAO CANCELADA'
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                   ELSE
                       IF WS-CV-ATIVO(WS-CV-ACHOU-I) = 'N'
                           DISPLAY 'CONVENIO INATIVO - OPERACAO '
                                   'CANCELADA'
                           MOVE 'N' TO WS-ENTRADA-VALIDA
                       ELSE
                           DISPLAY 'CONVENIO: '
                                   WS-CV-NOME(WS-CV-ACHOU-I)
                           DISPLAY 'NUMERO DA CARTEIRINHA: '
                           ACCEPT WS-CARTEIRA
                           IF WS-CARTEIRA = SPACES
                               DISPLAY 'CARTEIRINHA EM BRANCO - '
                                       'OPERACAO CANCELADA'
                               MOVE 'N' TO WS-ENTRADA-VALIDA
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'PAGADOR INVALIDO - OPERACAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
           END-EVALUATE
           EXIT.
       FIM-COLETA-PAGADOR.

      *-----------------------------------------------------------------
      * PACIENTE JA CADASTRADO: TROCA DO PAGADOR (MUDOU DE PLANO, SAIU
      * DO CONVENIO); O ARQUIVO E REGRAVADO NO FIM DA SESSAO
      *-----------------------------------------------------------------
       ALTERA-PAGADOR.
           IF WS-PAC-CHEIA-SIM
               DISPLAY 'PACIENTES.TXT EXCEDE ' WS-TAB-LIMITE
                       ' PACIENTES - ALTERACAO DO PAGADOR '
                       'INDISPONIVEL'
           ELSE
               MOVE WS-PAC-REGISTRO(WS-PAC-ACHOU-I) TO PACIENTE-REG
               IF PAC-PAGADOR-CONVENIO
                   DISPLAY 'PACIENTE ' PAC-ID ' - CONVENIO '
                           PAC-CONVENIO ' CARTEIRA ' PAC-CARTEIRA
               ELSE
                   DISPLAY 'PACIENTE ' PAC-ID ' - PARTICULAR'
               END-IF
               DISPLAY 'ALTERAR O PAGADOR? (S/N)'
               MOVE 'N' TO WS-DECISAO
               ACCEPT WS-DECISAO
               IF WS-DECISAO = 'S' OR WS-DECISAO = 's'
                   MOVE 'S' TO WS-ENTRADA-VALIDA
                   PERFORM COLETA-PAGADOR
                   IF WS-ENTRADA-OK
                       MOVE WS-PAC-REGISTRO(WS-PAC-ACHOU-I)
                            TO PACIENTE-REG
                       MOVE WS-PAGADOR  TO PAC-PAGADOR
                       MOVE WS-CONVENIO TO PAC-CONVENIO
                       MOVE WS-CARTEIRA TO PAC-CARTEIRA
                       MOVE PACIENTE-REG
                            TO WS-PAC-REGISTRO(WS-PAC-ACHOU-I)
                       SET WS-PAC-ALTEROU-SIM TO TRUE
                       ADD 1 TO WS-QTD-ALTERADOS
                       DISPLAY 'PAGADOR DO PACIENTE ' PAC-ID
                               ' ALTERADO'
                   END-IF
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF
           EXIT.
       FIM-ALTERA-PAGADOR.

      *-----------------------------------------------------------------
      * PROFISSIONAL RESPONSAVEL: OPCIONAL; SE INFORMADO, TEM QUE ESTAR
      * ATIVO NO PROFISSIONAIS.TXT
      *-----------------------------------------------------------------
       COLETA-RESPONSAVEL.
           DISPLAY 'PROFISSIONAL RESPONSAVEL (EM BRANCO = SEM '
                   'RESPONSAVEL): '
           MOVE SPACES TO WS-PROFISSIONAL
           ACCEPT WS-PROFISSIONAL

           IF WS-PROFISSIONAL NOT = SPACES
               MOVE ZERO TO WS-PF-ACHOU-I
               PERFORM VARYING WS-PF-I FROM 1 BY 1
                       UNTIL WS-PF-I > WS-QTD-PROFISSIONAIS
                          OR WS-PF-ACHOU-I > 0
                   IF WS-PF-CODIGO(WS-PF-I) = WS-PROFISSIONAL
                       MOVE WS-PF-I TO WS-PF-ACHOU-I
                   END-IF
               END-PERFORM
               IF WS-PF-ACHOU-I = 0
                   DISPLAY 'PROFISSIONAL NAO CADASTRADO NO '
                           'PROFISSIONAIS.TXT - OPERACAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               ELSE
                   IF WS-PF-ATIVO(WS-PF-ACHOU-I) = 'N'
                       DISPLAY 'PROFISSIONAL INATIVO - OPERACAO '
                               'CANCELADA'
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY 'RESPONSAVEL: '
                               WS-PF-NOME(WS-PF-ACHOU-I)
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-COLETA-RESPONSAVEL.

      *-----------------------------------------------------------------
      * PACIENTE JA CADASTRADO: TROCA DO PROFISSIONAL RESPONSAVEL
      * (MUDANCA DE AGENDA, SAIDA DO PROFISSIONAL); REGRAVADO NO FIM
      *-----------------------------------------------------------------
       ALTERA-RESPONSAVEL.
           IF NOT WS-PAC-CHEIA-SIM
               MOVE WS-PAC-REGISTRO(WS-PAC-ACHOU-I) TO PACIENTE-REG
               IF PAC-PROFISSIONAL = SPACES
                   DISPLAY 'PACIENTE ' PAC-ID ' - SEM RESPONSAVEL'
               ELSE
                   DISPLAY 'PACIENTE ' PAC-ID ' - RESPONSAVEL '
                           PAC-PROFISSIONAL
               END-IF
               DISPLAY 'ALTERAR O PROFISSIONAL RESPONSAVEL? (S/N)'
               MOVE 'N' TO WS-DECISAO
               ACCEPT WS-DECISAO
               IF WS-DECISAO = 'S' OR WS-DECISAO = 's'
                   MOVE 'S' TO WS-ENTRADA-VALIDA
                   PERFORM COLETA-RESPONSAVEL
                   IF WS-ENTRADA-OK
                       MOVE WS-PROFISSIONAL TO PAC-PROFISSIONAL
                       MOVE PACIENTE-REG
                            TO WS-PAC-REGISTRO(WS-PAC-ACHOU-I)
                       SET WS-PAC-ALTEROU-SIM TO TRUE
                       ADD 1 TO WS-QTD-RESP-ALTERADOS
                       DISPLAY 'RESPONSAVEL DO PACIENTE ' PAC-ID
                               ' ALTERADO'
                   END-IF
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF
           EXIT.
       FIM-ALTERA-RESPONSAVEL.

       GRAVA-PACIENTE.
           ADD 1 TO WS-PROX-ID

           MOVE WS-SEXO       TO PAC-SEXO
           MOVE WS-NASCIMENTO TO PAC-NASCIMENTO
           MOVE WS-ALTURA     TO PAC-ALTURA
           MOVE WS-PAGADOR    TO PAC-PAGADOR
           MOVE WS-CONVENIO   TO PAC-CONVENIO
           MOVE WS-CARTEIRA   TO PAC-CARTEIRA
           MOVE WS-PROFISSIONAL TO PAC-PROFISSIONAL
           MOVE WS-UNIDADE    TO PAC-UNIDADE
           WRITE PACIENTE-REG

           IF WS-QTD-PACIENTES < WS-TAB-LIMITE
               ADD 1 TO WS-QTD-PACIENTES
               MOVE WS-NOME TO WS-PAC-NOME-TAB(WS-QTD-PACIENTES)
               MOVE PACIENTE-REG
                    TO WS-PAC-REGISTRO(WS-QTD-PACIENTES)
           ELSE
               SET WS-PAC-CHEIA-SIM TO TRUE
           END-IF

           ADD 1 TO WS-QTD-INCLUIDOS
       FINALIZA-PROGRAMA.
           CLOSE PACIENTES

           IF WS-PAC-ALTEROU-SIM AND NOT WS-PAC-CHEIA-SIM
               OPEN OUTPUT PACIENTES
               PERFORM VARYING WS-PAC-I FROM 1 BY 1
                       UNTIL WS-PAC-I > WS-QTD-PACIENTES
                   MOVE WS-PAC-REGISTRO(WS-PAC-I) TO PACIENTE-REG
                   WRITE PACIENTE-REG
               END-PERFORM
               CLOSE PACIENTES
               DISPLAY 'PACIENTES.TXT REGRAVADO'
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'PACIENTES INCLUIDOS: ' WS-QTD-INCLUIDOS
           DISPLAY 'PAGADORES ALTERADOS: ' WS-QTD-ALTERADOS
           DISPLAY 'RESPONSAVEIS ALTERADOS: ' WS-QTD-RESP-ALTERADOS
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
