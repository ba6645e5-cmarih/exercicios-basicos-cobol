      *   02/09/2026 MC  - Registro da geracao acompanha a disciplina
      *                    na chave e as notas com meio ponto do
      *                    NOTAS.TXT (NOTAS.CPY): X(44)
      *   15/10/2026 MC  - Identificacao do operador (conferido no
      *                    OPERADORES.TXT quando existe) e motivo
      *                    obrigatorio antes da confirmacao; a
      *                    restauracao feita, desistida ou recusada
      *                    fica no ACESSOLOG.TXT com operador, hora e
      *                    motivo, para a revisao de acessos
      *   15/10/2026 MC  - Geracao acompanha o registro do NOTAS.TXT com
      *                    a unidade (NOTAS.CPY): X(46); geracao antiga
      *                    de 44 posicoes restaura com a unidade em
      *                    branco (sede)
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAS-RESTORE.
           SELECT GERACAO-BKP ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BKP-STATUS.
           SELECT OPERADORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.
           SELECT ACESSO-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACESSO-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.

       FD GERACAO-CTL
           LABEL RECORD STANDARD
       FD GERACAO-BKP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-GER-ARQ.
       01 GERACAO-BKP-REG              PIC X(46).

       FD OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'OPERADORES.TXT'.
       01 OPERADOR-REG.
           02 OP-ID                PIC X(08).
           02 OP-NOME              PIC X(20).
           02 OP-OPCOES            PIC X(09).

       FD ACESSO-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ACESSOLOG.TXT'.
       01 ACESSO-LOG-REG               PIC X(141).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-NOTAS-STATUS              PIC X(02) VALUE '00'.
       01 WS-CTL-STATUS                PIC X(02) VALUE '00'.
       01 WS-BKP-STATUS                PIC X(02) VALUE '00'.
       01 WS-OPER-STATUS               PIC X(02) VALUE '00'.
       01 WS-ACESSO-STATUS             PIC X(02) VALUE '00'.
       01 WS-OPERADOR                  PIC X(08) VALUE SPACES.
       01 WS-MOTIVO                    PIC X(40) VALUE SPACES.
       01 WS-RESULTADO-ACESSO          PIC X(08) VALUE SPACES.
       01 WS-ACESSO-PROGRAMA           PIC X(15)
                                       VALUE 'NOTAS-RESTORE'.
       01 WS-ACESSO-DATA.
           02 WS-ACE-ANO       PIC 9(04).
           02 WS-ACE-MES       PIC 9(02).
           02 WS-ACE-DIA       PIC 9(02).
           02 WS-ACE-HOR       PIC 9(02).
           02 WS-ACE-MIN       PIC 9(02).
           02 WS-ACE-SEG       PIC 9(02).
       01 WS-ACESSO-CARIMBO            PIC X(19) VALUE SPACES.
       01 WS-GER-ARQ                   PIC X(13) VALUE SPACES.
       01 WS-GER-ULTIMA                PIC 9(05) VALUE ZERO.
       01 WS-GER-MANTER                PIC 9(01) VALUE 3.
               88 WS-FIM-BKP-SIM           VALUE 'S'.
           02 WS-RESTAURAR          PIC X(01) VALUE 'N'.
               88 WS-RESTAURAR-SIM         VALUE 'S'.
           02 WS-FIM-OPER           PIC X(01) VALUE 'N'.
               88 WS-FIM-OPER-SIM          VALUE 'S'.
           02 WS-OPER-OK            PIC X(01) VALUE 'N'.
               88 WS-OPER-OK-SIM           VALUE 'S'.
       01 WS-QTD-RESTAURADOS           PIC 9(05) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
      ******************************************************************
           DISPLAY 'RESTAURACAO DE GERACAO DO NOTAS.TXT'
           DISPLAY '-----------------------------------'

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR

           PERFORM VALIDA-OPERADOR
           IF NOT WS-OPER-OK-SIM
               DISPLAY 'OPERADOR NAO CADASTRADO - RESTAURACAO '
                       'RECUSADA'
               MOVE 'NEGADO' TO WS-RESULTADO-ACESSO
               PERFORM GRAVA-ACESSO
               MOVE 8 TO WS-RETORNO-JOB
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-CONTROLE
           END-IF
           EXIT.
       FIM-INICIO.

       VALIDA-OPERADOR.
           OPEN INPUT OPERADORES
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'OPERADORES.TXT NAO ENCONTRADO - '
                       'RESTAURACAO SEM CONTROLE DE ACESSO'
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
           EXIT.
       FIM-VALIDA-OPERADOR.

       LER-OPERADORES.
           READ OPERADORES
               AT END
                   SET WS-FIM-OPER-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-OPERADORES.

       CARREGA-CONTROLE.
           OPEN INPUT GERACAO-CTL
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'NOTASGER.TXT NAO ENCONTRADO - NENHUM BACKUP '
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-CARREGA-CONTROLE.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               DISPLAY 'A GERACAO ' WS-GER-ESCOLHIDA ' (' WS-GER-ARQ
                       ') VAI SUBSTITUIR TODO O CONTEUDO ATUAL DO '
                       'NOTAS.TXT'
               DISPLAY 'MOTIVO DA RESTAURACAO: '
               MOVE SPACES TO WS-MOTIVO
               ACCEPT WS-MOTIVO
               IF WS-MOTIVO = SPACES
                   DISPLAY 'RESTAURACAO SEM MOTIVO NAO E FEITA'
                   MOVE 8 TO WS-RETORNO-JOB
               END-IF
           END-IF

           IF WS-RETORNO-JOB = 0
               DISPLAY 'CONFIRMA A RESTAURACAO? (S) SIM  (N) NAO'
               ACCEPT WS-CONFIRMA

               IF WS-CONFIRMA-SIM
                   SET WS-RESTAURAR-SIM TO TRUE
                   MOVE 'OK' TO WS-RESULTADO-ACESSO
               ELSE
                   DISPLAY 'RESTAURACAO CANCELADA PELO OPERADOR'
                   MOVE 'DESISTIU' TO WS-RESULTADO-ACESSO
               END-IF
               PERFORM GRAVA-ACESSO
           END-IF
           EXIT.
       FIM-ESCOLHE-GERACAO.
           EXIT.
       FIM-LER-BKP.

      *-----------------------------------------------------------------
      * REGISTRO NO ACESSOLOG.TXT NO MESMO FORMATO DO MENU-OPERADOR
      * (OPCAO - = FORA DO MENU), COM O MOTIVO NO FIM DA LINHA
      *-----------------------------------------------------------------
       GRAVA-ACESSO.
           MOVE FUNCTION CURRENT-DATE TO WS-ACESSO-DATA
           MOVE SPACES TO WS-ACESSO-CARIMBO
           STRING WS-ACE-DIA '/' WS-ACE-MES '/' WS-ACE-ANO
                  ' ' WS-ACE-HOR ':' WS-ACE-MIN ':' WS-ACE-SEG
                  DELIMITED BY SIZE
                  INTO WS-ACESSO-CARIMBO
           END-STRING

           OPEN EXTEND ACESSO-LOG
           IF WS-ACESSO-STATUS = '35'
               OPEN OUTPUT ACESSO-LOG
           END-IF

           MOVE SPACES TO ACESSO-LOG-REG
           STRING WS-ACESSO-CARIMBO DELIMITED BY SIZE
                  ' - OPERADOR: ' DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SIZE
                  ' - OPCAO: -' DELIMITED BY SIZE
                  ' - PROGRAMA: ' DELIMITED BY SIZE
                  WS-ACESSO-PROGRAMA DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-RESULTADO-ACESSO DELIMITED BY SIZE
                  ' - MOTIVO: ' DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  INTO ACESSO-LOG-REG
           END-STRING
           WRITE ACESSO-LOG-REG

           CLOSE ACESSO-LOG
           EXIT.
       FIM-GRAVA-ACESSO.

       FINALIZA-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'REGISTROS RESTAURADOS: ' WS-QTD-RESTAURADOS
