      *                    chave e as notas com meio ponto do NOTAS.TXT
      *                    (NOTAS.CPY/JRNLNOTA.CPY): chave X(08) e
      *                    imagem X(44)
      *   15/10/2026 MC  - Identificacao do operador (conferido no
      *                    OPERADORES.TXT quando existe) e motivo
      *                    obrigatorio antes da confirmacao; o
      *                    rollback feito, desistido ou recusado fica
      *                    no ACESSOLOG.TXT com operador, hora e
      *                    motivo, para a revisao de acessos
      *   15/10/2026 MC  - Imagem do jornal com a unidade
      *                    (JRNLNOTA.CPY): X(46)
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAS-ROLLBACK.
           SELECT JORNAL-NOTAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-STATUS.
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

       FD JORNAL-NOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'JRNL-NOTAS.TXT'.
       COPY JRNLNOTA.CPY.

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
       01 WS-JRNL-STATUS               PIC X(02) VALUE '00'.
       01 WS-OPER-STATUS               PIC X(02) VALUE '00'.
       01 WS-ACESSO-STATUS             PIC X(02) VALUE '00'.
       01 WS-OPERADOR                  PIC X(08) VALUE SPACES.
       01 WS-MOTIVO                    PIC X(40) VALUE SPACES.
       01 WS-RESULTADO-ACESSO          PIC X(08) VALUE SPACES.
       01 WS-ACESSO-PROGRAMA           PIC X(15)
                                       VALUE 'NOTAS-ROLLBACK'.
       01 WS-ACESSO-DATA.
           02 WS-ACE-ANO       PIC 9(04).
           02 WS-ACE-MES       PIC 9(02).
           02 WS-ACE-DIA       PIC 9(02).
           02 WS-ACE-HOR       PIC 9(02).
           02 WS-ACE-MIN       PIC 9(02).
           02 WS-ACE-SEG       PIC 9(02).
       01 WS-ACESSO-CARIMBO            PIC X(19) VALUE SPACES.
       01 WS-RUNID-ALVO                PIC 9(06) VALUE ZERO.
       01 WS-CONFIRMA                  PIC X(01) VALUE 'N'.
           88 WS-CONFIRMA-SIM                 VALUE 'S' 's'.
               88 WS-FIM-JRNL-SIM          VALUE 'S'.
           02 WS-NOTAS-ABERTO       PIC X(01) VALUE 'N'.
               88 WS-NOTAS-ABERTO-SIM      VALUE 'S'.
           02 WS-FIM-OPER           PIC X(01) VALUE 'N'.
               88 WS-FIM-OPER-SIM          VALUE 'S'.
           02 WS-OPER-OK            PIC X(01) VALUE 'N'.
               88 WS-OPER-OK-SIM           VALUE 'S'.
       01 WS-TAB-LIMITE                PIC 9(04) VALUE 1000.
       01 WS-QTD-ENTRADAS              PIC 9(04) VALUE ZERO.
       01 WS-TABELA-JORNAL.
           02 WS-JRN-ENTRADA OCCURS 1000 TIMES.
               03 WS-JRN-TIPO          PIC X(01).
               03 WS-JRN-CHAVE         PIC X(08).
               03 WS-JRN-IMAGEM        PIC X(46).
       01 WS-JRN-I                     PIC 9(04) VALUE ZERO.
       01 WS-QTD-DESFEITAS             PIC 9(04) VALUE ZERO.
       01 WS-QTD-FALHAS                PIC 9(04) VALUE ZERO.
           DISPLAY 'ROLLBACK DE EXECUCAO DO NOTAS.TXT'
           DISPLAY '-----------------------------------'

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR

           PERFORM VALIDA-OPERADOR
           IF NOT WS-OPER-OK-SIM
               DISPLAY 'OPERADOR NAO CADASTRADO - ROLLBACK RECUSADO'
               MOVE 'NEGADO' TO WS-RESULTADO-ACESSO
               PERFORM GRAVA-ACESSO
               MOVE 8 TO WS-RETORNO-JOB
           END-IF

           IF WS-RETORNO-JOB = 0
               DISPLAY 'NUMERO DA EXECUCAO A DESFAZER: '
               ACCEPT WS-RUNID-ALVO

               PERFORM CARREGA-JORNAL

               IF WS-QTD-ENTRADAS = 0
                   DISPLAY 'NENHUMA ENTRADA DO JORNAL PARA A EXECUCAO '
                           WS-RUNID-ALVO
                   MOVE 4 TO WS-RETORNO-JOB
               ELSE
                   DISPLAY WS-QTD-ENTRADAS ' ENTRADA(S) DO JORNAL '
                           'SERAO DESFEITAS NO NOTAS.TXT'
                   DISPLAY 'MOTIVO DO ROLLBACK: '
                   MOVE SPACES TO WS-MOTIVO
                   ACCEPT WS-MOTIVO
                   IF WS-MOTIVO = SPACES
                       DISPLAY 'ROLLBACK SEM MOTIVO NAO E FEITO'
                       MOVE 8 TO WS-RETORNO-JOB
                   END-IF
               END-IF
           END-IF

           IF WS-RETORNO-JOB = 0
               DISPLAY 'CONFIRMA O ROLLBACK? (S) SIM  (N) NAO'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA-SIM
                   MOVE 'OK' TO WS-RESULTADO-ACESSO
               ELSE
                   DISPLAY 'ROLLBACK CANCELADO PELO OPERADOR'
                   MOVE 'DESISTIU' TO WS-RESULTADO-ACESSO
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
               PERFORM GRAVA-ACESSO
           END-IF
           EXIT.
       FIM-INICIO.

       VALIDA-OPERADOR.
           OPEN INPUT OPERADORES
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'OPERADORES.TXT NAO ENCONTRADO - '
                       'ROLLBACK SEM CONTROLE DE ACESSO'
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

       CARREGA-JORNAL.
           OPEN INPUT JORNAL-NOTAS
           IF WS-JRNL-STATUS NOT = '00'
           EXIT.
       FIM-DESFAZ-ENTRADA.

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
           DISPLAY 'ENTRADAS DO JORNAL   : ' WS-QTD-ENTRADAS
