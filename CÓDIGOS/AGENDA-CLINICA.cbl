      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 MC  - Programa original
      *   15/10/2026 MC  - Profissional que vai atender o retorno
      *                    (AG-PROFISSIONAL): em branco vale o
      *                    responsavel do paciente; informado tem que
      *                    estar ativo no PROFISSIONAIS.TXT, senao
      *                    nada e marcado
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-CLINICA.
           SELECT PACIENTES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAC-STATUS.
           SELECT PROFISSIONAIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROF-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PACIENTES.TXT'.
       COPY PACIENTE.CPY.

       FD PROFISSIONAIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PROFISSIONAIS.TXT'.
       COPY PROFISS.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-AGENDA-STATUS         PIC X(02) VALUE '00'.
       01 WS-PAC-STATUS            PIC X(02) VALUE '00'.
       01 WS-PROF-STATUS           PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-PAC            PIC X(01) VALUE 'N'.
               88 WS-FIM-PAC-SIM          VALUE 'S'.
               88 WS-PAC-ACHOU-SIM        VALUE 'S'.
           02 WS-ENTRADA-VALIDA     PIC X(01) VALUE 'S'.
               88 WS-ENTRADA-OK           VALUE 'S'.
           02 WS-FIM-PROF           PIC X(01) VALUE 'N'.
               88 WS-FIM-PROF-SIM         VALUE 'S'.
       01 WS-CADASTRO-PAC-ATIVO    PIC X(01) VALUE 'N'.
           88 WS-CADASTRO-PAC-ATIVO-SIM   VALUE 'S'.
       01 WS-TAB-PAC-LIMITE        PIC 9(03) VALUE 500.
           02 WS-PAC-ENTRADA OCCURS 500 TIMES.
               03 WS-PAC-ID            PIC X(05).
               03 WS-PAC-NOME          PIC X(30).
               03 WS-PAC-PROFISSIONAL  PIC X(05).
       01 WS-PAC-I                 PIC 9(03) VALUE ZERO.
       01 WS-PACIENTE-ID           PIC X(05) VALUE SPACES.
       01 WS-PACIENTE-PROF         PIC X(05) VALUE SPACES.
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
       01 WS-OPERADOR              PIC X(08) VALUE SPACES.
       01 WS-NOME                  PIC X(30) VALUE SPACES.
       01 WS-DATA-RETORNO          PIC X(10) VALUE SPACES.
           ACCEPT WS-OPERADOR

           PERFORM CARREGA-PACIENTES
           PERFORM CARREGA-PROFISSIONAIS

           OPEN EXTEND AGENDA
           IF WS-AGENDA-STATUS = '35'
                            TO WS-PAC-ID(WS-QTD-PACIENTES)
                       MOVE PAC-NOME
                            TO WS-PAC-NOME(WS-QTD-PACIENTES)
                       MOVE PAC-PROFISSIONAL
                            TO WS-PAC-PROFISSIONAL(WS-QTD-PACIENTES)
                   END-IF
                   PERFORM LER-PACIENTES
               END-PERFORM
           EXIT.
       FIM-LER-PACIENTES.

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

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MARCACAO-SIM
               DISPLAY 'NOME DO PACIENTE (EM BRANCO PARA '
       RESOLVE-PACIENTE.
           MOVE 'N' TO WS-PAC-ACHOU
           MOVE SPACES TO WS-PACIENTE-ID
           MOVE SPACES TO WS-PACIENTE-PROF

           PERFORM VARYING WS-PAC-I FROM 1 BY 1
                   UNTIL WS-PAC-I > WS-QTD-PACIENTES
               IF WS-PAC-NOME(WS-PAC-I) = WS-NOME
                   SET WS-PAC-ACHOU-SIM TO TRUE
                   MOVE WS-PAC-ID(WS-PAC-I) TO WS-PACIENTE-ID
                   MOVE WS-PAC-PROFISSIONAL(WS-PAC-I)
                        TO WS-PACIENTE-PROF
               END-IF
           END-PERFORM

               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK
               PERFORM COLETA-PROFISSIONAL
           END-IF

           IF WS-ENTRADA-OK
               MOVE SPACES TO AGENDA-REG
               MOVE WS-PACIENTE-ID  TO AG-PACIENTE
               MOVE WS-NOME         TO AG-NOME
               MOVE WS-DATA-RETORNO TO AG-DATA
               MOVE WS-OPERADOR     TO AG-MARCADO-POR
               MOVE WS-PROFISSIONAL TO AG-PROFISSIONAL
               WRITE AGENDA-REG

               ADD 1 TO WS-QTD-MARCADOS
           EXIT.
       FIM-COLETA-E-GRAVA.

      *-----------------------------------------------------------------
      * PROFISSIONAL DO RETORNO: EM BRANCO VALE O RESPONSAVEL DO
      * PACIENTE; INFORMADO TEM QUE ESTAR ATIVO NO PROFISSIONAIS.TXT
      *-----------------------------------------------------------------
       COLETA-PROFISSIONAL.
           IF WS-PACIENTE-PROF = SPACES
               DISPLAY 'PROFISSIONAL DO RETORNO (EM BRANCO = SEM '
                       'PROFISSIONAL): '
           ELSE
               DISPLAY 'PROFISSIONAL DO RETORNO (EM BRANCO = '
                       WS-PACIENTE-PROF ', RESPONSAVEL): '
           END-IF
           MOVE SPACES TO WS-PROFISSIONAL
           ACCEPT WS-PROFISSIONAL

           IF WS-PROFISSIONAL = SPACES
               MOVE WS-PACIENTE-PROF TO WS-PROFISSIONAL
           ELSE
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
                           'PROFISSIONAIS.TXT - NADA MARCADO'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               ELSE
                   IF WS-PF-ATIVO(WS-PF-ACHOU-I) = 'N'
                       DISPLAY 'PROFISSIONAL INATIVO - NADA MARCADO'
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY 'PROFISSIONAL: '
                               WS-PF-NOME(WS-PF-ACHOU-I)
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-COLETA-PROFISSIONAL.

       FINALIZA-PROGRAMA.
           CLOSE AGENDA

