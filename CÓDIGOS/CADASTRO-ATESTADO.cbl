      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CADASTRO DE ATESTADOS (ABONO DE FALTAS) - A
      *          SECRETARIA REGISTRA O DOCUMENTO ENTREGUE PELA FAMILIA
      *          EM ATESTADOS.TXT (ATESTADO.CPY): MATRICULA (CONFERIDA
      *          NO MATRICULAS.TXT), NUMERO DO DOCUMENTO (UNICO POR
      *          ALUNO), PERIODO COBERTO DE/ATE E TIPO; O
      *          FREQUENCIA-FECHA CONTA AS FALTAS DO PERIODO COMO
      *          ABONADAS, SEM PRECISAR PEDIR AO CONSELHO QUE REVEJA A
      *          REPROVACAO POR FALTA; A CONSULTA LISTA OS ATESTADOS DO
      *          ALUNO NA TELA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Data final do periodo pode ser futura (o
      *                    atestado chega no primeiro dia): conferida
      *                    so na estrutura e no calendario; a inicial
      *                    continua sem poder passar de hoje
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-ATESTADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATESTADOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ATE-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ATESTADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ATESTADOS.TXT'.
       COPY ATESTADO.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ATE-STATUS            PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS            PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-ATE            PIC X(01) VALUE 'N'.
               88 WS-FIM-ATE-SIM          VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-MAT-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-MAT-ACHOU-SIM        VALUE 'S'.
           02 WS-DOC-REPETIDO       PIC X(01) VALUE 'N'.
               88 WS-DOC-REPETIDO-SIM     VALUE 'S'.
           02 WS-ENTRADA-VALIDA     PIC X(01) VALUE 'S'.
               88 WS-ENTRADA-OK           VALUE 'S'.
       01 WS-OPCAO                 PIC 9(01) VALUE 0.
       01 WS-MATRICULA             PIC X(05) VALUE SPACES.
       01 WS-ALU-NOME              PIC X(30) VALUE SPACES.
       01 WS-ALU-TURMA             PIC X(03) VALUE SPACES.
       01 WS-DOCUMENTO             PIC X(15) VALUE SPACES.
       01 WS-DATA-INICIO           PIC X(10) VALUE SPACES.
       01 WS-DATA-FIM              PIC X(10) VALUE SPACES.
       01 WS-INICIO-AAAAMMDD       PIC 9(08) VALUE ZERO.
       01 WS-FIM-AAAAMMDD          PIC 9(08) VALUE ZERO.
       01 WS-DIAS-COBERTOS         PIC 9(05) VALUE ZERO.
       01 WS-DIAS-MAXIMO           PIC 9(03) VALUE 366.
       01 WS-TIPO                  PIC X(01) VALUE SPACES.
       01 WS-TIPO-NOME             PIC X(20) VALUE SPACES.
       01 WS-CONFIRMA              PIC X(01) VALUE 'N'.
           88 WS-CONFIRMA-SIM             VALUE 'S' 's'.
       01 WS-DATA-OK               PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO           PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD         PIC 9(08) VALUE ZERO.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO           PIC 9(04).
           02 WS-HOJE-MES           PIC 9(02).
           02 WS-HOJE-DIA           PIC 9(02).
       01 WS-DATA-FMT              PIC X(10) VALUE SPACES.
       01 WS-QTD-LISTADOS          PIC 9(03) VALUE ZERO.
       01 WS-QTD-INCLUIDOS         PIC 9(03) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'ATESTADOS - ABONO DE FALTAS'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING
           EXIT.
       FIM-INICIO.

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - REGISTRAR ATESTADO'
               DISPLAY '2 - CONSULTAR ATESTADOS DO ALUNO'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM REGISTRA-ATESTADO
                   WHEN 2
                       PERFORM CONSULTA-ATESTADOS
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * REGISTRO DO ATESTADO: MATRICULA, DOCUMENTO, PERIODO E TIPO
      *-----------------------------------------------------------------
       REGISTRA-ATESTADO.
           MOVE 'S' TO WS-ENTRADA-VALIDA
           PERFORM COLETA-MATRICULA

           IF WS-ENTRADA-OK
               DISPLAY 'NUMERO DO DOCUMENTO: '
               MOVE SPACES TO WS-DOCUMENTO
               ACCEPT WS-DOCUMENTO
               IF WS-DOCUMENTO = SPACES
                   DISPLAY 'DOCUMENTO EM BRANCO - INCLUSAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               ELSE
                   PERFORM VERIFICA-DOCUMENTO
                   IF WS-DOC-REPETIDO-SIM
                       DISPLAY 'DOCUMENTO ' WS-DOCUMENTO ' JA '
                               'REGISTRADO PARA O ALUNO - INCLUSAO '
                               'CANCELADA'
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                   END-IF
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'PERIODO COBERTO - DE (DD/MM/AAAA): '
               MOVE SPACES TO WS-DATA-INICIO
               ACCEPT WS-DATA-INICIO
               CALL 'DATA-VALIDA' USING WS-DATA-INICIO
                                        WS-DATA-OK
                                        WS-DATA-MOTIVO
                                        WS-DATA-AAAAMMDD
               END-CALL
               IF WS-DATA-OK = 'N'
                   DISPLAY 'DATA INICIAL: ' WS-DATA-MOTIVO
                           ' - INCLUSAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               ELSE
                   MOVE WS-DATA-AAAAMMDD TO WS-INICIO-AAAAMMDD
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'PERIODO COBERTO - ATE (DD/MM/AAAA, EM BRANCO '
                       'PARA UM DIA SO): '
               MOVE SPACES TO WS-DATA-FIM
               ACCEPT WS-DATA-FIM
               IF WS-DATA-FIM = SPACES
                   MOVE WS-DATA-INICIO TO WS-DATA-FIM
               END-IF
               PERFORM CONFERE-DATA-FIM
               IF WS-DATA-OK = 'N'
                   DISPLAY 'DATA FINAL: DATA INVALIDA'
                           ' - INCLUSAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               IF WS-FIM-AAAAMMDD < WS-INICIO-AAAAMMDD
                   DISPLAY 'DATA FINAL ANTERIOR A INICIAL - INCLUSAO '
                           'CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               ELSE
                   COMPUTE WS-DIAS-COBERTOS =
                       FUNCTION INTEGER-OF-DATE(WS-FIM-AAAAMMDD) -
                       FUNCTION INTEGER-OF-DATE(WS-INICIO-AAAAMMDD)
                       + 1
                   END-COMPUTE
                   IF WS-DIAS-COBERTOS > WS-DIAS-MAXIMO
                       DISPLAY 'PERIODO DE ' WS-DIAS-COBERTOS
                               ' DIAS ACIMA DE ' WS-DIAS-MAXIMO
                               ' - INCLUSAO CANCELADA'
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                   END-IF
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'TIPO: (M) MEDICO  (O) ODONTOLOGICO  '
                       '(L) LICENCA  (J) OUTRO ABONO LEGAL'
               MOVE SPACES TO WS-TIPO
               ACCEPT WS-TIPO
               MOVE WS-TIPO TO AT-TIPO
               IF NOT AT-TIPO-VALIDO
                   DISPLAY 'TIPO INVALIDO - INCLUSAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'ATESTADO DE ' WS-DIAS-COBERTOS ' DIA(S): '
                       WS-DATA-INICIO ' A ' WS-DATA-FIM
               DISPLAY 'CONFIRMA O REGISTRO? (S) SIM  (N) NAO'
               MOVE 'N' TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA-SIM
                   PERFORM GRAVA-ATESTADO
               ELSE
                   DISPLAY 'INCLUSAO CANCELADA'
               END-IF
           END-IF
           EXIT.
       FIM-REGISTRA-ATESTADO.

      *-----------------------------------------------------------------
      * FIM DO PERIODO: MESMOS FORMATOS DO DATA-VALIDA (DD/MM/AAAA OU
      * AAAA-MM-DD), SEM A TRAVA DE DATA FUTURA
      *-----------------------------------------------------------------
       CONFERE-DATA-FIM.
           MOVE 'N' TO WS-DATA-OK
           MOVE ZERO TO WS-FIM-AAAAMMDD
           EVALUATE TRUE
               WHEN (WS-DATA-FIM(3:1) = '/' OR '-' OR '.') AND
                    WS-DATA-FIM(6:1) = WS-DATA-FIM(3:1)
                   MOVE WS-DATA-FIM(7:4) TO WS-FIM-AAAAMMDD(1:4)
                   MOVE WS-DATA-FIM(4:2) TO WS-FIM-AAAAMMDD(5:2)
                   MOVE WS-DATA-FIM(1:2) TO WS-FIM-AAAAMMDD(7:2)
               WHEN (WS-DATA-FIM(5:1) = '/' OR '-' OR '.') AND
                    WS-DATA-FIM(8:1) = WS-DATA-FIM(5:1)
                   MOVE WS-DATA-FIM(1:4) TO WS-FIM-AAAAMMDD(1:4)
                   MOVE WS-DATA-FIM(6:2) TO WS-FIM-AAAAMMDD(5:2)
                   MOVE WS-DATA-FIM(9:2) TO WS-FIM-AAAAMMDD(7:2)
           END-EVALUATE
           IF WS-FIM-AAAAMMDD NUMERIC AND
              WS-FIM-AAAAMMDD(1:4) > '1600'
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FIM-AAAAMMDD) = 0
                   MOVE 'S' TO WS-DATA-OK
               END-IF
           END-IF
           EXIT.
       FIM-CONFERE-DATA-FIM.

       COLETA-MATRICULA.
           DISPLAY 'MATRICULA DO ALUNO: '
           MOVE SPACES TO WS-MATRICULA
           ACCEPT WS-MATRICULA

           PERFORM CONSULTA-MATRICULA
           IF NOT WS-MAT-ACHOU-SIM
               DISPLAY 'MATRICULA ' WS-MATRICULA ' NAO CADASTRADA '
                       'NO MATRICULAS.TXT'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY 'ALUNO: ' WS-ALU-NOME ' TURMA: ' WS-ALU-TURMA
           END-IF
           EXIT.
       FIM-COLETA-MATRICULA.

       CONSULTA-MATRICULA.
           MOVE 'N' TO WS-MAT-ACHOU
           MOVE 'N' TO WS-FIM-MAT
           MOVE SPACES TO WS-ALU-NOME
           MOVE SPACES TO WS-ALU-TURMA

           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS = '00'
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM OR WS-MAT-ACHOU-SIM
                   IF MT-MATRICULA = WS-MATRICULA
                       SET WS-MAT-ACHOU-SIM TO TRUE
                       MOVE MT-NOME  TO WS-ALU-NOME
                       MOVE MT-TURMA TO WS-ALU-TURMA
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CONSULTA-MATRICULA.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       VERIFICA-DOCUMENTO.
           MOVE 'N' TO WS-DOC-REPETIDO
           MOVE 'N' TO WS-FIM-ATE

           OPEN INPUT ATESTADOS
           IF WS-ATE-STATUS = '00'
               PERFORM LER-ATESTADOS
               PERFORM UNTIL WS-FIM-ATE-SIM OR WS-DOC-REPETIDO-SIM
                   IF AT-MATRICULA = WS-MATRICULA AND
                      AT-DOCUMENTO = WS-DOCUMENTO
                       SET WS-DOC-REPETIDO-SIM TO TRUE
                   END-IF
                   PERFORM LER-ATESTADOS
               END-PERFORM
               CLOSE ATESTADOS
           END-IF
           EXIT.
       FIM-VERIFICA-DOCUMENTO.

       LER-ATESTADOS.
           READ ATESTADOS
               AT END
                   SET WS-FIM-ATE-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ATESTADOS.

       GRAVA-ATESTADO.
           MOVE SPACES TO ATESTADO-REG
           MOVE WS-MATRICULA   TO AT-MATRICULA
           MOVE WS-DOCUMENTO   TO AT-DOCUMENTO
           MOVE WS-DATA-INICIO TO AT-DATA-INICIO
           MOVE WS-DATA-FIM    TO AT-DATA-FIM
           MOVE WS-TIPO        TO AT-TIPO
           MOVE WS-DATA-FMT    TO AT-DATA-REGISTRO

           OPEN EXTEND ATESTADOS
           IF WS-ATE-STATUS = '35'
               OPEN OUTPUT ATESTADOS
           END-IF
           WRITE ATESTADO-REG
           CLOSE ATESTADOS

           ADD 1 TO WS-QTD-INCLUIDOS
           DISPLAY 'ATESTADO REGISTRADO - AS FALTAS DO PERIODO SERAO '
                   'ABONADAS NO PROXIMO FREQUENCIA-FECHA'
           EXIT.
       FIM-GRAVA-ATESTADO.

      *-----------------------------------------------------------------
      * CONSULTA DOS ATESTADOS DO ALUNO
      *-----------------------------------------------------------------
       CONSULTA-ATESTADOS.
           MOVE 'S' TO WS-ENTRADA-VALIDA
           PERFORM COLETA-MATRICULA

           IF WS-ENTRADA-OK
               MOVE ZERO TO WS-QTD-LISTADOS
               MOVE 'N' TO WS-FIM-ATE
               OPEN INPUT ATESTADOS
               IF WS-ATE-STATUS = '00'
                   PERFORM LER-ATESTADOS
                   PERFORM UNTIL WS-FIM-ATE-SIM
                       IF AT-MATRICULA = WS-MATRICULA
                           PERFORM MOSTRA-ATESTADO
                       END-IF
                       PERFORM LER-ATESTADOS
                   END-PERFORM
                   CLOSE ATESTADOS
               END-IF
               DISPLAY 'ATESTADOS DO ALUNO: ' WS-QTD-LISTADOS
           END-IF
           EXIT.
       FIM-CONSULTA-ATESTADOS.

       MOSTRA-ATESTADO.
           EVALUATE TRUE
               WHEN AT-MEDICO
                   MOVE 'MEDICO' TO WS-TIPO-NOME
               WHEN AT-ODONTOLOGICO
                   MOVE 'ODONTOLOGICO' TO WS-TIPO-NOME
               WHEN AT-LICENCA
                   MOVE 'LICENCA' TO WS-TIPO-NOME
               WHEN OTHER
                   MOVE 'OUTRO ABONO LEGAL' TO WS-TIPO-NOME
           END-EVALUATE

           ADD 1 TO WS-QTD-LISTADOS
           DISPLAY AT-DOCUMENTO ' ' AT-DATA-INICIO ' A '
                   AT-DATA-FIM ' ' WS-TIPO-NOME
                   ' REGISTRADO EM ' AT-DATA-REGISTRO
           EXIT.
       FIM-MOSTRA-ATESTADO.

       FINALIZA-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'ATESTADOS REGISTRADOS: ' WS-QTD-INCLUIDOS
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM CADASTRO-ATESTADO.
