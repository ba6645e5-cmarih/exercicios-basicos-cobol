      *          MARCADAS (VAZIO OU REGISTRO FORA DO LAYOUT); SAI
      *          FORMATADO PELA ROTINA IMPRESSAO EM CATALOGO.TXT, PARA
      *          COLEGA NOVO NAO DESCOBRIR ARQUIVO SO QUANDO UM
      *          PROGRAMA ABENDA NELE; CADA RODADA ACRESCENTA A FOTO
      *          (REGISTROS E BYTES POR ARQUIVO) AO CATHIST.TXT, BASE
      *          DO CATALOGO-TENDENCIA
      * Tectonics: cobc
      * Modification History:
      *   22/08/2026 MC  - Programa original
      *                    PESOMETA 063 (paciente), ESTACOES 037
      *                    (hora de pico) e TRANSACOES 036 (tipo e
      *                    competencia)
      *   15/10/2026 MC  - MEDIAPAR 022 (limite de dependencias)
      *   15/10/2026 MC  - PESOHIST 078 (IMC para idade)
      *   15/10/2026 MC  - PESOROL 058 e PESOHIST 083 (profissional do
      *                    atendimento)
      *   15/10/2026 MC  - Tamanho em bytes por arquivo e historico das
      *                    fotos em CATHIST.TXT
      *   15/10/2026 MC  - MATRICULAS 076 (turma, ano letivo e unidade)
      *                    e TRANSACOES 038 (unidade)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOGO-DADOS.
           SELECT ACERVO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACERVO-STATUS.
           SELECT CATALOGO-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-ACERVO-NOME.
       01 ACERVO-REG                   PIC X(250).

       FD CATALOGO-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CATHIST.TXT'.
       COPY CATHIST.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ACERVO-STATUS             PIC X(02) VALUE '00'.
       01 WS-ACERVO-NOME               PIC X(20) VALUE SPACES.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-DATA-HORA.
           02 WS-DH-DATA           PIC 9(08).
           02 WS-DH-HORA           PIC 9(06).
       01 WS-QTD-BYTES                 PIC 9(12) VALUE ZERO.
       01 WS-TAM-REG                   PIC 9(03) VALUE ZERO.
       01 WS-TAM-ESPERADO              PIC 9(03) VALUE ZERO.
       01 WS-TAM-MAIS-1                PIC 9(03) VALUE ZERO.
       01 WS-FLAGS.
       01 WS-IMP-TITULO                PIC X(60) VALUE
           'CATALOGO DO ACERVO DE DADOS'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'ARQUIVO              REGISTROS         BYTES  SITUACAO'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 'ALUNOS.TXT'        TO WS-CAT-NOME(2)
           MOVE 038 TO WS-CAT-TAM(2)
           MOVE 'MATRICULAS.TXT'    TO WS-CAT-NOME(3)
           MOVE 076 TO WS-CAT-TAM(3)
           MOVE 'PESOROL.TXT'       TO WS-CAT-NOME(4)
           MOVE 058 TO WS-CAT-TAM(4)
           MOVE 'PESOHIST.TXT'      TO WS-CAT-NOME(5)
           MOVE 083 TO WS-CAT-TAM(5)
           MOVE 'PESOMETA.TXT'      TO WS-CAT-NOME(6)
           MOVE 063 TO WS-CAT-TAM(6)
           MOVE 'ESTACOES.TXT'      TO WS-CAT-NOME(7)
           MOVE 'POLUICAO-HIST.TXT' TO WS-CAT-NOME(9)
           MOVE 000 TO WS-CAT-TAM(9)
           MOVE 'TRANSACOES.TXT'    TO WS-CAT-NOME(10)
           MOVE 038 TO WS-CAT-TAM(10)
           MOVE 'RESUMO.TXT'        TO WS-CAT-NOME(11)
           MOVE 000 TO WS-CAT-TAM(11)
           MOVE 'MEDIACSV.TXT'      TO WS-CAT-NOME(12)
           MOVE 'POLUCSV.TXT'       TO WS-CAT-NOME(14)
           MOVE 000 TO WS-CAT-TAM(14)
           MOVE 'MEDIAPAR.TXT'      TO WS-CAT-NOME(15)
           MOVE 022 TO WS-CAT-TAM(15)
           MOVE 'POLUPAR.TXT'       TO WS-CAT-NOME(16)
           MOVE 020 TO WS-CAT-TAM(16)

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA
           OPEN EXTEND CATALOGO-HIST
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT CATALOGO-HIST
           END-IF

           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
           MOVE 'N' TO WS-FIM-ACERVO
           MOVE ZERO TO WS-QTD-REGISTROS
           MOVE ZERO TO WS-QTD-FORA-LAYOUT
           MOVE ZERO TO WS-QTD-BYTES
           MOVE SPACES TO WS-SITUACAO

           OPEN INPUT ACERVO
               PERFORM LER-ACERVO
               PERFORM UNTIL WS-FIM-ACERVO-SIM
                   ADD 1 TO WS-QTD-REGISTROS
                   PERFORM VARYING WS-TAM-REG FROM 250 BY -1
                           UNTIL WS-TAM-REG = 0
                              OR ACERVO-REG(WS-TAM-REG:1) NOT = SPACE
                       CONTINUE
                   END-PERFORM
                   COMPUTE WS-QTD-BYTES =
                           WS-QTD-BYTES + WS-TAM-REG + 1
                   IF WS-TAM-ESPERADO > 0 AND
                      ACERVO-REG(WS-TAM-MAIS-1:50) NOT = SPACES
                       ADD 1 TO WS-QTD-FORA-LAYOUT
               ADD 1 TO WS-QTD-ANOMALIAS
           END-IF

           PERFORM GRAVA-HISTORICO

           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-ACERVO-NOME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QTD-REGISTROS DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  WS-QTD-BYTES DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SITUACAO DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:75)
           EXIT.
       FIM-CATALOGA-ARQUIVO.

      *-----------------------------------------------------------------
      * FOTO DO ARQUIVO NO HISTORICO (AUSENTE ENTRA COM ZEROS)
      *-----------------------------------------------------------------
       GRAVA-HISTORICO.
           MOVE WS-DH-DATA       TO CH-DATA
           MOVE WS-DH-HORA       TO CH-HORA
           MOVE WS-ACERVO-NOME   TO CH-ARQUIVO
           IF WS-SITUACAO = 'AUSENTE'
               MOVE 'N' TO CH-PRESENTE
           ELSE
               MOVE 'S' TO CH-PRESENTE
           END-IF
           MOVE WS-QTD-REGISTROS TO CH-REGISTROS
           MOVE WS-QTD-BYTES     TO CH-BYTES
           IF WS-HIST-STATUS = '00'
               WRITE CATALOGO-HIST-REG
           END-IF
           EXIT.
       FIM-GRAVA-HISTORICO.

       LER-ACERVO.
           READ ACERVO
               AT END
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           CLOSE CATALOGO-HIST

           DISPLAY '-----------------------------------'
           DISPLAY WS-IMP-LINHA(1:50)
