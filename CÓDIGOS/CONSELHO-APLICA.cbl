      *                    passou a abortar a aplicacao antes da
      *                    regravacao (antes os excedentes eram
      *                    perdidos do arquivo e do extrato)
      *   15/10/2026 MC  - Anexo traz, abaixo das deliberacoes do
      *                    aluno, o resumo das ocorrencias
      *                    disciplinares do ano do conselho
      *                    (OCORRENCIAS.TXT)
      *   15/10/2026 MC  - ANOFININT.TXT registrado no livro de
      *                    interfaces de saida ENVIOS.TXT (rotina
      *                    ENVIO-CONTROLE) com a data do header como
      *                    periodo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSELHO-APLICA.
           SELECT INTERFACE-SAIDA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INT-STATUS.
           SELECT OCORRENCIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OCOR-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ANOFININT.TXT'.
       01 INTERFACE-REG                    PIC X(50).

       FD OCORRENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'OCORRENCIAS.TXT'.
       COPY OCORREN.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-CONS-STATUS                   PIC X(02) VALUE '00'.
       01 WS-ANOFINAL-STATUS               PIC X(02) VALUE '00'.
       01 WS-INT-STATUS                    PIC X(02) VALUE '00'.
       01 WS-OCOR-STATUS                   PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-CONS               PIC X(01) VALUE 'N'.
               88 WS-FIM-CONS-SIM              VALUE 'S'.
               88 WS-FIM-ANO-SIM               VALUE 'S'.
           02 WS-ANO-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ANO-ACHOU-SIM             VALUE 'S'.
           02 WS-FIM-OCOR               PIC X(01) VALUE 'N'.
               88 WS-FIM-OCOR-SIM              VALUE 'S'.
       01 WS-DELIB-VALIDA                  PIC X(01) VALUE 'S'.
           88 WS-DELIB-OK                         VALUE 'S'.
       01 WS-MOTIVO-REJEICAO               PIC X(40) VALUE SPACES.
                                   AF-MEDIA-FINAL BY WS-AF-MEDIA-FINAL
                                   AF-SITUACAO BY WS-AF-SITUACAO.

       01 WS-TAB-OCOR-LIMITE               PIC 9(04) VALUE 3000.
       01 WS-QTD-OCOR                      PIC 9(04) VALUE ZERO.
       01 WS-TABELA-OCOR.
           02 WS-OCOR-ITEM OCCURS 3000 TIMES.
               03 WS-OCO-MATRICULA      PIC X(05).
               03 WS-OCO-ANO            PIC X(04).
               03 WS-OCO-TIPO           PIC X(01).
               03 WS-OCO-DIAS           PIC 9(02).
       01 WS-OCO-I                         PIC 9(04) VALUE ZERO.
       01 WS-OCO-ULT-MATRICULA             PIC X(05) VALUE SPACES.
       01 WS-OCO-VERBAL                    PIC 9(03) VALUE ZERO.
       01 WS-OCO-ESCRITA                   PIC 9(03) VALUE ZERO.
       01 WS-OCO-SUSPENSAO                 PIC 9(03) VALUE ZERO.
       01 WS-OCO-OBSERVACAO                PIC 9(03) VALUE ZERO.
       01 WS-OCO-TOT-DIAS                  PIC 9(03) VALUE ZERO.

       01 WS-SITUACAO-ANTES                PIC X(20) VALUE SPACES.
       01 WS-DATA-GERACAO                  PIC 9(08) VALUE ZERO.
       01 WS-QTD-DETALHES                  PIC 9(06) VALUE ZERO.
       01 WS-QTD-APLICADAS                 PIC 9(04) VALUE ZERO.
       01 WS-QTD-REJEITADAS                PIC 9(04) VALUE ZERO.
       01 WS-RETORNO-JOB                   PIC 9(02) VALUE ZERO.
       01 WS-ENV-INTERFACE                 PIC X(12) VALUE 'ANOFININT'.
       01 WS-ENV-ARQUIVO                   PIC X(20)
                                           VALUE 'ANOFININT.TXT'.
       01 WS-ENV-PERIODO                   PIC X(10) VALUE SPACES.
       01 WS-ENV-NUMERO                    PIC 9(06) VALUE ZERO.
       01 WS-ENV-RESULTADO                 PIC X(01) VALUE 'S'.

       01 WS-REG-HEADER.
           02 WS-HDR-TIPO          PIC X(01) VALUE 'H'.
               SET WS-FIM-CONS-SIM TO TRUE
           ELSE
               PERFORM CARREGA-ANOFINAL
               PERFORM CARREGA-OCORRENCIAS
           END-IF
           EXIT.
       FIM-INICIO.

       CARREGA-OCORRENCIAS.
           OPEN INPUT OCORRENCIAS
           IF WS-OCOR-STATUS = '00'
               PERFORM LER-OCORRENCIAS
               PERFORM UNTIL WS-FIM-OCOR-SIM
                   IF WS-QTD-OCOR < WS-TAB-OCOR-LIMITE
                       ADD 1 TO WS-QTD-OCOR
                       MOVE OC-MATRICULA
                            TO WS-OCO-MATRICULA(WS-QTD-OCOR)
                       MOVE OC-DATA(7:4) TO WS-OCO-ANO(WS-QTD-OCOR)
                       MOVE OC-TIPO TO WS-OCO-TIPO(WS-QTD-OCOR)
                       MOVE OC-DIAS-SUSPENSAO
                            TO WS-OCO-DIAS(WS-QTD-OCOR)
                   ELSE
                       DISPLAY 'AVISO: OCORRENCIAS.TXT EXCEDE '
                               WS-TAB-OCOR-LIMITE ' REGISTROS - '
                               'RESUMO DO ANEXO INCOMPLETO'
                       SET WS-FIM-OCOR-SIM TO TRUE
                   END-IF
                   PERFORM LER-OCORRENCIAS
               END-PERFORM
               CLOSE OCORRENCIAS
           END-IF
           EXIT.
       FIM-CARREGA-OCORRENCIAS.

       LER-OCORRENCIAS.
           READ OCORRENCIAS
               AT END
                   SET WS-FIM-OCOR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-OCORRENCIAS.

       CARREGA-ANOFINAL.
           OPEN INPUT ANO-FINAL
           IF WS-ANOFINAL-STATUS NOT = '00'
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           IF CS-MATRICULA NOT = WS-OCO-ULT-MATRICULA
               MOVE CS-MATRICULA TO WS-OCO-ULT-MATRICULA
               PERFORM RESUMO-OCORRENCIAS
           END-IF
           EXIT.
       FIM-APLICA-DELIBERACAO.

      *-----------------------------------------------------------------
      * RESUMO DAS OCORRENCIAS DISCIPLINARES DO ALUNO NO ANO DO
      * CONSELHO - SO SAI NO ANEXO QUANDO O ALUNO TEM OCORRENCIA
      *-----------------------------------------------------------------
       RESUMO-OCORRENCIAS.
           MOVE ZERO TO WS-OCO-VERBAL
           MOVE ZERO TO WS-OCO-ESCRITA
           MOVE ZERO TO WS-OCO-SUSPENSAO
           MOVE ZERO TO WS-OCO-OBSERVACAO
           MOVE ZERO TO WS-OCO-TOT-DIAS

           PERFORM VARYING WS-OCO-I FROM 1 BY 1
                   UNTIL WS-OCO-I > WS-QTD-OCOR
               IF WS-OCO-MATRICULA(WS-OCO-I) = CS-MATRICULA AND
                  WS-OCO-ANO(WS-OCO-I) = CS-DATA(7:4)
                   EVALUATE WS-OCO-TIPO(WS-OCO-I)
                       WHEN 'V'
                           ADD 1 TO WS-OCO-VERBAL
                       WHEN 'E'
                           ADD 1 TO WS-OCO-ESCRITA
                       WHEN 'S'
                           ADD 1 TO WS-OCO-SUSPENSAO
                           ADD WS-OCO-DIAS(WS-OCO-I) TO WS-OCO-TOT-DIAS
                       WHEN OTHER
                           ADD 1 TO WS-OCO-OBSERVACAO
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-OCO-VERBAL + WS-OCO-ESCRITA + WS-OCO-SUSPENSAO +
              WS-OCO-OBSERVACAO > 0
               MOVE SPACES TO WS-IMP-LINHA
               STRING '      OCORRENCIAS NO ANO: VERBAL '
                      WS-OCO-VERBAL
                      ' ESCRITA ' WS-OCO-ESCRITA
                      ' SUSPENSAO ' WS-OCO-SUSPENSAO
                      ' (' WS-OCO-TOT-DIAS ' DIAS)'
                      ' OBS ' WS-OCO-OBSERVACAO
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-RESUMO-OCORRENCIAS.

       REGRAVA-ANOFINAL.
           OPEN OUTPUT ANO-FINAL
           PERFORM VARYING WS-ANO-I FROM 1 BY 1
           WRITE INTERFACE-REG

           CLOSE INTERFACE-SAIDA
           PERFORM REGISTRA-ENVIO
           EXIT.
       FIM-GRAVA-INTERFACE.

           EXIT.
       FIM-CHAMA-IMPRESSAO.

      *-----------------------------------------------------------------
      * TRANSMISSAO NO LIVRO DE INTERFACES DE SAIDA (ENVIOS.TXT);
      * O PERIODO E A DATA DO HEADER (AAAAMMDD)
      *-----------------------------------------------------------------
       REGISTRA-ENVIO.
           MOVE WS-DATA-GERACAO TO WS-ENV-PERIODO
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
           IF WS-QTD-LIDAS > 0 OR NOT WS-FIM-CONS-SIM
               CLOSE CONSELHO
