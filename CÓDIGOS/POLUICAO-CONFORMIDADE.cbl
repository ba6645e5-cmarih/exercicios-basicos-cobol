      * Tectonics: cobc
      * Modification History:
      *   22/08/2026 MC  - Programa original
      *   15/10/2026 MC  - Certificacao de completude (CERTDIA.TXT,
      *                    gravado pelo POLUICAO-CERTIFICA): dia
      *                    invalido ou em manutencao fica fora da
      *                    media e das excedencias e sai contado a
      *                    parte como nao certificado; mes ainda nao
      *                    certificado entra como antes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLUICAO-CONFORMIDADE.
           SELECT POLU-LEGAL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LEGAL-STATUS.
           SELECT CERT-DIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CERT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       01 POLU-LEGAL-REC.
           02 LG-LIMITE-DIARIO     PIC 9(01)V9(2).
           02 LG-MAX-EXCEDENCIAS   PIC 9(03).

       FD CERT-DIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CERTDIA.TXT'.
       COPY CERTDIA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-LEGAL-STATUS              PIC X(02) VALUE '00'.
       01 WS-CERT-STATUS               PIC X(02) VALUE '00'.
       01 WS-ANO-ALVO                  PIC 9(04) VALUE ZERO.
       01 WS-LIMITE-LEGAL              PIC 9(01)V9(2) VALUE 0,50.
       01 WS-MAX-EXCEDENCIAS           PIC 9(03) VALUE 10.
               88 WS-FIM-HIST-SIM          VALUE 'S'.
           02 WS-EST-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-EST-ACHOU-SIM         VALUE 'S'.
           02 WS-FIM-CERT           PIC X(01) VALUE 'N'.
               88 WS-FIM-CERT-SIM          VALUE 'S'.
           02 WS-DIA-NAO-CERT       PIC X(01) VALUE 'N'.
               88 WS-DIA-NAO-CERT-SIM      VALUE 'S'.
       01 WS-P-ESTACAO                 PIC X(15) VALUE SPACES.
       01 WS-P-DATA                    PIC X(15) VALUE SPACES.
       01 WS-P-INDICE-TXT              PIC X(20) VALUE SPACES.
               03 WS-CF-QTD            PIC 9(05).
               03 WS-CF-EXCEDENCIAS    PIC 9(03).
               03 WS-CF-ULT-DIA-EXC    PIC 9(08).
               03 WS-CF-NAO-CERT       PIC 9(03).
       01 WS-CF-I                      PIC 9(02) VALUE ZERO.
       01 WS-CF-ACHOU-I                PIC 9(02) VALUE ZERO.
       01 WS-CF-MEDIA                  PIC 9(03)V99 VALUE ZERO.
       01 WS-LIMITE-MASK               PIC 9,99.
       01 WS-QTD-LIDAS                 PIC 9(06) VALUE ZERO.
       01 WS-QTD-DO-ANO                PIC 9(06) VALUE ZERO.
       01 WS-QTD-NAO-CERT              PIC 9(06) VALUE ZERO.
      *-----------------------------------------------------------------
      * SITUACAO CERTIFICADA DE CADA DIA DO ANO POR ESTACAO (CERTDIA):
      * UMA POSICAO POR DIA DO ANO, V/I/M OU BRANCO SE NAO CERTIFICADO
      *-----------------------------------------------------------------
       01 WS-TAB-CT-LIMITE             PIC 9(02) VALUE 50.
       01 WS-QTD-CT                    PIC 9(02) VALUE ZERO.
       01 WS-TABELA-CERT.
           02 WS-CT-ENTRADA OCCURS 50 TIMES.
               03 WS-CT-ESTACAO        PIC X(10).
               03 WS-CT-DIAS           PIC X(366).
       01 WS-CT-I                      PIC 9(02) VALUE ZERO.
       01 WS-CT-ACHOU-I                PIC 9(02) VALUE ZERO.
       01 WS-INI-ANO-DIAS              PIC 9(08) VALUE ZERO.
       01 WS-DIA-DO-ANO                PIC 9(03) VALUE ZERO.
       01 WS-CT-AAAAMMDD               PIC 9(08) VALUE ZERO.
       01 WS-CT-ESTACAO-BUSCA          PIC X(10) VALUE SPACES.
       01 WS-NAO-CERT-MASK             PIC ZZ9.
       01 WS-PARECER                   PIC X(12) VALUE SPACES.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
                                       VALUE 'CONFORMIDADE.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'ESTACAO - DIAS EXCEDIDOS - MEDIA ANUAL - PARECER - NAO CERTI
      -    'FICADOS'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'LIMITE LEGAL DIARIO: ' WS-LIMITE-MASK
                   ' - EXCEDENCIAS PERMITIDAS: '
                   WS-MAX-EXCEDENCIAS

           PERFORM CARREGA-CERTIFICACAO
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * CARREGA DO CERTDIA.TXT OS DIAS DO ANO JA CERTIFICADOS
      *-----------------------------------------------------------------
       CARREGA-CERTIFICACAO.
           MOVE WS-ANO-ALVO TO WS-CT-AAAAMMDD(1:4)
           MOVE '0101' TO WS-CT-AAAAMMDD(5:4)
           COMPUTE WS-INI-ANO-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-CT-AAAAMMDD)

           OPEN INPUT CERT-DIA
           IF WS-CERT-STATUS NOT = '00'
               DISPLAY 'CERTDIA.TXT NAO ENCONTRADO - TODOS OS DIAS '
                       'ENTRAM NA APURACAO'
           ELSE
               PERFORM LER-CERTDIA
               PERFORM UNTIL WS-FIM-CERT-SIM
                   IF CD-DATA(7:4) = WS-ANO-ALVO AND
                      CD-DATA(1:2) NUMERIC AND
                      CD-DATA(4:2) NUMERIC
                       MOVE CD-DATA(7:4) TO WS-CT-AAAAMMDD(1:4)
                       MOVE CD-DATA(4:2) TO WS-CT-AAAAMMDD(5:2)
                       MOVE CD-DATA(1:2) TO WS-CT-AAAAMMDD(7:2)
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-CT-AAAAMMDD)
                          = 0
                           MOVE CD-ESTACAO TO WS-CT-ESTACAO-BUSCA
                           PERFORM LOCALIZA-CERT-ESTACAO
                           IF WS-CT-ACHOU-I = 0 AND
                              WS-QTD-CT < WS-TAB-CT-LIMITE
                               ADD 1 TO WS-QTD-CT
                               MOVE WS-QTD-CT TO WS-CT-ACHOU-I
                               MOVE CD-ESTACAO
                                    TO WS-CT-ESTACAO(WS-CT-ACHOU-I)
                               MOVE SPACES
                                    TO WS-CT-DIAS(WS-CT-ACHOU-I)
                           END-IF
                           IF WS-CT-ACHOU-I > 0
                               COMPUTE WS-DIA-DO-ANO =
                                   FUNCTION INTEGER-OF-DATE
                                   (WS-CT-AAAAMMDD)
                                   - WS-INI-ANO-DIAS + 1
                               MOVE CD-SITUACAO TO WS-CT-DIAS
                                   (WS-CT-ACHOU-I)(WS-DIA-DO-ANO:1)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM LER-CERTDIA
               END-PERFORM
               CLOSE CERT-DIA
           END-IF
           EXIT.
       FIM-CARREGA-CERTIFICACAO.

       LER-CERTDIA.
           READ CERT-DIA
               AT END
                   SET WS-FIM-CERT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CERTDIA.

       LOCALIZA-CERT-ESTACAO.
           MOVE ZERO TO WS-CT-ACHOU-I
           PERFORM VARYING WS-CT-I FROM 1 BY 1
                   UNTIL WS-CT-I > WS-QTD-CT OR WS-CT-ACHOU-I > 0
               IF WS-CT-ESTACAO(WS-CT-I) = WS-CT-ESTACAO-BUSCA
                   MOVE WS-CT-I TO WS-CT-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-CERT-ESTACAO.

      *-----------------------------------------------------------------
      * DIA INVALIDO (I) OU EM MANUTENCAO (M) NO CERTDIA NAO ENTRA NA
      * CONFORMIDADE; DIA SEM CERTIFICACAO ENTRA NORMALMENTE
      *-----------------------------------------------------------------
       VERIFICA-CERTIFICACAO.
           MOVE 'N' TO WS-DIA-NAO-CERT
           IF WS-QTD-CT > 0 AND
              FUNCTION TEST-DATE-YYYYMMDD(WS-P-AAAAMMDD) = 0
               MOVE WS-P-ESTACAO TO WS-CT-ESTACAO-BUSCA
               PERFORM LOCALIZA-CERT-ESTACAO
               IF WS-CT-ACHOU-I > 0
                   COMPUTE WS-DIA-DO-ANO =
                       FUNCTION INTEGER-OF-DATE(WS-P-AAAAMMDD)
                       - WS-INI-ANO-DIAS + 1
                   IF WS-CT-DIAS(WS-CT-ACHOU-I)(WS-DIA-DO-ANO:1) = 'I'
                      OR WS-CT-DIAS(WS-CT-ACHOU-I)(WS-DIA-DO-ANO:1)
                         = 'M'
                       SET WS-DIA-NAO-CERT-SIM TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-VERIFICA-CERTIFICACAO.

       PROCESSA-PROGRAMA.
           OPEN INPUT POLUICAO-HIST
           IF WS-HIST-STATUS NOT = '00'
                   MOVE WS-P-DATA(4:2) TO WS-P-AAAAMMDD(5:2)
                   MOVE WS-P-DATA(1:2) TO WS-P-AAAAMMDD(7:2)
                   PERFORM EXTRAI-INDICE
                   PERFORM VERIFICA-CERTIFICACAO
                   PERFORM ACUMULA-CONFORMIDADE
               END-IF
           END-IF
                   MOVE ZERO TO WS-CF-QTD(WS-CF-ACHOU-I)
                   MOVE ZERO TO WS-CF-EXCEDENCIAS(WS-CF-ACHOU-I)
                   MOVE ZERO TO WS-CF-ULT-DIA-EXC(WS-CF-ACHOU-I)
                   MOVE ZERO TO WS-CF-NAO-CERT(WS-CF-ACHOU-I)
                   SET WS-EST-ACHOU-SIM TO TRUE
               END-IF
           END-IF

           IF WS-EST-ACHOU-SIM AND WS-DIA-NAO-CERT-SIM
               ADD 1 TO WS-CF-NAO-CERT(WS-CF-ACHOU-I)
               ADD 1 TO WS-QTD-NAO-CERT
           END-IF

           IF WS-EST-ACHOU-SIM AND NOT WS-DIA-NAO-CERT-SIM
               ADD WS-P-INDICE TO WS-CF-SOMA(WS-CF-ACHOU-I)
               ADD 1 TO WS-CF-QTD(WS-CF-ACHOU-I)


           PERFORM VARYING WS-CF-I FROM 1 BY 1
                   UNTIL WS-CF-I > WS-QTD-ESTACOES
               IF WS-CF-QTD(WS-CF-I) > 0
                   COMPUTE WS-CF-MEDIA =
                           WS-CF-SOMA(WS-CF-I) / WS-CF-QTD(WS-CF-I)
               ELSE
                   MOVE ZERO TO WS-CF-MEDIA
               END-IF
               MOVE WS-CF-MEDIA TO WS-MEDIA-MASK
               MOVE WS-CF-NAO-CERT(WS-CF-I) TO WS-NAO-CERT-MASK

               IF WS-CF-EXCEDENCIAS(WS-CF-I) >
                  WS-MAX-EXCEDENCIAS
                      WS-MEDIA-MASK DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-PARECER DELIMITED BY SIZE
                      ' - NAO CERTIFICADOS: ' DELIMITED BY SIZE
                      WS-NAO-CERT-MASK DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               DISPLAY WS-IMP-LINHA(1:95)
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'LEITURAS DO ANO: ' WS-QTD-DO-ANO
                  ' - ESTACOES: ' WS-QTD-ESTACOES
                  ' - DIAS NAO CERTIFICADOS EXCLUIDOS: '
                  WS-QTD-NAO-CERT
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           DISPLAY '-----------------------------------'
           DISPLAY 'LINHAS LIDAS    : ' WS-QTD-LIDAS
           DISPLAY 'LEITURAS DO ANO : ' WS-QTD-DO-ANO
           DISPLAY 'NAO CERTIFICADAS: ' WS-QTD-NAO-CERT
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
