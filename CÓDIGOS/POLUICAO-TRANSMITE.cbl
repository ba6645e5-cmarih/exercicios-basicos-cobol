      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 MC  - Programa original
      *   15/10/2026 MC  - Detalhe leva a situacao do dia no
      *                    CERTDIA.TXT (POLUICAO-CERTIFICA): V
      *                    valido, I invalido, M manutencao, branco
      *                    se o mes nao foi certificado - o orgao
      *                    passa a receber os dias nao certificados
      *                    sinalizados
      *   15/10/2026 MC  - POLUTRANS.TXT registrado no livro de
      *                    interfaces de saida ENVIOS.TXT (rotina
      *                    ENVIO-CONTROLE) com o periodo MM/AAAA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLUICAO-TRANSMITE.
           SELECT TRANSMISSAO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.
           SELECT CERT-DIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CERT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'POLUTRANS.TXT'.
       01 TRANSMISSAO-REG              PIC X(80).

       FD CERT-DIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CERTDIA.TXT'.
       COPY CERTDIA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-PROT-STATUS               PIC X(02) VALUE '00'.
       01 WS-TRANS-STATUS              PIC X(02) VALUE '00'.
       01 WS-CERT-STATUS               PIC X(02) VALUE '00'.
       01 WS-MES-REF                   PIC 9(02) VALUE ZERO.
       01 WS-ANO-REF                   PIC 9(04) VALUE ZERO.
       01 WS-PROTOCOLO                 PIC 9(06) VALUE ZERO.
       01 WS-FLAGS.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM          VALUE 'S'.
           02 WS-FIM-CERT           PIC X(01) VALUE 'N'.
               88 WS-FIM-CERT-SIM          VALUE 'S'.
       01 WS-QTD-LIDAS                 PIC 9(06) VALUE ZERO.
       01 WS-QTD-DETALHES              PIC 9(06) VALUE ZERO.
       01 WS-HASH-VALORES              PIC 9(08)V99 VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-ENV-INTERFACE             PIC X(12) VALUE 'POLUTRANS'.
       01 WS-ENV-ARQUIVO               PIC X(20)
                                       VALUE 'POLUTRANS.TXT'.
       01 WS-ENV-PERIODO               PIC X(10) VALUE SPACES.
       01 WS-ENV-NUMERO                PIC 9(06) VALUE ZERO.
       01 WS-ENV-RESULTADO             PIC X(01) VALUE 'S'.
      *-----------------------------------------------------------------
      * SITUACAO CERTIFICADA DE CADA DIA DO MES POR ESTACAO (CERTDIA)
      *-----------------------------------------------------------------
       01 WS-TAB-CT-LIMITE             PIC 9(02) VALUE 50.
       01 WS-QTD-CT                    PIC 9(02) VALUE ZERO.
       01 WS-TABELA-CERT.
           02 WS-CT-ENTRADA OCCURS 50 TIMES.
               03 WS-CT-ESTACAO        PIC X(10).
               03 WS-CT-DIAS           PIC X(31).
       01 WS-CT-I                      PIC 9(02) VALUE ZERO.
       01 WS-CT-ACHOU-I                PIC 9(02) VALUE ZERO.
       01 WS-CT-DIA                    PIC 9(02) VALUE ZERO.
       01 WS-CT-ESTACAO-BUSCA          PIC X(10) VALUE SPACES.
       01 WS-QTD-NAO-CERT              PIC 9(06) VALUE ZERO.

       01 WS-P-ESTACAO                 PIC X(15) VALUE SPACES.
       01 WS-P-DATA                    PIC X(15) VALUE SPACES.
           02 WS-DET-PM25          PIC 9(03)V99.
           02 WS-DET-O3            PIC 9(03)V99.
           02 WS-DET-FAIXA         PIC 9(01).
           02 WS-DET-CERT          PIC X(01).

       01 WS-REG-TRAILER.
           02 WS-TRL-TIPO          PIC X(01) VALUE 'T'.
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM OBTEM-PROTOCOLO
               PERFORM CARREGA-CERTIFICACAO
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * CARREGA DO CERTDIA.TXT OS DIAS CERTIFICADOS DO PERIODO
      *-----------------------------------------------------------------
       CARREGA-CERTIFICACAO.
           OPEN INPUT CERT-DIA
           IF WS-CERT-STATUS NOT = '00'
               DISPLAY 'CERTDIA.TXT NAO ENCONTRADO - DETALHES SEM '
                       'SITUACAO DE CERTIFICACAO'
           ELSE
               PERFORM LER-CERTDIA
               PERFORM UNTIL WS-FIM-CERT-SIM
                   IF CD-DATA(1:2) NUMERIC AND
                      CD-DATA(4:2) NUMERIC AND
                      CD-DATA(7:4) NUMERIC
                       IF FUNCTION NUMVAL(CD-DATA(4:2)) = WS-MES-REF
                          AND FUNCTION NUMVAL(CD-DATA(7:4)) = WS-ANO-REF
                           PERFORM GUARDA-CERTIFICACAO
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

       GUARDA-CERTIFICACAO.
           MOVE CD-DATA(1:2) TO WS-CT-DIA
           MOVE CD-ESTACAO TO WS-CT-ESTACAO-BUSCA
           PERFORM LOCALIZA-CERT-ESTACAO
           IF WS-CT-ACHOU-I = 0 AND WS-QTD-CT < WS-TAB-CT-LIMITE
               ADD 1 TO WS-QTD-CT
               MOVE WS-QTD-CT TO WS-CT-ACHOU-I
               MOVE CD-ESTACAO TO WS-CT-ESTACAO(WS-CT-ACHOU-I)
               MOVE SPACES TO WS-CT-DIAS(WS-CT-ACHOU-I)
           END-IF
           IF WS-CT-ACHOU-I > 0 AND WS-CT-DIA >= 1 AND WS-CT-DIA <= 31
               MOVE CD-SITUACAO
                    TO WS-CT-DIAS(WS-CT-ACHOU-I)(WS-CT-DIA:1)
           END-IF
           EXIT.
       FIM-GUARDA-CERTIFICACAO.

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

       OBTEM-PROTOCOLO.
           OPEN INPUT PROTOCOLO-CTL
           IF WS-PROT-STATUS = '00'

                   PERFORM GRAVA-TRAILER
                   CLOSE TRANSMISSAO
                   PERFORM REGISTRA-ENVIO

                   IF WS-QTD-DETALHES = 0
                       DISPLAY 'NENHUMA LEITURA DO PERIODO '
           MOVE WS-P-O3    TO WS-DET-O3
           MOVE WS-P-FAIXA TO WS-DET-FAIXA

           MOVE SPACE TO WS-DET-CERT
           MOVE WS-P-ESTACAO(1:10) TO WS-CT-ESTACAO-BUSCA
           PERFORM LOCALIZA-CERT-ESTACAO
           IF WS-CT-ACHOU-I > 0
               MOVE WS-P-DATA(1:2) TO WS-CT-DIA
               MOVE WS-CT-DIAS(WS-CT-ACHOU-I)(WS-CT-DIA:1)
                    TO WS-DET-CERT
               IF WS-DET-CERT = 'I' OR WS-DET-CERT = 'M'
                   ADD 1 TO WS-QTD-NAO-CERT
               END-IF
           END-IF

           MOVE SPACES TO TRANSMISSAO-REG
           MOVE WS-REG-DETALHE TO TRANSMISSAO-REG
           WRITE TRANSMISSAO-REG
           EXIT.
       FIM-GRAVA-TRAILER.

      *-----------------------------------------------------------------
      * TRANSMISSAO NO LIVRO DE INTERFACES DE SAIDA (ENVIOS.TXT);
      * PERIODO MM/AAAA DA TRANSMISSAO
      *-----------------------------------------------------------------
       REGISTRA-ENVIO.
           MOVE SPACES TO WS-ENV-PERIODO
           STRING WS-MES-REF '/' WS-ANO-REF
                  DELIMITED BY SIZE
                  INTO WS-ENV-PERIODO
           END-STRING
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
           DISPLAY '-----------------------------------'
           DISPLAY 'LINHAS DO HISTORICO LIDAS: ' WS-QTD-LIDAS
           DISPLAY 'DETALHES TRANSMITIDOS    : ' WS-QTD-DETALHES
           DISPLAY 'DIAS NAO CERTIFICADOS    : ' WS-QTD-NAO-CERT
           DISPLAY 'PROTOCOLO                : ' WS-PROTOCOLO
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
