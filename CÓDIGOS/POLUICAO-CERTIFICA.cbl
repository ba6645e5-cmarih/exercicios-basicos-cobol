      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: CERTIFICACAO MENSAL DE COMPLETUDE DOS DADOS POR
      *          ESTACAO PARA O ORGAO AMBIENTAL - O POLUICAO-AGREGA
      *          FAZ O DIARIO COM AS HORAS QUE VIEREM, MESMO QUE SO 3
      *          DAS 24; PELA REGRA DO ORGAO O VALOR DIARIO SO VALE COM
      *          UM MINIMO DE HORAS VALIDAS E O MES SO CONTA PARA A
      *          CONFORMIDADE COM UM MINIMO DE DIAS VALIDOS; PARA O MES
      *          INFORMADO (MM/AAAA) ESTE PASSO CONTA NO LEITHORA.TXT
      *          AS HORAS VALIDAS (MESMA CRITICA DO POLUICAO-AGREGA,
      *          HORA REPETIDA CONTA UMA VEZ) DE CADA ESTACAO/DIA,
      *          SEPARA OS DIAS EM JANELA DE MANUTENCAO (ESTMANUT.TXT),
      *          E EMITE EM CERTIFICA.TXT AS HORAS DE CADA DIA, OS
      *          DIAS INVALIDOS E A DISPONIBILIDADE DO MES (DIAS
      *          VALIDOS SOBRE DIAS FORA DE MANUTENCAO) COM O PARECER
      *          CERTIFICADO/NAO CERTIFICADO; OS PERCENTUAIS MINIMOS
      *          VEM DO CARTAO CERTPAR.TXT (SEM CARTAO, 75% DAS HORAS
      *          E 75% DOS DIAS); A SITUACAO DE CADA DIA VAI PARA O
      *          CERTDIA.TXT (CERTDIA.CPY), REGRAVADO SO NO MES
      *          CERTIFICADO, PARA O POLUICAO-CONFORMIDADE EXCLUIR E O
      *          POLUICAO-TRANSMITE SINALIZAR OS DIAS NAO
      *          CERTIFICADOS; RETURN-CODE 4 QUANDO ALGUMA ESTACAO NAO
      *          E CERTIFICADA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLUICAO-CERTIFICA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEITURAS-HORA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HORA-STATUS.
           SELECT ESTACAO-MESTRE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MESTRE-STATUS.
           SELECT ESTACAO-MANUT ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MANUT-STATUS.
           SELECT CERT-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
           SELECT CERT-DIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CERT-STATUS.
           SELECT CERT-TEMP ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TEMP-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD LEITURAS-HORA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'LEITHORA.TXT'.
       COPY LEITHORA.CPY.

       FD ESTACAO-MESTRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ESTMESTRE.TXT'.
       COPY ESTACAO.CPY.

       FD ESTACAO-MANUT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ESTMANUT.TXT'.
       COPY MANUTEST.CPY.

       FD CERT-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CERTPAR.TXT'.
       01 CERT-PARAM-REC.
           02 CP-PCT-HORAS         PIC 9(03).
           02 CP-PCT-DIAS          PIC 9(03).

       FD CERT-DIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CERTDIA.TXT'.
       COPY CERTDIA.CPY.

       FD CERT-TEMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CERTDIA-TEMP.TXT'.
       01 CERT-TEMP-REG                PIC X(23).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-HORA-STATUS               PIC X(02) VALUE '00'.
       01 WS-MESTRE-STATUS             PIC X(02) VALUE '00'.
       01 WS-MANUT-STATUS              PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-CERT-STATUS               PIC X(02) VALUE '00'.
       01 WS-TEMP-STATUS               PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-HORA           PIC X(01) VALUE 'N'.
               88 WS-FIM-HORA-SIM          VALUE 'S'.
           02 WS-FIM-MESTRE         PIC X(01) VALUE 'N'.
               88 WS-FIM-MESTRE-SIM        VALUE 'S'.
           02 WS-FIM-MANUT          PIC X(01) VALUE 'N'.
               88 WS-FIM-MANUT-SIM         VALUE 'S'.
           02 WS-FIM-CERT           PIC X(01) VALUE 'N'.
               88 WS-FIM-CERT-SIM          VALUE 'S'.
           02 WS-FIM-TEMP           PIC X(01) VALUE 'N'.
               88 WS-FIM-TEMP-SIM          VALUE 'S'.
           02 WS-ES-ACHOU           PIC X(01) VALUE 'N'.
               88 WS-ES-ACHOU-SIM          VALUE 'S'.
           02 WS-DIA-EM-MANUT       PIC X(01) VALUE 'N'.
               88 WS-DIA-EM-MANUT-SIM      VALUE 'S'.
      *-----------------------------------------------------------------
      * MES CERTIFICADO E CRITERIOS DO ORGAO (CARTAO CERTPAR.TXT)
      *-----------------------------------------------------------------
       01 WS-MES-ALVO                  PIC X(07) VALUE SPACES.
       01 WS-MES-ALVO-R REDEFINES WS-MES-ALVO.
           02 WS-ALVO-MES           PIC 9(02).
           02 WS-ALVO-BARRA         PIC X(01).
           02 WS-ALVO-ANO           PIC 9(04).
       01 WS-DATA-AAAAMMDD.
           02 WS-DT-ANO             PIC 9(04).
           02 WS-DT-MES             PIC 9(02).
           02 WS-DT-DIA             PIC 9(02).
       01 WS-DATA-NUMERO REDEFINES WS-DATA-AAAAMMDD PIC 9(08).
       01 WS-INI-MES-DIAS              PIC 9(08) VALUE ZERO.
       01 WS-INI-PROX-DIAS             PIC 9(08) VALUE ZERO.
       01 WS-QTD-DIAS-MES              PIC 9(02) VALUE ZERO.
       01 WS-PCT-HORAS                 PIC 9(03) VALUE 75.
       01 WS-PCT-DIAS                  PIC 9(03) VALUE 75.
       01 WS-MIN-HORAS                 PIC 9(02) VALUE 18.
      *-----------------------------------------------------------------
      * MAPA DAS HORAS VALIDAS POR ESTACAO E DIA DO MES
      *-----------------------------------------------------------------
       01 WS-TAB-ES-LIMITE             PIC 9(02) VALUE 50.
       01 WS-QTD-ESTACOES              PIC 9(02) VALUE ZERO.
       01 WS-TABELA-ESTACOES.
           02 WS-ES-ENTRADA OCCURS 50 TIMES.
               03 WS-ES-ESTACAO        PIC X(10).
               03 WS-ES-VALIDOS        PIC 9(02).
               03 WS-ES-INVALIDOS      PIC 9(02).
               03 WS-ES-MANUTENCAO     PIC 9(02).
               03 WS-ES-DISPONIB       PIC 9(03)V9.
               03 WS-ES-DIA OCCURS 31 TIMES.
                   04 WS-ES-MAPA-HORAS PIC X(24).
                   04 WS-ES-QTD-HORAS  PIC 9(02).
                   04 WS-ES-SITUACAO   PIC X(01).
       01 WS-ES-I                      PIC 9(02) VALUE ZERO.
       01 WS-ES-ACHOU-I                PIC 9(02) VALUE ZERO.
       01 WS-DIA-J                     PIC 9(02) VALUE ZERO.
       01 WS-HORA-K                    PIC 9(02) VALUE ZERO.
       01 WS-DIA-DIAS                  PIC 9(08) VALUE ZERO.
       01 WS-ESTACAO-BUSCA             PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
      * JANELAS DE MANUTENCAO (MESMA CARGA DO POLUICAO-GAPS)
      *-----------------------------------------------------------------
       01 WS-TAB-MANUT-LIMITE          PIC 9(02) VALUE 50.
       01 WS-QTD-MANUT                 PIC 9(02) VALUE ZERO.
       01 WS-TABELA-MANUT.
           02 WS-MAN-ENTRADA OCCURS 50 TIMES.
               03 WS-MAN-ESTACAO       PIC X(10).
               03 WS-MAN-INI-DIAS      PIC 9(08).
               03 WS-MAN-FIM-DIAS      PIC 9(08).
       01 WS-MAN-I                     PIC 9(02) VALUE ZERO.
       01 WS-MAN-AAAAMMDD              PIC 9(08) VALUE ZERO.
      *-----------------------------------------------------------------
      * CONTADORES E RELATORIO
      *-----------------------------------------------------------------
       01 WS-QTD-LIDAS                 PIC 9(06) VALUE ZERO.
       01 WS-QTD-DO-MES                PIC 9(06) VALUE ZERO.
       01 WS-QTD-IGNORADAS             PIC 9(06) VALUE ZERO.
       01 WS-QTD-REPROVADAS            PIC 9(02) VALUE ZERO.
       01 WS-QTD-CERT-GRAVADOS         PIC 9(06) VALUE ZERO.
       01 WS-DIAS-APURAVEIS            PIC 9(02) VALUE ZERO.
       01 WS-POS                       PIC 9(03) VALUE ZERO.
       01 WS-HORAS-MASK                PIC Z9.
       01 WS-DIA-MASK                  PIC 99.
       01 WS-QTD-MASK                  PIC Z9.
       01 WS-QTD2-MASK                 PIC Z9.
       01 WS-QTD3-MASK                 PIC Z9.
       01 WS-DISPON-MASK               PIC ZZ9,9.
       01 WS-PCT-MASK                  PIC ZZ9.
       01 WS-PCT2-MASK                 PIC ZZ9.
       01 WS-PARECER                   PIC X(15) VALUE SPACES.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20)
                                       VALUE 'CERTIFICA.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE SPACES.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'CERTIFICACAO DE COMPLETUDE DOS DADOS'
           DISPLAY '-----------------------------------'

           DISPLAY 'MES DE REFERENCIA (MM/AAAA): '
           ACCEPT WS-MES-ALVO
           IF WS-ALVO-MES NOT NUMERIC OR WS-ALVO-ANO NOT NUMERIC
              OR WS-ALVO-BARRA NOT = '/'
              OR WS-ALVO-MES < 1 OR WS-ALVO-MES > 12
              OR WS-ALVO-ANO < 1990
               DISPLAY 'MES INVALIDO - USE MM/AAAA - NADA CERTIFICADO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM CALCULA-DIAS-MES
               PERFORM CARREGA-PARAMETROS
               PERFORM CARREGA-MESTRE
               PERFORM CARREGA-MANUTENCOES
           END-IF
           EXIT.
       FIM-INICIO.

       CALCULA-DIAS-MES.
           MOVE WS-ALVO-ANO TO WS-DT-ANO
           MOVE WS-ALVO-MES TO WS-DT-MES
           MOVE 1           TO WS-DT-DIA
           COMPUTE WS-INI-MES-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERO)

           IF WS-ALVO-MES = 12
               COMPUTE WS-DT-ANO = WS-ALVO-ANO + 1
               MOVE 1 TO WS-DT-MES
           ELSE
               COMPUTE WS-DT-MES = WS-ALVO-MES + 1
           END-IF
           COMPUTE WS-INI-PROX-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERO)
           COMPUTE WS-QTD-DIAS-MES = WS-INI-PROX-DIAS - WS-INI-MES-DIAS
           EXIT.
       FIM-CALCULA-DIAS-MES.

       CARREGA-PARAMETROS.
           OPEN INPUT CERT-PARAM
           IF WS-PARAM-STATUS = '00'
               READ CERT-PARAM
                   NOT AT END
                       IF CP-PCT-HORAS NUMERIC AND CP-PCT-HORAS > 0
                          AND CP-PCT-HORAS <= 100
                           MOVE CP-PCT-HORAS TO WS-PCT-HORAS
                       END-IF
                       IF CP-PCT-DIAS NUMERIC AND CP-PCT-DIAS > 0
                          AND CP-PCT-DIAS <= 100
                           MOVE CP-PCT-DIAS TO WS-PCT-DIAS
                       END-IF
               END-READ
               CLOSE CERT-PARAM
           ELSE
               DISPLAY 'CERTPAR.TXT NAO ENCONTRADO - USANDO 75% DAS '
                       'HORAS E 75% DOS DIAS'
           END-IF

      *    HORAS MINIMAS ARREDONDADAS PARA CIMA (75% DE 24 = 18)
           COMPUTE WS-MIN-HORAS = (24 * WS-PCT-HORAS + 99) / 100
           DISPLAY 'DIA VALIDO COM ' WS-MIN-HORAS ' HORA(S) - MES '
                   'VALIDO COM ' WS-PCT-DIAS '% DOS DIAS'
           EXIT.
       FIM-CARREGA-PARAMETROS.

      *-----------------------------------------------------------------
      * AS ESTACOES ATIVAS DO CADASTRO ENTRAM MESMO SEM NENHUMA HORA NO
      * MES - ESTACAO MUDA E A QUE MAIS PRECISA APARECER NO RELATORIO
      *-----------------------------------------------------------------
       CARREGA-MESTRE.
           OPEN INPUT ESTACAO-MESTRE
           IF WS-MESTRE-STATUS = '00'
               PERFORM LER-MESTRE
               PERFORM UNTIL WS-FIM-MESTRE-SIM
                   IF EM-ATIVA-SIM
                       MOVE EM-CODIGO TO WS-ESTACAO-BUSCA
                       PERFORM LOCALIZA-ESTACAO
                   END-IF
                   PERFORM LER-MESTRE
               END-PERFORM
               CLOSE ESTACAO-MESTRE
           END-IF
           EXIT.
       FIM-CARREGA-MESTRE.

       LER-MESTRE.
           READ ESTACAO-MESTRE
               AT END
                   SET WS-FIM-MESTRE-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MESTRE.

       CARREGA-MANUTENCOES.
           OPEN INPUT ESTACAO-MANUT
           IF WS-MANUT-STATUS = '00'
               PERFORM LER-MANUTENCOES
               PERFORM UNTIL WS-FIM-MANUT-SIM
                   IF WS-QTD-MANUT < WS-TAB-MANUT-LIMITE AND
                      MN-DATA-INICIO(1:2) NUMERIC AND
                      MN-DATA-INICIO(4:2) NUMERIC AND
                      MN-DATA-INICIO(7:4) NUMERIC AND
                      MN-DATA-FIM(1:2) NUMERIC AND
                      MN-DATA-FIM(4:2) NUMERIC AND
                      MN-DATA-FIM(7:4) NUMERIC
                       ADD 1 TO WS-QTD-MANUT
                       MOVE MN-ESTACAO
                            TO WS-MAN-ESTACAO(WS-QTD-MANUT)

                       MOVE MN-DATA-INICIO(7:4)
                            TO WS-MAN-AAAAMMDD(1:4)
                       MOVE MN-DATA-INICIO(4:2)
                            TO WS-MAN-AAAAMMDD(5:2)
                       MOVE MN-DATA-INICIO(1:2)
                            TO WS-MAN-AAAAMMDD(7:2)
                       COMPUTE WS-MAN-INI-DIAS(WS-QTD-MANUT) =
                           FUNCTION INTEGER-OF-DATE(WS-MAN-AAAAMMDD)

                       MOVE MN-DATA-FIM(7:4)
                            TO WS-MAN-AAAAMMDD(1:4)
                       MOVE MN-DATA-FIM(4:2)
                            TO WS-MAN-AAAAMMDD(5:2)
                       MOVE MN-DATA-FIM(1:2)
                            TO WS-MAN-AAAAMMDD(7:2)
                       COMPUTE WS-MAN-FIM-DIAS(WS-QTD-MANUT) =
                           FUNCTION INTEGER-OF-DATE(WS-MAN-AAAAMMDD)
                   END-IF
                   PERFORM LER-MANUTENCOES
               END-PERFORM
               CLOSE ESTACAO-MANUT
           END-IF
           EXIT.
       FIM-CARREGA-MANUTENCOES.

       LER-MANUTENCOES.
           READ ESTACAO-MANUT
               AT END
                   SET WS-FIM-MANUT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MANUTENCOES.

      *-----------------------------------------------------------------
      * LOCALIZA A ESTACAO NA TABELA, INCLUINDO-A COM O MES ZERADO SE
      * AINDA NAO EXISTE
      *-----------------------------------------------------------------
       LOCALIZA-ESTACAO.
           MOVE 'N' TO WS-ES-ACHOU
           MOVE ZERO TO WS-ES-ACHOU-I
           PERFORM VARYING WS-ES-I FROM 1 BY 1
                   UNTIL WS-ES-I > WS-QTD-ESTACOES
                      OR WS-ES-ACHOU-SIM
               IF WS-ES-ESTACAO(WS-ES-I) = WS-ESTACAO-BUSCA
                   SET WS-ES-ACHOU-SIM TO TRUE
                   MOVE WS-ES-I TO WS-ES-ACHOU-I
               END-IF
           END-PERFORM

           IF NOT WS-ES-ACHOU-SIM
               IF WS-QTD-ESTACOES < WS-TAB-ES-LIMITE
                   ADD 1 TO WS-QTD-ESTACOES
                   MOVE WS-QTD-ESTACOES TO WS-ES-ACHOU-I
                   MOVE WS-ESTACAO-BUSCA
                        TO WS-ES-ESTACAO(WS-ES-ACHOU-I)
                   MOVE ZERO TO WS-ES-VALIDOS(WS-ES-ACHOU-I)
                   MOVE ZERO TO WS-ES-INVALIDOS(WS-ES-ACHOU-I)
                   MOVE ZERO TO WS-ES-MANUTENCAO(WS-ES-ACHOU-I)
                   MOVE ZERO TO WS-ES-DISPONIB(WS-ES-ACHOU-I)
                   PERFORM VARYING WS-DIA-J FROM 1 BY 1
                           UNTIL WS-DIA-J > 31
                       MOVE ALL 'N' TO
                            WS-ES-MAPA-HORAS(WS-ES-ACHOU-I, WS-DIA-J)
                       MOVE ZERO TO
                            WS-ES-QTD-HORAS(WS-ES-ACHOU-I, WS-DIA-J)
                       MOVE SPACE TO
                            WS-ES-SITUACAO(WS-ES-ACHOU-I, WS-DIA-J)
                   END-PERFORM
               ELSE
                   DISPLAY 'AVISO: LIMITE DE ' WS-TAB-ES-LIMITE
                           ' ESTACOES ATINGIDO - ' WS-ESTACAO-BUSCA
                           ' FORA DA CERTIFICACAO'
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           EXIT.
       FIM-LOCALIZA-ESTACAO.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               OPEN INPUT LEITURAS-HORA
               IF WS-HORA-STATUS NOT = '00'
                   DISPLAY 'LEITHORA.TXT NAO ENCONTRADO - NADA A '
                           'CERTIFICAR'
                   MOVE 8 TO WS-RETORNO-JOB
               ELSE
                   PERFORM LER-LEITURA-HORA
                   PERFORM UNTIL WS-FIM-HORA-SIM
                       ADD 1 TO WS-QTD-LIDAS
                       PERFORM MARCA-HORA
                       PERFORM LER-LEITURA-HORA
                   END-PERFORM
                   CLOSE LEITURAS-HORA

                   PERFORM APURA-ESTACOES
                   PERFORM IMPRIME-CERTIFICACAO
                   PERFORM GRAVA-CERTDIA
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

       LER-LEITURA-HORA.
           READ LEITURAS-HORA
               AT END
                   SET WS-FIM-HORA-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-LEITURA-HORA.

      *-----------------------------------------------------------------
      * HORA VALIDA = A QUE O POLUICAO-AGREGA ACEITA (ESTACAO
      * PREENCHIDA, TRES POLUENTES NUMERICOS, HORA 00 A 23); A HORA
      * REPETIDA NA MESMA ESTACAO/DIA SO MARCA O MAPA UMA VEZ
      *-----------------------------------------------------------------
       MARCA-HORA.
           IF LH-DATA(4:7) = WS-MES-ALVO
               ADD 1 TO WS-QTD-DO-MES
               IF LH-ESTACAO = SPACES OR
                  LH-PM10 NOT NUMERIC OR
                  LH-PM25 NOT NUMERIC OR
                  LH-O3 NOT NUMERIC OR
                  LH-HORA NOT NUMERIC OR LH-HORA > 23 OR
                  LH-DATA(1:2) NOT NUMERIC
                   ADD 1 TO WS-QTD-IGNORADAS
               ELSE
                   MOVE LH-DATA(1:2) TO WS-DIA-J
                   IF WS-DIA-J < 1 OR WS-DIA-J > WS-QTD-DIAS-MES
                       ADD 1 TO WS-QTD-IGNORADAS
                   ELSE
                       MOVE LH-ESTACAO TO WS-ESTACAO-BUSCA
                       PERFORM LOCALIZA-ESTACAO
                       IF WS-ES-ACHOU-I > 0
                           COMPUTE WS-HORA-K = LH-HORA + 1
                           MOVE 'S' TO WS-ES-MAPA-HORAS
                               (WS-ES-ACHOU-I, WS-DIA-J)(WS-HORA-K:1)
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-MARCA-HORA.

      *-----------------------------------------------------------------
      * SITUACAO DE CADA DIA (M MANUTENCAO, V VALIDO, I INVALIDO) E
      * DISPONIBILIDADE DO MES = VALIDOS / DIAS FORA DE MANUTENCAO
      *-----------------------------------------------------------------
       APURA-ESTACOES.
           PERFORM VARYING WS-ES-I FROM 1 BY 1
                   UNTIL WS-ES-I > WS-QTD-ESTACOES
               PERFORM VARYING WS-DIA-J FROM 1 BY 1
                       UNTIL WS-DIA-J > WS-QTD-DIAS-MES
                   PERFORM APURA-DIA
               END-PERFORM

               COMPUTE WS-DIAS-APURAVEIS =
                       WS-QTD-DIAS-MES - WS-ES-MANUTENCAO(WS-ES-I)
               IF WS-DIAS-APURAVEIS > 0
                   COMPUTE WS-ES-DISPONIB(WS-ES-I) ROUNDED =
                           WS-ES-VALIDOS(WS-ES-I) * 100
                           / WS-DIAS-APURAVEIS
               ELSE
                   MOVE ZERO TO WS-ES-DISPONIB(WS-ES-I)
               END-IF
           END-PERFORM
           EXIT.
       FIM-APURA-ESTACOES.

       APURA-DIA.
           MOVE ZERO TO WS-ES-QTD-HORAS(WS-ES-I, WS-DIA-J)
           INSPECT WS-ES-MAPA-HORAS(WS-ES-I, WS-DIA-J)
                   TALLYING WS-ES-QTD-HORAS(WS-ES-I, WS-DIA-J)
                   FOR ALL 'S'

           COMPUTE WS-DIA-DIAS = WS-INI-MES-DIAS + WS-DIA-J - 1
           MOVE 'N' TO WS-DIA-EM-MANUT
           PERFORM VARYING WS-MAN-I FROM 1 BY 1
                   UNTIL WS-MAN-I > WS-QTD-MANUT
                      OR WS-DIA-EM-MANUT-SIM
               IF WS-MAN-ESTACAO(WS-MAN-I) = WS-ES-ESTACAO(WS-ES-I)
                  AND WS-MAN-INI-DIAS(WS-MAN-I) <= WS-DIA-DIAS
                  AND WS-MAN-FIM-DIAS(WS-MAN-I) >= WS-DIA-DIAS
                   SET WS-DIA-EM-MANUT-SIM TO TRUE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-DIA-EM-MANUT-SIM
                   MOVE 'M' TO WS-ES-SITUACAO(WS-ES-I, WS-DIA-J)
                   ADD 1 TO WS-ES-MANUTENCAO(WS-ES-I)
               WHEN WS-ES-QTD-HORAS(WS-ES-I, WS-DIA-J) >=
                    WS-MIN-HORAS
                   MOVE 'V' TO WS-ES-SITUACAO(WS-ES-I, WS-DIA-J)
                   ADD 1 TO WS-ES-VALIDOS(WS-ES-I)
               WHEN OTHER
                   MOVE 'I' TO WS-ES-SITUACAO(WS-ES-I, WS-DIA-J)
                   ADD 1 TO WS-ES-INVALIDOS(WS-ES-I)
           END-EVALUATE
           EXIT.
       FIM-APURA-DIA.

       IMPRIME-CERTIFICACAO.
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'CERTIFICACAO DE COMPLETUDE DOS DADOS - MES '
                  WS-MES-ALVO
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE 'DIA' TO WS-IMP-CABECALHO
           PERFORM VARYING WS-DIA-J FROM 1 BY 1
                   UNTIL WS-DIA-J > WS-QTD-DIAS-MES
               COMPUTE WS-POS = 8 + (WS-DIA-J - 1) * 3 + 1
               MOVE WS-DIA-J TO WS-DIA-MASK
               MOVE WS-DIA-MASK TO WS-IMP-CABECALHO(WS-POS:2)
           END-PERFORM
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'D' TO WS-IMP-ACAO

           PERFORM VARYING WS-ES-I FROM 1 BY 1
                   UNTIL WS-ES-I > WS-QTD-ESTACOES
               PERFORM IMPRIME-ESTACAO
           END-PERFORM

           MOVE WS-PCT-HORAS TO WS-PCT-MASK
           MOVE WS-PCT-DIAS  TO WS-PCT2-MASK
           MOVE WS-MIN-HORAS TO WS-QTD-MASK
           MOVE WS-QTD-REPROVADAS TO WS-QTD2-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'CRITERIO: DIA VALIDO COM ' WS-QTD-MASK ' H ('
                  WS-PCT-MASK '%) - MES COM ' WS-PCT2-MASK
                  '% DOS DIAS - M = MANUTENCAO - NAO CERTIFICADAS: '
                  WS-QTD2-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-CERTIFICACAO.

       IMPRIME-ESTACAO.
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ESTACAO ' WS-ES-ESTACAO(WS-ES-I)
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'HORAS' TO WS-IMP-LINHA
           PERFORM VARYING WS-DIA-J FROM 1 BY 1
                   UNTIL WS-DIA-J > WS-QTD-DIAS-MES
               COMPUTE WS-POS = 8 + (WS-DIA-J - 1) * 3 + 1
               MOVE WS-ES-QTD-HORAS(WS-ES-I, WS-DIA-J)
                    TO WS-HORAS-MASK
               MOVE WS-HORAS-MASK TO WS-IMP-LINHA(WS-POS:2)
           END-PERFORM
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'SITUAC' TO WS-IMP-LINHA
           PERFORM VARYING WS-DIA-J FROM 1 BY 1
                   UNTIL WS-DIA-J > WS-QTD-DIAS-MES
               COMPUTE WS-POS = 8 + (WS-DIA-J - 1) * 3 + 2
               MOVE WS-ES-SITUACAO(WS-ES-I, WS-DIA-J)
                    TO WS-IMP-LINHA(WS-POS:1)
           END-PERFORM
           PERFORM CHAMA-IMPRESSAO

           IF WS-ES-DISPONIB(WS-ES-I) >= WS-PCT-DIAS AND
              WS-ES-MANUTENCAO(WS-ES-I) < WS-QTD-DIAS-MES
               MOVE 'CERTIFICADO' TO WS-PARECER
           ELSE
               MOVE 'NAO CERTIFICADO' TO WS-PARECER
               ADD 1 TO WS-QTD-REPROVADAS
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

           MOVE WS-ES-VALIDOS(WS-ES-I)    TO WS-QTD-MASK
           MOVE WS-ES-INVALIDOS(WS-ES-I)  TO WS-QTD2-MASK
           MOVE WS-ES-MANUTENCAO(WS-ES-I) TO WS-QTD3-MASK
           MOVE WS-ES-DISPONIB(WS-ES-I)   TO WS-DISPON-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING '       DIAS VALIDOS: ' WS-QTD-MASK
                  ' - INVALIDOS: ' WS-QTD2-MASK
                  ' - MANUTENCAO: ' WS-QTD3-MASK
                  ' - DISPONIBILIDADE: ' WS-DISPON-MASK '% - '
                  WS-PARECER
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-ES-ESTACAO(WS-ES-I) ' - ' WS-IMP-LINHA(8:75)

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-ESTACAO.

       CHAMA-IMPRESSAO.
           CALL 'IMPRESSAO' USING WS-IMP-ACAO
                                  WS-IMP-ARQUIVO
                                  WS-IMP-TITULO
                                  WS-IMP-CABECALHO
                                  WS-IMP-LINHA
           END-CALL
           EXIT.
       FIM-CHAMA-IMPRESSAO.

      *-----------------------------------------------------------------
      * CERTDIA.TXT REGRAVADO VIA CERTDIA-TEMP.TXT: MANTEM OS DIAS DOS
      * OUTROS MESES E SUBSTITUI OS DO MES CERTIFICADO
      *-----------------------------------------------------------------
       GRAVA-CERTDIA.
           OPEN OUTPUT CERT-TEMP
           OPEN INPUT CERT-DIA
           IF WS-CERT-STATUS = '00'
               PERFORM LER-CERTDIA
               PERFORM UNTIL WS-FIM-CERT-SIM
                   IF CD-DATA(4:7) NOT = WS-MES-ALVO
                       WRITE CERT-TEMP-REG FROM CERT-DIA-REG
                   END-IF
                   PERFORM LER-CERTDIA
               END-PERFORM
               CLOSE CERT-DIA
           END-IF

           PERFORM VARYING WS-ES-I FROM 1 BY 1
                   UNTIL WS-ES-I > WS-QTD-ESTACOES
               PERFORM VARYING WS-DIA-J FROM 1 BY 1
                       UNTIL WS-DIA-J > WS-QTD-DIAS-MES
                   MOVE WS-ES-ESTACAO(WS-ES-I) TO CD-ESTACAO
                   MOVE WS-DIA-J TO WS-DIA-MASK
                   STRING WS-DIA-MASK '/' WS-MES-ALVO
                          DELIMITED BY SIZE
                          INTO CD-DATA
                   END-STRING
                   MOVE WS-ES-QTD-HORAS(WS-ES-I, WS-DIA-J)
                        TO CD-HORAS-VALIDAS
                   MOVE WS-ES-SITUACAO(WS-ES-I, WS-DIA-J)
                        TO CD-SITUACAO
                   WRITE CERT-TEMP-REG FROM CERT-DIA-REG
                   ADD 1 TO WS-QTD-CERT-GRAVADOS
               END-PERFORM
           END-PERFORM
           CLOSE CERT-TEMP

           OPEN INPUT CERT-TEMP
           OPEN OUTPUT CERT-DIA
           PERFORM LER-TEMP
           PERFORM UNTIL WS-FIM-TEMP-SIM
               WRITE CERT-DIA-REG FROM CERT-TEMP-REG
               PERFORM LER-TEMP
           END-PERFORM
           CLOSE CERT-DIA
           CLOSE CERT-TEMP

           OPEN OUTPUT CERT-TEMP
           CLOSE CERT-TEMP
           EXIT.
       FIM-GRAVA-CERTDIA.

       LER-CERTDIA.
           READ CERT-DIA
               AT END
                   SET WS-FIM-CERT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CERTDIA.

       LER-TEMP.
           READ CERT-TEMP
               AT END
                   SET WS-FIM-TEMP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TEMP.

       FINALIZA-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'LEITURAS HORARIAS LIDAS : ' WS-QTD-LIDAS
           DISPLAY 'LEITURAS DO MES         : ' WS-QTD-DO-MES
           DISPLAY 'LEITURAS IGNORADAS      : ' WS-QTD-IGNORADAS
           DISPLAY 'ESTACOES CERTIFICADAS   : ' WS-QTD-ESTACOES
           DISPLAY 'NAO CERTIFICADAS        : ' WS-QTD-REPROVADAS
           DISPLAY 'DIAS GRAVADOS NO CERTDIA: ' WS-QTD-CERT-GRAVADOS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM POLUICAO-CERTIFICA.
