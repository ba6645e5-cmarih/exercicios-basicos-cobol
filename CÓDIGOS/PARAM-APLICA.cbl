      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: ROTINA QUE POE EM VIGOR AS MUDANCAS DE PARAMETRO
      *          AGENDADAS - CHAMADA PELO BATCH-NOTURNO NO INICIO DE
      *          UM JOB NOVO, COM A DATA DE PROCESSAMENTO (DD/MM/AAAA;
      *          EM BRANCO = HOJE): PARA CADA ARQUIVO DE PARAMETRO COM
      *          HISTORICO EM PARAMHIST.TXT (PARAMHIS.CPY) MONTA O
      *          CONTEUDO VIGENTE NA DATA (POR CHAVE, A VERSAO DE
      *          MAIOR INICIO ATE A DATA) E, SE O ARQUIVO ATUAL ESTIVER
      *          DIFERENTE, REGRAVA-O E REGISTRA A TROCA NO PARAMLOG.TXT
      *          EM NOME DO OPERADOR QUE AGENDOU; OS PROGRAMAS QUE SO
      *          LEEM O ARQUIVO ATUAL PASSAM A VER A VERSAO NOVA A
      *          PARTIR DA DATA AGENDADA; ARQUIVO SEM HISTORICO NAO E
      *          TOCADO; DEVOLVE QUANTOS ARQUIVOS FORAM REGRAVADOS
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Rotina original
      *   15/10/2026 MC  - MEDIAPAR.TXT: a versao agendada so troca os
      *                    limites e pesos; bimestre corrente e maximo
      *                    de dependencias ficam os do arquivo atual
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM-APLICA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
           SELECT PARAM-ATUAL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ATUAL-STATUS.
           SELECT PARAM-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARAM-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PARAMHIST.TXT'.
       COPY PARAMHIS.CPY.

       FD PARAM-ATUAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-ARQ-NOME.
       01 PARAM-ATUAL-REG              PIC X(40).

       FD PARAM-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PARAMLOG.TXT'.
       01 PARAM-LOG-REG                PIC X(230).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-ATUAL-STATUS              PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS                PIC X(02) VALUE '00'.
       01 WS-ARQ-NOME                  PIC X(13) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM         VALUE 'S'.
           02 WS-FIM-ATUAL          PIC X(01) VALUE 'N'.
               88 WS-FIM-ATUAL-SIM        VALUE 'S'.
           02 WS-ARQ-DIFERENTE      PIC X(01) VALUE 'N'.
               88 WS-ARQ-DIFERENTE-SIM    VALUE 'S'.
           02 WS-ARQ-TEM-VERSAO     PIC X(01) VALUE 'N'.
               88 WS-ARQ-TEM-VERSAO-SIM   VALUE 'S'.
           02 WS-ARQ-VISTO          PIC X(01) VALUE 'N'.
               88 WS-ARQ-VISTO-SIM        VALUE 'S'.
       01 WS-DATA-OK                   PIC X(01) VALUE 'N'.
       01 WS-DATA-APLICA               PIC 9(08) VALUE ZERO.
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
       01 WS-HOJE-FMT                  PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
      * UMA ENTRADA POR ARQUIVO/CHAVE DO HISTORICO, NA ORDEM EM QUE
      * APARECEU (E A ORDEM DAS LINHAS DO ARQUIVO REGRAVADO)
      *-----------------------------------------------------------------
       01 WS-TAB-CHAVE-LIMITE          PIC 9(03) VALUE 100.
       01 WS-QTD-CHAVES                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-CHAVES.
           02 WS-CH-ENTRADA OCCURS 100 TIMES.
               03 WS-CH-ARQUIVO        PIC X(13).
               03 WS-CH-CHAVE          PIC X(05).
               03 WS-CH-ACHOU          PIC X(01).
               03 WS-CH-VIGENCIA       PIC 9(08).
               03 WS-CH-REGISTRO       PIC X(40).
               03 WS-CH-OPERADOR       PIC X(08).
               03 WS-CH-ANTES          PIC X(40).
       01 WS-CH-I                      PIC 9(04) VALUE ZERO.
       01 WS-CH-J                      PIC 9(04) VALUE ZERO.
       01 WS-CH-ACHOU-I                PIC 9(04) VALUE ZERO.
       01 WS-LOG-ALVO                  PIC X(13) VALUE SPACES.
       01 WS-VIG-NUM                   PIC 9(08) VALUE ZERO.
       01 WS-VIG-R REDEFINES WS-VIG-NUM.
           02 WS-VIG-ANO               PIC 9(04).
           02 WS-VIG-MES               PIC 9(02).
           02 WS-VIG-DIA               PIC 9(02).
       01 WS-VIG-FMT                   PIC X(10) VALUE SPACES.
      ******************************************************************
       LINKAGE SECTION.
       01 LNK-DATA                      PIC X(10).
       01 LNK-QTD-REGRAVADOS            PIC 9(02).
      ******************************************************************
       PROCEDURE DIVISION USING LNK-DATA
                                LNK-QTD-REGRAVADOS.
               PERFORM INICIO-ROTINA.
               PERFORM PROCESSA-ROTINA.
               PERFORM FINALIZA-ROTINA.

       INICIO-ROTINA.
           MOVE ZERO TO LNK-QTD-REGRAVADOS
           MOVE ZERO TO WS-QTD-CHAVES
           MOVE 'N' TO WS-FIM-HIST

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-HOJE-FMT
           END-STRING

           MOVE 'N' TO WS-DATA-OK
           IF LNK-DATA(1:2) NUMERIC AND
              LNK-DATA(4:2) NUMERIC AND
              LNK-DATA(7:4) NUMERIC AND
              LNK-DATA(3:1) = '/' AND
              LNK-DATA(6:1) = '/'
               MOVE LNK-DATA(7:4) TO WS-DATA-APLICA(1:4)
               MOVE LNK-DATA(4:2) TO WS-DATA-APLICA(5:2)
               MOVE LNK-DATA(1:2) TO WS-DATA-APLICA(7:2)
               IF WS-DATA-APLICA(1:4) > '1600' AND
                  FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-APLICA) = 0
                   MOVE 'S' TO WS-DATA-OK
               END-IF
           END-IF
           IF WS-DATA-OK = 'S'
               MOVE LNK-DATA TO WS-DATA-FMT
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-APLICA
               MOVE WS-HOJE-FMT TO WS-DATA-FMT
           END-IF
           EXIT.
       FIM-INICIO-ROTINA.

       PROCESSA-ROTINA.
           PERFORM CARREGA-HISTORICO
           PERFORM VARYING WS-CH-I FROM 1 BY 1
                   UNTIL WS-CH-I > WS-QTD-CHAVES
               PERFORM VERIFICA-ARQUIVO-JA-VISTO
               IF NOT WS-ARQ-VISTO-SIM
                   MOVE WS-CH-ARQUIVO(WS-CH-I) TO WS-ARQ-NOME
                   PERFORM CONFERE-ARQUIVO
                   IF WS-ARQ-DIFERENTE-SIM
                       PERFORM REGRAVA-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-PROCESSA-ROTINA.

      *-----------------------------------------------------------------
      * VERSAO VIGENTE DE CADA ARQUIVO/CHAVE: MAIOR INICIO ATE A
      * DATA; NO EMPATE A LINHA MAIS RECENTE
      *-----------------------------------------------------------------
       CARREGA-HISTORICO.
           OPEN INPUT PARAM-HIST
           IF WS-HIST-STATUS = '00'
               PERFORM LER-HISTORICO
               PERFORM UNTIL WS-FIM-HIST-SIM
                   IF PH-VIGENCIA NUMERIC
                       PERFORM GUARDA-VERSAO
                   END-IF
                   PERFORM LER-HISTORICO
               END-PERFORM
               CLOSE PARAM-HIST
           END-IF
           EXIT.
       FIM-CARREGA-HISTORICO.

       LER-HISTORICO.
           READ PARAM-HIST
               AT END
                   SET WS-FIM-HIST-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-HISTORICO.

       GUARDA-VERSAO.
           MOVE ZERO TO WS-CH-ACHOU-I
           PERFORM VARYING WS-CH-J FROM 1 BY 1
                   UNTIL WS-CH-J > WS-QTD-CHAVES
                      OR WS-CH-ACHOU-I > 0
               IF WS-CH-ARQUIVO(WS-CH-J) = PH-ARQUIVO AND
                  WS-CH-CHAVE(WS-CH-J) = PH-CHAVE
                   MOVE WS-CH-J TO WS-CH-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-CH-ACHOU-I = 0
               IF WS-QTD-CHAVES >= WS-TAB-CHAVE-LIMITE
                   DISPLAY 'AVISO: TABELA DE CHAVES DE PARAMETRO '
                           'CHEIA (' WS-TAB-CHAVE-LIMITE ')'
               ELSE
                   ADD 1 TO WS-QTD-CHAVES
                   MOVE WS-QTD-CHAVES TO WS-CH-ACHOU-I
                   MOVE PH-ARQUIVO TO WS-CH-ARQUIVO(WS-CH-ACHOU-I)
                   MOVE PH-CHAVE   TO WS-CH-CHAVE(WS-CH-ACHOU-I)
                   MOVE 'N'        TO WS-CH-ACHOU(WS-CH-ACHOU-I)
                   MOVE ZERO       TO WS-CH-VIGENCIA(WS-CH-ACHOU-I)
                   MOVE SPACES     TO WS-CH-REGISTRO(WS-CH-ACHOU-I)
                   MOVE SPACES     TO WS-CH-OPERADOR(WS-CH-ACHOU-I)
                   MOVE SPACES     TO WS-CH-ANTES(WS-CH-ACHOU-I)
               END-IF
           END-IF

           IF WS-CH-ACHOU-I > 0 AND
              PH-VIGENCIA <= WS-DATA-APLICA
               IF WS-CH-ACHOU(WS-CH-ACHOU-I) = 'N' OR
                  PH-VIGENCIA >= WS-CH-VIGENCIA(WS-CH-ACHOU-I)
                   MOVE 'S'         TO WS-CH-ACHOU(WS-CH-ACHOU-I)
                   MOVE PH-VIGENCIA TO WS-CH-VIGENCIA(WS-CH-ACHOU-I)
                   MOVE PH-REGISTRO TO WS-CH-REGISTRO(WS-CH-ACHOU-I)
                   MOVE PH-OPERADOR TO WS-CH-OPERADOR(WS-CH-ACHOU-I)
               END-IF
           END-IF
           EXIT.
       FIM-GUARDA-VERSAO.

       VERIFICA-ARQUIVO-JA-VISTO.
           MOVE 'N' TO WS-ARQ-VISTO
           PERFORM VARYING WS-CH-J FROM 1 BY 1
                   UNTIL WS-CH-J >= WS-CH-I OR WS-ARQ-VISTO-SIM
               IF WS-CH-ARQUIVO(WS-CH-J) = WS-CH-ARQUIVO(WS-CH-I)
                   SET WS-ARQ-VISTO-SIM TO TRUE
               END-IF
           END-PERFORM
           EXIT.
       FIM-VERIFICA-ARQUIVO-JA-VISTO.

      *-----------------------------------------------------------------
      * COMPARA O ARQUIVO ATUAL, LINHA A LINHA, COM AS VERSOES
      * VIGENTES DAS SUAS CHAVES; GUARDA A LINHA ANTIGA PARA O LOG
      *-----------------------------------------------------------------
       CONFERE-ARQUIVO.
           MOVE 'N' TO WS-ARQ-DIFERENTE
           MOVE 'N' TO WS-ARQ-TEM-VERSAO
           MOVE 'N' TO WS-FIM-ATUAL

           OPEN INPUT PARAM-ATUAL
           IF WS-ATUAL-STATUS NOT = '00'
               SET WS-FIM-ATUAL-SIM TO TRUE
           END-IF

           PERFORM VARYING WS-CH-J FROM 1 BY 1
                   UNTIL WS-CH-J > WS-QTD-CHAVES
               IF WS-CH-ARQUIVO(WS-CH-J) = WS-ARQ-NOME AND
                  WS-CH-ACHOU(WS-CH-J) = 'S'
                   SET WS-ARQ-TEM-VERSAO-SIM TO TRUE
                   PERFORM LER-ATUAL
                   IF WS-FIM-ATUAL-SIM
                       MOVE SPACES TO WS-CH-ANTES(WS-CH-J)
                   ELSE
                       MOVE PARAM-ATUAL-REG TO WS-CH-ANTES(WS-CH-J)
                   END-IF
                   PERFORM PRESERVA-MEDIAPAR-CORRENTE
                   IF WS-CH-ANTES(WS-CH-J) NOT =
                      WS-CH-REGISTRO(WS-CH-J)
                       SET WS-ARQ-DIFERENTE-SIM TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF NOT WS-FIM-ATUAL-SIM
               PERFORM LER-ATUAL
               IF NOT WS-FIM-ATUAL-SIM
                   SET WS-ARQ-DIFERENTE-SIM TO TRUE
               END-IF
           END-IF

           IF WS-ATUAL-STATUS NOT = '35'
               CLOSE PARAM-ATUAL
           END-IF

           IF NOT WS-ARQ-TEM-VERSAO-SIM
               MOVE 'N' TO WS-ARQ-DIFERENTE
           END-IF
           EXIT.
       FIM-CONFERE-ARQUIVO.

      *-----------------------------------------------------------------
      * NO MEDIAPAR.TXT SO OS LIMITES E PESOS (POSICOES 1 A 20) SAO
      * REGRA AGENDAVEL; O BIMESTRE CORRENTE E O MAXIMO DE
      * DEPENDENCIAS (POSICOES 21 E 22) ANDAM COM O ANO LETIVO E
      * FICAM OS DO ARQUIVO ATUAL
      *-----------------------------------------------------------------
       PRESERVA-MEDIAPAR-CORRENTE.
           IF WS-ARQ-NOME = 'MEDIAPAR.TXT' AND
              WS-CH-ANTES(WS-CH-J) NOT = SPACES
               MOVE WS-CH-ANTES(WS-CH-J)(21:2)
                 TO WS-CH-REGISTRO(WS-CH-J)(21:2)
           END-IF
           EXIT.
       FIM-PRESERVA-MEDIAPAR-CORRENTE.

       LER-ATUAL.
           IF NOT WS-FIM-ATUAL-SIM
               MOVE SPACES TO PARAM-ATUAL-REG
               READ PARAM-ATUAL
                   AT END
                       SET WS-FIM-ATUAL-SIM TO TRUE
               END-READ
           END-IF
           EXIT.
       FIM-LER-ATUAL.

       REGRAVA-ARQUIVO.
           OPEN OUTPUT PARAM-ATUAL
           PERFORM VARYING WS-CH-J FROM 1 BY 1
                   UNTIL WS-CH-J > WS-QTD-CHAVES
               IF WS-CH-ARQUIVO(WS-CH-J) = WS-ARQ-NOME AND
                  WS-CH-ACHOU(WS-CH-J) = 'S'
                   MOVE WS-CH-REGISTRO(WS-CH-J) TO PARAM-ATUAL-REG
                   WRITE PARAM-ATUAL-REG
               END-IF
           END-PERFORM
           CLOSE PARAM-ATUAL

           ADD 1 TO LNK-QTD-REGRAVADOS
           DISPLAY 'PARAMETROS: ' WS-ARQ-NOME ' REGRAVADO COM A '
                   'VERSAO VIGENTE EM ' WS-DATA-FMT

           PERFORM VARYING WS-CH-J FROM 1 BY 1
                   UNTIL WS-CH-J > WS-QTD-CHAVES
               IF WS-CH-ARQUIVO(WS-CH-J) = WS-ARQ-NOME AND
                  WS-CH-ACHOU(WS-CH-J) = 'S' AND
                  WS-CH-ANTES(WS-CH-J) NOT = WS-CH-REGISTRO(WS-CH-J)
                   PERFORM GRAVA-PARAMLOG
               END-IF
           END-PERFORM
           EXIT.
       FIM-REGRAVA-ARQUIVO.

      *-----------------------------------------------------------------
      * MESMO LAYOUT DE LINHA DO MANUTENCAO-PARAM: O OPERADOR E QUEM
      * AGENDOU A VERSAO QUE ENTROU EM VIGOR
      *-----------------------------------------------------------------
       GRAVA-PARAMLOG.
           IF WS-CH-CHAVE(WS-CH-J) = SPACES
               MOVE WS-CH-ARQUIVO(WS-CH-J) TO WS-LOG-ALVO
           ELSE
               MOVE WS-CH-CHAVE(WS-CH-J) TO WS-LOG-ALVO
           END-IF

           MOVE WS-CH-VIGENCIA(WS-CH-J) TO WS-VIG-NUM
           IF WS-VIG-NUM = ZERO
               MOVE SPACES TO WS-VIG-FMT
           ELSE
               STRING WS-VIG-DIA '/' WS-VIG-MES '/' WS-VIG-ANO
                      DELIMITED BY SIZE
                      INTO WS-VIG-FMT
               END-STRING
           END-IF

           OPEN EXTEND PARAM-LOG
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT PARAM-LOG
           END-IF

           MOVE SPACES TO PARAM-LOG-REG
           STRING WS-HOJE-FMT DELIMITED BY SIZE
                  ' - OPERADOR: ' DELIMITED BY SIZE
                  WS-CH-OPERADOR(WS-CH-J) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-LOG-ALVO DELIMITED BY SIZE
                  ' - ANTES: ' DELIMITED BY SIZE
                  WS-CH-ANTES(WS-CH-J) DELIMITED BY SIZE
                  ' - DEPOIS: ' DELIMITED BY SIZE
                  WS-CH-REGISTRO(WS-CH-J) DELIMITED BY SIZE
                  ' - MOTIVO: ' DELIMITED BY SIZE
                  'MUDANCA AGENDADA ENTROU EM VIGOR        '
                  DELIMITED BY SIZE
                  ' - VIGENCIA: ' DELIMITED BY SIZE
                  WS-VIG-FMT DELIMITED BY SIZE
                  INTO PARAM-LOG-REG
           END-STRING
           WRITE PARAM-LOG-REG

           CLOSE PARAM-LOG
           EXIT.
       FIM-GRAVA-PARAMLOG.

       FINALIZA-ROTINA.
           GOBACK.
       FIM-FINALIZA-ROTINA.
      ******************************************************************
       END PROGRAM PARAM-APLICA.
