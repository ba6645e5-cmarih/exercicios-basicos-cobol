      *             4) MAIOR-MENOR    : 1 LINHA (MODO I OU L) E, SE
      *                                 MODO I, MAIS 5 LINHAS (NUMEROS)
      *           MEDIA NAO FAZ NENHUM ACCEPT (SEMPRE LOTE CONTRA
      *           ALUNOS.TXT), NEM OS PASSOS OPCIONAIS NOTAS-
      *           PENDENCIAS E INTEGRIDADE-REF.
      * Modification History:
      *   09/08/2021 MC  - Job original
      *   09/08/2026 MC  - Corrigida a documentacao do SYSIN do passo
      *                    olhar - um ponto com arquivo ausente
      *                    (RC 4 do PONTO-RECUPERA) agora avisa e a
      *                    politica decide a continuacao
      *   15/10/2026 MC  - Passo opcional NOTAS-PENDENCIAS depois do
      *                    passo 5: roda so na ultima semana de uma
      *                    janela de bimestre (fecho do BIMCAL.TXT a
      *                    menos de 7 dias da data de processamento),
      *                    listando turma/disciplina/bimestre sem
      *                    notas ou com notas parciais; a linha
      *                    JOB;PENDENCIAS=S do BATCHPAR.TXT forca o
      *                    passo e JOB;PENDENCIAS=N o suprime; passo
      *                    so de leitura, fora do checkpoint
      *   15/10/2026 MC  - Passo opcional INTEGRIDADE-REF logo depois
      *                    do passo 0, num job novo com as entradas
      *                    aprovadas: roda as segundas-feiras (pela
      *                    data de processamento), conferindo orfaos,
      *                    pai inativo e chaves duplicadas entre os
      *                    mestres antes dos passos que os gravam; a
      *                    linha JOB;INTEGRIDADE=S do BATCHPAR.TXT
      *                    forca o passo e JOB;INTEGRIDADE=N o
      *                    suprime; passo so de leitura, fora do
      *                    checkpoint; INTEGREXC.TXT entra na base do
      *                    digesto
      *   15/10/2026 MC  - Distribuicao dos relatorios
      *                    (DISTRIBUI-PACOTES, tabela DISTRIB.TXT): num
      *                    job novo o driver abre a base da distribuicao
      *                    (execucao de abertura); depois do digesto, o
      *                    passo final DISTRIB-NOTURNO monta o pacote de
      *                    cada destinatario a partir do spool e
      *                    registra as entregas e os relatorios devidos
      *                    e nao produzidos no DISTLOG.TXT (RC 4 havendo
      *                    falta); numa retomada a base da noite
      *                    original e preservada
      *   15/10/2026 MC  - Mudancas de parametro agendadas: num job
      *                    novo, antes do primeiro passo, a rotina
      *                    PARAM-APLICA regrava os arquivos de
      *                    parametro cuja versao vigente na data de
      *                    processamento (historico PARAMHIST.TXT)
      *                    difere do arquivo atual
      *   15/10/2026 MC  - Fecho do BIMCAL.TXT conferido so na
      *                    estrutura e no calendario: o DATA-VALIDA
      *                    recusa data futura e o passo de pendencias
      *                    nunca entrava na semana anterior ao fecho
      *   15/10/2026 MC  - Job na visao consolidada: a unidade deixada
      *                    em UNIDATIVA.TXT pela ultima sessao do
      *                    MENU-OPERADOR e guardada, o arquivo recebe 00
      *                    durante os passos (razao, inadimplencia,
      *                    estatistica e notas cobrem todas as
      *                    unidades) e a unidade guardada volta no fim
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-NOTURNO.
           SELECT SIMULA-CARD ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SIMCARD-STATUS.
           SELECT BIMESTRE-CAL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BIMCAL-STATUS.
           SELECT UNIDADE-ATIVA-ARQ ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNIDATIVA-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MEDIACARD.TXT'.
       01 SIMULA-CARD-REG         PIC X(10).

       FD BIMESTRE-CAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BIMCAL.TXT'.
       COPY BIMCAL.CPY.

       FD UNIDADE-ATIVA-ARQ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'UNIDATIVA.TXT'.
       01 UNIDADE-ATIVA-REG.
           02 UA-UNIDADE           PIC X(02).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-RESUMO-STATUS        PIC X(02) VALUE '00'.
           88 WS-FIM-FONTDIG-SIM        VALUE 'S'.
       01 WS-QTD-FONTDIG          PIC 9(06) VALUE ZERO.
       01 WS-DATA-PROC            PIC X(10) VALUE SPACES.
       01 WS-QTD-PARAM-APLICADOS  PIC 9(02) VALUE ZERO.
       01 WS-FORCAR               PIC X(01) VALUE 'N'.
           88 WS-FORCAR-SIM              VALUE 'S'.
       01 WS-DATA-NA-AGENDA       PIC X(01) VALUE 'N'.
           02 WS-HOJE-ANO      PIC 9(04).
           02 WS-HOJE-MES      PIC 9(02).
           02 WS-HOJE-DIA      PIC 9(02).
       01 WS-BIMCAL-STATUS        PIC X(02) VALUE '00'.
       01 WS-PEND-MODO            PIC X(01) VALUE 'A'.
           88 WS-PEND-FORCADO            VALUE 'S'.
           88 WS-PEND-SUPRIMIDO          VALUE 'N'.
       01 WS-PEND-EXECUTA         PIC X(01) VALUE 'N'.
           88 WS-PEND-EXECUTA-SIM        VALUE 'S'.
       01 WS-FIM-BIMCAL           PIC X(01) VALUE 'N'.
           88 WS-FIM-BIMCAL-SIM          VALUE 'S'.
       01 WS-PEND-DIAS-AVISO      PIC 9(02) VALUE 7.
       01 WS-PEND-AAAAMMDD        PIC 9(08) VALUE ZERO.
       01 WS-PEND-FECHO-OK        PIC X(01) VALUE 'N'.
           88 WS-PEND-FECHO-OK-SIM       VALUE 'S'.
       01 WS-PEND-PROC-INT        PIC 9(08) VALUE ZERO.
       01 WS-PEND-FECHO-INT       PIC 9(08) VALUE ZERO.
       01 WS-PEND-DIAS            PIC S9(05) VALUE ZERO.
       01 WS-PEND-BIMESTRE        PIC 9(01) VALUE ZERO.
       01 WS-INTEG-MODO           PIC X(01) VALUE 'A'.
           88 WS-INTEG-FORCADO           VALUE 'S'.
           88 WS-INTEG-SUPRIMIDO         VALUE 'N'.
       01 WS-INTEG-EXECUTA        PIC X(01) VALUE 'N'.
           88 WS-INTEG-EXECUTA-SIM       VALUE 'S'.
       01 WS-INTEG-DIA-SEMANA     PIC 9(01) VALUE 1.
       01 WS-INTEG-AAAAMMDD       PIC 9(08) VALUE ZERO.
       01 WS-INTEG-DIA            PIC 9(01) VALUE ZERO.
       01 WS-FLAGS.
           02 WS-FIM-RESUMO    PIC X(01) VALUE 'N'.
               88 WS-FIM-RESUMO-SIM   VALUE 'S'.
       01 WS-DIST-JOB             PIC X(01) VALUE 'N'.
       01 WS-DIST-ACAO            PIC X(01) VALUE 'I'.
       01 WS-UNIDATIVA-STATUS     PIC X(02) VALUE '00'.
       01 WS-UNIDADE-SALVA        PIC X(02) VALUE SPACES.
       01 WS-UNIDATIVA-EXISTE     PIC X(01) VALUE 'N'.
           88 WS-UNIDATIVA-EXISTE-SIM    VALUE 'S'.
       01 WS-RETORNO-JOB          PIC 9(02) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'JOB NOTURNO - INICIO'
           DISPLAY '======================================='

           PERFORM FIXA-UNIDADE-CONSOLIDADA

           OPEN OUTPUT SIMULA-CARD
           CLOSE SIMULA-CARD

                       'CONCLUIDOS'
           ELSE
               PERFORM GRAVA-BASE-DIGESTO
               MOVE 'I' TO WS-DIST-ACAO
               CALL 'DISTRIBUI-PACOTES' USING WS-DIST-JOB
                                              WS-DIST-ACAO
               END-CALL
               IF NOT WS-PARAR-JOB-SIM
                   CALL 'PARAM-APLICA' USING WS-DATA-PROC
                                             WS-QTD-PARAM-APLICADOS
                   END-CALL
                   IF WS-QTD-PARAM-APLICADOS > 0
                       DISPLAY 'PARAMETROS AGENDADOS APLICADOS: '
                               WS-QTD-PARAM-APLICADOS ' ARQUIVO(S)'
                   END-IF
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF
           EXIT.
       FIM-INICIO-JOB.

      *-----------------------------------------------------------------
      * OS PASSOS CHAMAM A ROTINA UNIDADE-ATIVA, QUE LE UNIDATIVA.TXT:
      * O JOB RODA NA VISAO CONSOLIDADA (00) E A UNIDADE DEIXADA PELA
      * ULTIMA SESSAO DO MENU-OPERADOR VOLTA NO FIM
      *-----------------------------------------------------------------
       FIXA-UNIDADE-CONSOLIDADA.
           MOVE 'N' TO WS-UNIDATIVA-EXISTE
           MOVE SPACES TO WS-UNIDADE-SALVA
           OPEN INPUT UNIDADE-ATIVA-ARQ
           IF WS-UNIDATIVA-STATUS = '00'
               SET WS-UNIDATIVA-EXISTE-SIM TO TRUE
               READ UNIDADE-ATIVA-ARQ
                   NOT AT END
                       MOVE UA-UNIDADE TO WS-UNIDADE-SALVA
               END-READ
               CLOSE UNIDADE-ATIVA-ARQ
           END-IF

           OPEN OUTPUT UNIDADE-ATIVA-ARQ
           MOVE '00' TO UA-UNIDADE
           WRITE UNIDADE-ATIVA-REG
           CLOSE UNIDADE-ATIVA-ARQ
           IF WS-UNIDADE-SALVA NOT = SPACES AND
              WS-UNIDADE-SALVA NOT = '00'
               DISPLAY 'UNIDADE ' WS-UNIDADE-SALVA ' DA SESSAO '
                       'GUARDADA - JOB NA VISAO CONSOLIDADA'
           END-IF
           EXIT.
       FIM-FIXA-UNIDADE-CONSOLIDADA.

       RESTAURA-UNIDADE-ATIVA.
           OPEN OUTPUT UNIDADE-ATIVA-ARQ
           IF WS-UNIDATIVA-EXISTE-SIM
               MOVE WS-UNIDADE-SALVA TO UA-UNIDADE
               WRITE UNIDADE-ATIVA-REG
           END-IF
           CLOSE UNIDADE-ATIVA-ARQ
           EXIT.
       FIM-RESTAURA-UNIDADE-ATIVA.

       GRAVA-BASE-DIGESTO.
           OPEN OUTPUT BASE-DIGESTO

           PERFORM GRAVA-BASE-FONTE
           MOVE 'AUDITORIA.TXT' TO WS-FONTDIG-NOME
           PERFORM GRAVA-BASE-FONTE
           MOVE 'INTEGREXC.TXT' TO WS-FONTDIG-NOME
           PERFORM GRAVA-BASE-FONTE
           MOVE 'CONCILIA.TXT' TO WS-FONTDIG-NOME
           PERFORM GRAVA-BASE-FONTE

                   IF WS-PAR-VALOR(1:8) = 'FORCAR=S'
                       SET WS-FORCAR-SIM TO TRUE
                   END-IF
                   IF WS-PAR-VALOR(1:11) = 'PENDENCIAS='
                       MOVE WS-PAR-VALOR(12:1) TO WS-PEND-MODO
                   END-IF
                   IF WS-PAR-VALOR(1:12) = 'INTEGRIDADE='
                       MOVE WS-PAR-VALOR(13:1) TO WS-INTEG-MODO
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-CARTAO-NOME
                   DISPLAY 'LINHA DE BATCHPAR.TXT IGNORADA - PASSO '
               END-IF
           END-IF

           IF WS-PASSO-CONCLUIDO = 0 AND NOT WS-PARAR-JOB-SIM
               PERFORM VERIFICA-DIA-INTEGRIDADE
               IF WS-INTEG-EXECUTA-SIM
                   DISPLAY 'PASSO OPCIONAL: INTEGRIDADE-REF'
                   MOVE 'INTEGRIDADE-REF' TO WS-LOG-PASSO
                   PERFORM MARCA-INICIO-PASSO
                   CALL 'INTEGRIDADE-REF'
                   END-CALL
                   PERFORM VERIFICA-RETORNO-PASSO
                   PERFORM GRAVA-JOBLOG
               END-IF
           END-IF

           IF WS-PARAR-JOB-SIM
               DISPLAY 'PASSO 1: VALIDACAO-DATA - NAO EXECUTADO '
                       '(JOB INTERROMPIDO POR POLITICA)'
           END-IF
           END-IF
           END-IF

           IF WS-PARAR-JOB-SIM
               DISPLAY 'PASSO OPCIONAL: NOTAS-PENDENCIAS - NAO '
                       'EXECUTADO (JOB INTERROMPIDO POR POLITICA)'
           ELSE
               PERFORM VERIFICA-SEMANA-FECHO
               IF WS-PEND-EXECUTA-SIM
                   DISPLAY 'PASSO OPCIONAL: NOTAS-PENDENCIAS'
                   MOVE 'NOTAS-PENDENCIAS' TO WS-LOG-PASSO
                   PERFORM MARCA-INICIO-PASSO
                   CALL 'NOTAS-PENDENCIAS'
                   END-CALL
                   PERFORM VERIFICA-RETORNO-PASSO
                   PERFORM GRAVA-JOBLOG
               END-IF
           END-IF
           EXIT.
       FIM-EXECUTA-PASSOS.

      *-----------------------------------------------------------------
      * PASSO OPCIONAL DE PENDENCIAS DE NOTAS: SO NA ULTIMA SEMANA DE
      * UMA JANELA DE BIMESTRE, SALVO PENDENCIAS=S/N NO BATCHPAR.TXT
      *-----------------------------------------------------------------
       VERIFICA-SEMANA-FECHO.
           MOVE 'N' TO WS-PEND-EXECUTA
           EVALUATE TRUE
               WHEN WS-PEND-FORCADO
                   SET WS-PEND-EXECUTA-SIM TO TRUE
                   DISPLAY 'PASSO OPCIONAL: NOTAS-PENDENCIAS FORCADO '
                           'PELO OPERADOR (PENDENCIAS=S)'
               WHEN WS-PEND-SUPRIMIDO
                   DISPLAY 'PASSO OPCIONAL: NOTAS-PENDENCIAS - '
                           'SUPRIMIDO PELO OPERADOR (PENDENCIAS=N)'
               WHEN OTHER
                   PERFORM PROCURA-FECHO-PROXIMO
                   IF WS-PEND-EXECUTA-SIM
                       DISPLAY 'PASSO OPCIONAL: NOTAS-PENDENCIAS - '
                               'BIMESTRE ' WS-PEND-BIMESTRE
                               ' FECHA EM ' WS-PEND-DIAS ' DIA(S)'
                   ELSE
                       DISPLAY 'PASSO OPCIONAL: NOTAS-PENDENCIAS - '
                               'NENHUMA JANELA NA ULTIMA SEMANA, '
                               'PULADO'
                   END-IF
           END-EVALUATE
           EXIT.
       FIM-VERIFICA-SEMANA-FECHO.

      *-----------------------------------------------------------------
      * PASSO OPCIONAL DE INTEGRIDADE REFERENCIAL: SO NO DIA DA SEMANA
      * DA VARREDURA (1 = SEGUNDA), SALVO INTEGRIDADE=S/N NO BATCHPAR
      *-----------------------------------------------------------------
       VERIFICA-DIA-INTEGRIDADE.
           MOVE 'N' TO WS-INTEG-EXECUTA
           EVALUATE TRUE
               WHEN WS-INTEG-FORCADO
                   SET WS-INTEG-EXECUTA-SIM TO TRUE
                   DISPLAY 'PASSO OPCIONAL: INTEGRIDADE-REF FORCADO '
                           'PELO OPERADOR (INTEGRIDADE=S)'
               WHEN WS-INTEG-SUPRIMIDO
                   DISPLAY 'PASSO OPCIONAL: INTEGRIDADE-REF - '
                           'SUPRIMIDO PELO OPERADOR (INTEGRIDADE=N)'
               WHEN OTHER
                   CALL 'DATA-VALIDA' USING WS-DATA-PROC
                                            WS-CAL-VALIDA
                                            WS-CAL-MOTIVO
                                            WS-INTEG-AAAAMMDD
                   END-CALL
                   IF WS-CAL-VALIDA = 'S'
                       COMPUTE WS-INTEG-DIA = FUNCTION MOD
                               (FUNCTION INTEGER-OF-DATE
                               (WS-INTEG-AAAAMMDD) - 1, 7) + 1
                       IF WS-INTEG-DIA = WS-INTEG-DIA-SEMANA
                           SET WS-INTEG-EXECUTA-SIM TO TRUE
                       END-IF
                   END-IF
                   IF WS-INTEG-EXECUTA-SIM
                       DISPLAY 'PASSO OPCIONAL: INTEGRIDADE-REF - '
                               'VARREDURA SEMANAL'
                   ELSE
                       DISPLAY 'PASSO OPCIONAL: INTEGRIDADE-REF - '
                               'FORA DO DIA DA VARREDURA, PULADO'
                   END-IF
           END-EVALUATE
           EXIT.
       FIM-VERIFICA-DIA-INTEGRIDADE.

       PROCURA-FECHO-PROXIMO.
           CALL 'DATA-VALIDA' USING WS-DATA-PROC
                                    WS-CAL-VALIDA
                                    WS-CAL-MOTIVO
                                    WS-PEND-AAAAMMDD
           END-CALL

           IF WS-CAL-VALIDA = 'S'
               OPEN INPUT BIMESTRE-CAL
           END-IF
           IF WS-CAL-VALIDA = 'S' AND WS-BIMCAL-STATUS = '00'
               COMPUTE WS-PEND-PROC-INT =
                       FUNCTION INTEGER-OF-DATE(WS-PEND-AAAAMMDD)
               MOVE 'N' TO WS-FIM-BIMCAL
               PERFORM LER-BIMCAL
               PERFORM UNTIL WS-FIM-BIMCAL-SIM
                          OR WS-PEND-EXECUTA-SIM
                   PERFORM CONFERE-FECHO-BIMCAL
                   IF WS-PEND-FECHO-OK-SIM
                       COMPUTE WS-PEND-FECHO-INT =
                               FUNCTION INTEGER-OF-DATE
                               (WS-PEND-AAAAMMDD)
                       COMPUTE WS-PEND-DIAS =
                               WS-PEND-FECHO-INT - WS-PEND-PROC-INT
                       IF WS-PEND-DIAS >= 0 AND
                          WS-PEND-DIAS < WS-PEND-DIAS-AVISO
                           SET WS-PEND-EXECUTA-SIM TO TRUE
                           MOVE BC-BIMESTRE TO WS-PEND-BIMESTRE
                       END-IF
                   END-IF
                   PERFORM LER-BIMCAL
               END-PERFORM
               CLOSE BIMESTRE-CAL
           END-IF
           EXIT.
       FIM-PROCURA-FECHO-PROXIMO.

      *-----------------------------------------------------------------
      * O FECHO DA JANELA AINDA ABERTA E FUTURO, QUE O DATA-VALIDA
      * RECUSA: CONFERE SO A ESTRUTURA DD/MM/AAAA E O CALENDARIO, COMO
      * O PARAM-APLICA FAZ COM A DATA DO JOB
      *-----------------------------------------------------------------
       CONFERE-FECHO-BIMCAL.
           MOVE 'N' TO WS-PEND-FECHO-OK
           IF BC-DATA-FECHO(1:2) NUMERIC AND
              BC-DATA-FECHO(4:2) NUMERIC AND
              BC-DATA-FECHO(7:4) NUMERIC AND
              BC-DATA-FECHO(3:1) = '/' AND
              BC-DATA-FECHO(6:1) = '/'
               MOVE BC-DATA-FECHO(7:4) TO WS-PEND-AAAAMMDD(1:4)
               MOVE BC-DATA-FECHO(4:2) TO WS-PEND-AAAAMMDD(5:2)
               MOVE BC-DATA-FECHO(1:2) TO WS-PEND-AAAAMMDD(7:2)
               IF WS-PEND-AAAAMMDD(1:4) > '1600' AND
                  FUNCTION TEST-DATE-YYYYMMDD(WS-PEND-AAAAMMDD) = 0
                   SET WS-PEND-FECHO-OK-SIM TO TRUE
               END-IF
           END-IF
           EXIT.
       FIM-CONFERE-FECHO-BIMCAL.

       LER-BIMCAL.
           READ BIMESTRE-CAL
               AT END
                   SET WS-FIM-BIMCAL-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-BIMCAL.

       VALIDA-DATA-PROCESSAMENTO.
           IF WS-DATA-PROC = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-HOJE
           PERFORM GRAVA-JOBLOG
           PERFORM VERIFICA-RETORNO-PASSO

           DISPLAY 'PASSO FINAL: DISTRIBUICAO DOS RELATORIOS'
           MOVE 'DISTRIB-NOTURNO' TO WS-LOG-PASSO
           PERFORM MARCA-INICIO-PASSO
           MOVE 'D' TO WS-DIST-ACAO
           CALL 'DISTRIBUI-PACOTES' USING WS-DIST-JOB
                                          WS-DIST-ACAO
           END-CALL
           PERFORM GRAVA-JOBLOG
           PERFORM VERIFICA-RETORNO-PASSO

           DISPLAY '======================================='
           DISPLAY 'JOB NOTURNO - RELATORIO CONSOLIDADO'
           DISPLAY '======================================='
           OPEN OUTPUT DATA-PROC
           CLOSE DATA-PROC

           PERFORM RESTAURA-UNIDADE-ATIVA

           MOVE 'L' TO WS-LOCK-ACAO
           CALL 'TRAVA-EXECUCAO' USING WS-LOCK-JOB
                                       WS-LOCK-ACAO
