      *           DO JOB - O SYSIN DEVE TRAZER UMA LINHA PARA CADA
      *           ACCEPT DOS PASSOS, NA ORDEM:
      *             2) CONTAS-RAZAO  : AS LINHAS DOS SEUS ACCEPTS
      *             3) INADIMPLENCIA : MES (MM) E ANO (AAAA) - O
      *                                PRECO VEM DO PRECOS.TXT
      *             4) POLUICAO-PERIODO: AS LINHAS DOS SEUS ACCEPTS
      *                                (ROLLUP MENSAL)
      *             5) CONTABIL-EXPORTA: MES (MM) E ANO (AAAA) DO
      *                                MES FECHADO PELO FECHA-MES
      *             6) ORCAMENTO-VARIACAO: MES (MM) E ANO (AAAA) DO
      *                                MES FECHADO PELO FECHA-MES
      *           TRANS-CRITICA NAO FAZ ACCEPT (SEMPRE LOTE CONTRA
      *           TRANSACOES.TXT).
      * Modification History:
      *   02/09/2026 MC  - Job original
      *   15/10/2026 MC  - SYSIN do INADIMPLENCIA sem a linha do valor
      *                    da mensalidade (preco pela tabela
      *                    PRECOS.TXT do CADASTRO-PRECO)
      *   15/10/2026 MC  - Passo 5: CONTABIL-EXPORTA gera o lote
      *                    contabil do mes fechado para o contador
      *                    (CONTABIL<AAAAMM>.TXT); mes ainda nao
      *                    fechado, conta sem de-para ou mes que nao
      *                    fecha em partidas dobradas interrompem com
      *                    RC 8 e a reexecucao retoma deste passo
      *   15/10/2026 MC  - Passo 6: ORCAMENTO-VARIACAO emite o orcado
      *                    x realizado do mes fechado (ORCAVAR.TXT)
      *                    para a reuniao da diretoria
      *   15/10/2026 MC  - Distribuicao dos relatorios
      *                    (DISTRIBUI-PACOTES, tabela DISTRIB.TXT): o
      *                    fechamento novo abre a base da distribuicao;
      *                    no fim, mesmo interrompido, o passo
      *                    DISTRIB-FECHAMES monta o pacote de cada
      *                    destinatario a partir do spool e registra
      *                    entregas e faltas no DISTLOG.TXT (RC 4
      *                    havendo falta)
      *   15/10/2026 MC  - Job na visao consolidada: a unidade deixada
      *                    em UNIDATIVA.TXT pela ultima sessao do
      *                    MENU-OPERADOR e guardada, o arquivo recebe 00
      *                    durante os passos (razao, inadimplencia,
      *                    estatistica e notas cobrem todas as
      *                    unidades) e a unidade guardada volta no fim
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-FECHAMES.
           SELECT RESUMO-FECHA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESUMO-STATUS.
           SELECT UNIDADE-ATIVA-ARQ ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNIDATIVA-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RESUMOFEC.TXT'.
       01 RESUMO-FECHA-REG        PIC X(80).

       FD UNIDADE-ATIVA-ARQ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'UNIDATIVA.TXT'.
       01 UNIDADE-ATIVA-REG.
           02 UA-UNIDADE           PIC X(02).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FECHAPAR-STATUS      PIC X(02) VALUE '00'.
       01 WS-LOCK-RESULTADO       PIC X(01) VALUE 'S'.
           88 WS-LOCK-OK                 VALUE 'S'.
       01 WS-LOCK-DETENTOR        PIC X(15) VALUE SPACES.
       01 WS-DIST-JOB             PIC X(01) VALUE 'F'.
       01 WS-DIST-ACAO            PIC X(01) VALUE 'I'.
       01 WS-UNIDATIVA-STATUS     PIC X(02) VALUE '00'.
       01 WS-UNIDADE-SALVA        PIC X(02) VALUE SPACES.
       01 WS-UNIDATIVA-EXISTE     PIC X(01) VALUE 'N'.
           88 WS-UNIDATIVA-EXISTE-SIM    VALUE 'S'.
       01 WS-RETORNO-JOB          PIC 9(02) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'FECHAMENTO DE MES - INICIO'
           DISPLAY '======================================='

           PERFORM FIXA-UNIDADE-CONSOLIDADA

           PERFORM LE-CARTAO-FECHAMENTO
           PERFORM LER-CHECKPOINT-JOB

               END-STRING
               WRITE RESUMO-FECHA-REG
               CLOSE RESUMO-FECHA

               MOVE 'I' TO WS-DIST-ACAO
               CALL 'DISTRIBUI-PACOTES' USING WS-DIST-JOB
                                              WS-DIST-ACAO
               END-CALL
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

       LE-CARTAO-FECHAMENTO.
           OPEN INPUT FECHA-PARAM
           IF WS-FECHAPAR-STATUS NOT = '00'
               END-IF
           END-IF
           END-IF

           IF WS-PARAR-JOB-SIM
               DISPLAY 'PASSO 5: CONTABIL-EXPORTA - NAO EXECUTADO '
                       '(FECHAMENTO INTERROMPIDO)'
           ELSE
           IF WS-PASSO-CONCLUIDO >= 5
               DISPLAY 'PASSO 5: CONTABIL-EXPORTA - JA CONCLUIDO, '
                       'PULADO'
           ELSE
               DISPLAY 'PASSO 5: CONTABIL-EXPORTA'
               MOVE 'CONTABIL-EXPORTA' TO WS-LOG-PASSO
               PERFORM MARCA-INICIO-PASSO
               CALL 'CONTABIL-EXPORTA'
               END-CALL
               PERFORM GRAVA-JOBLOG
               PERFORM AVALIA-RETORNO-PASSO
               IF NOT WS-PARAR-JOB-SIM
                   MOVE 5 TO WS-PASSO-ATUAL
                   PERFORM GRAVA-CHECKPOINT-JOB
               END-IF
           END-IF
           END-IF

           IF WS-PARAR-JOB-SIM
               DISPLAY 'PASSO 6: ORCAMENTO-VARIACAO - NAO EXECUTADO '
                       '(FECHAMENTO INTERROMPIDO)'
           ELSE
           IF WS-PASSO-CONCLUIDO >= 6
               DISPLAY 'PASSO 6: ORCAMENTO-VARIACAO - JA CONCLUIDO, '
                       'PULADO'
           ELSE
               DISPLAY 'PASSO 6: ORCAMENTO-VARIACAO'
               MOVE 'ORCAMENTO-VARIAC' TO WS-LOG-PASSO
               PERFORM MARCA-INICIO-PASSO
               CALL 'ORCAMENTO-VARIACAO'
               END-CALL
               PERFORM GRAVA-JOBLOG
               PERFORM AVALIA-RETORNO-PASSO
               IF NOT WS-PARAR-JOB-SIM
                   MOVE 6 TO WS-PASSO-ATUAL
                   PERFORM GRAVA-CHECKPOINT-JOB
               END-IF
           END-IF
           END-IF
           EXIT.
       FIM-EXECUTA-PASSOS.

       FIM-GRAVA-JOBLOG.

       FINALIZA-JOB.
           DISPLAY 'PASSO FINAL: DISTRIBUICAO DOS RELATORIOS'
           MOVE 'DISTRIB-FECHAMES' TO WS-LOG-PASSO
           PERFORM MARCA-INICIO-PASSO
           MOVE 'D' TO WS-DIST-ACAO
           CALL 'DISTRIBUI-PACOTES' USING WS-DIST-JOB
                                          WS-DIST-ACAO
           END-CALL
           PERFORM GRAVA-JOBLOG
           PERFORM AVALIA-RETORNO-PASSO

           DISPLAY '======================================='
           DISPLAY 'FECHAMENTO DE MES - SUMARIO'
           DISPLAY '======================================='
               CLOSE CHECKPOINT-JOB
           END-IF

           PERFORM RESTAURA-UNIDADE-ATIVA

           MOVE 'L' TO WS-LOCK-ACAO
           CALL 'TRAVA-EXECUCAO' USING WS-LOCK-JOB
                                       WS-LOCK-ACAO
