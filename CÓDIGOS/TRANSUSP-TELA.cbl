      *                    como o TRANS-CRITICA reconstroi o
      *                    TRANSACEITAS.TXT do cru, a correcao
      *                    deixava de evaporar na rodada seguinte
      *   15/10/2026 MC  - Lancamento com a unidade (TRANSACAO.CPY, 38
      *                    posicoes): registros, chave das aceitas e
      *                    item corrigido ampliados, unidade exibida no
      *                    item; linha antiga da suspensao (registro de
      *                    36 posicoes) e convertida na carga
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSUSP-TELA.
       FD TRANS-ACEITAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TRANSACEITAS.TXT'.
       01 TRANS-ACEITAS-REG            PIC X(38).

       FD CONTA-MESTRE
           LABEL RECORD STANDARD
       FD TRANSACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TRANSACOES.TXT'.
       01 TRANSACOES-REG               PIC X(38).

       FD TRANS-TEMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TRANSUSP-TEMP.TXT'.
       01 TRANS-TEMP-REG               PIC X(38).

       FD MOV-FECHADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-MOV-NOME.
       01 MOV-FECHADO-REG              PIC X(38).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-SUSP-STATUS               PIC X(02) VALUE '00'.
               03 WS-SU-TRATADO        PIC X(01).
               03 WS-SU-ACAO           PIC X(01).
               03 WS-SU-CONSUMIDO      PIC X(01).
               03 WS-SU-CORRIGIDO      PIC X(38).
       01 WS-SU-I                      PIC 9(03) VALUE ZERO.
       01 WS-TAB-CM-LIMITE             PIC 9(03) VALUE 100.
       01 WS-QTD-CM                    PIC 9(03) VALUE ZERO.
       01 WS-TAB-AC-LIMITE             PIC 9(04) VALUE 2000.
       01 WS-QTD-ACEITAS-TAB           PIC 9(04) VALUE ZERO.
       01 WS-TABELA-ACEITAS.
           02 WS-AC-CHAVE PIC X(38) OCCURS 2000 TIMES.
       01 WS-AC-I                      PIC 9(04) VALUE ZERO.
       01 WS-ITEM.
           02 WS-IT-CONTA          PIC X(10).
           02 WS-IT-DATA           PIC X(10).
           02 WS-IT-TIPO           PIC X(01).
           02 WS-IT-COMPETENCIA    PIC X(06).
           02 WS-IT-UNIDADE        PIC X(02).
       01 WS-ITEM-MOTIVO               PIC X(30) VALUE SPACES.
       01 WS-OPCAO                     PIC X(01) VALUE SPACE.
       01 WS-CAMPO                     PIC X(01) VALUE SPACE.
                       ADD 1 TO WS-QTD-SUSP
                       MOVE TRANS-SUSP-REG
                            TO WS-SU-LINHA(WS-QTD-SUSP)
                       IF TRANS-SUSP-REG(37:3) = ' - '
                           MOVE SPACES
                                TO WS-SU-LINHA(WS-QTD-SUSP)(37:2)
                           MOVE TRANS-SUSP-REG(37:42)
                                TO WS-SU-LINHA(WS-QTD-SUSP)(39:42)
                       END-IF
                       MOVE 'N' TO WS-SU-TRATADO(WS-QTD-SUSP)
                       MOVE SPACE TO WS-SU-ACAO(WS-QTD-SUSP)
                       MOVE 'N' TO WS-SU-CONSUMIDO(WS-QTD-SUSP)
       FIM-PROCESSA.

       TRATA-ITEM.
           MOVE WS-SU-LINHA(WS-SU-I)(1:38) TO WS-ITEM
           MOVE WS-SU-LINHA(WS-SU-I)(50:30) TO WS-ITEM-MOTIVO
           MOVE 'N' TO WS-FIM-ITEM

           DISPLAY ' '
                   '  DATA: ' WS-IT-DATA
           DISPLAY '  TIPO: ' WS-IT-TIPO
                   '  COMPETENCIA: ' WS-IT-COMPETENCIA
                   '  UNIDADE: ' WS-IT-UNIDADE
           DISPLAY '  MOTIVO DA SUSPENSAO: ' WS-ITEM-MOTIVO

           PERFORM UNTIL WS-FIM-ITEM-SIM
                   '  DATA: ' WS-IT-DATA
           DISPLAY '  TIPO: ' WS-IT-TIPO
                   '  COMPETENCIA: ' WS-IT-COMPETENCIA
                   '  UNIDADE: ' WS-IT-UNIDADE
           EXIT.
       FIM-CORRIGE-CAMPO.

                      OR WS-ACHOU-SIM
               IF WS-SU-TRATADO(WS-SU-I) = 'S' AND
                  WS-SU-CONSUMIDO(WS-SU-I) = 'N' AND
                  WS-SU-LINHA(WS-SU-I)(1:38) = TRANSACOES-REG
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE 'S' TO WS-SU-CONSUMIDO(WS-SU-I)
                   ADD 1 TO WS-QTD-CRU-REMOVIDOS
