      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: EXPORTACAO CONTABIL DO MES FECHADO - O CONTADOR
      *          REDIGITAVA O MES NO SISTEMA CONTABIL A PARTIR DO
      *          EXTRATO.TXT IMPRESSO; ESTE PASSO LE O MOVIMENTO
      *          CONGELADO PELO FECHA-MES (MOVFEC<AAAAMM>.TXT, SO DE
      *          MES REGISTRADO NO FECHACTL.TXT), CLASSIFICA CADA
      *          LANCAMENTO POR EVENTO (CREDITO, DEBITO/ESTORNO OU
      *          AJUSTE DE PERIODO A CREDITO/DEBITO, ESTE RECONHECIDO
      *          PELO AJUSTELOG.TXT DO AJUSTE-PERIODO), TRADUZ CONTA
      *          E EVENTO PELO DE-PARA CONTABMAP.TXT (CTBMAPA.CPY,
      *          REGRA DA CONTA OU DO TIPO DA CONTA NO CONTAMESTRE.
      *          TXT - MULTA E JUROS PELA CONTA DE TIPO E) E GRAVA
      *          CONTABIL<AAAAMM>.TXT NO LAYOUT DE IMPORTACAO DO
      *          CONTADOR: HEADER COM OS TOTAIS, DUAS PARTIDAS POR
      *          LANCAMENTO (DEBITO E CREDITO) E TRAILER COM
      *          QUANTIDADES E TOTAIS; LANCAMENTO SEM REGRA, REGRA
      *          SEM CONTRAPARTIDA, VALOR OU DATA INVALIDOS OU
      *          TOTAL DE DEBITOS DIFERENTE DO DE CREDITOS BARRAM A
      *          EXPORTACAO (RC 8) E O CONTABREL.TXT LISTA AS
      *          LINHAS PROBLEMATICAS; EXPORTADO, O CONTABREL.TXT
      *          TRAZ O RESUMO POR CONTA DO PLANO DO CONTADOR
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - CONTABIL<AAAAMM>.TXT registrado no livro de
      *                    interfaces de saida ENVIOS.TXT (rotina
      *                    ENVIO-CONTROLE) com o mes MM/AAAA como
      *                    periodo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABIL-EXPORTA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHA-CTL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-STATUS.
           SELECT MOV-FECHADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MOV-STATUS.
           SELECT CONTA-MESTRE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MESTRE-STATUS.
           SELECT CONTAB-MAPA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAPA-STATUS.
           SELECT AJUSTE-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AJUSTE-STATUS.
           SELECT EXPORTA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXP-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FECHA-CTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'FECHACTL.TXT'.
       01 FECHA-CTL-REG.
           02 FC-ANOMES            PIC 9(06).

       FD MOV-FECHADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-MOV-NOME.
       COPY TRANSACAO.CPY.

       FD CONTA-MESTRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONTAMESTRE.TXT'.
       COPY CONTAMST.CPY.

       FD CONTAB-MAPA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONTABMAP.TXT'.
       COPY CTBMAPA.CPY.

      *-----------------------------------------------------------------
      * LINHA DO AJUSTELOG.TXT COMO GRAVADA PELO AJUSTE-PERIODO
      *-----------------------------------------------------------------
       FD AJUSTE-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'AJUSTELOG.TXT'.
       01 AJUSTE-LOG-REG.
           02 AL-DATA              PIC X(10).
           02 FILLER               PIC X(13).
           02 AL-OPERADOR          PIC X(08).
           02 FILLER               PIC X(10).
           02 AL-CONTA             PIC X(10).
           02 FILLER               PIC X(09).
           02 AL-TIPO              PIC X(01).
           02 FILLER               PIC X(10).
           02 AL-VALOR             PIC 9(07)V99.
           02 FILLER               PIC X(50).

       FD EXPORTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-EXP-NOME.
       01 EXPORTA-REG                  PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS                PIC X(02) VALUE '00'.
       01 WS-MOV-STATUS                PIC X(02) VALUE '00'.
       01 WS-MESTRE-STATUS             PIC X(02) VALUE '00'.
       01 WS-MAPA-STATUS               PIC X(02) VALUE '00'.
       01 WS-AJUSTE-STATUS             PIC X(02) VALUE '00'.
       01 WS-EXP-STATUS                PIC X(02) VALUE '00'.
       01 WS-MOV-NOME                  PIC X(16) VALUE SPACES.
       01 WS-EXP-NOME                  PIC X(18) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-CTL            PIC X(01) VALUE 'N'.
               88 WS-FIM-CTL-SIM          VALUE 'S'.
           02 WS-FIM-MOV            PIC X(01) VALUE 'N'.
               88 WS-FIM-MOV-SIM          VALUE 'S'.
           02 WS-FIM-MESTRE         PIC X(01) VALUE 'N'.
               88 WS-FIM-MESTRE-SIM       VALUE 'S'.
           02 WS-FIM-MAPA           PIC X(01) VALUE 'N'.
               88 WS-FIM-MAPA-SIM         VALUE 'S'.
           02 WS-FIM-AJUSTE         PIC X(01) VALUE 'N'.
               88 WS-FIM-AJUSTE-SIM       VALUE 'S'.
           02 WS-MES-FECHADO        PIC X(01) VALUE 'N'.
               88 WS-MES-FECHADO-SIM      VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM            VALUE 'S'.
       01 WS-MES-REF                   PIC 9(02) VALUE ZERO.
       01 WS-ANO-REF                   PIC 9(04) VALUE ZERO.
       01 WS-ANOMES-REF                PIC 9(06) VALUE ZERO.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
       01 WS-HOJE-AAAAMMDD             PIC 9(08) VALUE ZERO.
      *-----------------------------------------------------------------
      * TABELAS DE APOIO: CADASTRO MESTRE, DE-PARA E AJUSTES
      *-----------------------------------------------------------------
       01 WS-TAB-CONTA-LIMITE          PIC 9(03) VALUE 500.
       01 WS-QTD-CONTAS                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-CONTAS.
           02 WS-CT-ENTRADA OCCURS 500 TIMES.
               03 WS-CT-CONTA          PIC X(10).
               03 WS-CT-TIPO           PIC X(01).
       01 WS-CT-I                      PIC 9(03) VALUE ZERO.
       01 WS-TAB-MAPA-LIMITE           PIC 9(03) VALUE 200.
       01 WS-QTD-REGRAS                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-MAPA.
           02 WS-MP-ENTRADA OCCURS 200 TIMES.
               03 WS-MP-ORIGEM         PIC X(10).
               03 WS-MP-EVENTO         PIC X(01).
               03 WS-MP-DEBITO         PIC X(20).
               03 WS-MP-CREDITO        PIC X(20).
               03 WS-MP-HISTORICO      PIC X(30).
       01 WS-MP-I                      PIC 9(03) VALUE ZERO.
       01 WS-MP-ACHOU-I                PIC 9(03) VALUE ZERO.
       01 WS-TAB-AJUSTE-LIMITE         PIC 9(03) VALUE 500.
       01 WS-QTD-AJUSTES               PIC 9(03) VALUE ZERO.
       01 WS-TABELA-AJUSTES.
           02 WS-AJ-ENTRADA OCCURS 500 TIMES.
               03 WS-AJ-DATA           PIC X(10).
               03 WS-AJ-CONTA          PIC X(10).
               03 WS-AJ-TIPO           PIC X(01).
               03 WS-AJ-VALOR          PIC 9(07)V99.
               03 WS-AJ-USADO          PIC X(01).
       01 WS-AJ-I                      PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * LANCAMENTOS TRADUZIDOS, LINHAS PROBLEMATICAS E RESUMO POR
      * CONTA DO PLANO DO CONTADOR
      *-----------------------------------------------------------------
       01 WS-TAB-LANC-LIMITE           PIC 9(04) VALUE 3000.
       01 WS-QTD-LANC                  PIC 9(04) VALUE ZERO.
       01 WS-TABELA-LANC.
           02 WS-LC-ENTRADA OCCURS 3000 TIMES.
               03 WS-LC-DATA           PIC 9(08).
               03 WS-LC-CONTA          PIC X(10).
               03 WS-LC-VALOR          PIC 9(07)V99.
               03 WS-LC-DEBITO         PIC X(20).
               03 WS-LC-CREDITO        PIC X(20).
               03 WS-LC-HISTORICO      PIC X(30).
       01 WS-LC-I                      PIC 9(04) VALUE ZERO.
       01 WS-TAB-ERRO-LIMITE           PIC 9(03) VALUE 200.
       01 WS-QTD-ERROS                 PIC 9(05) VALUE ZERO.
       01 WS-TABELA-ERROS.
           02 WS-ER-ENTRADA OCCURS 200 TIMES.
               03 WS-ER-LINHA          PIC 9(05).
               03 WS-ER-CONTA          PIC X(10).
               03 WS-ER-DATA           PIC X(10).
               03 WS-ER-EVENTO         PIC X(01).
               03 WS-ER-VALOR          PIC 9(07)V99.
               03 WS-ER-MOTIVO         PIC X(34).
       01 WS-ER-I                      PIC 9(03) VALUE ZERO.
       01 WS-TAB-RESUMO-LIMITE         PIC 9(03) VALUE 200.
       01 WS-QTD-RESUMO                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-RESUMO.
           02 WS-RS-ENTRADA OCCURS 200 TIMES.
               03 WS-RS-CONTA          PIC X(20).
               03 WS-RS-DEBITO         PIC 9(11)V99.
               03 WS-RS-CREDITO        PIC 9(11)V99.
       01 WS-RS-I                      PIC 9(03) VALUE ZERO.
       01 WS-RS-CONTA-ALVO             PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
      * LANCAMENTO CORRENTE
      *-----------------------------------------------------------------
       01 WS-LINHA-MOV                 PIC 9(05) VALUE ZERO.
       01 WS-EVENTO                    PIC X(01) VALUE SPACE.
       01 WS-TIPO-CONTA                PIC X(01) VALUE SPACE.
       01 WS-ORIGEM-TIPO               PIC X(10) VALUE SPACES.
       01 WS-DATA-LANC                 PIC 9(08) VALUE ZERO.
       01 WS-MOTIVO                    PIC X(34) VALUE SPACES.
       01 WS-TOTAL-DEBITOS             PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITOS            PIC 9(13)V99 VALUE ZERO.
       01 WS-QTD-LIDOS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-AJUSTES-MES           PIC 9(05) VALUE ZERO.
       01 WS-QTD-ESTORNOS              PIC 9(05) VALUE ZERO.
       01 WS-QTD-PARTIDAS              PIC 9(06) VALUE ZERO.
       01 WS-QTD-REGISTROS             PIC 9(06) VALUE ZERO.
       01 WS-VALOR-MASK                PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-VALOR-MASK2               PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-LANC-MASK                 PIC ZZ.ZZ9,99.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-ENV-INTERFACE             PIC X(12) VALUE 'CONTABIL'.
       01 WS-ENV-ARQUIVO               PIC X(20) VALUE SPACES.
       01 WS-ENV-PERIODO               PIC X(10) VALUE SPACES.
       01 WS-ENV-NUMERO                PIC 9(06) VALUE ZERO.
       01 WS-ENV-RESULTADO             PIC X(01) VALUE 'S'.
      *-----------------------------------------------------------------
      * REGISTROS DO ARQUIVO DE IMPORTACAO DO CONTADOR
      *-----------------------------------------------------------------
       01 WS-CTB-HEADER.
           02 CH-TIPO                  PIC X(01) VALUE 'H'.
           02 CH-LITERAL               PIC X(13) VALUE 'LOTE CONTABIL'.
           02 CH-ANOMES                PIC 9(06).
           02 CH-DATA-GERACAO          PIC 9(08).
           02 CH-QTD-PARTIDAS          PIC 9(06).
           02 CH-TOTAL-DEBITOS         PIC 9(13)V99.
           02 CH-TOTAL-CREDITOS        PIC 9(13)V99.
           02 FILLER                   PIC X(56) VALUE SPACES.
       01 WS-CTB-PARTIDA.
           02 CP-TIPO                  PIC X(01) VALUE 'L'.
           02 CP-LANCAMENTO            PIC 9(06).
           02 CP-DATA                  PIC 9(08).
           02 CP-NATUREZA              PIC X(01).
           02 CP-CONTA                 PIC X(20).
           02 CP-VALOR                 PIC 9(13)V99.
           02 CP-HISTORICO             PIC X(30).
           02 CP-DOCUMENTO             PIC X(10).
           02 FILLER                   PIC X(29) VALUE SPACES.
       01 WS-CTB-TRAILER.
           02 CT-TIPO                  PIC X(01) VALUE 'T'.
           02 CT-QTD-REGISTROS         PIC 9(06).
           02 CT-QTD-LANCAMENTOS       PIC 9(06).
           02 CT-QTD-PARTIDAS          PIC 9(06).
           02 CT-TOTAL-DEBITOS         PIC 9(13)V99.
           02 CT-TOTAL-CREDITOS        PIC 9(13)V99.
           02 FILLER                   PIC X(71) VALUE SPACES.
      *-----------------------------------------------------------------
      * ROTINA DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'CONTABREL.TXT'.
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
           DISPLAY 'EXPORTACAO CONTABIL DO MES FECHADO'
           DISPLAY '-----------------------------------'

           DISPLAY 'MES A EXPORTAR (MM): '
           ACCEPT WS-MES-REF
           DISPLAY 'ANO A EXPORTAR (AAAA): '
           ACCEPT WS-ANO-REF

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO WS-HOJE-AAAAMMDD

           IF WS-MES-REF < 1 OR WS-MES-REF > 12 OR
              WS-ANO-REF < 1990
               DISPLAY 'PERIODO INVALIDO - NADA EXPORTADO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               MOVE WS-ANO-REF TO WS-ANOMES-REF(1:4)
               MOVE WS-MES-REF TO WS-ANOMES-REF(5:2)
               PERFORM VERIFICA-MES-FECHADO
               IF NOT WS-MES-FECHADO-SIM
                   DISPLAY 'MES ' WS-MES-REF '/' WS-ANO-REF
                           ' NAO FECHADO (FECHACTL.TXT) - RODE O '
                           'FECHA-MES ANTES DA EXPORTACAO'
                   MOVE 8 TO WS-RETORNO-JOB
               END-IF
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-MESTRE
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-MAPA
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-AJUSTES
           END-IF
           EXIT.
       FIM-INICIO.

       VERIFICA-MES-FECHADO.
           MOVE 'N' TO WS-MES-FECHADO

           OPEN INPUT FECHA-CTL
           IF WS-CTL-STATUS = '00'
               PERFORM LER-FECHA-CTL
               PERFORM UNTIL WS-FIM-CTL-SIM
                      OR WS-MES-FECHADO-SIM
                   IF FC-ANOMES = WS-ANOMES-REF
                       SET WS-MES-FECHADO-SIM TO TRUE
                   END-IF
                   PERFORM LER-FECHA-CTL
               END-PERFORM
               CLOSE FECHA-CTL
           END-IF
           EXIT.
       FIM-VERIFICA-MES-FECHADO.

       LER-FECHA-CTL.
           READ FECHA-CTL
               AT END
                   SET WS-FIM-CTL-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-FECHA-CTL.

       CARREGA-MESTRE.
           OPEN INPUT CONTA-MESTRE
           IF WS-MESTRE-STATUS = '00'
               PERFORM LER-MESTRE
               PERFORM UNTIL WS-FIM-MESTRE-SIM
                   IF WS-QTD-CONTAS < WS-TAB-CONTA-LIMITE
                       ADD 1 TO WS-QTD-CONTAS
                       MOVE CM-CONTA TO WS-CT-CONTA(WS-QTD-CONTAS)
                       MOVE CM-TIPO  TO WS-CT-TIPO(WS-QTD-CONTAS)
                   ELSE
                       DISPLAY 'EXPORTACAO RECUSADA - CONTAMESTRE.'
                               'TXT EXCEDE ' WS-TAB-CONTA-LIMITE
                               ' CONTAS (REGRAS POR TIPO FICARIAM '
                               'SEM BASE)'
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-MESTRE-SIM TO TRUE
                   END-IF
                   PERFORM LER-MESTRE
               END-PERFORM
               CLOSE CONTA-MESTRE
           ELSE
               DISPLAY 'AVISO: CONTAMESTRE.TXT NAO ENCONTRADO - SO '
                       'REGRAS POR CONTA SERAO APLICADAS'
           END-IF
           EXIT.
       FIM-CARREGA-MESTRE.

       LER-MESTRE.
           READ CONTA-MESTRE
               AT END
                   SET WS-FIM-MESTRE-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MESTRE.

       CARREGA-MAPA.
           OPEN INPUT CONTAB-MAPA
           IF WS-MAPA-STATUS NOT = '00'
               DISPLAY 'CONTABMAP.TXT NAO ENCONTRADO - CADASTRE O '
                       'DE-PARA NO CADASTRO-CONTABIL - NADA '
                       'EXPORTADO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-MAPA
               PERFORM UNTIL WS-FIM-MAPA-SIM
                   IF WS-QTD-REGRAS < WS-TAB-MAPA-LIMITE
                       ADD 1 TO WS-QTD-REGRAS
                       MOVE MP-ORIGEM
                            TO WS-MP-ORIGEM(WS-QTD-REGRAS)
                       MOVE MP-EVENTO
                            TO WS-MP-EVENTO(WS-QTD-REGRAS)
                       MOVE MP-CONTA-DEBITO
                            TO WS-MP-DEBITO(WS-QTD-REGRAS)
                       MOVE MP-CONTA-CREDITO
                            TO WS-MP-CREDITO(WS-QTD-REGRAS)
                       MOVE MP-HISTORICO
                            TO WS-MP-HISTORICO(WS-QTD-REGRAS)
                   ELSE
                       DISPLAY 'EXPORTACAO RECUSADA - CONTABMAP.TXT '
                               'EXCEDE ' WS-TAB-MAPA-LIMITE
                               ' REGRAS'
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-MAPA-SIM TO TRUE
                   END-IF
                   PERFORM LER-MAPA
               END-PERFORM
               CLOSE CONTAB-MAPA
           END-IF
           EXIT.
       FIM-CARREGA-MAPA.

       LER-MAPA.
           READ CONTAB-MAPA
               AT END
                   SET WS-FIM-MAPA-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MAPA.

      *-----------------------------------------------------------------
      * O AJUSTE-PERIODO GRAVA O AJUSTE COMO LANCAMENTO COMUM DATADO
      * DO DIA; O AJUSTELOG.TXT (DATA, CONTA, TIPO E VALOR) E QUE O
      * DISTINGUE - CADA LINHA DO LOG RECONHECE UM SO LANCAMENTO
      *-----------------------------------------------------------------
       CARREGA-AJUSTES.
           OPEN INPUT AJUSTE-LOG
           IF WS-AJUSTE-STATUS = '00'
               PERFORM LER-AJUSTE
               PERFORM UNTIL WS-FIM-AJUSTE-SIM
                   IF AL-DATA(7:4) = WS-ANOMES-REF(1:4) AND
                      AL-DATA(4:2) = WS-ANOMES-REF(5:2)
                       IF WS-QTD-AJUSTES < WS-TAB-AJUSTE-LIMITE
                           ADD 1 TO WS-QTD-AJUSTES
                           MOVE AL-DATA
                                TO WS-AJ-DATA(WS-QTD-AJUSTES)
                           MOVE AL-CONTA
                                TO WS-AJ-CONTA(WS-QTD-AJUSTES)
                           MOVE AL-TIPO
                                TO WS-AJ-TIPO(WS-QTD-AJUSTES)
                           MOVE AL-VALOR
                                TO WS-AJ-VALOR(WS-QTD-AJUSTES)
                           MOVE 'N'
                                TO WS-AJ-USADO(WS-QTD-AJUSTES)
                       ELSE
                           DISPLAY 'EXPORTACAO RECUSADA - MAIS DE '
                                   WS-TAB-AJUSTE-LIMITE ' AJUSTES '
                                   'NO MES (AJUSTELOG.TXT)'
                           MOVE 8 TO WS-RETORNO-JOB
                           SET WS-FIM-AJUSTE-SIM TO TRUE
                       END-IF
                   END-IF
                   PERFORM LER-AJUSTE
               END-PERFORM
               CLOSE AJUSTE-LOG
           END-IF
           EXIT.
       FIM-CARREGA-AJUSTES.

       LER-AJUSTE.
           READ AJUSTE-LOG
               AT END
                   SET WS-FIM-AJUSTE-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-AJUSTE.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               MOVE SPACES TO WS-MOV-NOME
               STRING 'MOVFEC' WS-ANOMES-REF '.TXT'
                      DELIMITED BY SIZE
                      INTO WS-MOV-NOME
               END-STRING
               OPEN INPUT MOV-FECHADO
               IF WS-MOV-STATUS NOT = '00'
                   DISPLAY WS-MOV-NOME ' NAO ENCONTRADO - MOVIMENTO '
                           'DO MES FECHADO INDISPONIVEL - NADA '
                           'EXPORTADO'
                   MOVE 8 TO WS-RETORNO-JOB
               ELSE
                   PERFORM LER-MOVIMENTO
                   PERFORM UNTIL WS-FIM-MOV-SIM
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE WS-QTD-LIDOS TO WS-LINHA-MOV
                       PERFORM TRADUZ-LANCAMENTO
                       PERFORM LER-MOVIMENTO
                   END-PERFORM
                   CLOSE MOV-FECHADO

                   IF WS-RETORNO-JOB = 0
                       PERFORM CONFERE-PARTIDAS
                   END-IF

                   IF WS-RETORNO-JOB = 0
                       PERFORM GRAVA-EXPORTACAO
                       PERFORM IMPRIME-RESUMO
                   ELSE
                       PERFORM IMPRIME-PROBLEMAS
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

       LER-MOVIMENTO.
           READ MOV-FECHADO
               AT END
                   SET WS-FIM-MOV-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MOVIMENTO.

      *-----------------------------------------------------------------
      * EVENTO DO LANCAMENTO, REGRA DO DE-PARA (CONTA PRIMEIRO, DEPOIS
      * O TIPO DA CONTA) E GUARDA NA TABELA OU NA LISTA DE PROBLEMAS
      *-----------------------------------------------------------------
       TRADUZ-LANCAMENTO.
           MOVE SPACES TO WS-MOTIVO

           IF TX-TIPO-DEBITO
               MOVE 'D' TO WS-EVENTO
           ELSE
               MOVE 'C' TO WS-EVENTO
           END-IF
           PERFORM RECONHECE-AJUSTE

           EVALUATE TRUE
               WHEN NOT TX-TIPO-CREDITO AND NOT TX-TIPO-DEBITO
                   MOVE 'TIPO DE LANCAMENTO INVALIDO' TO WS-MOTIVO
               WHEN TX-VALOR NOT NUMERIC
                   MOVE 'VALOR NAO NUMERICO' TO WS-MOTIVO
               WHEN TX-VALOR = ZERO
                   MOVE 'VALOR ZERADO' TO WS-MOTIVO
               WHEN TX-DATA(1:2) NOT NUMERIC OR
                    TX-DATA(4:2) NOT NUMERIC OR
                    TX-DATA(7:4) NOT NUMERIC
                   MOVE 'DATA INVALIDA' TO WS-MOTIVO
               WHEN OTHER
                   PERFORM LOCALIZA-REGRA
           END-EVALUATE

           IF WS-MOTIVO = SPACES
               MOVE TX-DATA(7:4) TO WS-DATA-LANC(1:4)
               MOVE TX-DATA(4:2) TO WS-DATA-LANC(5:2)
               MOVE TX-DATA(1:2) TO WS-DATA-LANC(7:2)

               IF WS-MP-DEBITO(WS-MP-ACHOU-I) NOT = SPACES
                   ADD TX-VALOR TO WS-TOTAL-DEBITOS
               END-IF
               IF WS-MP-CREDITO(WS-MP-ACHOU-I) NOT = SPACES
                   ADD TX-VALOR TO WS-TOTAL-CREDITOS
               END-IF

               IF WS-MP-DEBITO(WS-MP-ACHOU-I) = SPACES OR
                  WS-MP-CREDITO(WS-MP-ACHOU-I) = SPACES
                   MOVE 'REGRA SEM CONTRAPARTIDA' TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO NOT = SPACES
               PERFORM REGISTRA-PROBLEMA
           ELSE
               IF WS-QTD-LANC < WS-TAB-LANC-LIMITE
                   ADD 1 TO WS-QTD-LANC
                   MOVE WS-DATA-LANC  TO WS-LC-DATA(WS-QTD-LANC)
                   MOVE TX-CONTA      TO WS-LC-CONTA(WS-QTD-LANC)
                   MOVE TX-VALOR      TO WS-LC-VALOR(WS-QTD-LANC)
                   MOVE WS-MP-DEBITO(WS-MP-ACHOU-I)
                        TO WS-LC-DEBITO(WS-QTD-LANC)
                   MOVE WS-MP-CREDITO(WS-MP-ACHOU-I)
                        TO WS-LC-CREDITO(WS-QTD-LANC)
                   MOVE WS-MP-HISTORICO(WS-MP-ACHOU-I)
                        TO WS-LC-HISTORICO(WS-QTD-LANC)
                   IF WS-EVENTO = 'D'
                       ADD 1 TO WS-QTD-ESTORNOS
                   END-IF
               ELSE
                   IF WS-RETORNO-JOB = 0
                       DISPLAY 'EXPORTACAO RECUSADA - MOVIMENTO DO '
                               'MES EXCEDE ' WS-TAB-LANC-LIMITE
                               ' LANCAMENTOS'
                   END-IF
                   MOVE 8 TO WS-RETORNO-JOB
               END-IF
           END-IF
           EXIT.
       FIM-TRADUZ-LANCAMENTO.

       RECONHECE-AJUSTE.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-AJ-I FROM 1 BY 1
                   UNTIL WS-AJ-I > WS-QTD-AJUSTES OR WS-ACHOU-SIM
               IF WS-AJ-USADO(WS-AJ-I) = 'N' AND
                  WS-AJ-DATA(WS-AJ-I)  = TX-DATA AND
                  WS-AJ-CONTA(WS-AJ-I) = TX-CONTA AND
                  WS-AJ-VALOR(WS-AJ-I) = TX-VALOR AND
                  (WS-AJ-TIPO(WS-AJ-I) = TX-TIPO OR
                   (WS-AJ-TIPO(WS-AJ-I) = 'C' AND TX-TIPO = SPACE))
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE 'S' TO WS-AJ-USADO(WS-AJ-I)
                   ADD 1 TO WS-QTD-AJUSTES-MES
                   IF WS-EVENTO = 'D'
                       MOVE 'B' TO WS-EVENTO
                   ELSE
                       MOVE 'A' TO WS-EVENTO
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-RECONHECE-AJUSTE.

       LOCALIZA-REGRA.
           MOVE 'N' TO WS-ACHOU
           MOVE ZERO TO WS-MP-ACHOU-I
           PERFORM VARYING WS-MP-I FROM 1 BY 1
                   UNTIL WS-MP-I > WS-QTD-REGRAS OR WS-ACHOU-SIM
               IF WS-MP-ORIGEM(WS-MP-I) = TX-CONTA AND
                  WS-MP-EVENTO(WS-MP-I) = WS-EVENTO
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-MP-I TO WS-MP-ACHOU-I
               END-IF
           END-PERFORM

           IF NOT WS-ACHOU-SIM
               MOVE SPACE TO WS-TIPO-CONTA
               PERFORM VARYING WS-CT-I FROM 1 BY 1
                       UNTIL WS-CT-I > WS-QTD-CONTAS
                          OR WS-TIPO-CONTA NOT = SPACE
                   IF WS-CT-CONTA(WS-CT-I) = TX-CONTA
                       MOVE WS-CT-TIPO(WS-CT-I) TO WS-TIPO-CONTA
                   END-IF
               END-PERFORM

               IF WS-TIPO-CONTA NOT = SPACE
                   MOVE SPACES TO WS-ORIGEM-TIPO
                   STRING '*' WS-TIPO-CONTA
                          DELIMITED BY SIZE INTO WS-ORIGEM-TIPO
                   END-STRING
                   PERFORM VARYING WS-MP-I FROM 1 BY 1
                           UNTIL WS-MP-I > WS-QTD-REGRAS
                              OR WS-ACHOU-SIM
                       IF WS-MP-ORIGEM(WS-MP-I) = WS-ORIGEM-TIPO AND
                          WS-MP-EVENTO(WS-MP-I) = WS-EVENTO
                           SET WS-ACHOU-SIM TO TRUE
                           MOVE WS-MP-I TO WS-MP-ACHOU-I
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF NOT WS-ACHOU-SIM
               MOVE 'CONTA SEM DE-PARA PARA O EVENTO' TO WS-MOTIVO
           END-IF
           EXIT.
       FIM-LOCALIZA-REGRA.

       REGISTRA-PROBLEMA.
           ADD 1 TO WS-QTD-ERROS
           MOVE 8 TO WS-RETORNO-JOB
           IF WS-QTD-ERROS <= WS-TAB-ERRO-LIMITE
               MOVE WS-QTD-ERROS TO WS-ER-I
               MOVE WS-LINHA-MOV TO WS-ER-LINHA(WS-ER-I)
               MOVE TX-CONTA     TO WS-ER-CONTA(WS-ER-I)
               MOVE TX-DATA      TO WS-ER-DATA(WS-ER-I)
               MOVE WS-EVENTO    TO WS-ER-EVENTO(WS-ER-I)
               IF TX-VALOR NUMERIC
                   MOVE TX-VALOR TO WS-ER-VALOR(WS-ER-I)
               ELSE
                   MOVE ZERO     TO WS-ER-VALOR(WS-ER-I)
               END-IF
               MOVE WS-MOTIVO    TO WS-ER-MOTIVO(WS-ER-I)
           END-IF
           EXIT.
       FIM-REGISTRA-PROBLEMA.

      *-----------------------------------------------------------------
      * PARTIDAS DOBRADAS: O MES SO SAI COM DEBITOS = CREDITOS
      *-----------------------------------------------------------------
       CONFERE-PARTIDAS.
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               DISPLAY 'MES NAO FECHA - TOTAL DE DEBITOS DIFERENTE '
                       'DO TOTAL DE CREDITOS - NADA EXPORTADO'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-CONFERE-PARTIDAS.

       GRAVA-EXPORTACAO.
           MOVE SPACES TO WS-EXP-NOME
           STRING 'CONTABIL' WS-ANOMES-REF '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-EXP-NOME
           END-STRING
           OPEN OUTPUT EXPORTA

           COMPUTE WS-QTD-PARTIDAS = WS-QTD-LANC * 2
           MOVE WS-ANOMES-REF     TO CH-ANOMES
           MOVE WS-HOJE-AAAAMMDD  TO CH-DATA-GERACAO
           MOVE WS-QTD-PARTIDAS   TO CH-QTD-PARTIDAS
           MOVE WS-TOTAL-DEBITOS  TO CH-TOTAL-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO CH-TOTAL-CREDITOS
           WRITE EXPORTA-REG FROM WS-CTB-HEADER
           MOVE 1 TO WS-QTD-REGISTROS

           PERFORM VARYING WS-LC-I FROM 1 BY 1
                   UNTIL WS-LC-I > WS-QTD-LANC
               MOVE WS-LC-I                  TO CP-LANCAMENTO
               MOVE WS-LC-DATA(WS-LC-I)      TO CP-DATA
               MOVE WS-LC-VALOR(WS-LC-I)     TO CP-VALOR
               MOVE WS-LC-HISTORICO(WS-LC-I) TO CP-HISTORICO
               MOVE WS-LC-CONTA(WS-LC-I)     TO CP-DOCUMENTO

               MOVE 'D'                      TO CP-NATUREZA
               MOVE WS-LC-DEBITO(WS-LC-I)    TO CP-CONTA
               WRITE EXPORTA-REG FROM WS-CTB-PARTIDA
               MOVE WS-LC-DEBITO(WS-LC-I)    TO WS-RS-CONTA-ALVO
               PERFORM ACUMULA-RESUMO
               ADD WS-LC-VALOR(WS-LC-I) TO WS-RS-DEBITO(WS-RS-I)

               MOVE 'C'                      TO CP-NATUREZA
               MOVE WS-LC-CREDITO(WS-LC-I)   TO CP-CONTA
               WRITE EXPORTA-REG FROM WS-CTB-PARTIDA
               MOVE WS-LC-CREDITO(WS-LC-I)   TO WS-RS-CONTA-ALVO
               PERFORM ACUMULA-RESUMO
               ADD WS-LC-VALOR(WS-LC-I) TO WS-RS-CREDITO(WS-RS-I)

               ADD 2 TO WS-QTD-REGISTROS
           END-PERFORM

           ADD 1 TO WS-QTD-REGISTROS
           MOVE WS-QTD-REGISTROS  TO CT-QTD-REGISTROS
           MOVE WS-QTD-LANC       TO CT-QTD-LANCAMENTOS
           MOVE WS-QTD-PARTIDAS   TO CT-QTD-PARTIDAS
           MOVE WS-TOTAL-DEBITOS  TO CT-TOTAL-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO CT-TOTAL-CREDITOS
           WRITE EXPORTA-REG FROM WS-CTB-TRAILER

           CLOSE EXPORTA
           PERFORM REGISTRA-ENVIO

           IF WS-QTD-LANC = 0
               DISPLAY 'AVISO: MES FECHADO SEM MOVIMENTO - ARQUIVO '
                       'SO COM HEADER E TRAILER'
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-GRAVA-EXPORTACAO.

      *-----------------------------------------------------------------
      * TRANSMISSAO NO LIVRO DE INTERFACES DE SAIDA (ENVIOS.TXT);
      * PERIODO MM/AAAA DO MES EXPORTADO
      *-----------------------------------------------------------------
       REGISTRA-ENVIO.
           MOVE WS-EXP-NOME TO WS-ENV-ARQUIVO
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

      *-----------------------------------------------------------------
      * RESUMO POR CONTA DO PLANO DO CONTADOR (COM A TABELA CHEIA, A
      * ULTIMA POSICAO ACUMULA AS CONTAS QUE NAO COUBERAM)
      *-----------------------------------------------------------------
       ACUMULA-RESUMO.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-RS-I FROM 1 BY 1
                   UNTIL WS-RS-I > WS-QTD-RESUMO OR WS-ACHOU-SIM
               IF WS-RS-CONTA(WS-RS-I) = WS-RS-CONTA-ALVO
                   SET WS-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-ACHOU-SIM
                   SUBTRACT 1 FROM WS-RS-I
               WHEN WS-QTD-RESUMO < WS-TAB-RESUMO-LIMITE - 1
                   ADD 1 TO WS-QTD-RESUMO
                   MOVE WS-QTD-RESUMO TO WS-RS-I
                   MOVE WS-RS-CONTA-ALVO TO WS-RS-CONTA(WS-RS-I)
                   MOVE ZERO TO WS-RS-DEBITO(WS-RS-I)
                   MOVE ZERO TO WS-RS-CREDITO(WS-RS-I)
               WHEN WS-QTD-RESUMO < WS-TAB-RESUMO-LIMITE
                   ADD 1 TO WS-QTD-RESUMO
                   MOVE WS-QTD-RESUMO TO WS-RS-I
                   MOVE 'OUTRAS CONTAS' TO WS-RS-CONTA(WS-RS-I)
                   MOVE ZERO TO WS-RS-DEBITO(WS-RS-I)
                   MOVE ZERO TO WS-RS-CREDITO(WS-RS-I)
               WHEN OTHER
                   MOVE WS-QTD-RESUMO TO WS-RS-I
           END-EVALUATE
           EXIT.
       FIM-ACUMULA-RESUMO.

       IMPRIME-RESUMO.
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'EXPORTACAO CONTABIL - MES ' WS-MES-REF '/'
                  WS-ANO-REF ' - ' WS-EXP-NOME
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE SPACES TO WS-IMP-CABECALHO
           STRING 'CONTA DO CONTADOR                 DEBITOS'
                  '          CREDITOS'
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-RS-I FROM 1 BY 1
                   UNTIL WS-RS-I > WS-QTD-RESUMO
               MOVE WS-RS-DEBITO(WS-RS-I)  TO WS-VALOR-MASK
               MOVE WS-RS-CREDITO(WS-RS-I) TO WS-VALOR-MASK2
               MOVE SPACES TO WS-IMP-LINHA
               STRING WS-RS-CONTA(WS-RS-I) ' '
                      WS-VALOR-MASK ' ' WS-VALOR-MASK2
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-PERFORM

           MOVE WS-TOTAL-DEBITOS  TO WS-VALOR-MASK
           MOVE WS-TOTAL-CREDITOS TO WS-VALOR-MASK2
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'TOTAL                ' WS-VALOR-MASK ' '
                  WS-VALOR-MASK2 '  LANCAMENTOS: ' WS-QTD-LANC
                  '  AJUSTES: ' WS-QTD-AJUSTES-MES
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-RESUMO.

       IMPRIME-PROBLEMAS.
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'EXPORTACAO CONTABIL RECUSADA - MES ' WS-MES-REF
                  '/' WS-ANO-REF
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE SPACES TO WS-IMP-CABECALHO
           STRING 'LINHA CONTA      DATA       EV       VALOR '
                  'PROBLEMA'
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-ER-I FROM 1 BY 1
                   UNTIL WS-ER-I > WS-QTD-ERROS
                      OR WS-ER-I > WS-TAB-ERRO-LIMITE
               MOVE WS-ER-VALOR(WS-ER-I) TO WS-LANC-MASK
               MOVE SPACES TO WS-IMP-LINHA
               STRING WS-ER-LINHA(WS-ER-I) ' '
                      WS-ER-CONTA(WS-ER-I) ' '
                      WS-ER-DATA(WS-ER-I) ' '
                      WS-ER-EVENTO(WS-ER-I) '  '
                      WS-LANC-MASK ' '
                      WS-ER-MOTIVO(WS-ER-I)
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-PERFORM

           IF WS-QTD-ERROS > WS-TAB-ERRO-LIMITE
               MOVE SPACES TO WS-IMP-LINHA
               STRING 'LISTA LIMITADA A ' WS-TAB-ERRO-LIMITE
                      ' LINHAS - TOTAL DE PROBLEMAS: ' WS-QTD-ERROS
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF

           MOVE WS-TOTAL-DEBITOS  TO WS-VALOR-MASK
           MOVE WS-TOTAL-CREDITOS TO WS-VALOR-MASK2
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'DEBITOS: ' WS-VALOR-MASK
                  '  CREDITOS: ' WS-VALOR-MASK2
                  '  PROBLEMAS: ' WS-QTD-ERROS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-PROBLEMAS.

       CHAMA-IMPRESSAO.
           CALL 'IMPRESSAO' USING WS-IMP-ACAO
                                  WS-IMP-ARQUIVO
                                  WS-IMP-TITULO
                                  WS-IMP-CABECALHO
                                  WS-IMP-LINHA
           END-CALL
           EXIT.
       FIM-CHAMA-IMPRESSAO.

       FINALIZA-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'LANCAMENTOS LIDOS  : ' WS-QTD-LIDOS
           DISPLAY 'AJUSTES DE PERIODO : ' WS-QTD-AJUSTES-MES
           DISPLAY 'ESTORNOS           : ' WS-QTD-ESTORNOS
           DISPLAY 'LINHAS COM PROBLEMA: ' WS-QTD-ERROS
           IF WS-RETORNO-JOB < 8
               DISPLAY 'EXPORTADO EM       : ' WS-EXP-NOME
           ELSE
               IF WS-QTD-LIDOS > 0
                   DISPLAY 'EXPORTACAO RECUSADA - VER CONTABREL.TXT'
               END-IF
           END-IF
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           GOBACK.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM CONTABIL-EXPORTA.
