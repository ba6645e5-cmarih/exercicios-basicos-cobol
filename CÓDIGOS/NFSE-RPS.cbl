      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LOTE DE RPS DA NFS-E DAS MENSALIDADES - A PREFEITURA
      *          EXIGE NOTA FISCAL DE SERVICO ELETRONICA PARA CADA
      *          PAGAMENTO, ATE AQUI EMITIDA UMA A UMA NO PORTAL A
      *          PARTIR DO RECIBOS.TXT; ESTE PASSO (DIARIO OU MENSAL)
      *          LE OS CREDITOS ACEITOS DO TRANSACEITAS.TXT, RESOLVE
      *          ALUNO (CONTALUNO.TXT) E RESPONSAVEL TOMADOR
      *          (RESPONSAVEIS.TXT, PRIMEIRO RESPONSAVEL DA
      *          MATRICULA) E GRAVA O LOTE RPS<NNNNNN>.TXT NO LAYOUT
      *          MUNICIPAL (HEADER, UM DETALHE POR RPS E TRAILER COM
      *          QUANTIDADE E VALOR TOTAL) COM NUMERACAO CONTROLADA
      *          DE RPS E DE LOTE (NFSECTL.TXT); CADA RPS FICA NO
      *          REGISTRO NFSE.TXT (NFSE.CPY), ONDE O NFSE-RETORNO
      *          GUARDA O NUMERO DA NFS-E; PAGAMENTO QUE JA TEM RPS
      *          NAO E REPETIDO, RPS REJEITADO VOLTA NO LOTE SEGUINTE
      *          COM O MESMO NUMERO E O ESTORNO (TX-TIPO D) GERA O
      *          PEDIDO DE CANCELAMENTO DA NFS-E DO PAGAMENTO
      *          ORIGINAL (MESMA CONTA E VALOR); DADOS DA ESCOLA NA
      *          PREFEITURA NO CARTAO NFSEPAR.TXT (NFSEPAR.CPY);
      *          RELATORIO DO LOTE E PENDENCIAS EM NFSELOTE.TXT
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Lote RPS<NNNNNN>.TXT registrado no livro de
      *                    interfaces de saida ENVIOS.TXT (rotina
      *                    ENVIO-CONTROLE) com o numero do lote como
      *                    periodo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSE-RPS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFSE-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
           SELECT NFSE-CTL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-STATUS.
           SELECT TRANS-ACEITAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACEITAS-STATUS.
           SELECT CONTA-ALUNO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VINCULO-STATUS.
           SELECT RESPONSAVEIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESP-STATUS.
           SELECT NFSE-REGISTRO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NFSE-STATUS.
           SELECT NFSE-TEMP ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TEMP-STATUS.
           SELECT LOTE-RPS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOTE-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD NFSE-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NFSEPAR.TXT'.
       COPY NFSEPAR.CPY.

       FD NFSE-CTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NFSECTL.TXT'.
       01 NFSE-CTL-REG.
           02 NC-ULTIMO-RPS        PIC 9(10).
           02 NC-ULTIMO-LOTE       PIC 9(06).

       FD TRANS-ACEITAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TRANSACEITAS.TXT'.
       COPY TRANSACAO.CPY.

       FD CONTA-ALUNO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONTALUNO.TXT'.
       01 CONTA-ALUNO-REG.
           02 CA-CONTA             PIC X(10).
           02 CA-MATRICULA         PIC X(05).
           02 CA-NOME              PIC X(30).
           02 CA-TURMA             PIC X(03).

       FD RESPONSAVEIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RESPONSAVEIS.TXT'.
       COPY RESPONSA.CPY.

       FD NFSE-REGISTRO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NFSE.TXT'.
       COPY NFSE.CPY.

       FD NFSE-TEMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NFSE-TEMP.TXT'.
       01 NFSE-TEMP-REG                PIC X(191).

       FD LOTE-RPS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-LOTE-NOME.
       01 LOTE-RPS-REG                 PIC X(300).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-CTL-STATUS                PIC X(02) VALUE '00'.
       01 WS-ACEITAS-STATUS            PIC X(02) VALUE '00'.
       01 WS-VINCULO-STATUS            PIC X(02) VALUE '00'.
       01 WS-RESP-STATUS               PIC X(02) VALUE '00'.
       01 WS-NFSE-STATUS               PIC X(02) VALUE '00'.
       01 WS-TEMP-STATUS               PIC X(02) VALUE '00'.
       01 WS-LOTE-STATUS               PIC X(02) VALUE '00'.
       01 WS-LOTE-NOME                 PIC X(13) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-ACEITAS        PIC X(01) VALUE 'N'.
               88 WS-FIM-ACEITAS-SIM      VALUE 'S'.
           02 WS-FIM-VINCULO        PIC X(01) VALUE 'N'.
               88 WS-FIM-VINCULO-SIM      VALUE 'S'.
           02 WS-FIM-RESP           PIC X(01) VALUE 'N'.
               88 WS-FIM-RESP-SIM         VALUE 'S'.
           02 WS-FIM-NFSE           PIC X(01) VALUE 'N'.
               88 WS-FIM-NFSE-SIM         VALUE 'S'.
           02 WS-FIM-TEMP           PIC X(01) VALUE 'N'.
               88 WS-FIM-TEMP-SIM         VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM            VALUE 'S'.
           02 WS-REGISTRO-EXISTE    PIC X(01) VALUE 'N'.
               88 WS-REGISTRO-EXISTE-SIM  VALUE 'S'.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
       01 WS-HOJE-AAAAMMDD             PIC 9(08) VALUE ZERO.
      *-----------------------------------------------------------------
      * NUMERACAO CONTROLADA
      *-----------------------------------------------------------------
       01 WS-ULTIMO-RPS                PIC 9(10) VALUE ZERO.
       01 WS-MAIOR-RPS-REGISTRO        PIC 9(10) VALUE ZERO.
       01 WS-ULTIMO-LOTE               PIC 9(06) VALUE ZERO.
       01 WS-LOTE                      PIC 9(06) VALUE ZERO.
      *-----------------------------------------------------------------
      * TABELAS DE APOIO
      *-----------------------------------------------------------------
       01 WS-TAB-VINC-LIMITE           PIC 9(03) VALUE 500.
       01 WS-QTD-VINC                  PIC 9(03) VALUE ZERO.
       01 WS-TABELA-VINC.
           02 WS-VC-ENTRADA OCCURS 500 TIMES.
               03 WS-VC-CONTA          PIC X(10).
               03 WS-VC-MATRICULA      PIC X(05).
               03 WS-VC-NOME           PIC X(30).
       01 WS-VC-I                      PIC 9(03) VALUE ZERO.
       01 WS-TAB-RESP-LIMITE           PIC 9(03) VALUE 500.
       01 WS-QTD-RESP                  PIC 9(03) VALUE ZERO.
       01 WS-TABELA-RESP.
           02 WS-RP-ENTRADA OCCURS 500 TIMES.
               03 WS-RP-MATRICULA      PIC X(05).
               03 WS-RP-NOME           PIC X(30).
               03 WS-RP-CPF            PIC 9(11).
       01 WS-RP-I                      PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * LANCAMENTOS DO TRANSACEITAS.TXT: CREDITOS CANDIDATOS A RPS E
      * ESTORNOS CANDIDATOS A CANCELAMENTO
      *-----------------------------------------------------------------
       01 WS-TAB-LANC-LIMITE           PIC 9(04) VALUE 3000.
       01 WS-QTD-LANC                  PIC 9(04) VALUE ZERO.
       01 WS-TABELA-LANC.
           02 WS-LC-ENTRADA OCCURS 3000 TIMES.
               03 WS-LC-CONTA          PIC X(10).
               03 WS-LC-VALOR          PIC 9(07)V99.
               03 WS-LC-DATA           PIC X(10).
               03 WS-LC-DATA-NUM       PIC 9(08).
               03 WS-LC-TIPO           PIC X(01).
               03 WS-LC-COMPETENCIA    PIC 9(06).
               03 WS-LC-FEITO          PIC X(01).
               03 WS-LC-ALVO           PIC 9(06).
               03 WS-LC-AGUARDA        PIC X(01).
       01 WS-LC-I                      PIC 9(04) VALUE ZERO.
       01 WS-LC-J                      PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * PENDENCIAS DA RODADA
      *-----------------------------------------------------------------
       01 WS-TAB-PEND-LIMITE           PIC 9(03) VALUE 300.
       01 WS-QTD-PEND                  PIC 9(05) VALUE ZERO.
       01 WS-TABELA-PEND.
           02 WS-PD-ENTRADA OCCURS 300 TIMES.
               03 WS-PD-CONTA          PIC X(10).
               03 WS-PD-DATA           PIC X(10).
               03 WS-PD-VALOR          PIC 9(07)V99.
               03 WS-PD-MOTIVO         PIC X(45).
       01 WS-PD-I                      PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      * REGISTRO CORRENTE E TOTAIS
      *-----------------------------------------------------------------
       01 WS-REG-ATUAL                 PIC 9(06) VALUE ZERO.
       01 WS-CHAVE-CONTA               PIC X(10) VALUE SPACES.
       01 WS-CHAVE-DATA                PIC X(10) VALUE SPACES.
       01 WS-CHAVE-VALOR               PIC 9(07)V99 VALUE ZERO.
       01 WS-DATA-NUM                  PIC 9(08) VALUE ZERO.
       01 WS-DATA-MIN                  PIC 9(08) VALUE ZERO.
       01 WS-DATA-MAX                  PIC 9(08) VALUE ZERO.
       01 WS-MOTIVO                    PIC X(45) VALUE SPACES.
       01 WS-MATRICULA                 PIC X(05) VALUE SPACES.
       01 WS-NOME-ALUNO                PIC X(30) VALUE SPACES.
       01 WS-TOMADOR-NOME              PIC X(30) VALUE SPACES.
       01 WS-TOMADOR-CPF               PIC 9(11) VALUE ZERO.
       01 WS-QTD-LIDOS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-NOVOS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-REENVIOS              PIC 9(05) VALUE ZERO.
       01 WS-QTD-CANCELAMENTOS         PIC 9(05) VALUE ZERO.
       01 WS-QTD-JA-EMITIDOS           PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-VINCULO           PIC 9(05) VALUE ZERO.
       01 WS-QTD-ANTERIORES            PIC 9(05) VALUE ZERO.
       01 WS-QTD-A-ENVIAR              PIC 9(05) VALUE ZERO.
       01 WS-QTD-LINHAS-LOTE           PIC 9(07) VALUE ZERO.
       01 WS-VALOR-LOTE                PIC 9(13)V99 VALUE ZERO.
       01 WS-VALOR-MASK                PIC ZZZ.ZZ9,99.
       01 WS-TOTAL-MASK                PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-ENV-INTERFACE             PIC X(12) VALUE 'LOTERPS'.
       01 WS-ENV-ARQUIVO               PIC X(20) VALUE SPACES.
       01 WS-ENV-PERIODO               PIC X(10) VALUE SPACES.
       01 WS-ENV-NUMERO                PIC 9(06) VALUE ZERO.
       01 WS-ENV-RESULTADO             PIC X(01) VALUE 'S'.
      *-----------------------------------------------------------------
      * REGISTROS DO LOTE DE RPS (LAYOUT MUNICIPAL)
      *-----------------------------------------------------------------
       01 WS-LOTE-HEADER.
           02 LH-TIPO                  PIC X(01) VALUE '1'.
           02 LH-VERSAO                PIC X(03) VALUE '001'.
           02 LH-INSCRICAO             PIC 9(08).
           02 LH-CNPJ                  PIC 9(14).
           02 LH-LOTE                  PIC 9(06).
           02 LH-DATA-INICIO           PIC 9(08).
           02 LH-DATA-FIM              PIC 9(08).
           02 FILLER                   PIC X(252) VALUE SPACES.
       01 WS-LOTE-RPS.
           02 LR-TIPO                  PIC X(01) VALUE '2'.
           02 LR-ESPECIE               PIC X(05) VALUE 'RPS'.
           02 LR-SERIE                 PIC X(05).
           02 LR-NUMERO                PIC 9(10).
           02 LR-DATA-EMISSAO          PIC 9(08).
           02 LR-SITUACAO              PIC X(01) VALUE 'T'.
           02 LR-VALOR-SERVICOS        PIC 9(13)V99.
           02 LR-VALOR-DEDUCOES        PIC 9(13)V99 VALUE ZERO.
           02 LR-CODIGO-SERVICO        PIC 9(05).
           02 LR-ALIQUOTA              PIC 9(01)V9(04).
           02 LR-ISS-RETIDO            PIC X(01) VALUE '2'.
           02 LR-TOMADOR-INDICADOR     PIC X(01).
           02 LR-TOMADOR-DOCUMENTO     PIC 9(14).
           02 LR-TOMADOR-NOME          PIC X(40).
           02 LR-DISCRIMINACAO         PIC X(100).
           02 FILLER                   PIC X(74) VALUE SPACES.
       01 WS-LOTE-CANCELA.
           02 LC-TIPO                  PIC X(01) VALUE '3'.
           02 LC-SERIE                 PIC X(05).
           02 LC-NUMERO-RPS            PIC 9(10).
           02 LC-NUMERO-NFSE           PIC 9(12).
           02 LC-MOTIVO                PIC X(60).
           02 FILLER                   PIC X(212) VALUE SPACES.
       01 WS-LOTE-TRAILER.
           02 LT-TIPO                  PIC X(01) VALUE '9'.
           02 LT-QTD-LINHAS            PIC 9(07).
           02 LT-VALOR-SERVICOS        PIC 9(13)V99.
           02 LT-VALOR-DEDUCOES        PIC 9(13)V99 VALUE ZERO.
           02 LT-QTD-CANCELAMENTOS     PIC 9(06).
           02 FILLER                   PIC X(256) VALUE SPACES.
      *-----------------------------------------------------------------
      * ROTINA DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'NFSELOTE.TXT'.
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
           DISPLAY 'LOTE DE RPS DA NFS-E'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO WS-HOJE-AAAAMMDD

           PERFORM CARREGA-PARAMETROS
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-CONTROLE
               PERFORM CARREGA-VINCULOS
               PERFORM CARREGA-RESPONSAVEIS
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-LANCAMENTOS
           END-IF
           EXIT.
       FIM-INICIO.

       CARREGA-PARAMETROS.
           OPEN INPUT NFSE-PARAM
           IF WS-PARAM-STATUS NOT = '00'
               DISPLAY 'NFSEPAR.TXT NAO ENCONTRADO - INFORME '
                       'INSCRICAO MUNICIPAL, CNPJ, SERIE E SERVICO '
                       '- LOTE NAO GERADO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               READ NFSE-PARAM
                   AT END
                       MOVE 8 TO WS-RETORNO-JOB
               END-READ
               CLOSE NFSE-PARAM
               IF WS-RETORNO-JOB = 0
                   IF NP-INSCRICAO NOT NUMERIC OR
                      NP-CNPJ NOT NUMERIC OR
                      NP-CODIGO-SERVICO NOT NUMERIC OR
                      NP-ALIQUOTA NOT NUMERIC OR
                      NP-INICIO NOT NUMERIC OR
                      NP-SERIE = SPACES OR
                      NP-INSCRICAO = ZERO
                       MOVE 8 TO WS-RETORNO-JOB
                   END-IF
               END-IF
               IF WS-RETORNO-JOB NOT = 0
                   DISPLAY 'NFSEPAR.TXT VAZIO OU INCONSISTENTE - '
                           'LOTE NAO GERADO'
               END-IF
           END-IF
           EXIT.
       FIM-CARREGA-PARAMETROS.

      *-----------------------------------------------------------------
      * ULTIMO RPS E ULTIMO LOTE; O MAIOR RPS DO REGISTRO PREVALECE
      * SE O CONTROLE SE PERDER (VER VARRE-REGISTRO)
      *-----------------------------------------------------------------
       CARREGA-CONTROLE.
           OPEN INPUT NFSE-CTL
           IF WS-CTL-STATUS = '00'
               READ NFSE-CTL
                   NOT AT END
                       IF NC-ULTIMO-RPS NUMERIC
                           MOVE NC-ULTIMO-RPS TO WS-ULTIMO-RPS
                       END-IF
                       IF NC-ULTIMO-LOTE NUMERIC
                           MOVE NC-ULTIMO-LOTE TO WS-ULTIMO-LOTE
                       END-IF
               END-READ
               CLOSE NFSE-CTL
           END-IF
           EXIT.
       FIM-CARREGA-CONTROLE.

       CARREGA-VINCULOS.
           OPEN INPUT CONTA-ALUNO
           IF WS-VINCULO-STATUS = '00'
               PERFORM LER-VINCULO
               PERFORM UNTIL WS-FIM-VINCULO-SIM
                   IF WS-QTD-VINC < WS-TAB-VINC-LIMITE
                       ADD 1 TO WS-QTD-VINC
                       MOVE CA-CONTA
                            TO WS-VC-CONTA(WS-QTD-VINC)
                       MOVE CA-MATRICULA
                            TO WS-VC-MATRICULA(WS-QTD-VINC)
                       MOVE CA-NOME
                            TO WS-VC-NOME(WS-QTD-VINC)
                   ELSE
                       DISPLAY 'LOTE RECUSADO - CONTALUNO.TXT EXCEDE '
                               WS-TAB-VINC-LIMITE ' VINCULOS'
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-VINCULO-SIM TO TRUE
                   END-IF
                   PERFORM LER-VINCULO
               END-PERFORM
               CLOSE CONTA-ALUNO
           ELSE
               DISPLAY 'CONTALUNO.TXT NAO ENCONTRADO - NENHUM '
                       'PAGAMENTO DE MENSALIDADE IDENTIFICAVEL'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-CARREGA-VINCULOS.

       LER-VINCULO.
           READ CONTA-ALUNO
               AT END
                   SET WS-FIM-VINCULO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-VINCULO.

      *-----------------------------------------------------------------
      * TOMADOR = PRIMEIRO RESPONSAVEL DA MATRICULA NO ARQUIVO
      *-----------------------------------------------------------------
       CARREGA-RESPONSAVEIS.
           OPEN INPUT RESPONSAVEIS
           IF WS-RESP-STATUS = '00'
               PERFORM LER-RESPONSAVEL
               PERFORM UNTIL WS-FIM-RESP-SIM
                   MOVE 'N' TO WS-ACHOU
                   PERFORM VARYING WS-RP-I FROM 1 BY 1
                           UNTIL WS-RP-I > WS-QTD-RESP
                              OR WS-ACHOU-SIM
                       IF WS-RP-MATRICULA(WS-RP-I) = RS-MATRICULA
                           SET WS-ACHOU-SIM TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-ACHOU-SIM
                       IF WS-QTD-RESP < WS-TAB-RESP-LIMITE
                           ADD 1 TO WS-QTD-RESP
                           MOVE RS-MATRICULA
                                TO WS-RP-MATRICULA(WS-QTD-RESP)
                           MOVE RS-NOME
                                TO WS-RP-NOME(WS-QTD-RESP)
                           IF RS-CPF NUMERIC
                               MOVE RS-CPF
                                    TO WS-RP-CPF(WS-QTD-RESP)
                           ELSE
                               MOVE ZERO
                                    TO WS-RP-CPF(WS-QTD-RESP)
                           END-IF
                       ELSE
                           DISPLAY 'LOTE RECUSADO - RESPONSAVEIS.TXT '
                                   'EXCEDE ' WS-TAB-RESP-LIMITE
                                   ' MATRICULAS'
                           MOVE 8 TO WS-RETORNO-JOB
                           SET WS-FIM-RESP-SIM TO TRUE
                       END-IF
                   END-IF
                   PERFORM LER-RESPONSAVEL
               END-PERFORM
               CLOSE RESPONSAVEIS
           END-IF
           EXIT.
       FIM-CARREGA-RESPONSAVEIS.

       LER-RESPONSAVEL.
           READ RESPONSAVEIS
               AT END
                   SET WS-FIM-RESP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-RESPONSAVEL.

      *-----------------------------------------------------------------
      * SO ENTRAM NA TABELA OS LANCAMENTOS DE CONTA DE ALUNO COM DATA
      * VALIDA A PARTIR DO INICIO DA NFS-E (NP-INICIO)
      *-----------------------------------------------------------------
       CARREGA-LANCAMENTOS.
           OPEN INPUT TRANS-ACEITAS
           IF WS-ACEITAS-STATUS NOT = '00'
               DISPLAY 'TRANSACEITAS.TXT NAO ENCONTRADO - RODE O '
                       'TRANS-CRITICA ANTES DO LOTE'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-ACEITAS
               PERFORM UNTIL WS-FIM-ACEITAS-SIM
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM SELECIONA-LANCAMENTO
                   PERFORM LER-ACEITAS
               END-PERFORM
               CLOSE TRANS-ACEITAS
           END-IF
           EXIT.
       FIM-CARREGA-LANCAMENTOS.

       LER-ACEITAS.
           READ TRANS-ACEITAS
               AT END
                   SET WS-FIM-ACEITAS-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ACEITAS.

       SELECIONA-LANCAMENTO.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-VC-I FROM 1 BY 1
                   UNTIL WS-VC-I > WS-QTD-VINC OR WS-ACHOU-SIM
               IF WS-VC-CONTA(WS-VC-I) = TX-CONTA
                   SET WS-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-DATA-NUM
           IF TX-DATA(1:2) NUMERIC AND TX-DATA(4:2) NUMERIC AND
              TX-DATA(7:4) NUMERIC
               MOVE TX-DATA(7:4) TO WS-DATA-NUM(1:4)
               MOVE TX-DATA(4:2) TO WS-DATA-NUM(5:2)
               MOVE TX-DATA(1:2) TO WS-DATA-NUM(7:2)
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-ACHOU-SIM
                   ADD 1 TO WS-QTD-SEM-VINCULO
               WHEN TX-VALOR NOT NUMERIC OR TX-VALOR = ZERO
                   CONTINUE
               WHEN WS-DATA-NUM < NP-INICIO
                   ADD 1 TO WS-QTD-ANTERIORES
               WHEN WS-QTD-LANC >= WS-TAB-LANC-LIMITE
                   IF WS-RETORNO-JOB = 0
                       DISPLAY 'LOTE RECUSADO - TRANSACEITAS.TXT '
                               'EXCEDE ' WS-TAB-LANC-LIMITE
                               ' LANCAMENTOS DE ALUNO'
                   END-IF
                   MOVE 8 TO WS-RETORNO-JOB
               WHEN OTHER
                   ADD 1 TO WS-QTD-LANC
                   MOVE TX-CONTA    TO WS-LC-CONTA(WS-QTD-LANC)
                   MOVE TX-VALOR    TO WS-LC-VALOR(WS-QTD-LANC)
                   MOVE TX-DATA     TO WS-LC-DATA(WS-QTD-LANC)
                   MOVE WS-DATA-NUM TO WS-LC-DATA-NUM(WS-QTD-LANC)
                   IF TX-TIPO-DEBITO
                       MOVE 'D' TO WS-LC-TIPO(WS-QTD-LANC)
                   ELSE
                       MOVE 'C' TO WS-LC-TIPO(WS-QTD-LANC)
                   END-IF
                   IF TX-COMPETENCIA NUMERIC
                       MOVE TX-COMPETENCIA
                            TO WS-LC-COMPETENCIA(WS-QTD-LANC)
                   ELSE
                       MOVE ZERO TO WS-LC-COMPETENCIA(WS-QTD-LANC)
                   END-IF
                   MOVE 'N'  TO WS-LC-FEITO(WS-QTD-LANC)
                   MOVE ZERO TO WS-LC-ALVO(WS-QTD-LANC)
                   MOVE 'N'  TO WS-LC-AGUARDA(WS-QTD-LANC)
           END-EVALUATE
           EXIT.
       FIM-SELECIONA-LANCAMENTO.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               PERFORM VARRE-REGISTRO
               PERFORM RESOLVE-ESTORNOS
               PERFORM CONTA-A-ENVIAR

               IF WS-QTD-A-ENVIAR = 0
                   DISPLAY 'NENHUM RPS NOVO, REENVIO OU '
                           'CANCELAMENTO - LOTE NAO GERADO'
               ELSE
                   PERFORM GERA-LOTE
               END-IF
               PERFORM IMPRIME-RELATORIO
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * PRIMEIRA LEITURA DO NFSE.TXT: BAIXA OS PAGAMENTOS QUE JA TEM
      * RPS E OS ESTORNOS JA PEDIDOS; MARCA A NFS-E AUTORIZADA QUE
      * CADA ESTORNO NOVO VAI CANCELAR (A ULTIMA DA MESMA CONTA E
      * VALOR)
      *-----------------------------------------------------------------
       VARRE-REGISTRO.
           MOVE ZERO TO WS-REG-ATUAL
           OPEN INPUT NFSE-REGISTRO
           IF WS-NFSE-STATUS = '00'
               SET WS-REGISTRO-EXISTE-SIM TO TRUE
               PERFORM LER-NFSE
               PERFORM UNTIL WS-FIM-NFSE-SIM
                   ADD 1 TO WS-REG-ATUAL
                   PERFORM CONFERE-REGISTRO
                   PERFORM LER-NFSE
               END-PERFORM
               CLOSE NFSE-REGISTRO
           END-IF

           IF WS-MAIOR-RPS-REGISTRO > WS-ULTIMO-RPS
               DISPLAY 'AVISO: NFSECTL.TXT ATRAS DO REGISTRO - '
                       'NUMERACAO SEGUE DO RPS '
                       WS-MAIOR-RPS-REGISTRO
               MOVE WS-MAIOR-RPS-REGISTRO TO WS-ULTIMO-RPS
           END-IF
           EXIT.
       FIM-VARRE-REGISTRO.

       LER-NFSE.
           READ NFSE-REGISTRO
               AT END
                   SET WS-FIM-NFSE-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-NFSE.

       CONFERE-REGISTRO.
           IF NF-RPS > WS-MAIOR-RPS-REGISTRO
               MOVE NF-RPS TO WS-MAIOR-RPS-REGISTRO
           END-IF

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-LC-I FROM 1 BY 1
                   UNTIL WS-LC-I > WS-QTD-LANC OR WS-ACHOU-SIM
               IF WS-LC-TIPO(WS-LC-I) = 'C' AND
                  WS-LC-FEITO(WS-LC-I) = 'N' AND
                  WS-LC-CONTA(WS-LC-I) = NF-CONTA AND
                  WS-LC-DATA(WS-LC-I) = NF-DATA-PGTO AND
                  WS-LC-VALOR(WS-LC-I) = NF-VALOR
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE 'S' TO WS-LC-FEITO(WS-LC-I)
                   ADD 1 TO WS-QTD-JA-EMITIDOS
               END-IF
           END-PERFORM

           IF NF-DATA-ESTORNO NOT = SPACES
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-LC-I FROM 1 BY 1
                       UNTIL WS-LC-I > WS-QTD-LANC OR WS-ACHOU-SIM
                   IF WS-LC-TIPO(WS-LC-I) = 'D' AND
                      WS-LC-FEITO(WS-LC-I) = 'N' AND
                      WS-LC-CONTA(WS-LC-I) = NF-CONTA AND
                      WS-LC-DATA(WS-LC-I) = NF-DATA-ESTORNO AND
                      WS-LC-VALOR(WS-LC-I) = NF-VALOR
                       SET WS-ACHOU-SIM TO TRUE
                       MOVE 'S' TO WS-LC-FEITO(WS-LC-I)
                   END-IF
               END-PERFORM
           END-IF

           IF NF-DATA-ESTORNO = SPACES AND
              (NF-AUTORIZADA OR NF-ENVIADO OR NF-REJEITADO)
               PERFORM VARYING WS-LC-I FROM 1 BY 1
                       UNTIL WS-LC-I > WS-QTD-LANC
                   IF WS-LC-TIPO(WS-LC-I) = 'D' AND
                      WS-LC-FEITO(WS-LC-I) = 'N' AND
                      WS-LC-CONTA(WS-LC-I) = NF-CONTA AND
                      WS-LC-VALOR(WS-LC-I) = NF-VALOR
                       IF NF-AUTORIZADA
                           MOVE WS-REG-ATUAL TO WS-LC-ALVO(WS-LC-I)
                       ELSE
                           MOVE 'S' TO WS-LC-AGUARDA(WS-LC-I)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF NF-REJEITADO
               ADD 1 TO WS-QTD-REENVIOS
               PERFORM AJUSTA-PERIODO-LOTE
           END-IF
           EXIT.
       FIM-CONFERE-REGISTRO.

      *-----------------------------------------------------------------
      * DOIS ESTORNOS NAO CANCELAM A MESMA NFS-E: O SEGUNDO FICA
      * PENDENTE; ESTORNO SEM NFS-E AUTORIZADA VAI PARA A LISTA
      *-----------------------------------------------------------------
       RESOLVE-ESTORNOS.
           PERFORM VARYING WS-LC-I FROM 1 BY 1
                   UNTIL WS-LC-I > WS-QTD-LANC
               IF WS-LC-TIPO(WS-LC-I) = 'D' AND
                  WS-LC-FEITO(WS-LC-I) = 'N'
                   IF WS-LC-ALVO(WS-LC-I) > 0
                       PERFORM VARYING WS-LC-J FROM 1 BY 1
                               UNTIL WS-LC-J >= WS-LC-I
                           IF WS-LC-TIPO(WS-LC-J) = 'D' AND
                              WS-LC-FEITO(WS-LC-J) = 'N' AND
                              WS-LC-ALVO(WS-LC-J) =
                              WS-LC-ALVO(WS-LC-I)
                               MOVE ZERO TO WS-LC-ALVO(WS-LC-I)
                           END-IF
                       END-PERFORM
                   END-IF

                   IF WS-LC-ALVO(WS-LC-I) > 0
                       ADD 1 TO WS-QTD-CANCELAMENTOS
                   ELSE
                       IF WS-LC-AGUARDA(WS-LC-I) = 'S'
                           MOVE 'ESTORNO AGUARDA RETORNO DA NFS-E'
                                TO WS-MOTIVO
                       ELSE
                           MOVE 'ESTORNO SEM NFS-E AUTORIZADA'
                                TO WS-MOTIVO
                       END-IF
                       MOVE WS-LC-CONTA(WS-LC-I) TO WS-CHAVE-CONTA
                       MOVE WS-LC-DATA(WS-LC-I)  TO WS-CHAVE-DATA
                       MOVE WS-LC-VALOR(WS-LC-I) TO WS-CHAVE-VALOR
                       PERFORM REGISTRA-PENDENCIA
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-RESOLVE-ESTORNOS.

       CONTA-A-ENVIAR.
           MOVE ZERO TO WS-QTD-NOVOS
           PERFORM VARYING WS-LC-I FROM 1 BY 1
                   UNTIL WS-LC-I > WS-QTD-LANC
               IF WS-LC-TIPO(WS-LC-I) = 'C' AND
                  WS-LC-FEITO(WS-LC-I) = 'N'
                   ADD 1 TO WS-QTD-NOVOS
                   MOVE WS-LC-DATA-NUM(WS-LC-I) TO WS-DATA-NUM
                   PERFORM AJUSTA-PERIODO-DATA
               END-IF
           END-PERFORM

           COMPUTE WS-QTD-A-ENVIAR = WS-QTD-NOVOS + WS-QTD-REENVIOS
                                   + WS-QTD-CANCELAMENTOS
           EXIT.
       FIM-CONTA-A-ENVIAR.

       AJUSTA-PERIODO-LOTE.
           MOVE ZERO TO WS-DATA-NUM
           IF NF-DATA-PGTO(1:2) NUMERIC AND
              NF-DATA-PGTO(4:2) NUMERIC AND
              NF-DATA-PGTO(7:4) NUMERIC
               MOVE NF-DATA-PGTO(7:4) TO WS-DATA-NUM(1:4)
               MOVE NF-DATA-PGTO(4:2) TO WS-DATA-NUM(5:2)
               MOVE NF-DATA-PGTO(1:2) TO WS-DATA-NUM(7:2)
           END-IF
           PERFORM AJUSTA-PERIODO-DATA
           EXIT.
       FIM-AJUSTA-PERIODO-LOTE.

       AJUSTA-PERIODO-DATA.
           IF WS-DATA-NUM > 0
               IF WS-DATA-MIN = 0 OR WS-DATA-NUM < WS-DATA-MIN
                   MOVE WS-DATA-NUM TO WS-DATA-MIN
               END-IF
               IF WS-DATA-NUM > WS-DATA-MAX
                   MOVE WS-DATA-NUM TO WS-DATA-MAX
               END-IF
           END-IF
           EXIT.
       FIM-AJUSTA-PERIODO-DATA.

      *-----------------------------------------------------------------
      * LOTE: REGRAVA O NFSE.TXT (VIA NFSE-TEMP.TXT) COM OS PEDIDOS
      * DE CANCELAMENTO E OS REENVIOS, ANEXA OS RPS NOVOS E GRAVA O
      * ARQUIVO DO LOTE; O CONTROLE SO AVANCA DEPOIS DO REGISTRO
      *-----------------------------------------------------------------
       GERA-LOTE.
           COMPUTE WS-LOTE = WS-ULTIMO-LOTE + 1
           MOVE SPACES TO WS-LOTE-NOME
           STRING 'RPS' WS-LOTE '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-LOTE-NOME
           END-STRING
           OPEN OUTPUT LOTE-RPS

           IF WS-DATA-MIN = 0
               MOVE WS-HOJE-AAAAMMDD TO WS-DATA-MIN
               MOVE WS-HOJE-AAAAMMDD TO WS-DATA-MAX
           END-IF
           MOVE NP-INSCRICAO TO LH-INSCRICAO
           MOVE NP-CNPJ      TO LH-CNPJ
           MOVE WS-LOTE      TO LH-LOTE
           MOVE WS-DATA-MIN  TO LH-DATA-INICIO
           MOVE WS-DATA-MAX  TO LH-DATA-FIM
           WRITE LOTE-RPS-REG FROM WS-LOTE-HEADER
           MOVE 1 TO WS-QTD-LINHAS-LOTE

           OPEN OUTPUT NFSE-TEMP
           IF WS-REGISTRO-EXISTE-SIM
               MOVE ZERO TO WS-REG-ATUAL
               MOVE 'N' TO WS-FIM-NFSE
               OPEN INPUT NFSE-REGISTRO
               PERFORM LER-NFSE
               PERFORM UNTIL WS-FIM-NFSE-SIM
                   ADD 1 TO WS-REG-ATUAL
                   PERFORM ATUALIZA-REGISTRO
                   WRITE NFSE-TEMP-REG FROM NFSE-REG
                   PERFORM LER-NFSE
               END-PERFORM
               CLOSE NFSE-REGISTRO
           END-IF

           PERFORM VARYING WS-LC-I FROM 1 BY 1
                   UNTIL WS-LC-I > WS-QTD-LANC
               IF WS-LC-TIPO(WS-LC-I) = 'C' AND
                  WS-LC-FEITO(WS-LC-I) = 'N'
                   PERFORM MONTA-RPS-NOVO
                   PERFORM GRAVA-DETALHE-RPS
                   WRITE NFSE-TEMP-REG FROM NFSE-REG
               END-IF
           END-PERFORM
           CLOSE NFSE-TEMP

           ADD 1 TO WS-QTD-LINHAS-LOTE
           MOVE WS-QTD-LINHAS-LOTE   TO LT-QTD-LINHAS
           MOVE WS-VALOR-LOTE        TO LT-VALOR-SERVICOS
           MOVE WS-QTD-CANCELAMENTOS TO LT-QTD-CANCELAMENTOS
           WRITE LOTE-RPS-REG FROM WS-LOTE-TRAILER
           CLOSE LOTE-RPS

           PERFORM DEVOLVE-REGISTRO
           PERFORM GRAVA-CONTROLE
           DISPLAY 'LOTE ' WS-LOTE-NOME ' GERADO'
           PERFORM REGISTRA-ENVIO
           EXIT.
       FIM-GERA-LOTE.

       ATUALIZA-REGISTRO.
           IF NF-REJEITADO
               MOVE NF-CONTA     TO WS-CHAVE-CONTA
               MOVE NF-DATA-PGTO TO WS-CHAVE-DATA
               MOVE NF-VALOR     TO WS-CHAVE-VALOR
               PERFORM RESOLVE-TOMADOR
               IF WS-MATRICULA NOT = SPACES
                   MOVE WS-MATRICULA    TO NF-MATRICULA
                   MOVE WS-TOMADOR-CPF  TO NF-TOMADOR-CPF
                   MOVE WS-TOMADOR-NOME TO NF-TOMADOR-NOME
               END-IF
               MOVE 'E'     TO NF-SITUACAO
               MOVE WS-LOTE TO NF-LOTE
               MOVE SPACES  TO NF-MENSAGEM
               PERFORM GRAVA-DETALHE-RPS
           END-IF

           PERFORM VARYING WS-LC-I FROM 1 BY 1
                   UNTIL WS-LC-I > WS-QTD-LANC
               IF WS-LC-TIPO(WS-LC-I) = 'D' AND
                  WS-LC-FEITO(WS-LC-I) = 'N' AND
                  WS-LC-ALVO(WS-LC-I) = WS-REG-ATUAL
                   MOVE 'C'     TO NF-SITUACAO
                   MOVE WS-LOTE TO NF-LOTE
                   MOVE WS-LC-DATA(WS-LC-I) TO NF-DATA-ESTORNO
                   MOVE 'S' TO WS-LC-FEITO(WS-LC-I)
                   PERFORM GRAVA-DETALHE-CANCELA
               END-IF
           END-PERFORM
           EXIT.
       FIM-ATUALIZA-REGISTRO.

       MONTA-RPS-NOVO.
           MOVE WS-LC-CONTA(WS-LC-I) TO WS-CHAVE-CONTA
           MOVE WS-LC-DATA(WS-LC-I)  TO WS-CHAVE-DATA
           MOVE WS-LC-VALOR(WS-LC-I) TO WS-CHAVE-VALOR
           PERFORM RESOLVE-TOMADOR

           MOVE SPACES TO NFSE-REG
           ADD 1 TO WS-ULTIMO-RPS
           MOVE NP-SERIE                  TO NF-SERIE
           MOVE WS-ULTIMO-RPS             TO NF-RPS
           MOVE WS-LOTE                   TO NF-LOTE
           MOVE WS-LC-CONTA(WS-LC-I)      TO NF-CONTA
           MOVE WS-LC-VALOR(WS-LC-I)      TO NF-VALOR
           MOVE WS-LC-DATA(WS-LC-I)       TO NF-DATA-PGTO
           MOVE WS-LC-COMPETENCIA(WS-LC-I) TO NF-COMPETENCIA
           MOVE WS-MATRICULA              TO NF-MATRICULA
           MOVE WS-TOMADOR-CPF            TO NF-TOMADOR-CPF
           MOVE WS-TOMADOR-NOME           TO NF-TOMADOR-NOME
           MOVE 'E'                       TO NF-SITUACAO
           MOVE ZERO                      TO NF-NUMERO-NFSE
           MOVE ZERO                      TO NF-DATA-NFSE
           MOVE 'S' TO WS-LC-FEITO(WS-LC-I)
           EXIT.
       FIM-MONTA-RPS-NOVO.

      *-----------------------------------------------------------------
      * SEM RESPONSAVEL (OU SEM CPF) O RPS SAI EM NOME DO ALUNO COM O
      * TOMADOR NAO IDENTIFICADO, E O CASO VAI PARA A LISTA; NO
      * REENVIO DO REJEITADO O TOMADOR E RESOLVIDO DE NOVO (O
      * RESPONSAVEL PODE TER SIDO CORRIGIDO DEPOIS DA RECUSA)
      *-----------------------------------------------------------------
       RESOLVE-TOMADOR.
           MOVE SPACES TO WS-MATRICULA
           MOVE SPACES TO WS-NOME-ALUNO
           PERFORM VARYING WS-VC-I FROM 1 BY 1
                   UNTIL WS-VC-I > WS-QTD-VINC
                      OR WS-MATRICULA NOT = SPACES
               IF WS-VC-CONTA(WS-VC-I) = WS-CHAVE-CONTA
                   MOVE WS-VC-MATRICULA(WS-VC-I) TO WS-MATRICULA
                   MOVE WS-VC-NOME(WS-VC-I)      TO WS-NOME-ALUNO
               END-IF
           END-PERFORM

           MOVE WS-NOME-ALUNO TO WS-TOMADOR-NOME
           MOVE ZERO TO WS-TOMADOR-CPF
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-RP-I FROM 1 BY 1
                   UNTIL WS-RP-I > WS-QTD-RESP OR WS-ACHOU-SIM
               IF WS-RP-MATRICULA(WS-RP-I) = WS-MATRICULA
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-RP-NOME(WS-RP-I) TO WS-TOMADOR-NOME
                   MOVE WS-RP-CPF(WS-RP-I)  TO WS-TOMADOR-CPF
               END-IF
           END-PERFORM

           IF WS-TOMADOR-CPF = ZERO
               MOVE 'RPS SEM CPF DO TOMADOR - CONFERIR RESPONSAVEL'
                    TO WS-MOTIVO
               PERFORM REGISTRA-PENDENCIA
           END-IF
           EXIT.
       FIM-RESOLVE-TOMADOR.

       GRAVA-DETALHE-RPS.
           MOVE NF-SERIE          TO LR-SERIE
           MOVE NF-RPS            TO LR-NUMERO
           MOVE ZERO              TO LR-DATA-EMISSAO
           IF NF-DATA-PGTO(1:2) NUMERIC AND
              NF-DATA-PGTO(4:2) NUMERIC AND
              NF-DATA-PGTO(7:4) NUMERIC
               MOVE NF-DATA-PGTO(7:4) TO LR-DATA-EMISSAO(1:4)
               MOVE NF-DATA-PGTO(4:2) TO LR-DATA-EMISSAO(5:2)
               MOVE NF-DATA-PGTO(1:2) TO LR-DATA-EMISSAO(7:2)
           END-IF
           MOVE NF-VALOR          TO LR-VALOR-SERVICOS
           MOVE NP-CODIGO-SERVICO TO LR-CODIGO-SERVICO
           MOVE NP-ALIQUOTA       TO LR-ALIQUOTA
           IF NF-TOMADOR-CPF = ZERO
               MOVE '3' TO LR-TOMADOR-INDICADOR
           ELSE
               MOVE '1' TO LR-TOMADOR-INDICADOR
           END-IF
           MOVE NF-TOMADOR-CPF    TO LR-TOMADOR-DOCUMENTO
           MOVE NF-TOMADOR-NOME   TO LR-TOMADOR-NOME
           MOVE SPACES TO LR-DISCRIMINACAO
           STRING 'MENSALIDADE ESCOLAR - MATRICULA ' NF-MATRICULA
                  ' - COMPETENCIA ' NF-COMPETENCIA
                  ' - PAGAMENTO DE ' NF-DATA-PGTO
                  DELIMITED BY SIZE
                  INTO LR-DISCRIMINACAO
           END-STRING
           WRITE LOTE-RPS-REG FROM WS-LOTE-RPS
           ADD 1 TO WS-QTD-LINHAS-LOTE
           ADD NF-VALOR TO WS-VALOR-LOTE
           EXIT.
       FIM-GRAVA-DETALHE-RPS.

       GRAVA-DETALHE-CANCELA.
           MOVE NF-SERIE       TO LC-SERIE
           MOVE NF-RPS         TO LC-NUMERO-RPS
           MOVE NF-NUMERO-NFSE TO LC-NUMERO-NFSE
           MOVE SPACES TO LC-MOTIVO
           STRING 'ESTORNO DO PAGAMENTO EM ' NF-DATA-ESTORNO
                  DELIMITED BY SIZE
                  INTO LC-MOTIVO
           END-STRING
           WRITE LOTE-RPS-REG FROM WS-LOTE-CANCELA
           ADD 1 TO WS-QTD-LINHAS-LOTE
           EXIT.
       FIM-GRAVA-DETALHE-CANCELA.

       DEVOLVE-REGISTRO.
           OPEN INPUT NFSE-TEMP
           OPEN OUTPUT NFSE-REGISTRO
           PERFORM LER-TEMP
           PERFORM UNTIL WS-FIM-TEMP-SIM
               WRITE NFSE-REG FROM NFSE-TEMP-REG
               PERFORM LER-TEMP
           END-PERFORM
           CLOSE NFSE-REGISTRO
           CLOSE NFSE-TEMP
           EXIT.
       FIM-DEVOLVE-REGISTRO.

       LER-TEMP.
           READ NFSE-TEMP
               AT END
                   SET WS-FIM-TEMP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TEMP.

       GRAVA-CONTROLE.
           OPEN OUTPUT NFSE-CTL
           MOVE WS-ULTIMO-RPS TO NC-ULTIMO-RPS
           MOVE WS-LOTE       TO NC-ULTIMO-LOTE
           WRITE NFSE-CTL-REG
           CLOSE NFSE-CTL
           EXIT.
       FIM-GRAVA-CONTROLE.

       REGISTRA-PENDENCIA.
           ADD 1 TO WS-QTD-PEND
           IF WS-QTD-PEND <= WS-TAB-PEND-LIMITE
               MOVE WS-QTD-PEND TO WS-PD-I
               MOVE WS-CHAVE-CONTA TO WS-PD-CONTA(WS-PD-I)
               MOVE WS-CHAVE-DATA  TO WS-PD-DATA(WS-PD-I)
               MOVE WS-CHAVE-VALOR TO WS-PD-VALOR(WS-PD-I)
               MOVE WS-MOTIVO            TO WS-PD-MOTIVO(WS-PD-I)
           END-IF
           EXIT.
       FIM-REGISTRA-PENDENCIA.

      *-----------------------------------------------------------------
      * RELATORIO DA RODADA (NFSELOTE.TXT)
      *-----------------------------------------------------------------
       IMPRIME-RELATORIO.
           MOVE SPACES TO WS-IMP-TITULO
           IF WS-LOTE > 0
               STRING 'LOTE DE RPS DA NFS-E - ' WS-LOTE-NOME
                      DELIMITED BY SIZE
                      INTO WS-IMP-TITULO
               END-STRING
           ELSE
               MOVE 'LOTE DE RPS DA NFS-E - NENHUM LOTE GERADO'
                    TO WS-IMP-TITULO
           END-IF
           MOVE SPACES TO WS-IMP-CABECALHO
           STRING 'CONTA      DATA            VALOR PENDENCIA'
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-PD-I FROM 1 BY 1
                   UNTIL WS-PD-I > WS-QTD-PEND
                      OR WS-PD-I > WS-TAB-PEND-LIMITE
               MOVE WS-PD-VALOR(WS-PD-I) TO WS-VALOR-MASK
               MOVE SPACES TO WS-IMP-LINHA
               STRING WS-PD-CONTA(WS-PD-I) ' '
                      WS-PD-DATA(WS-PD-I) ' '
                      WS-VALOR-MASK ' '
                      WS-PD-MOTIVO(WS-PD-I)
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-PERFORM

           MOVE WS-VALOR-LOTE TO WS-TOTAL-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'RPS NOVOS: '       WS-QTD-NOVOS
                  '  REENVIOS: '      WS-QTD-REENVIOS
                  '  CANCELAMENTOS: ' WS-QTD-CANCELAMENTOS
                  '  VALOR: '         WS-TOTAL-MASK
                  '  PENDENCIAS: '    WS-QTD-PEND
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-RELATORIO.

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
      * TRANSMISSAO NO LIVRO DE INTERFACES DE SAIDA (ENVIOS.TXT);
      * O PERIODO E O NUMERO DO LOTE, QUE A PREFEITURA DEVOLVE
      *-----------------------------------------------------------------
       REGISTRA-ENVIO.
           MOVE WS-LOTE-NOME TO WS-ENV-ARQUIVO
           MOVE WS-LOTE TO WS-ENV-PERIODO
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
           IF WS-QTD-PEND > 0 AND WS-RETORNO-JOB = 0
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'LANCAMENTOS LIDOS    : ' WS-QTD-LIDOS
           DISPLAY 'SEM VINCULO DE ALUNO : ' WS-QTD-SEM-VINCULO
           DISPLAY 'ANTERIORES A NFS-E   : ' WS-QTD-ANTERIORES
           DISPLAY 'JA COM RPS           : ' WS-QTD-JA-EMITIDOS
           DISPLAY 'RPS NOVOS            : ' WS-QTD-NOVOS
           DISPLAY 'REENVIOS             : ' WS-QTD-REENVIOS
           DISPLAY 'CANCELAMENTOS        : ' WS-QTD-CANCELAMENTOS
           DISPLAY 'PENDENCIAS           : ' WS-QTD-PEND
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM NFSE-RPS.
