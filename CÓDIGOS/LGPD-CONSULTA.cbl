      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD) - PARA
      *          ATENDER O PEDIDO DO TITULAR, O ENCARREGADO (DPO)
      *          INFORMA O CPF, A MATRICULA DO ALUNO OU O ID DO
      *          PACIENTE E O PROTOCOLO DO PEDIDO; O PROGRAMA VARRE OS
      *          CADASTROS (MATRICULAS, RESPONSAVEIS, CANDIDATOS,
      *          PACIENTES), OS ARQUIVOS FINANCEIROS (CONTRATOS,
      *          BOLSAS, TITULOS, NFSE, REGUAHIST, REEMBOLSO,
      *          CONTALUNO E TRANSACOES PELAS CONTAS DO ALUNO), OS DA
      *          CLINICA (PESOHIST, AGENDA, CLINCOBR, ENCAMINHA), O
      *          CONSENTIMENTOS.TXT E O LGPDLOG.TXT, E LISTA CADA
      *          REGISTRO ONDE O TITULAR APARECE, COM RESUMO POR
      *          ARQUIVO (QUANTOS, NAO CONSTA OU ARQUIVO AUSENTE);
      *          PELO CPF ACHA O ALUNO E O RESPONSAVEL, E O QUE ESTA
      *          LIGADO A MATRICULA DO ALUNO ACHADO; O PACIENTE NAO
      *          TEM CPF NO CADASTRO E E CONSULTADO PELO ID;
      *          RELATORIO LGPDCONS.TXT PELA ROTINA IMPRESSAO;
      *          RETURN-CODE 4 QUANDO O TITULAR NAO FOI ACHADO EM
      *          NENHUM ARQUIVO, 8 PARA CONSULTA INVALIDA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPD-CONSULTA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT RESPONSAVEIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESP-STATUS.
           SELECT CANDIDATOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAND-STATUS.
           SELECT CONTRATOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTR-STATUS.
           SELECT BOLSAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BOLSA-STATUS.
           SELECT TITULOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TIT-STATUS.
           SELECT NFSE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NFSE-STATUS.
           SELECT REGUA-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGUA-STATUS.
           SELECT REEMBOLSO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REEMB-STATUS.
           SELECT CONTA-ALUNO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VINCULO-STATUS.
           SELECT TRANSACOES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.
           SELECT PACIENTES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAC-STATUS.
           SELECT PESO-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
           SELECT AGENDA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AGENDA-STATUS.
           SELECT CLIN-COBRANCA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COBR-STATUS.
           SELECT ENCAMINHAMENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENC-STATUS.
           SELECT CONSENTIMENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONS-STATUS.
           SELECT LGPD-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD RESPONSAVEIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RESPONSAVEIS.TXT'.
       COPY RESPONSA.CPY.

       FD CANDIDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CANDIDATOS.TXT'.
       COPY CANDIDATO.CPY.

       FD CONTRATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONTRATOS.TXT'.
       COPY CONTRATO.CPY.

       FD BOLSAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BOLSAS.TXT'.
       COPY BOLSAS.CPY.

       FD TITULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TITULOS.TXT'.
       COPY TITULO.CPY.

       FD NFSE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NFSE.TXT'.
       COPY NFSE.CPY.

       FD REGUA-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'REGUAHIST.TXT'.
       COPY REGUAHIS.CPY.

       FD REEMBOLSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'REEMBOLSO.TXT'.
       COPY REEMBOLS.CPY.

       FD CONTA-ALUNO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONTALUNO.TXT'.
       01 CONTA-ALUNO-REG.
           02 CA-CONTA             PIC X(10).
           02 CA-MATRICULA         PIC X(05).
           02 CA-NOME              PIC X(30).
           02 CA-TURMA             PIC X(03).

       FD TRANSACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TRANSACOES.TXT'.
       COPY TRANSACAO.CPY.

       FD PACIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PACIENTES.TXT'.
       COPY PACIENTE.CPY.

       FD PESO-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PESOHIST.TXT'.
       COPY PESOHIST.CPY.

       FD AGENDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'AGENDA.TXT'.
       COPY AGENDA.CPY.

       FD CLIN-COBRANCA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CLINCOBR.TXT'.
       COPY CLINCOBR.CPY.

       FD ENCAMINHAMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ENCAMINHA.TXT'.
       COPY ENCAMIN.CPY.

       FD CONSENTIMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CONSENTIMENTOS.TXT'.
       COPY CONSENT.CPY.

       FD LGPD-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'LGPDLOG.TXT'.
       COPY LGPDLOG.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-RESP-STATUS               PIC X(02) VALUE '00'.
       01 WS-CAND-STATUS               PIC X(02) VALUE '00'.
       01 WS-CONTR-STATUS              PIC X(02) VALUE '00'.
       01 WS-BOLSA-STATUS              PIC X(02) VALUE '00'.
       01 WS-TIT-STATUS                PIC X(02) VALUE '00'.
       01 WS-NFSE-STATUS               PIC X(02) VALUE '00'.
       01 WS-REGUA-STATUS              PIC X(02) VALUE '00'.
       01 WS-REEMB-STATUS              PIC X(02) VALUE '00'.
       01 WS-VINCULO-STATUS            PIC X(02) VALUE '00'.
       01 WS-TRANS-STATUS              PIC X(02) VALUE '00'.
       01 WS-PAC-STATUS                PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-AGENDA-STATUS             PIC X(02) VALUE '00'.
       01 WS-COBR-STATUS               PIC X(02) VALUE '00'.
       01 WS-ENC-STATUS                PIC X(02) VALUE '00'.
       01 WS-CONS-STATUS               PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS                PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-ARQ            PIC X(01) VALUE 'N'.
               88 WS-FIM-ARQ-SIM          VALUE 'S'.
           02 WS-MAT-NO-CONJUNTO    PIC X(01) VALUE 'N'.
               88 WS-MAT-NO-CONJUNTO-SIM  VALUE 'S'.
           02 WS-RESP-NO-CONJUNTO   PIC X(01) VALUE 'N'.
               88 WS-RESP-NO-CONJUNTO-SIM VALUE 'S'.
           02 WS-CONTA-NO-CONJUNTO  PIC X(01) VALUE 'N'.
               88 WS-CONTA-NO-CONJUNTO-SIM VALUE 'S'.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.
       01 WS-OPERADOR                  PIC X(08) VALUE SPACES.
       01 WS-PROTOCOLO                 PIC X(20) VALUE SPACES.
       01 WS-TIPO-CONSULTA             PIC X(01) VALUE SPACE.
           88 WS-CONSULTA-CPF                 VALUE 'C' 'c'.
           88 WS-CONSULTA-MATRICULA           VALUE 'M' 'm'.
           88 WS-CONSULTA-PACIENTE            VALUE 'P' 'p'.
       01 WS-CPF-TXT                   PIC X(11) VALUE SPACES.
       01 WS-CPF-TXT-R REDEFINES WS-CPF-TXT PIC 9(11).
       01 WS-CPF-ALVO                  PIC 9(11) VALUE ZERO.
       01 WS-CHAVE                     PIC X(05) VALUE SPACES.
       01 WS-PACIENTE-ALVO             PIC X(05) VALUE SPACES.
      *-----------------------------------------------------------------
      * MATRICULAS EM QUE O TITULAR E O ALUNO, MATRICULAS DO
      * RESPONSAVEL ACHADO E CONTAS CORRENTES DO ALUNO
      *-----------------------------------------------------------------
       01 WS-TAB-CHAVES-LIMITE         PIC 9(02) VALUE 20.
       01 WS-QTD-MAT                   PIC 9(02) VALUE ZERO.
       01 WS-TABELA-MAT.
           02 WS-MAT-CHAVE PIC X(05) OCCURS 20 TIMES.
       01 WS-QTD-RESP-MAT              PIC 9(02) VALUE ZERO.
       01 WS-TABELA-RESP-MAT.
           02 WS-RESP-MAT-CHAVE PIC X(05) OCCURS 20 TIMES.
       01 WS-QTD-CONTAS                PIC 9(02) VALUE ZERO.
       01 WS-TABELA-CONTAS.
           02 WS-CONTA-CHAVE PIC X(10) OCCURS 20 TIMES.
       01 WS-CH-I                      PIC 9(02) VALUE ZERO.
       01 WS-MAT-TESTE                 PIC X(05) VALUE SPACES.
       01 WS-CONTA-TESTE               PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
      * ARQUIVOS VARRIDOS E QUANTOS REGISTROS DO TITULAR EM CADA UM
      *-----------------------------------------------------------------
       01 WS-NOMES-ARQUIVOS.
           02 FILLER PIC X(18) VALUE 'MATRICULAS.TXT'.
           02 FILLER PIC X(18) VALUE 'RESPONSAVEIS.TXT'.
           02 FILLER PIC X(18) VALUE 'CANDIDATOS.TXT'.
           02 FILLER PIC X(18) VALUE 'CONTRATOS.TXT'.
           02 FILLER PIC X(18) VALUE 'BOLSAS.TXT'.
           02 FILLER PIC X(18) VALUE 'TITULOS.TXT'.
           02 FILLER PIC X(18) VALUE 'NFSE.TXT'.
           02 FILLER PIC X(18) VALUE 'REGUAHIST.TXT'.
           02 FILLER PIC X(18) VALUE 'REEMBOLSO.TXT'.
           02 FILLER PIC X(18) VALUE 'CONTALUNO.TXT'.
           02 FILLER PIC X(18) VALUE 'TRANSACOES.TXT'.
           02 FILLER PIC X(18) VALUE 'PACIENTES.TXT'.
           02 FILLER PIC X(18) VALUE 'PESOHIST.TXT'.
           02 FILLER PIC X(18) VALUE 'AGENDA.TXT'.
           02 FILLER PIC X(18) VALUE 'CLINCOBR.TXT'.
           02 FILLER PIC X(18) VALUE 'ENCAMINHA.TXT'.
           02 FILLER PIC X(18) VALUE 'CONSENTIMENTOS.TXT'.
           02 FILLER PIC X(18) VALUE 'LGPDLOG.TXT'.
       01 WS-NOMES-ARQUIVOS-R REDEFINES WS-NOMES-ARQUIVOS.
           02 WS-ARQ-NOME PIC X(18) OCCURS 18 TIMES.
       01 WS-QTD-ARQUIVOS              PIC 9(02) VALUE 18.
       01 WS-TABELA-ACHADOS.
           02 WS-ARQ-ENTRADA OCCURS 18 TIMES.
               03 WS-ARQ-QTD           PIC 9(05).
               03 WS-ARQ-SITUACAO      PIC X(01).
                   88 WS-ARQ-AUSENTE          VALUE 'A'.
                   88 WS-ARQ-LIDO             VALUE 'L'.
       01 WS-ARQ-I                     PIC 9(02) VALUE ZERO.
       01 WS-QTD-REGISTROS             PIC 9(06) VALUE ZERO.
       01 WS-QTD-ARQ-COM               PIC 9(02) VALUE ZERO.
       01 WS-DETALHE                   PIC X(70) VALUE SPACES.
       01 WS-CHAVE-REG                 PIC X(10) VALUE SPACES.
       01 WS-VALOR-MASK                PIC Z.ZZZ.ZZ9,99.
       01 WS-QTD-MASK                  PIC ZZZZ9.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
      * ROTINA DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20)
                                       VALUE 'LGPDCONS.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'ARQUIVO            CHAVE      DADOS DO REGISTRO'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'DADOS PESSOAIS DO TITULAR (LGPD)'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR
           DISPLAY 'PROTOCOLO DO PEDIDO DO TITULAR: '
           ACCEPT WS-PROTOCOLO

           DISPLAY 'CONSULTA POR: (C) CPF  (M) MATRICULA DO ALUNO  '
                   '(P) ID DO PACIENTE: '
           ACCEPT WS-TIPO-CONSULTA

           EVALUATE TRUE
               WHEN WS-OPERADOR = SPACES OR WS-PROTOCOLO = SPACES
                   DISPLAY 'CONSULTA EXIGE O OPERADOR E O PROTOCOLO '
                           'DO PEDIDO'
                   MOVE 8 TO WS-RETORNO-JOB
               WHEN WS-CONSULTA-CPF
                   DISPLAY 'CPF (11 DIGITOS, SO NUMEROS): '
                   ACCEPT WS-CPF-TXT
                   IF WS-CPF-TXT NOT NUMERIC OR WS-CPF-TXT-R = 0
                       DISPLAY 'CPF DEVE TER 11 DIGITOS NUMERICOS'
                       MOVE 8 TO WS-RETORNO-JOB
                   ELSE
                       MOVE WS-CPF-TXT-R TO WS-CPF-ALVO
                   END-IF
               WHEN WS-CONSULTA-MATRICULA
                   DISPLAY 'MATRICULA DO ALUNO: '
                   ACCEPT WS-CHAVE
                   IF WS-CHAVE = SPACES
                       DISPLAY 'MATRICULA EM BRANCO'
                       MOVE 8 TO WS-RETORNO-JOB
                   ELSE
                       MOVE WS-CHAVE TO WS-MAT-TESTE
                       PERFORM ADICIONA-MATRICULA
                   END-IF
               WHEN WS-CONSULTA-PACIENTE
                   DISPLAY 'ID DO PACIENTE: '
                   ACCEPT WS-CHAVE
                   IF WS-CHAVE = SPACES
                       DISPLAY 'ID DO PACIENTE EM BRANCO'
                       MOVE 8 TO WS-RETORNO-JOB
                   ELSE
                       MOVE WS-CHAVE TO WS-PACIENTE-ALVO
                   END-IF
               WHEN OTHER
                   DISPLAY 'TIPO DE CONSULTA INVALIDO'
                   MOVE 8 TO WS-RETORNO-JOB
           END-EVALUATE
           EXIT.
       FIM-INICIO.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               INITIALIZE WS-TABELA-ACHADOS
               PERFORM ABRE-RELATORIO

               IF NOT WS-CONSULTA-PACIENTE
                   PERFORM VARRE-MATRICULAS
                   PERFORM VARRE-RESPONSAVEIS
                   PERFORM VARRE-CANDIDATOS
                   PERFORM VARRE-CONTRATOS
                   PERFORM VARRE-BOLSAS
                   PERFORM VARRE-TITULOS
                   PERFORM VARRE-NFSE
                   PERFORM VARRE-REGUA-HIST
                   PERFORM VARRE-REEMBOLSO
                   PERFORM VARRE-CONTA-ALUNO
                   PERFORM VARRE-TRANSACOES
               ELSE
                   PERFORM VARRE-PACIENTES
                   PERFORM VARRE-PESO-HIST
                   PERFORM VARRE-AGENDA
                   PERFORM VARRE-CLIN-COBRANCA
                   PERFORM VARRE-ENCAMINHAMENTOS
               END-IF
               PERFORM VARRE-CONSENTIMENTOS
               PERFORM VARRE-LGPD-LOG

               PERFORM IMPRIME-RESUMO
           END-IF
           EXIT.
       FIM-PROCESSA.

       ABRE-RELATORIO.
           MOVE SPACES TO WS-IMP-TITULO
           EVALUATE TRUE
               WHEN WS-CONSULTA-CPF
                   STRING 'DADOS PESSOAIS DO TITULAR - CPF '
                          WS-CPF-ALVO
                          DELIMITED BY SIZE
                          INTO WS-IMP-TITULO
                   END-STRING
               WHEN WS-CONSULTA-MATRICULA
                   STRING 'DADOS PESSOAIS DO TITULAR - MATRICULA '
                          WS-CHAVE
                          DELIMITED BY SIZE
                          INTO WS-IMP-TITULO
                   END-STRING
               WHEN OTHER
                   STRING 'DADOS PESSOAIS DO TITULAR - PACIENTE '
                          WS-CHAVE
                          DELIMITED BY SIZE
                          INTO WS-IMP-TITULO
                   END-STRING
           END-EVALUATE
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'PEDIDO ' WS-PROTOCOLO ' ATENDIDO EM ' WS-DATA-FMT
                  ' POR ' WS-OPERADOR
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           IF WS-CONSULTA-CPF
               MOVE 'PACIENTES DA CLINICA NAO TEM CPF NO CADASTRO - '
                    & 'CONSULTAR TAMBEM PELO ID DO PACIENTE'
                    TO WS-IMP-LINHA
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-ABRE-RELATORIO.

      *-----------------------------------------------------------------
      * CONJUNTOS DE CHAVES DO TITULAR
      *-----------------------------------------------------------------
       ADICIONA-MATRICULA.
           PERFORM VERIFICA-MATRICULA
           IF NOT WS-MAT-NO-CONJUNTO-SIM AND
              WS-QTD-MAT < WS-TAB-CHAVES-LIMITE
               ADD 1 TO WS-QTD-MAT
               MOVE WS-MAT-TESTE TO WS-MAT-CHAVE(WS-QTD-MAT)
           END-IF
           EXIT.
       FIM-ADICIONA-MATRICULA.

       VERIFICA-MATRICULA.
           MOVE 'N' TO WS-MAT-NO-CONJUNTO
           PERFORM VARYING WS-CH-I FROM 1 BY 1
                   UNTIL WS-CH-I > WS-QTD-MAT
                      OR WS-MAT-NO-CONJUNTO-SIM
               IF WS-MAT-CHAVE(WS-CH-I) = WS-MAT-TESTE
                   SET WS-MAT-NO-CONJUNTO-SIM TO TRUE
               END-IF
           END-PERFORM
           EXIT.
       FIM-VERIFICA-MATRICULA.

       ADICIONA-RESP-MAT.
           PERFORM VERIFICA-RESP-MAT
           IF NOT WS-RESP-NO-CONJUNTO-SIM AND
              WS-QTD-RESP-MAT < WS-TAB-CHAVES-LIMITE
               ADD 1 TO WS-QTD-RESP-MAT
               MOVE WS-MAT-TESTE TO WS-RESP-MAT-CHAVE(WS-QTD-RESP-MAT)
           END-IF
           EXIT.
       FIM-ADICIONA-RESP-MAT.

       VERIFICA-RESP-MAT.
           MOVE 'N' TO WS-RESP-NO-CONJUNTO
           PERFORM VARYING WS-CH-I FROM 1 BY 1
                   UNTIL WS-CH-I > WS-QTD-RESP-MAT
                      OR WS-RESP-NO-CONJUNTO-SIM
               IF WS-RESP-MAT-CHAVE(WS-CH-I) = WS-MAT-TESTE
                   SET WS-RESP-NO-CONJUNTO-SIM TO TRUE
               END-IF
           END-PERFORM
           EXIT.
       FIM-VERIFICA-RESP-MAT.

       VERIFICA-CONTA.
           MOVE 'N' TO WS-CONTA-NO-CONJUNTO
           PERFORM VARYING WS-CH-I FROM 1 BY 1
                   UNTIL WS-CH-I > WS-QTD-CONTAS
                      OR WS-CONTA-NO-CONJUNTO-SIM
               IF WS-CONTA-CHAVE(WS-CH-I) = WS-CONTA-TESTE
                   SET WS-CONTA-NO-CONJUNTO-SIM TO TRUE
               END-IF
           END-PERFORM
           EXIT.
       FIM-VERIFICA-CONTA.

      *-----------------------------------------------------------------
      * MATRICULAS.TXT - PELO CPF DO ALUNO OU PELA MATRICULA; NA
      * CONSULTA POR MATRICULA O CPF DO ALUNO PASSA A SER PROCURADO
      * NOS DEMAIS ARQUIVOS
      *-----------------------------------------------------------------
       VARRE-MATRICULAS.
           MOVE 1 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE MT-MATRICULA TO WS-MAT-TESTE
                   PERFORM VERIFICA-MATRICULA
                   IF WS-CONSULTA-CPF AND MT-CPF = WS-CPF-ALVO
                       PERFORM ADICIONA-MATRICULA
                       SET WS-MAT-NO-CONJUNTO-SIM TO TRUE
                   END-IF
                   IF WS-MAT-NO-CONJUNTO-SIM
                       IF WS-CONSULTA-MATRICULA AND MT-CPF NUMERIC
                          AND MT-CPF NOT = 0
                           MOVE MT-CPF TO WS-CPF-ALVO
                       END-IF
                       MOVE MT-MATRICULA TO WS-CHAVE-REG
                       MOVE SPACES TO WS-DETALHE
                       STRING MT-NOME ' CPF ' MT-CPF
                              ' NASC ' MT-NASCIMENTO
                              ' SIT ' MT-SITUACAO
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-VARRE-MATRICULAS.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       VARRE-RESPONSAVEIS.
           MOVE 2 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT RESPONSAVEIS
           IF WS-RESP-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-RESPONSAVEIS
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE RS-MATRICULA TO WS-MAT-TESTE
                   PERFORM VERIFICA-MATRICULA
                   IF WS-MAT-NO-CONJUNTO-SIM OR
                      (WS-CPF-ALVO NOT = 0 AND RS-CPF = WS-CPF-ALVO)
                       PERFORM ADICIONA-RESP-MAT
                       MOVE RS-MATRICULA TO WS-CHAVE-REG
                       MOVE SPACES TO WS-DETALHE
                       STRING RS-NOME ' CPF ' RS-CPF
                              ' TEL ' RS-TELEFONE
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                       MOVE SPACES TO WS-DETALHE
                       STRING RS-EMAIL ' ' RS-PARENTESCO
                              ' AVISOS '
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       IF RS-OPTOUT-SIM
                           MOVE 'NAO' TO WS-DETALHE(60:3)
                       ELSE
                           MOVE 'SIM' TO WS-DETALHE(60:3)
                       END-IF
                       PERFORM LISTA-CONTINUACAO
                   END-IF
                   PERFORM LER-RESPONSAVEIS
               END-PERFORM
               CLOSE RESPONSAVEIS
           END-IF
           EXIT.
       FIM-VARRE-RESPONSAVEIS.

       LER-RESPONSAVEIS.
           READ RESPONSAVEIS
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-RESPONSAVEIS.

       VARRE-CANDIDATOS.
           MOVE 3 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT CANDIDATOS
           IF WS-CAND-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-CANDIDATOS
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE CD-MATRICULA TO WS-MAT-TESTE
                   PERFORM VERIFICA-MATRICULA
                   IF (WS-MAT-NO-CONJUNTO-SIM AND
                       CD-MATRICULA NOT = SPACES) OR
                      (WS-CPF-ALVO NOT = 0 AND
                       (CD-CPF = WS-CPF-ALVO OR
                        CD-RESP-CPF = WS-CPF-ALVO))
                       MOVE CD-INSCRICAO TO WS-CHAVE-REG
                       MOVE SPACES TO WS-DETALHE
                       STRING CD-NOME ' CPF ' CD-CPF
                              ' RESP ' CD-RESP-NOME(1:18)
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                       MOVE SPACES TO WS-DETALHE
                       STRING 'NASC ' CD-NASCIMENTO
                              ' RESP CPF ' CD-RESP-CPF
                              ' TEL ' CD-RESP-TELEFONE
                              ' SIT ' CD-SITUACAO
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-CONTINUACAO
                   END-IF
                   PERFORM LER-CANDIDATOS
               END-PERFORM
               CLOSE CANDIDATOS
           END-IF
           EXIT.
       FIM-VARRE-CANDIDATOS.

       LER-CANDIDATOS.
           READ CANDIDATOS
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CANDIDATOS.

       VARRE-CONTRATOS.
           MOVE 4 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT CONTRATOS
           IF WS-CONTR-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-CONTRATOS
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE CT-MATRICULA TO WS-MAT-TESTE
                   PERFORM VERIFICA-MATRICULA
                   IF WS-MAT-NO-CONJUNTO-SIM OR
                      (WS-CPF-ALVO NOT = 0 AND
                       CT-RESP-CPF = WS-CPF-ALVO)
                       MOVE CT-NUMERO TO WS-CHAVE-REG
                       MOVE CT-VALOR-ANUAL TO WS-VALOR-MASK
                       MOVE SPACES TO WS-DETALHE
                       STRING 'ANO ' CT-ANO-LETIVO
                              ' ALUNO ' CT-MATRICULA
                              ' RESP ' CT-RESP-NOME(1:18)
                              ' CPF ' CT-RESP-CPF
                              ' SIT ' CT-SITUACAO
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                   END-IF
                   PERFORM LER-CONTRATOS
               END-PERFORM
               CLOSE CONTRATOS
           END-IF
           EXIT.
       FIM-VARRE-CONTRATOS.

       LER-CONTRATOS.
           READ CONTRATOS
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CONTRATOS.

       VARRE-BOLSAS.
           MOVE 5 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT BOLSAS
           IF WS-BOLSA-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-BOLSAS
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE BS-MATRICULA TO WS-MAT-TESTE
                   PERFORM VERIFICA-MATRICULA
                   IF WS-MAT-NO-CONJUNTO-SIM
                       MOVE BS-MATRICULA TO WS-CHAVE-REG
                       MOVE SPACES TO WS-DETALHE
                       STRING 'BOLSA ' BS-MOTIVO
                              ' TIPO ' BS-TIPO
                              ' DE ' BS-ANOMES-INICIO
                              ' ATE ' BS-ANOMES-FIM
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                   END-IF
                   PERFORM LER-BOLSAS
               END-PERFORM
               CLOSE BOLSAS
           END-IF
           EXIT.
       FIM-VARRE-BOLSAS.

       LER-BOLSAS.
           READ BOLSAS
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-BOLSAS.

       VARRE-TITULOS.
           MOVE 6 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT TITULOS
           IF WS-TIT-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-TITULOS
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE TI-MATRICULA TO WS-MAT-TESTE
                   PERFORM VERIFICA-MATRICULA
                   IF WS-MAT-NO-CONJUNTO-SIM
                       MOVE TI-NOSSO-NUMERO TO WS-CHAVE-REG
                       MOVE TI-VALOR TO WS-VALOR-MASK
                       MOVE SPACES TO WS-DETALHE
                       STRING 'ALUNO ' TI-MATRICULA
                              ' COMPET ' TI-COMPETENCIA
                              ' VENC ' TI-VENCIMENTO
                              ' VALOR ' WS-VALOR-MASK
                              ' SIT ' TI-SITUACAO
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                   END-IF
                   PERFORM LER-TITULOS
               END-PERFORM
               CLOSE TITULOS
           END-IF
           EXIT.
       FIM-VARRE-TITULOS.

       LER-TITULOS.
           READ TITULOS
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TITULOS.

       VARRE-NFSE.
           MOVE 7 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT NFSE
           IF WS-NFSE-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-NFSE
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE NF-MATRICULA TO WS-MAT-TESTE
                   PERFORM VERIFICA-MATRICULA
                   IF WS-MAT-NO-CONJUNTO-SIM OR
                      (WS-CPF-ALVO NOT = 0 AND
                       NF-TOMADOR-CPF = WS-CPF-ALVO)
                       MOVE NF-RPS TO WS-CHAVE-REG
                       MOVE SPACES TO WS-DETALHE
                       STRING 'COMPET ' NF-COMPETENCIA
                              ' TOMADOR ' NF-TOMADOR-NOME(1:20)
                              ' CPF ' NF-TOMADOR-CPF
                              ' SIT ' NF-SITUACAO
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                   END-IF
                   PERFORM LER-NFSE
               END-PERFORM
               CLOSE NFSE
           END-IF
           EXIT.
       FIM-VARRE-NFSE.

       LER-NFSE.
           READ NFSE
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-NFSE.

       VARRE-REGUA-HIST.
           MOVE 8 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT REGUA-HIST
           IF WS-REGUA-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-REGUA-HIST
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE HR-MATRICULA TO WS-MAT-TESTE
                   PERFORM VERIFICA-MATRICULA
                   IF WS-MAT-NO-CONJUNTO-SIM OR
                      (WS-CPF-ALVO NOT = 0 AND HR-CPF = WS-CPF-ALVO)
                       MOVE HR-MATRICULA TO WS-CHAVE-REG
                       MOVE SPACES TO WS-DETALHE
                       STRING 'COMPET ' HR-COMPETENCIA
                              ' ETAPA ' HR-ETAPA
                              ' DATA ' HR-DATA
                              ' CPF ' HR-CPF
                              ' ATRASO ' HR-DIAS-ATRASO
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                   END-IF
                   PERFORM LER-REGUA-HIST
               END-PERFORM
               CLOSE REGUA-HIST
           END-IF
           EXIT.
       FIM-VARRE-REGUA-HIST.

       LER-REGUA-HIST.
           READ REGUA-HIST
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-REGUA-HIST.

       VARRE-REEMBOLSO.
           MOVE 9 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT REEMBOLSO
           IF WS-REEMB-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-REEMBOLSO
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE RE-MATRICULA TO WS-MAT-TESTE
                   PERFORM VERIFICA-MATRICULA
                   IF WS-MAT-NO-CONJUNTO-SIM
                       MOVE RE-NUMERO TO WS-CHAVE-REG
                       MOVE RE-VALOR TO WS-VALOR-MASK
                       MOVE SPACES TO WS-DETALHE
                       STRING RE-NOME ' SAIDA ' RE-DATA-SAIDA
                              ' VALOR ' WS-VALOR-MASK
                              ' SIT ' RE-SITUACAO
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                   END-IF
                   PERFORM LER-REEMBOLSO
               END-PERFORM
               CLOSE REEMBOLSO
           END-IF
           EXIT.
       FIM-VARRE-REEMBOLSO.

       LER-REEMBOLSO.
           READ REEMBOLSO
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-REEMBOLSO.

      *-----------------------------------------------------------------
      * CONTALUNO.TXT - GUARDA AS CONTAS DO ALUNO PARA O TRANSACOES
      *-----------------------------------------------------------------
       VARRE-CONTA-ALUNO.
           MOVE 10 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT CONTA-ALUNO
           IF WS-VINCULO-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-CONTA-ALUNO
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE CA-MATRICULA TO WS-MAT-TESTE
                   PERFORM VERIFICA-MATRICULA
                   IF WS-MAT-NO-CONJUNTO-SIM
                       IF WS-QTD-CONTAS < WS-TAB-CHAVES-LIMITE
                           ADD 1 TO WS-QTD-CONTAS
                           MOVE CA-CONTA
                                TO WS-CONTA-CHAVE(WS-QTD-CONTAS)
                       END-IF
                       MOVE CA-CONTA TO WS-CHAVE-REG
                       MOVE SPACES TO WS-DETALHE
                       STRING CA-NOME ' ALUNO ' CA-MATRICULA
                              ' TURMA ' CA-TURMA
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                   END-IF
                   PERFORM LER-CONTA-ALUNO
               END-PERFORM
               CLOSE CONTA-ALUNO
           END-IF
           EXIT.
       FIM-VARRE-CONTA-ALUNO.

       LER-CONTA-ALUNO.
           READ CONTA-ALUNO
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CONTA-ALUNO.

       VARRE-TRANSACOES.
           MOVE 11 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT TRANSACOES
           IF WS-TRANS-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-TRANSACOES
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE TX-CONTA TO WS-CONTA-TESTE
                   PERFORM VERIFICA-CONTA
                   IF WS-CONTA-NO-CONJUNTO-SIM
                       MOVE TX-CONTA TO WS-CHAVE-REG
                       MOVE TX-VALOR TO WS-VALOR-MASK
                       MOVE SPACES TO WS-DETALHE
                       STRING 'DATA ' TX-DATA
                              ' TIPO ' TX-TIPO
                              ' VALOR ' WS-VALOR-MASK
                              ' COMPET ' TX-COMPETENCIA
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                   END-IF
                   PERFORM LER-TRANSACOES
               END-PERFORM
               CLOSE TRANSACOES
           END-IF
           EXIT.
       FIM-VARRE-TRANSACOES.

       LER-TRANSACOES.
           READ TRANSACOES
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TRANSACOES.

      *-----------------------------------------------------------------
      * ARQUIVOS DA CLINICA, PELO ID DO PACIENTE
      *-----------------------------------------------------------------
       VARRE-PACIENTES.
           MOVE 12 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT PACIENTES
           IF WS-PAC-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-PACIENTES
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   IF PAC-ID = WS-PACIENTE-ALVO
                       MOVE PAC-ID TO WS-CHAVE-REG
                       MOVE SPACES TO WS-DETALHE
                       STRING PAC-NOME ' SEXO ' PAC-SEXO
                              ' NASC ' PAC-NASCIMENTO
                              ' CONV ' PAC-CONVENIO
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                       IF PAC-CARTEIRA NOT = SPACES
                           MOVE SPACES TO WS-DETALHE
                           STRING 'CARTEIRA DO CONVENIO ' PAC-CARTEIRA
                                  DELIMITED BY SIZE
                                  INTO WS-DETALHE
                           END-STRING
                           PERFORM LISTA-CONTINUACAO
                       END-IF
                   END-IF
                   PERFORM LER-PACIENTES
               END-PERFORM
               CLOSE PACIENTES
           END-IF
           EXIT.
       FIM-VARRE-PACIENTES.

       LER-PACIENTES.
           READ PACIENTES
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PACIENTES.

       VARRE-PESO-HIST.
           MOVE 13 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT PESO-HIST
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-PESO-HIST
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   IF PH-PACIENTE = WS-PACIENTE-ALVO
                       MOVE PH-PACIENTE TO WS-CHAVE-REG
                       MOVE SPACES TO WS-DETALHE
                       STRING 'CHECK-IN ' PH-DATA
                              ' PESO ' PH-PESO-ATUAL
                              ' CINTURA ' PH-CINTURA
                              ' PRESSAO ' PH-PRES-SIS '/' PH-PRES-DIA
                              ' PROF ' PH-PROFISSIONAL
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                   END-IF
                   PERFORM LER-PESO-HIST
               END-PERFORM
               CLOSE PESO-HIST
           END-IF
           EXIT.
       FIM-VARRE-PESO-HIST.

       LER-PESO-HIST.
           READ PESO-HIST
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PESO-HIST.

       VARRE-AGENDA.
           MOVE 14 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT AGENDA
           IF WS-AGENDA-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-AGENDA
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   IF AG-PACIENTE = WS-PACIENTE-ALVO
                       MOVE AG-PACIENTE TO WS-CHAVE-REG
                       MOVE SPACES TO WS-DETALHE
                       STRING 'RETORNO ' AG-DATA
                              ' MARCADO POR ' AG-MARCADO-POR
                              ' PROF ' AG-PROFISSIONAL
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                   END-IF
                   PERFORM LER-AGENDA
               END-PERFORM
               CLOSE AGENDA
           END-IF
           EXIT.
       FIM-VARRE-AGENDA.

       LER-AGENDA.
           READ AGENDA
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-AGENDA.

       VARRE-CLIN-COBRANCA.
           MOVE 15 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT CLIN-COBRANCA
           IF WS-COBR-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-CLIN-COBRANCA
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   IF CC-PACIENTE = WS-PACIENTE-ALVO
                       MOVE CC-NUMERO TO WS-CHAVE-REG
                       MOVE CC-VALOR TO WS-VALOR-MASK
                       MOVE SPACES TO WS-DETALHE
                       STRING 'DATA ' CC-DATA
                              ' SERVICO ' CC-SERVICO
                              ' PAGADOR ' CC-PAGADOR
                              ' VALOR ' WS-VALOR-MASK
                              ' SIT ' CC-SITUACAO
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                   END-IF
                   PERFORM LER-CLIN-COBRANCA
               END-PERFORM
               CLOSE CLIN-COBRANCA
           END-IF
           EXIT.
       FIM-VARRE-CLIN-COBRANCA.

       LER-CLIN-COBRANCA.
           READ CLIN-COBRANCA
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CLIN-COBRANCA.

       VARRE-ENCAMINHAMENTOS.
           MOVE 16 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT ENCAMINHAMENTOS
           IF WS-ENC-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-ENCAMINHAMENTOS
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   IF EN-PACIENTE = WS-PACIENTE-ALVO
                       MOVE EN-NUMERO TO WS-CHAVE-REG
                       MOVE SPACES TO WS-DETALHE
                       STRING 'DATA ' EN-DATA ' '
                              EN-MOTIVO(1:20)
                              ' SIT ' EN-SITUACAO
                              ' RETORNO ' EN-DATA-RETORNO
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                   END-IF
                   PERFORM LER-ENCAMINHAMENTOS
               END-PERFORM
               CLOSE ENCAMINHAMENTOS
           END-IF
           EXIT.
       FIM-VARRE-ENCAMINHAMENTOS.

       LER-ENCAMINHAMENTOS.
           READ ENCAMINHAMENTOS
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ENCAMINHAMENTOS.

      *-----------------------------------------------------------------
      * CONSENTIMENTOS DO PACIENTE OU DO RESPONSAVEL ACHADO
      *-----------------------------------------------------------------
       VARRE-CONSENTIMENTOS.
           MOVE 17 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT CONSENTIMENTOS
           IF WS-CONS-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-CONSENTIMENTOS
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE 'N' TO WS-RESP-NO-CONJUNTO
                   IF CO-RESPONSAVEL
                       MOVE CO-CHAVE TO WS-MAT-TESTE
                       PERFORM VERIFICA-RESP-MAT
                   END-IF
                   IF WS-RESP-NO-CONJUNTO-SIM OR
                      (CO-PACIENTE AND WS-CONSULTA-PACIENTE AND
                       CO-CHAVE = WS-PACIENTE-ALVO)
                       MOVE CO-CHAVE TO WS-CHAVE-REG
                       MOVE SPACES TO WS-DETALHE
                       STRING 'TIPO ' CO-TIPO
                              ' FINALIDADE ' CO-FINALIDADE
                              ' SIT ' CO-SITUACAO
                              ' EM ' CO-DATA
                              ' DOC ' CO-DOCUMENTO
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                   END-IF
                   PERFORM LER-CONSENTIMENTOS
               END-PERFORM
               CLOSE CONSENTIMENTOS
           END-IF
           EXIT.
       FIM-VARRE-CONSENTIMENTOS.

       LER-CONSENTIMENTOS.
           READ CONSENTIMENTOS
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CONSENTIMENTOS.

       VARRE-LGPD-LOG.
           MOVE 18 TO WS-ARQ-I
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT LGPD-LOG
           IF WS-LOG-STATUS NOT = '00'
               MOVE 'A' TO WS-ARQ-SITUACAO(WS-ARQ-I)
           ELSE
               MOVE 'L' TO WS-ARQ-SITUACAO(WS-ARQ-I)
               PERFORM LER-LGPD-LOG
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE 'N' TO WS-MAT-NO-CONJUNTO
                   IF LG-EX-ALUNO
                       MOVE LG-CHAVE TO WS-MAT-TESTE
                       PERFORM VERIFICA-MATRICULA
                   END-IF
                   IF WS-MAT-NO-CONJUNTO-SIM OR
                      (LG-PACIENTE AND WS-CONSULTA-PACIENTE AND
                       LG-CHAVE = WS-PACIENTE-ALVO)
                       MOVE LG-CHAVE TO WS-CHAVE-REG
                       MOVE SPACES TO WS-DETALHE
                       STRING 'ANONIMIZADO EM ' LG-DATA
                              ' SUPERVISOR ' LG-SUPERVISOR
                              ' REGISTROS ' LG-QTD-REGISTROS
                              DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM LISTA-REGISTRO
                   END-IF
                   PERFORM LER-LGPD-LOG
               END-PERFORM
               CLOSE LGPD-LOG
           END-IF
           EXIT.
       FIM-VARRE-LGPD-LOG.

       LER-LGPD-LOG.
           READ LGPD-LOG
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-LGPD-LOG.

      *-----------------------------------------------------------------
      * LINHA DO RELATORIO: ARQUIVO (WS-ARQ-I), CHAVE E DETALHE
      *-----------------------------------------------------------------
       LISTA-REGISTRO.
           ADD 1 TO WS-ARQ-QTD(WS-ARQ-I)
           ADD 1 TO WS-QTD-REGISTROS
           MOVE SPACES TO WS-IMP-LINHA
           MOVE WS-ARQ-NOME(WS-ARQ-I) TO WS-IMP-LINHA(1:18)
           MOVE WS-CHAVE-REG          TO WS-IMP-LINHA(20:10)
           MOVE WS-DETALHE            TO WS-IMP-LINHA(31:70)
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-LISTA-REGISTRO.

       LISTA-CONTINUACAO.
           MOVE SPACES TO WS-IMP-LINHA
           MOVE WS-DETALHE TO WS-IMP-LINHA(31:70)
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-LISTA-CONTINUACAO.

       IMPRIME-RESUMO.
           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'RESUMO POR ARQUIVO' TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-ARQ-I FROM 1 BY 1
                   UNTIL WS-ARQ-I > WS-QTD-ARQUIVOS
               IF WS-ARQ-SITUACAO(WS-ARQ-I) NOT = SPACE
                   MOVE SPACES TO WS-IMP-LINHA
                   MOVE WS-ARQ-NOME(WS-ARQ-I) TO WS-IMP-LINHA(1:18)
                   EVALUATE TRUE
                       WHEN WS-ARQ-AUSENTE(WS-ARQ-I)
                           MOVE 'ARQUIVO AUSENTE'
                                TO WS-IMP-LINHA(20:30)
                       WHEN WS-ARQ-QTD(WS-ARQ-I) = 0
                           MOVE 'NAO CONSTA' TO WS-IMP-LINHA(20:30)
                       WHEN OTHER
                           ADD 1 TO WS-QTD-ARQ-COM
                           MOVE WS-ARQ-QTD(WS-ARQ-I) TO WS-QTD-MASK
                           STRING WS-QTD-MASK ' REGISTRO(S)'
                                  DELIMITED BY SIZE
                                  INTO WS-IMP-LINHA(20:30)
                           END-STRING
                   END-EVALUATE
                   MOVE 'D' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO
               END-IF
           END-PERFORM

           MOVE 'ARQUIVOS FINANCEIROS E FISCAIS FICAM GUARDADOS PELO '
                & 'PRAZO LEGAL MESMO APOS A ANONIMIZACAO'
                TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO

           MOVE WS-QTD-REGISTROS TO WS-QTD-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'REGISTROS DO TITULAR: ' WS-QTD-MASK
                  ' EM ' WS-QTD-ARQ-COM ' ARQUIVO(S)'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-RESUMO.

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
           IF WS-RETORNO-JOB = 0 AND WS-QTD-REGISTROS = 0
               DISPLAY 'TITULAR NAO ENCONTRADO EM NENHUM ARQUIVO'
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'REGISTROS DO TITULAR    : ' WS-QTD-REGISTROS
           DISPLAY 'ARQUIVOS COM O TITULAR  : ' WS-QTD-ARQ-COM
           IF WS-RETORNO-JOB < 8
               DISPLAY 'RELATORIO               : LGPDCONS.TXT'
           END-IF
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM LGPD-CONSULTA.
