      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: BALCAO DE REQUERIMENTOS DA SECRETARIA - NO LUGAR DAS
      *          TIRAS DE PAPEL, CADA PEDIDO (REVISAO DE PROVA,
      *          SEGUNDA VIA DE BOLETIM, DECLARACAO, CANCELAMENTO,
      *          TRANCAMENTO, OUTROS) GANHA UM PROTOCOLO NO LIVRO
      *          REQUERIMENTOS.TXT (REQUER.CPY) COM REQUERENTE
      *          (RESPONSAVEL DO RESPONSAVEIS.TXT, O PROPRIO ALUNO OU
      *          OUTRO), DATA DE ABERTURA E DATA LIMITE CONTADA EM
      *          DIAS UTEIS (SABADOS, DOMINGOS E O CALENDARIO
      *          FERIADOS.TXT, MESMA CONTA DO DIAS-ENTRE-DATAS)
      *          MODO S (SECRETARIA): ABERTURA, ANDAMENTO,
      *            ENCERRAMENTO (DEFERIDO/INDEFERIDO) E CONSULTA POR
      *            MATRICULA; O DEFERIMENTO DE PEDIDO QUE TEM PROCESSO
      *            PROPRIO EXIGE E GUARDA O RESULTADO: REVISAO DE
      *            PROVA APONTA A ENTRADA DA FILA NOTASPEND.TXT,
      *            DECLARACAO O NUMERO DO LIVRO DOCUMENTOS.TXT,
      *            CANCELAMENTO E TRANCAMENTO A SITUACAO JA GRAVADA NO
      *            MATRICULAS.TXT
      *          MODO A (ATRASADOS): RELATORIO DIARIO DOS PEDIDOS
      *            PENDENTES COM DATA LIMITE VENCIDA, COM OS DIAS UTEIS
      *            DE ATRASO, PELA ROTINA IMPRESSAO (REQATRASO.TXT);
      *            RETURN-CODE 4 QUANDO HA ATRASADOS
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUERIMENTO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUERIMENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQ-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT RESPONSAVEIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESP-STATUS.
           SELECT NOTAS-PEND ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PEND-STATUS.
           SELECT DOCUMENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DOC-STATUS.
           SELECT FERIADOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FERIADOS-STATUS.
           SELECT DATA-PROC ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DATAPROC-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD REQUERIMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'REQUERIMENTOS.TXT'.
       01 REQUERIMENTO-ARQ                 PIC X(194).

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD RESPONSAVEIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RESPONSAVEIS.TXT'.
       COPY RESPONSA.CPY.

       FD NOTAS-PEND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'NOTASPEND.TXT'.
       COPY NOTAPEND.CPY.

       FD DOCUMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DOCUMENTOS.TXT'.
       COPY DOCUMENT.CPY.

       FD FERIADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'FERIADOS.TXT'.
       01 FERIADO-REG.
           02 FE-DATA              PIC X(10).

       FD DATA-PROC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DATAPROC.TXT'.
       01 DATA-PROC-REG.
           02 DP-DATA              PIC X(10).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS                PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-RESP-STATUS               PIC X(02) VALUE '00'.
       01 WS-PEND-STATUS               PIC X(02) VALUE '00'.
       01 WS-DOC-STATUS                PIC X(02) VALUE '00'.
       01 WS-FERIADOS-STATUS           PIC X(02) VALUE '00'.
       01 WS-DATAPROC-STATUS           PIC X(02) VALUE '00'.
       01 WS-MODO                      PIC X(01) VALUE 'S'.
           88 WS-MODO-ATRASADOS               VALUE 'A' 'a'.
       01 WS-OPCAO                     PIC 9(01) VALUE 0.
       01 WS-OPERADOR                  PIC X(08) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-FIM-REQ            PIC X(01) VALUE 'N'.
               88 WS-FIM-REQ-SIM          VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-FIM-RESP           PIC X(01) VALUE 'N'.
               88 WS-FIM-RESP-SIM         VALUE 'S'.
           02 WS-FIM-PEND           PIC X(01) VALUE 'N'.
               88 WS-FIM-PEND-SIM         VALUE 'S'.
           02 WS-FIM-DOC            PIC X(01) VALUE 'N'.
               88 WS-FIM-DOC-SIM          VALUE 'S'.
           02 WS-FIM-FERIADOS       PIC X(01) VALUE 'N'.
               88 WS-FIM-FERIADOS-SIM     VALUE 'S'.
           02 WS-FERIADO-ACHOU      PIC X(01) VALUE 'N'.
               88 WS-FERIADO-ACHOU-SIM    VALUE 'S'.
           02 WS-ALUNO-ACHOU        PIC X(01) VALUE 'N'.
               88 WS-ALUNO-ACHOU-SIM      VALUE 'S'.
           02 WS-RESP-ACHOU         PIC X(01) VALUE 'N'.
               88 WS-RESP-ACHOU-SIM       VALUE 'S'.
           02 WS-REQ-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-REQ-ACHOU-SIM        VALUE 'S'.
           02 WS-REF-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-REF-ACHOU-SIM        VALUE 'S'.
           02 WS-TABELA-CHEIA       PIC X(01) VALUE 'N'.
               88 WS-TABELA-CHEIA-SIM     VALUE 'S'.
      *-----------------------------------------------------------------
      * LIVRO DE REQUERIMENTOS EM MEMORIA (REGRAVADO NO FIM DA SESSAO)
      *-----------------------------------------------------------------
       01 WS-TAB-REQ-LIMITE            PIC 9(04) VALUE 3000.
       01 WS-QTD-REQ                   PIC 9(04) VALUE ZERO.
       01 WS-TABELA-REQ.
           02 WS-REQ-REG PIC X(194) OCCURS 3000 TIMES.
       01 WS-REQ-I                     PIC 9(04) VALUE ZERO.
       01 WS-REQ-ACHOU-I               PIC 9(04) VALUE ZERO.
       01 WS-ULTIMO-PROTOCOLO          PIC 9(06) VALUE ZERO.
       01 WS-QTD-ALTERADOS             PIC 9(04) VALUE ZERO.
       COPY REQUER.CPY.
      *-----------------------------------------------------------------
      * PRAZO EM DIAS UTEIS POR TIPO DE PEDIDO
      *-----------------------------------------------------------------
       01 WS-PRAZOS-VALORES.
           02 FILLER PIC X(33) VALUE 'P05REVISAO DE PROVA'.
           02 FILLER PIC X(33) VALUE 'B03SEGUNDA VIA DE BOLETIM'.
           02 FILLER PIC X(33) VALUE 'D02DECLARACAO'.
           02 FILLER PIC X(33) VALUE 'C10CANCELAMENTO DE MATRICULA'.
           02 FILLER PIC X(33) VALUE 'T10TRANCAMENTO DE MATRICULA'.
           02 FILLER PIC X(33) VALUE 'O10OUTROS'.
       01 WS-TABELA-PRAZOS REDEFINES WS-PRAZOS-VALORES.
           02 WS-PRAZO-ITEM OCCURS 6 TIMES.
               03 WS-PRAZO-TIPO     PIC X(01).
               03 WS-PRAZO-DIAS     PIC 9(02).
               03 WS-PRAZO-NOME     PIC X(30).
       01 WS-PRAZO-I                   PIC 9(01) VALUE ZERO.
       01 WS-PRAZO-ACHOU-I             PIC 9(01) VALUE ZERO.
       01 WS-TIPO-NOME                 PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
      * DATA DE REFERENCIA (DATAPROC.TXT OU DATA DA MAQUINA)
      *-----------------------------------------------------------------
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO           PIC 9(04).
           02 WS-HOJE-MES           PIC 9(02).
           02 WS-HOJE-DIA           PIC 9(02).
       01 WS-HOJE-AAAAMMDD REDEFINES WS-DATA-HOJE PIC 9(08).
       01 WS-DATA-REF                  PIC X(10) VALUE SPACES.
       01 WS-HOJE-DIAS                 PIC 9(08) VALUE ZERO.
       01 WS-DATA-OK                   PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO               PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
      *-----------------------------------------------------------------
      * CALENDARIO DE DIAS UTEIS (FERIADOS.TXT)
      *-----------------------------------------------------------------
       01 WS-TAB-FER-LIMITE            PIC 9(02) VALUE 50.
       01 WS-QTD-FERIADOS              PIC 9(02) VALUE ZERO.
       01 WS-TABELA-FERIADOS.
           02 WS-FER-DIAS PIC 9(08) OCCURS 50 TIMES.
       01 WS-FER-I                     PIC 9(02) VALUE ZERO.
       01 WS-CONV-DATA                 PIC X(10) VALUE SPACES.
       01 WS-CONV-OK                   PIC X(01) VALUE 'N'.
           88 WS-CONV-OK-SIM                  VALUE 'S'.
       01 WS-CONV-AAAAMMDD.
           02 WS-CONV-ANO           PIC 9(04).
           02 WS-CONV-MES           PIC 9(02).
           02 WS-CONV-DIA           PIC 9(02).
       01 WS-CONV-NUMERO REDEFINES WS-CONV-AAAAMMDD PIC 9(08).
       01 WS-CONV-DIAS                 PIC 9(08) VALUE ZERO.
       01 WS-DIA-CORRENTE              PIC 9(08) VALUE ZERO.
       01 WS-DIA-SEMANA                PIC 9(01) VALUE ZERO.
       01 WS-RESULT-DIV                PIC 9(08) VALUE ZERO.
       01 WS-CONTA-UTEIS               PIC 9(04) VALUE ZERO.
       01 WS-LIMITE-DIAS               PIC 9(08) VALUE ZERO.
       01 WS-LIMITE-DATA.
           02 WS-LIM-ANO            PIC 9(04).
           02 WS-LIM-MES            PIC 9(02).
           02 WS-LIM-DIA            PIC 9(02).
       01 WS-LIMITE-AAAAMMDD REDEFINES WS-LIMITE-DATA PIC 9(08).
      *-----------------------------------------------------------------
      * DADOS DIGITADOS NO BALCAO
      *-----------------------------------------------------------------
       01 WS-MATRICULA                 PIC X(05) VALUE SPACES.
       01 WS-TIPO                      PIC X(01) VALUE SPACE.
       01 WS-ORIGEM                    PIC X(01) VALUE SPACE.
           88 WS-ORIGEM-RESPONSAVEL           VALUE 'R' 'r'.
           88 WS-ORIGEM-ALUNO                 VALUE 'A' 'a'.
           88 WS-ORIGEM-OUTRO                 VALUE 'O' 'o'.
       01 WS-AL-NOME                   PIC X(30) VALUE SPACES.
       01 WS-AL-SITUACAO               PIC X(01) VALUE SPACE.
       01 WS-AL-DATA-SITUACAO          PIC X(10) VALUE SPACES.
       01 WS-RS-NOME                   PIC X(30) VALUE SPACES.
       01 WS-RS-PARENTESCO             PIC X(10) VALUE SPACES.
       01 WS-PROTOCOLO                 PIC 9(06) VALUE ZERO.
       01 WS-DECISAO                   PIC X(01) VALUE SPACE.
           88 WS-DECISAO-DEFERE               VALUE 'D' 'd'.
           88 WS-DECISAO-INDEFERE             VALUE 'I' 'i'.
       01 WS-RESOLUCAO                 PIC X(40) VALUE SPACES.
       01 WS-REF-DISCIPLINA            PIC X(02) VALUE SPACES.
       01 WS-REF-BIMESTRE              PIC 9(01) VALUE ZERO.
       01 WS-REF-DOCUMENTO             PIC 9(06) VALUE ZERO.
       01 WS-REF-CHAVE                 PIC X(12) VALUE SPACES.
       01 WS-REF-SITUACAO-NP           PIC X(01) VALUE SPACE.
      *-----------------------------------------------------------------
      * RELATORIO DE ATRASADOS
      *-----------------------------------------------------------------
       01 WS-QTD-PENDENTES             PIC 9(04) VALUE ZERO.
       01 WS-QTD-ATRASADOS             PIC 9(04) VALUE ZERO.
       01 WS-ATRASO-MASK               PIC ZZ9.
       01 WS-QTD-MASK                  PIC ZZZ9.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'REQATRASO.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE
           'REQUERIMENTOS PENDENTES COM PRAZO VENCIDO'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE SPACES.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'REQUERIMENTOS DA SECRETARIA'
           DISPLAY '-----------------------------------'

           PERFORM OBTEM-DATA-REFERENCIA
           PERFORM CARREGA-FERIADOS
           PERFORM CARREGA-REQUERIMENTOS

           DISPLAY 'MODO: (S) SECRETARIA  (A) RELATORIO DE ATRASADOS'
           ACCEPT WS-MODO
           EXIT.
       FIM-INICIO.

       OBTEM-DATA-REFERENCIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN INPUT DATA-PROC
           IF WS-DATAPROC-STATUS = '00'
               READ DATA-PROC
                   NOT AT END
                       IF DP-DATA NOT = SPACES
                           CALL 'DATA-VALIDA' USING DP-DATA
                                                    WS-DATA-OK
                                                    WS-DATA-MOTIVO
                                                    WS-DATA-AAAAMMDD
                           END-CALL
                           IF WS-DATA-OK = 'S'
                               MOVE WS-DATA-AAAAMMDD
                                    TO WS-HOJE-AAAAMMDD
                           END-IF
                       END-IF
               END-READ
               CLOSE DATA-PROC
           END-IF

           COMPUTE WS-HOJE-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-REF
           END-STRING
           EXIT.
       FIM-OBTEM-DATA-REFERENCIA.

      *-----------------------------------------------------------------
      * FERIADOS: MESMA CARGA DO DIAS-ENTRE-DATAS, MAS OS FERIADOS QUE
      * INTERESSAM AO PRAZO SAO FUTUROS, QUE O DATA-VALIDA REJEITARIA -
      * A DATA E CONFERIDA SO NA ESTRUTURA, COMO A DATA ALVO DO
      * CADASTRO-META; ENTRADA INVALIDA E AVISADA E IGNORADA
      *-----------------------------------------------------------------
       CARREGA-FERIADOS.
           OPEN INPUT FERIADOS
           IF WS-FERIADOS-STATUS NOT = '00'
               DISPLAY 'FERIADOS.TXT NAO ENCONTRADO - SO FINS DE '
                       'SEMANA SERAO PULADOS'
           ELSE
               PERFORM LER-FERIADOS
               PERFORM UNTIL WS-FIM-FERIADOS-SIM
                   MOVE FE-DATA TO WS-CONV-DATA
                   PERFORM CONVERTE-DATA
                   IF NOT WS-CONV-OK-SIM
                       DISPLAY 'FERIADO IGNORADO (' FE-DATA '): '
                               'DATA INVALIDA'
                   ELSE
                       IF WS-QTD-FERIADOS < WS-TAB-FER-LIMITE
                           ADD 1 TO WS-QTD-FERIADOS
                           MOVE WS-CONV-DIAS
                                TO WS-FER-DIAS(WS-QTD-FERIADOS)
                       END-IF
                   END-IF
                   PERFORM LER-FERIADOS
               END-PERFORM
               CLOSE FERIADOS
           END-IF
           EXIT.
       FIM-CARREGA-FERIADOS.

      *-----------------------------------------------------------------
      * DD/MM/AAAA CONFERIDA NA ESTRUTURA E NO CALENDARIO, SEM A TRAVA
      * DE DATA FUTURA; DEVOLVE O NUMERO DO DIA (INTEGER-OF-DATE)
      *-----------------------------------------------------------------
       CONVERTE-DATA.
           MOVE 'N' TO WS-CONV-OK
           MOVE ZERO TO WS-CONV-DIAS
           IF WS-CONV-DATA(1:2) NUMERIC AND
              WS-CONV-DATA(4:2) NUMERIC AND
              WS-CONV-DATA(7:4) NUMERIC AND
              WS-CONV-DATA(3:1) = '/' AND
              WS-CONV-DATA(6:1) = '/'
               MOVE WS-CONV-DATA(1:2) TO WS-CONV-DIA
               MOVE WS-CONV-DATA(4:2) TO WS-CONV-MES
               MOVE WS-CONV-DATA(7:4) TO WS-CONV-ANO
               IF WS-CONV-ANO > 1600 AND
                  FUNCTION TEST-DATE-YYYYMMDD(WS-CONV-NUMERO) = 0
                   SET WS-CONV-OK-SIM TO TRUE
                   COMPUTE WS-CONV-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-CONV-NUMERO)
               END-IF
           END-IF
           EXIT.
       FIM-CONVERTE-DATA.

       LER-FERIADOS.
           READ FERIADOS
               AT END
                   SET WS-FIM-FERIADOS-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-FERIADOS.

       CARREGA-REQUERIMENTOS.
           OPEN INPUT REQUERIMENTOS
           IF WS-REQ-STATUS = '00'
               PERFORM LER-REQUERIMENTOS
               PERFORM UNTIL WS-FIM-REQ-SIM
                   IF WS-QTD-REQ < WS-TAB-REQ-LIMITE
                       ADD 1 TO WS-QTD-REQ
                       MOVE REQUERIMENTO-ARQ TO WS-REQ-REG(WS-QTD-REQ)
                       MOVE REQUERIMENTO-ARQ TO REQUERIMENTO-REG
                       IF RQ-PROTOCOLO NUMERIC AND
                          RQ-PROTOCOLO > WS-ULTIMO-PROTOCOLO
                           MOVE RQ-PROTOCOLO TO WS-ULTIMO-PROTOCOLO
                       END-IF
                   ELSE
                       DISPLAY 'REQUERIMENTOS.TXT EXCEDE '
                               WS-TAB-REQ-LIMITE ' PEDIDOS - SESSAO '
                               'SO DE CONSULTA (A REGRAVACAO '
                               'TRUNCARIA O LIVRO)'
                       SET WS-TABELA-CHEIA-SIM TO TRUE
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-REQ-SIM TO TRUE
                   END-IF
                   PERFORM LER-REQUERIMENTOS
               END-PERFORM
               CLOSE REQUERIMENTOS
           END-IF
           EXIT.
       FIM-CARREGA-REQUERIMENTOS.

       LER-REQUERIMENTOS.
           READ REQUERIMENTOS
               AT END
                   SET WS-FIM-REQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-REQUERIMENTOS.

       PROCESSA-PROGRAMA.
           IF WS-MODO-ATRASADOS
               PERFORM RELATORIO-ATRASADOS
           ELSE
               DISPLAY 'IDENTIFICACAO DO OPERADOR: '
               ACCEPT WS-OPERADOR
               PERFORM MENU-SECRETARIA
               IF WS-QTD-ALTERADOS > 0
                   PERFORM REGRAVA-REQUERIMENTOS
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

       MENU-SECRETARIA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - ABRIR REQUERIMENTO'
               DISPLAY '2 - REGISTRAR ANDAMENTO'
               DISPLAY '3 - ENCERRAR (DEFERIR/INDEFERIR)'
               DISPLAY '4 - CONSULTAR PEDIDOS DO ALUNO'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM ABRE-REQUERIMENTO
                   WHEN 2
                       PERFORM ANDAMENTO-REQUERIMENTO
                   WHEN 3
                       PERFORM ENCERRA-REQUERIMENTO
                   WHEN 4
                       PERFORM CONSULTA-ALUNO
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-MENU-SECRETARIA.

      *-----------------------------------------------------------------
      * ABERTURA: ALUNO, TIPO, REQUERENTE, ASSUNTO; PROTOCOLO = MAIOR
      * DO LIVRO + 1; DATA LIMITE = ABERTURA + PRAZO DO TIPO EM DIAS
      * UTEIS
      *-----------------------------------------------------------------
       ABRE-REQUERIMENTO.
           IF WS-TABELA-CHEIA-SIM OR WS-QTD-REQ >= WS-TAB-REQ-LIMITE
               DISPLAY 'LIVRO DE REQUERIMENTOS CHEIO - ABERTURA '
                       'RECUSADA'
           ELSE
               DISPLAY 'MATRICULA DO ALUNO: '
               MOVE SPACES TO WS-MATRICULA
               ACCEPT WS-MATRICULA
               PERFORM LOCALIZA-ALUNO
               IF NOT WS-ALUNO-ACHOU-SIM
                   DISPLAY 'MATRICULA ' WS-MATRICULA
                           ' NAO ENCONTRADA NO MATRICULAS.TXT'
               ELSE
                   DISPLAY 'ALUNO: ' WS-AL-NOME
                   PERFORM ESCOLHE-TIPO
                   IF WS-PRAZO-ACHOU-I > 0
                       PERFORM ESCOLHE-REQUERENTE
                       IF RQ-REQUERENTE NOT = SPACES
                           PERFORM GRAVA-ABERTURA
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-ABRE-REQUERIMENTO.

       ESCOLHE-TIPO.
           DISPLAY 'TIPO: (P) REVISAO DE PROVA  (B) SEGUNDA VIA DE '
                   'BOLETIM  (D) DECLARACAO'
           DISPLAY '      (C) CANCELAMENTO  (T) TRANCAMENTO  '
                   '(O) OUTROS'
           MOVE SPACE TO WS-TIPO
           ACCEPT WS-TIPO
           MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO
           PERFORM LOCALIZA-PRAZO
           IF WS-PRAZO-ACHOU-I = 0
               DISPLAY 'TIPO INVALIDO - ABERTURA CANCELADA'
           END-IF
           EXIT.
       FIM-ESCOLHE-TIPO.

       LOCALIZA-PRAZO.
           MOVE ZERO TO WS-PRAZO-ACHOU-I
           MOVE SPACES TO WS-TIPO-NOME
           PERFORM VARYING WS-PRAZO-I FROM 1 BY 1
                   UNTIL WS-PRAZO-I > 6
               IF WS-PRAZO-TIPO(WS-PRAZO-I) = WS-TIPO
                   MOVE WS-PRAZO-I TO WS-PRAZO-ACHOU-I
                   MOVE WS-PRAZO-NOME(WS-PRAZO-I) TO WS-TIPO-NOME
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-PRAZO.

      *-----------------------------------------------------------------
      * REQUERENTE: O RESPONSAVEL CADASTRADO DA MATRICULA, O PROPRIO
      * ALUNO OU OUTRA PESSOA (NOME E VINCULO DIGITADOS)
      *-----------------------------------------------------------------
       ESCOLHE-REQUERENTE.
           MOVE SPACES TO RQ-REQUERENTE RQ-VINCULO
           PERFORM LOCALIZA-RESPONSAVEL
           IF WS-RESP-ACHOU-SIM
               DISPLAY 'RESPONSAVEL CADASTRADO: ' WS-RS-NOME
                       ' (' WS-RS-PARENTESCO ')'
           ELSE
               DISPLAY 'MATRICULA SEM RESPONSAVEL NO RESPONSAVEIS.TXT'
           END-IF
           DISPLAY 'REQUERENTE: (R) RESPONSAVEL CADASTRADO  '
                   '(A) O PROPRIO ALUNO  (O) OUTRO'
           MOVE SPACE TO WS-ORIGEM
           ACCEPT WS-ORIGEM
           EVALUATE TRUE
               WHEN WS-ORIGEM-RESPONSAVEL AND WS-RESP-ACHOU-SIM
                   MOVE WS-RS-NOME       TO RQ-REQUERENTE
                   MOVE WS-RS-PARENTESCO TO RQ-VINCULO
               WHEN WS-ORIGEM-RESPONSAVEL
                   DISPLAY 'NAO HA RESPONSAVEL CADASTRADO - CADASTRE '
                           'PELO CADASTRO-RESPONSAVEL OU USE (O)'
               WHEN WS-ORIGEM-ALUNO
                   MOVE WS-AL-NOME TO RQ-REQUERENTE
                   MOVE 'ALUNO'    TO RQ-VINCULO
               WHEN WS-ORIGEM-OUTRO
                   DISPLAY 'NOME DO REQUERENTE: '
                   ACCEPT RQ-REQUERENTE
                   DISPLAY 'VINCULO COM O ALUNO: '
                   ACCEPT RQ-VINCULO
               WHEN OTHER
                   DISPLAY 'OPCAO DE REQUERENTE INVALIDA'
           END-EVALUATE
           IF RQ-REQUERENTE = SPACES
               DISPLAY 'REQUERENTE NAO INFORMADO - ABERTURA CANCELADA'
           END-IF
           EXIT.
       FIM-ESCOLHE-REQUERENTE.

       GRAVA-ABERTURA.
           DISPLAY 'ASSUNTO / DETALHE DO PEDIDO: '
           MOVE SPACES TO RQ-ASSUNTO
           ACCEPT RQ-ASSUNTO

           ADD 1 TO WS-ULTIMO-PROTOCOLO
           MOVE WS-ULTIMO-PROTOCOLO TO RQ-PROTOCOLO
           MOVE WS-TIPO             TO RQ-TIPO
           MOVE WS-MATRICULA        TO RQ-MATRICULA
           MOVE WS-DATA-REF         TO RQ-DATA-ABERTURA
           MOVE WS-PRAZO-DIAS(WS-PRAZO-ACHOU-I) TO RQ-PRAZO-UTEIS
           PERFORM CALCULA-DATA-LIMITE
           MOVE WS-OPERADOR         TO RQ-OPERADOR
           MOVE 'A'                 TO RQ-STATUS
           MOVE SPACES              TO RQ-DATA-ENCERRAMENTO
                                       RQ-OPERADOR-ENCERRA
                                       RQ-RESOLUCAO
                                       RQ-REFERENCIA

           ADD 1 TO WS-QTD-REQ
           MOVE REQUERIMENTO-REG TO WS-REQ-REG(WS-QTD-REQ)
           ADD 1 TO WS-QTD-ALTERADOS
           DISPLAY 'PROTOCOLO ' RQ-PROTOCOLO ' - ' WS-TIPO-NOME
           DISPLAY 'PRAZO DE ' RQ-PRAZO-UTEIS ' DIAS UTEIS - '
                   'ATENDER ATE ' RQ-DATA-LIMITE
           EXIT.
       FIM-GRAVA-ABERTURA.

      *-----------------------------------------------------------------
      * DATA LIMITE: A PARTIR DO DIA SEGUINTE A ABERTURA, CONTA OS DIAS
      * QUE NAO SAO SABADO (RESTO 6), DOMINGO (RESTO 0) NEM FERIADO
      *-----------------------------------------------------------------
       CALCULA-DATA-LIMITE.
           MOVE WS-HOJE-DIAS TO WS-DIA-CORRENTE
           MOVE ZERO TO WS-CONTA-UTEIS
           PERFORM UNTIL WS-CONTA-UTEIS >= RQ-PRAZO-UTEIS
               ADD 1 TO WS-DIA-CORRENTE
               PERFORM CONFERE-DIA-UTIL
               IF WS-DIA-SEMANA NOT = 6 AND WS-DIA-SEMANA NOT = 0
                  AND NOT WS-FERIADO-ACHOU-SIM
                   ADD 1 TO WS-CONTA-UTEIS
               END-IF
           END-PERFORM
           COMPUTE WS-LIMITE-AAAAMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE)
           MOVE SPACES TO RQ-DATA-LIMITE
           STRING WS-LIM-DIA '/' WS-LIM-MES '/' WS-LIM-ANO
                  DELIMITED BY SIZE
                  INTO RQ-DATA-LIMITE
           END-STRING
           EXIT.
       FIM-CALCULA-DATA-LIMITE.

       CONFERE-DIA-UTIL.
           DIVIDE WS-DIA-CORRENTE BY 7
               GIVING WS-RESULT-DIV
               REMAINDER WS-DIA-SEMANA
           MOVE 'N' TO WS-FERIADO-ACHOU
           PERFORM VARYING WS-FER-I FROM 1 BY 1
                   UNTIL WS-FER-I > WS-QTD-FERIADOS
                      OR WS-FERIADO-ACHOU-SIM
               IF WS-FER-DIAS(WS-FER-I) = WS-DIA-CORRENTE
                   SET WS-FERIADO-ACHOU-SIM TO TRUE
               END-IF
           END-PERFORM
           EXIT.
       FIM-CONFERE-DIA-UTIL.

      *-----------------------------------------------------------------
      * ATRASO EM DIAS UTEIS: DO DIA SEGUINTE AO LIMITE ATE HOJE
      *-----------------------------------------------------------------
       CONTA-DIAS-ATRASO.
           MOVE ZERO TO WS-CONTA-UTEIS
           MOVE WS-LIMITE-DIAS TO WS-DIA-CORRENTE
           PERFORM UNTIL WS-DIA-CORRENTE >= WS-HOJE-DIAS
               ADD 1 TO WS-DIA-CORRENTE
               PERFORM CONFERE-DIA-UTIL
               IF WS-DIA-SEMANA NOT = 6 AND WS-DIA-SEMANA NOT = 0
                  AND NOT WS-FERIADO-ACHOU-SIM
                   ADD 1 TO WS-CONTA-UTEIS
               END-IF
           END-PERFORM
           EXIT.
       FIM-CONTA-DIAS-ATRASO.

       LOCALIZA-ALUNO.
           MOVE 'N' TO WS-ALUNO-ACHOU
           MOVE 'N' TO WS-FIM-MAT
           MOVE SPACES TO WS-AL-NOME WS-AL-DATA-SITUACAO
           MOVE SPACE TO WS-AL-SITUACAO
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO'
           ELSE
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM OR WS-ALUNO-ACHOU-SIM
                   IF MT-MATRICULA = WS-MATRICULA
                       SET WS-ALUNO-ACHOU-SIM TO TRUE
                       MOVE MT-NOME          TO WS-AL-NOME
                       MOVE MT-SITUACAO      TO WS-AL-SITUACAO
                       MOVE MT-DATA-SITUACAO TO WS-AL-DATA-SITUACAO
                   ELSE
                       PERFORM LER-MATRICULAS
                   END-IF
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-LOCALIZA-ALUNO.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       LOCALIZA-RESPONSAVEL.
           MOVE 'N' TO WS-RESP-ACHOU
           MOVE 'N' TO WS-FIM-RESP
           MOVE SPACES TO WS-RS-NOME WS-RS-PARENTESCO
           OPEN INPUT RESPONSAVEIS
           IF WS-RESP-STATUS = '00'
               PERFORM LER-RESPONSAVEIS
               PERFORM UNTIL WS-FIM-RESP-SIM OR WS-RESP-ACHOU-SIM
                   IF RS-MATRICULA = WS-MATRICULA
                       SET WS-RESP-ACHOU-SIM TO TRUE
                       MOVE RS-NOME       TO WS-RS-NOME
                       MOVE RS-PARENTESCO TO WS-RS-PARENTESCO
                   ELSE
                       PERFORM LER-RESPONSAVEIS
                   END-IF
               END-PERFORM
               CLOSE RESPONSAVEIS
           END-IF
           EXIT.
       FIM-LOCALIZA-RESPONSAVEL.

       LER-RESPONSAVEIS.
           READ RESPONSAVEIS
               AT END
                   SET WS-FIM-RESP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-RESPONSAVEIS.

      *-----------------------------------------------------------------
      * LOCALIZA O PROTOCOLO DIGITADO NA TABELA E TRAZ PARA A AREA DE
      * TRABALHO REQUERIMENTO-REG
      *-----------------------------------------------------------------
       LOCALIZA-PROTOCOLO.
           DISPLAY 'NUMERO DO PROTOCOLO: '
           MOVE ZERO TO WS-PROTOCOLO
           ACCEPT WS-PROTOCOLO
           MOVE 'N' TO WS-REQ-ACHOU
           MOVE ZERO TO WS-REQ-ACHOU-I
           PERFORM VARYING WS-REQ-I FROM 1 BY 1
                   UNTIL WS-REQ-I > WS-QTD-REQ OR WS-REQ-ACHOU-SIM
               MOVE WS-REQ-REG(WS-REQ-I) TO REQUERIMENTO-REG
               IF RQ-PROTOCOLO = WS-PROTOCOLO
                   SET WS-REQ-ACHOU-SIM TO TRUE
                   MOVE WS-REQ-I TO WS-REQ-ACHOU-I
               END-IF
           END-PERFORM
           IF NOT WS-REQ-ACHOU-SIM
               DISPLAY 'PROTOCOLO ' WS-PROTOCOLO ' NAO ENCONTRADO'
           ELSE
               MOVE RQ-TIPO TO WS-TIPO
               PERFORM LOCALIZA-PRAZO
               DISPLAY 'PROTOCOLO ' RQ-PROTOCOLO ' - ' WS-TIPO-NOME
               DISPLAY '  MATRICULA ' RQ-MATRICULA ' REQUERENTE '
                       RQ-REQUERENTE ' (' RQ-VINCULO ')'
               DISPLAY '  ABERTO EM ' RQ-DATA-ABERTURA ' LIMITE '
                       RQ-DATA-LIMITE ' SITUACAO ' RQ-STATUS
               DISPLAY '  ASSUNTO: ' RQ-ASSUNTO
           END-IF
           EXIT.
       FIM-LOCALIZA-PROTOCOLO.

       ANDAMENTO-REQUERIMENTO.
           PERFORM LOCALIZA-PROTOCOLO
           IF WS-REQ-ACHOU-SIM
               IF NOT RQ-ST-PENDENTE
                   DISPLAY 'PEDIDO JA ENCERRADO EM '
                           RQ-DATA-ENCERRAMENTO
               ELSE
                   DISPLAY 'ANOTACAO DO ANDAMENTO: '
                   MOVE SPACES TO WS-RESOLUCAO
                   ACCEPT WS-RESOLUCAO
                   MOVE 'E' TO RQ-STATUS
                   MOVE WS-RESOLUCAO TO RQ-RESOLUCAO
                   MOVE REQUERIMENTO-REG TO WS-REQ-REG(WS-REQ-ACHOU-I)
                   ADD 1 TO WS-QTD-ALTERADOS
                   DISPLAY 'PEDIDO EM ANDAMENTO'
               END-IF
           END-IF
           EXIT.
       FIM-ANDAMENTO-REQUERIMENTO.

      *-----------------------------------------------------------------
      * ENCERRAMENTO: INDEFERIMENTO EXIGE SO A RESOLUCAO; DEFERIMENTO
      * DE PEDIDO COM PROCESSO PROPRIO EXIGE O RESULTADO JA REGISTRADO
      * NELE, E A REFERENCIA FICA GUARDADA NO REQUERIMENTO
      *-----------------------------------------------------------------
       ENCERRA-REQUERIMENTO.
           PERFORM LOCALIZA-PROTOCOLO
           IF WS-REQ-ACHOU-SIM
               IF NOT RQ-ST-PENDENTE
                   DISPLAY 'PEDIDO JA ENCERRADO EM '
                           RQ-DATA-ENCERRAMENTO
               ELSE
                   DISPLAY 'DECISAO: (D) DEFERIDO  (I) INDEFERIDO'
                   MOVE SPACE TO WS-DECISAO
                   ACCEPT WS-DECISAO
                   DISPLAY 'RESOLUCAO: '
                   MOVE SPACES TO WS-RESOLUCAO
                   ACCEPT WS-RESOLUCAO
                   MOVE SPACES TO WS-REF-CHAVE
                   MOVE 'N' TO WS-REF-ACHOU
                   EVALUATE TRUE
                       WHEN NOT WS-DECISAO-DEFERE AND
                            NOT WS-DECISAO-INDEFERE
                           DISPLAY 'DECISAO INVALIDA - PEDIDO NAO '
                                   'ENCERRADO'
                       WHEN WS-RESOLUCAO = SPACES
                           DISPLAY 'RESOLUCAO OBRIGATORIA - PEDIDO '
                                   'NAO ENCERRADO'
                       WHEN WS-DECISAO-INDEFERE
                           MOVE 'I' TO RQ-STATUS
                           MOVE SPACE TO RQ-REF-TIPO
                           SET WS-REF-ACHOU-SIM TO TRUE
                       WHEN OTHER
                           PERFORM CONFERE-RESULTADO
                           IF WS-REF-ACHOU-SIM
                               MOVE 'D' TO RQ-STATUS
                           END-IF
                   END-EVALUATE
                   IF WS-REF-ACHOU-SIM
                       MOVE WS-REF-CHAVE  TO RQ-REF-CHAVE
                       MOVE WS-DATA-REF   TO RQ-DATA-ENCERRAMENTO
                       MOVE WS-OPERADOR   TO RQ-OPERADOR-ENCERRA
                       MOVE WS-RESOLUCAO  TO RQ-RESOLUCAO
                       MOVE REQUERIMENTO-REG
                            TO WS-REQ-REG(WS-REQ-ACHOU-I)
                       ADD 1 TO WS-QTD-ALTERADOS
                       DISPLAY 'PROTOCOLO ' RQ-PROTOCOLO
                               ' ENCERRADO (' RQ-STATUS ') EM '
                               WS-DATA-REF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-ENCERRA-REQUERIMENTO.

       CONFERE-RESULTADO.
           MOVE RQ-MATRICULA TO WS-MATRICULA
           EVALUATE TRUE
               WHEN RQ-REVISAO-PROVA
                   PERFORM CONFERE-NOTASPEND
               WHEN RQ-DECLARACAO
                   PERFORM CONFERE-DOCUMENTO
               WHEN RQ-CANCELAMENTO OR RQ-TRANCAMENTO
                   PERFORM CONFERE-SITUACAO-MATRICULA
               WHEN OTHER
                   MOVE SPACE TO RQ-REF-TIPO
                   SET WS-REF-ACHOU-SIM TO TRUE
           END-EVALUATE
           EXIT.
       FIM-CONFERE-RESULTADO.

      *-----------------------------------------------------------------
      * REVISAO DE PROVA: A ALTERACAO DE NOTA TEM DE ESTAR NA FILA
      * NOTASPEND.TXT (A ULTIMA ENTRADA DO ALUNO/DISCIPLINA/BIMESTRE)
      *-----------------------------------------------------------------
       CONFERE-NOTASPEND.
           DISPLAY 'DISCIPLINA DA PROVA REVISADA: '
           MOVE SPACES TO WS-REF-DISCIPLINA
           ACCEPT WS-REF-DISCIPLINA
           DISPLAY 'BIMESTRE (1 A 4): '
           MOVE ZERO TO WS-REF-BIMESTRE
           ACCEPT WS-REF-BIMESTRE

           MOVE 'N' TO WS-FIM-PEND
           OPEN INPUT NOTAS-PEND
           IF WS-PEND-STATUS = '00'
               PERFORM LER-NOTAS-PEND
               PERFORM UNTIL WS-FIM-PEND-SIM
                   IF NP-MATRICULA  = WS-MATRICULA AND
                      NP-DISCIPLINA = WS-REF-DISCIPLINA AND
                      NP-BIMESTRE   = WS-REF-BIMESTRE
                       SET WS-REF-ACHOU-SIM TO TRUE
                       MOVE SPACES TO WS-REF-CHAVE
                       STRING NP-CHAVE NP-NUM-NOTA
                              DELIMITED BY SIZE
                              INTO WS-REF-CHAVE
                       END-STRING
                       MOVE NP-SITUACAO TO WS-REF-SITUACAO-NP
                   END-IF
                   PERFORM LER-NOTAS-PEND
               END-PERFORM
               CLOSE NOTAS-PEND
           END-IF

           IF WS-REF-ACHOU-SIM
               MOVE 'N' TO RQ-REF-TIPO
               DISPLAY 'ALTERACAO NA FILA NOTASPEND.TXT: ' WS-REF-CHAVE
                       ' SITUACAO ' WS-REF-SITUACAO-NP
           ELSE
               DISPLAY 'NENHUMA ALTERACAO DE NOTA NA FILA PARA A '
                       'MATRICULA/DISCIPLINA/BIMESTRE'
               DISPLAY 'LANCE A REVISAO PELO NOTAS-CONSULTA ANTES DE '
                       'DEFERIR'
           END-IF
           EXIT.
       FIM-CONFERE-NOTASPEND.

       LER-NOTAS-PEND.
           READ NOTAS-PEND
               AT END
                   SET WS-FIM-PEND-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-NOTAS-PEND.

      *-----------------------------------------------------------------
      * DECLARACAO: O DOCUMENTO TEM DE ESTAR NO LIVRO DOCUMENTOS.TXT
      * EM NOME DA MESMA MATRICULA
      *-----------------------------------------------------------------
       CONFERE-DOCUMENTO.
           DISPLAY 'NUMERO DO DOCUMENTO EMITIDO: '
           MOVE ZERO TO WS-REF-DOCUMENTO
           ACCEPT WS-REF-DOCUMENTO

           MOVE 'N' TO WS-FIM-DOC
           OPEN INPUT DOCUMENTOS
           IF WS-DOC-STATUS = '00'
               PERFORM LER-DOCUMENTOS
               PERFORM UNTIL WS-FIM-DOC-SIM OR WS-REF-ACHOU-SIM
                   IF DC-NUMERO = WS-REF-DOCUMENTO AND
                      DC-MATRICULA = WS-MATRICULA
                       SET WS-REF-ACHOU-SIM TO TRUE
                   ELSE
                       PERFORM LER-DOCUMENTOS
                   END-IF
               END-PERFORM
               CLOSE DOCUMENTOS
           END-IF

           IF WS-REF-ACHOU-SIM
               MOVE 'D' TO RQ-REF-TIPO
               MOVE WS-REF-DOCUMENTO TO WS-REF-CHAVE
           ELSE
               DISPLAY 'DOCUMENTO ' WS-REF-DOCUMENTO ' NAO CONSTA NO '
                       'LIVRO PARA A MATRICULA ' WS-MATRICULA
               DISPLAY 'EMITA A DECLARACAO PELO DOCUMENTO-EMITE '
                       'ANTES DE DEFERIR'
           END-IF
           EXIT.
       FIM-CONFERE-DOCUMENTO.

       LER-DOCUMENTOS.
           READ DOCUMENTOS
               AT END
                   SET WS-FIM-DOC-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-DOCUMENTOS.

      *-----------------------------------------------------------------
      * CANCELAMENTO / TRANCAMENTO: A SITUACAO DA MATRICULA TEM DE JA
      * ESTAR GRAVADA (D DESISTENTE / R TRANCADA) PELO
      * CADASTRO-MATRICULA
      *-----------------------------------------------------------------
       CONFERE-SITUACAO-MATRICULA.
           PERFORM LOCALIZA-ALUNO
           IF WS-ALUNO-ACHOU-SIM AND
              ((RQ-CANCELAMENTO AND WS-AL-SITUACAO = 'D') OR
               (RQ-TRANCAMENTO AND WS-AL-SITUACAO = 'R'))
               SET WS-REF-ACHOU-SIM TO TRUE
               MOVE 'M' TO RQ-REF-TIPO
               MOVE SPACES TO WS-REF-CHAVE
               STRING WS-AL-SITUACAO ' ' WS-AL-DATA-SITUACAO
                      DELIMITED BY SIZE
                      INTO WS-REF-CHAVE
               END-STRING
           ELSE
               DISPLAY 'SITUACAO DA MATRICULA AINDA NAO REGISTRADA - '
                       'ATUALIZE PELO CADASTRO-MATRICULA ANTES DE '
                       'DEFERIR'
           END-IF
           EXIT.
       FIM-CONFERE-SITUACAO-MATRICULA.

       CONSULTA-ALUNO.
           DISPLAY 'MATRICULA DO ALUNO: '
           MOVE SPACES TO WS-MATRICULA
           ACCEPT WS-MATRICULA
           MOVE ZERO TO WS-QTD-PENDENTES
           PERFORM VARYING WS-REQ-I FROM 1 BY 1
                   UNTIL WS-REQ-I > WS-QTD-REQ
               MOVE WS-REQ-REG(WS-REQ-I) TO REQUERIMENTO-REG
               IF RQ-MATRICULA = WS-MATRICULA
                   ADD 1 TO WS-QTD-PENDENTES
                   DISPLAY RQ-PROTOCOLO ' ' RQ-TIPO ' '
                           RQ-DATA-ABERTURA ' LIMITE ' RQ-DATA-LIMITE
                           ' ' RQ-STATUS ' ' RQ-ASSUNTO
                   IF NOT RQ-ST-PENDENTE
                       DISPLAY '       ENCERRADO EM '
                               RQ-DATA-ENCERRAMENTO ': '
                               RQ-RESOLUCAO ' REF ' RQ-REF-TIPO ' '
                               RQ-REF-CHAVE
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY 'PEDIDOS DA MATRICULA: ' WS-QTD-PENDENTES
           EXIT.
       FIM-CONSULTA-ALUNO.

       REGRAVA-REQUERIMENTOS.
           OPEN OUTPUT REQUERIMENTOS
           PERFORM VARYING WS-REQ-I FROM 1 BY 1
                   UNTIL WS-REQ-I > WS-QTD-REQ
               MOVE WS-REQ-REG(WS-REQ-I) TO REQUERIMENTO-ARQ
               WRITE REQUERIMENTO-ARQ
           END-PERFORM
           CLOSE REQUERIMENTOS
           DISPLAY 'REQUERIMENTOS.TXT REGRAVADO COM '
                   WS-QTD-ALTERADOS ' ALTERACAO(OES)'
           EXIT.
       FIM-REGRAVA-REQUERIMENTOS.

      *-----------------------------------------------------------------
      * RELATORIO DIARIO: PEDIDOS ABERTOS/EM ANDAMENTO COM LIMITE
      * ANTERIOR A DATA DE REFERENCIA
      *-----------------------------------------------------------------
       RELATORIO-ATRASADOS.
           STRING 'PROTOC T MATR  REQUERENTE           '
                  'ABERTURA   LIMITE    ATRASO  ST ASSUNTO'
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'D' TO WS-IMP-ACAO

           PERFORM VARYING WS-REQ-I FROM 1 BY 1
                   UNTIL WS-REQ-I > WS-QTD-REQ
               MOVE WS-REQ-REG(WS-REQ-I) TO REQUERIMENTO-REG
               IF RQ-ST-PENDENTE
                   ADD 1 TO WS-QTD-PENDENTES
                   PERFORM AVALIA-ATRASO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           MOVE WS-QTD-PENDENTES TO WS-QTD-MASK
           STRING 'PEDIDOS PENDENTES: ' WS-QTD-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           MOVE WS-QTD-ATRASADOS TO WS-QTD-MASK
           STRING 'COM PRAZO VENCIDO: ' WS-QTD-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'DATA DE REFERENCIA ' WS-DATA-REF
                  ' - ATRASO EM DIAS UTEIS'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           DISPLAY 'PEDIDOS PENDENTES: ' WS-QTD-PENDENTES
                   ' - COM PRAZO VENCIDO: ' WS-QTD-ATRASADOS
           IF WS-QTD-ATRASADOS > 0 AND WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-RELATORIO-ATRASADOS.

       AVALIA-ATRASO.
           MOVE RQ-DATA-LIMITE TO WS-CONV-DATA
           PERFORM CONVERTE-DATA
           IF NOT WS-CONV-OK-SIM
               DISPLAY 'PROTOCOLO ' RQ-PROTOCOLO ' COM DATA LIMITE '
                       'INVALIDA: ' RQ-DATA-LIMITE
           ELSE
               MOVE WS-CONV-DIAS TO WS-LIMITE-DIAS
               IF WS-HOJE-DIAS > WS-LIMITE-DIAS
                   ADD 1 TO WS-QTD-ATRASADOS
                   PERFORM CONTA-DIAS-ATRASO
                   MOVE WS-CONTA-UTEIS TO WS-ATRASO-MASK
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING RQ-PROTOCOLO ' ' RQ-TIPO ' '
                          RQ-MATRICULA ' ' RQ-REQUERENTE(1:20) ' '
                          RQ-DATA-ABERTURA ' ' RQ-DATA-LIMITE ' '
                          WS-ATRASO-MASK '    ' RQ-STATUS '  '
                          RQ-ASSUNTO(1:22)
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   PERFORM CHAMA-IMPRESSAO
               END-IF
           END-IF
           EXIT.
       FIM-AVALIA-ATRASO.

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
           DISPLAY 'PEDIDOS NO LIVRO: ' WS-QTD-REQ
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM REQUERIMENTO.
