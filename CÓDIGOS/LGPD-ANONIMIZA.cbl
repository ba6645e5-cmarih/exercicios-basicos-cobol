      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: ANONIMIZACAO DE TITULARES ALEM DO PRAZO DE GUARDA
      *          (LGPD) - PACIENTE SEM ATENDIMENTO (CHECK-IN, RETORNO,
      *          COBRANCA OU ENCAMINHAMENTO) HA MAIS ANOS QUE O
      *          LGPDPAR.TXT (PADRAO 20) E EX-ALUNO TRANSFERIDO OU
      *          DESISTENTE HA MAIS ANOS QUE O LGPDPAR.TXT (PADRAO 5);
      *          FICA DE FORA QUEM TEM COBRANCA DA CLINICA OU
      *          ENCAMINHAMENTO EM ABERTO, OU TITULO EMITIDO SEM
      *          BAIXA; MODO S (SIMULACAO) SO LISTA OS ELEGIVEIS NO
      *          LGPDANON.TXT; MODO E (EXECUCAO) EXIGE UM SUPERVISOR
      *          DIFERENTE DO OPERADOR COM A LETRA A NAS OPCOES DO
      *          OPERADORES.TXT E A CONFIRMACAO DELE; O NOME VIRA
      *          'TITULAR ANONIMIZADO', O NASCIMENTO FICA SO COM O ANO
      *          (01/07/AAAA) E CPF, TELEFONE, E-MAIL E CARTEIRA DO
      *          CONVENIO SAO APAGADOS EM PACIENTES, PESOHIST, AGENDA,
      *          CLINCOBR, ENCAMINHA, MATRICULAS, RESPONSAVEIS E
      *          CANDIDATOS, MANTENDO SEXO, ALTURA, PESOS, PRESSAO,
      *          TURMA E DATAS PARA A ESTATISTICA; OS ARQUIVOS
      *          FINANCEIROS E FISCAIS FICAM COMO ESTAO PELA OBRIGACAO
      *          LEGAL DE GUARDA; CADA TITULAR ANONIMIZADO GERA UM
      *          REGISTRO NO LGPDLOG.TXT COM OPERADOR E SUPERVISOR
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPD-ANONIMIZA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.
           SELECT LGPD-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
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
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT RESPONSAVEIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESP-STATUS.
           SELECT CANDIDATOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAND-STATUS.
           SELECT TITULOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TIT-STATUS.
           SELECT LGPD-TEMP ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TEMP-STATUS.
           SELECT LGPD-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'OPERADORES.TXT'.
       01 OPERADOR-REG.
           02 OP-ID                PIC X(08).
           02 OP-NOME              PIC X(20).
           02 OP-OPCOES            PIC X(09).

       FD LGPD-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'LGPDPAR.TXT'.
       COPY LGPDPAR.CPY.

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

       FD TITULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TITULOS.TXT'.
       COPY TITULO.CPY.

       FD LGPD-TEMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'LGPD-TEMP.TXT'.
       01 TEMP-REG                     PIC X(400).

       FD LGPD-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'LGPDLOG.TXT'.
       COPY LGPDLOG.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-OPER-STATUS               PIC X(02) VALUE '00'.
       01 WS-PARAM-STATUS              PIC X(02) VALUE '00'.
       01 WS-PAC-STATUS                PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-AGENDA-STATUS             PIC X(02) VALUE '00'.
       01 WS-COBR-STATUS               PIC X(02) VALUE '00'.
       01 WS-ENC-STATUS                PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-RESP-STATUS               PIC X(02) VALUE '00'.
       01 WS-CAND-STATUS               PIC X(02) VALUE '00'.
       01 WS-TIT-STATUS                PIC X(02) VALUE '00'.
       01 WS-TEMP-STATUS               PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS                PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-ARQ            PIC X(01) VALUE 'N'.
               88 WS-FIM-ARQ-SIM          VALUE 'S'.
           02 WS-FIM-TEMP           PIC X(01) VALUE 'N'.
               88 WS-FIM-TEMP-SIM         VALUE 'S'.
           02 WS-FIM-OPER           PIC X(01) VALUE 'N'.
               88 WS-FIM-OPER-SIM         VALUE 'S'.
           02 WS-SUPERVISOR-OK      PIC X(01) VALUE 'N'.
               88 WS-SUPERVISOR-OK-SIM    VALUE 'S'.
           02 WS-REG-ALTERADO       PIC X(01) VALUE 'N'.
               88 WS-REG-ALTERADO-SIM     VALUE 'S'.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
           02 WS-HOJE-HORA             PIC 9(02).
           02 WS-HOJE-MIN              PIC 9(02).
           02 WS-HOJE-SEG              PIC 9(02).
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.
       01 WS-HORA-FMT                  PIC X(08) VALUE SPACES.
       01 WS-OPERADOR                  PIC X(08) VALUE SPACES.
       01 WS-SUPERVISOR                PIC X(08) VALUE SPACES.
       01 WS-OP-I                      PIC 9(02) VALUE ZERO.
       01 WS-MODO                      PIC X(01) VALUE SPACE.
           88 WS-MODO-SIMULACAO               VALUE 'S' 's'.
           88 WS-MODO-EXECUCAO                VALUE 'E' 'e'.
       01 WS-CONFIRMA                  PIC X(01) VALUE 'N'.
           88 WS-CONFIRMA-SIM                 VALUE 'S' 's'.
       01 WS-NOME-ANONIMO              PIC X(30)
                                       VALUE 'TITULAR ANONIMIZADO'.
      *-----------------------------------------------------------------
      * PRAZOS DE GUARDA E DATAS DE CORTE (AAAAMMDD)
      *-----------------------------------------------------------------
       01 WS-ANOS-PACIENTE             PIC 9(02) VALUE 20.
       01 WS-ANOS-ALUNO                PIC 9(02) VALUE 05.
       01 WS-CORTE-PACIENTE            PIC 9(08) VALUE ZERO.
       01 WS-CORTE-ALUNO               PIC 9(08) VALUE ZERO.
       01 WS-DATA-TXT                  PIC X(10) VALUE SPACES.
       01 WS-DATA-NUM                  PIC 9(08) VALUE ZERO.
       01 WS-DATA-AAAAMMDD.
           02 WS-DN-ANO                PIC X(04).
           02 WS-DN-MES                PIC X(02).
           02 WS-DN-DIA                PIC X(02).
       01 WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD PIC X(08).
       01 WS-REF-NUM                   PIC 9(08) VALUE ZERO.
       01 WS-REF-NUM-R REDEFINES WS-REF-NUM.
           02 WS-REF-ANO               PIC 9(04).
           02 WS-REF-MES               PIC 9(02).
           02 WS-REF-DIA               PIC 9(02).
      *-----------------------------------------------------------------
      * PACIENTES: ULTIMO ATENDIMENTO E PENDENCIAS
      *-----------------------------------------------------------------
       01 WS-TAB-LIMITE                PIC 9(04) VALUE 500.
       01 WS-QTD-PAC                   PIC 9(04) VALUE ZERO.
       01 WS-TABELA-PAC.
           02 WS-PC-ENTRADA OCCURS 500 TIMES.
               03 WS-PC-ID             PIC X(05).
               03 WS-PC-NOME           PIC X(30).
               03 WS-PC-ULTIMA         PIC 9(08).
               03 WS-PC-PENDENTE       PIC X(01).
               03 WS-PC-ELEGIVEL       PIC X(01).
               03 WS-PC-QTD-REG        PIC 9(05).
       01 WS-PC-I                      PIC 9(04) VALUE ZERO.
       01 WS-PC-ACHADO                 PIC 9(04) VALUE ZERO.
       01 WS-PAC-TESTE                 PIC X(05) VALUE SPACES.
      *-----------------------------------------------------------------
      * EX-ALUNOS TRANSFERIDOS OU DESISTENTES
      *-----------------------------------------------------------------
       01 WS-QTD-ALU                   PIC 9(04) VALUE ZERO.
       01 WS-TABELA-ALU.
           02 WS-AL-ENTRADA OCCURS 500 TIMES.
               03 WS-AL-MATRICULA      PIC X(05).
               03 WS-AL-NOME           PIC X(30).
               03 WS-AL-SAIDA          PIC 9(08).
               03 WS-AL-PENDENTE       PIC X(01).
               03 WS-AL-ELEGIVEL       PIC X(01).
               03 WS-AL-QTD-REG        PIC 9(05).
       01 WS-AL-I                      PIC 9(04) VALUE ZERO.
       01 WS-AL-ACHADO                 PIC 9(04) VALUE ZERO.
       01 WS-MAT-TESTE                 PIC X(05) VALUE SPACES.
      *-----------------------------------------------------------------
       01 WS-QTD-PAC-ELEG              PIC 9(04) VALUE ZERO.
       01 WS-QTD-ALU-ELEG              PIC 9(04) VALUE ZERO.
       01 WS-QTD-BLOQUEADOS            PIC 9(04) VALUE ZERO.
       01 WS-QTD-ALTERADOS             PIC 9(06) VALUE ZERO.
       01 WS-QTD-LOG                   PIC 9(04) VALUE ZERO.
       01 WS-SITUACAO-TXT              PIC X(30) VALUE SPACES.
       01 WS-QTD-MASK                  PIC ZZZ9.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
      * ROTINA DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20)
                                       VALUE 'LGPDANON.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'TIPO       CHAVE NOME                           REFERENCIA
      -    ' SITUACAO'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'ANONIMIZACAO DE TITULARES (LGPD)'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING
           STRING WS-HOJE-HORA ':' WS-HOJE-MIN ':' WS-HOJE-SEG
                  DELIMITED BY SIZE
                  INTO WS-HORA-FMT
           END-STRING

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR
           DISPLAY 'MODO: (S) SIMULACAO  (E) EXECUCAO: '
           ACCEPT WS-MODO

           EVALUATE TRUE
               WHEN WS-OPERADOR = SPACES
                   DISPLAY 'ANONIMIZACAO EXIGE O OPERADOR'
                   MOVE 8 TO WS-RETORNO-JOB
               WHEN WS-MODO-SIMULACAO
                   CONTINUE
               WHEN WS-MODO-EXECUCAO
                   DISPLAY 'SUPERVISOR QUE AUTORIZA: '
                   ACCEPT WS-SUPERVISOR
                   IF WS-SUPERVISOR = SPACES OR
                      WS-SUPERVISOR = WS-OPERADOR
                       DISPLAY 'SUPERVISOR DEVE SER OUTRO OPERADOR'
                       MOVE 8 TO WS-RETORNO-JOB
                   ELSE
                       PERFORM VALIDA-SUPERVISOR
                       IF NOT WS-SUPERVISOR-OK-SIM
                           DISPLAY 'SUPERVISOR SEM PERMISSAO (LETRA '
                                   'A NAS OPCOES DO OPERADORES.TXT)'
                           MOVE 8 TO WS-RETORNO-JOB
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
                   MOVE 8 TO WS-RETORNO-JOB
           END-EVALUATE

           IF WS-RETORNO-JOB = 0
               PERFORM LE-PARAMETROS
           END-IF
           EXIT.
       FIM-INICIO.

       VALIDA-SUPERVISOR.
           OPEN INPUT OPERADORES
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'OPERADORES.TXT NAO ENCONTRADO - ANONIMIZACAO '
                       'EXIGE O CADASTRO DE OPERADORES'
           ELSE
               PERFORM LER-OPERADORES
               PERFORM UNTIL WS-FIM-OPER-SIM
                   IF OP-ID = WS-SUPERVISOR
                       PERFORM VARYING WS-OP-I FROM 1 BY 1
                               UNTIL WS-OP-I > 9
                                  OR WS-SUPERVISOR-OK-SIM
                           IF OP-OPCOES(WS-OP-I:1) = 'A'
                               SET WS-SUPERVISOR-OK-SIM TO TRUE
                           END-IF
                       END-PERFORM
                       SET WS-FIM-OPER-SIM TO TRUE
                   ELSE
                       PERFORM LER-OPERADORES
                   END-IF
               END-PERFORM
               CLOSE OPERADORES
           END-IF
           EXIT.
       FIM-VALIDA-SUPERVISOR.

       LER-OPERADORES.
           READ OPERADORES
               AT END
                   SET WS-FIM-OPER-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-OPERADORES.

      *-----------------------------------------------------------------
      * PRAZOS DO LGPDPAR.TXT (SEM O ARQUIVO VALEM 20 E 5 ANOS) E
      * DATAS DE CORTE: HOJE MENOS OS ANOS DE GUARDA
      *-----------------------------------------------------------------
       LE-PARAMETROS.
           OPEN INPUT LGPD-PARAM
           IF WS-PARAM-STATUS = '00'
               READ LGPD-PARAM
                   NOT AT END
                       IF LP-ANOS-PACIENTE NUMERIC AND
                          LP-ANOS-PACIENTE > 0
                           MOVE LP-ANOS-PACIENTE TO WS-ANOS-PACIENTE
                       END-IF
                       IF LP-ANOS-ALUNO NUMERIC AND
                          LP-ANOS-ALUNO > 0
                           MOVE LP-ANOS-ALUNO TO WS-ANOS-ALUNO
                       END-IF
               END-READ
               CLOSE LGPD-PARAM
           ELSE
               DISPLAY 'LGPDPAR.TXT NAO ENCONTRADO - PRAZOS PADRAO'
           END-IF

           COMPUTE WS-CORTE-PACIENTE =
                   (WS-HOJE-ANO - WS-ANOS-PACIENTE) * 10000
                 + WS-HOJE-MES * 100 + WS-HOJE-DIA
           COMPUTE WS-CORTE-ALUNO =
                   (WS-HOJE-ANO - WS-ANOS-ALUNO) * 10000
                 + WS-HOJE-MES * 100 + WS-HOJE-DIA

           DISPLAY 'GUARDA PACIENTE (ANOS) : ' WS-ANOS-PACIENTE
           DISPLAY 'GUARDA EX-ALUNO (ANOS) : ' WS-ANOS-ALUNO
           EXIT.
       FIM-LE-PARAMETROS.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-PACIENTES
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-EX-ALUNOS
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM APURA-ATENDIMENTOS
               PERFORM APURA-TITULOS
               PERFORM SELECIONA-ELEGIVEIS
               PERFORM IMPRIME-ELEGIVEIS
           END-IF

           IF WS-RETORNO-JOB = 0 AND WS-MODO-EXECUCAO
               IF WS-QTD-PAC-ELEG + WS-QTD-ALU-ELEG = 0
                   DISPLAY 'NENHUM TITULAR ELEGIVEL - NADA A FAZER'
               ELSE
                   DISPLAY 'TITULARES A ANONIMIZAR: '
                           WS-QTD-PAC-ELEG ' PACIENTE(S) E '
                           WS-QTD-ALU-ELEG ' EX-ALUNO(S)'
                   DISPLAY 'SUPERVISOR ' WS-SUPERVISOR
                           ' CONFIRMA A ANONIMIZACAO (S/N)? '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA-SIM
                       PERFORM EXECUTA-ANONIMIZACAO
                   ELSE
                       DISPLAY 'ANONIMIZACAO CANCELADA PELO SUPERVISOR'
                       MOVE 4 TO WS-RETORNO-JOB
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * CARGA DOS PACIENTES AINDA NAO ANONIMIZADOS
      *-----------------------------------------------------------------
       CARREGA-PACIENTES.
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT PACIENTES
           IF WS-PAC-STATUS NOT = '00'
               DISPLAY 'PACIENTES.TXT NAO ENCONTRADO - SO EX-ALUNOS'
           ELSE
               PERFORM LER-PACIENTES
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   IF PAC-NOME NOT = WS-NOME-ANONIMO
                       IF WS-QTD-PAC < WS-TAB-LIMITE
                           ADD 1 TO WS-QTD-PAC
                           MOVE PAC-ID   TO WS-PC-ID(WS-QTD-PAC)
                           MOVE PAC-NOME TO WS-PC-NOME(WS-QTD-PAC)
                           MOVE ZERO     TO WS-PC-ULTIMA(WS-QTD-PAC)
                                            WS-PC-QTD-REG(WS-QTD-PAC)
                           MOVE 'N'      TO WS-PC-PENDENTE(WS-QTD-PAC)
                                            WS-PC-ELEGIVEL(WS-QTD-PAC)
                       ELSE
                           DISPLAY 'ANONIMIZACAO ABORTADA - '
                                   'PACIENTES.TXT EXCEDE A TABELA'
                           MOVE 8 TO WS-RETORNO-JOB
                           SET WS-FIM-ARQ-SIM TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-FIM-ARQ-SIM
                       PERFORM LER-PACIENTES
                   END-IF
               END-PERFORM
               CLOSE PACIENTES
           END-IF
           EXIT.
       FIM-CARREGA-PACIENTES.

       LER-PACIENTES.
           READ PACIENTES
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PACIENTES.

      *-----------------------------------------------------------------
      * CARGA DOS TRANSFERIDOS E DESISTENTES AINDA NAO ANONIMIZADOS
      *-----------------------------------------------------------------
       CARREGA-EX-ALUNOS.
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO - SO PACIENTES'
           ELSE
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   IF (MT-SIT-TRANSFERIDO OR MT-SIT-DESISTENTE) AND
                      MT-NOME NOT = WS-NOME-ANONIMO
                       IF WS-QTD-ALU < WS-TAB-LIMITE
                           ADD 1 TO WS-QTD-ALU
                           MOVE MT-MATRICULA
                                TO WS-AL-MATRICULA(WS-QTD-ALU)
                           MOVE MT-NOME TO WS-AL-NOME(WS-QTD-ALU)
                           MOVE MT-DATA-SITUACAO TO WS-DATA-TXT
                           PERFORM CONVERTE-DATA
                           MOVE WS-DATA-NUM TO WS-AL-SAIDA(WS-QTD-ALU)
                           MOVE ZERO TO WS-AL-QTD-REG(WS-QTD-ALU)
                           MOVE 'N'  TO WS-AL-PENDENTE(WS-QTD-ALU)
                                        WS-AL-ELEGIVEL(WS-QTD-ALU)
                       ELSE
                           DISPLAY 'ANONIMIZACAO ABORTADA - '
                                   'MATRICULAS.TXT EXCEDE A TABELA'
                           MOVE 8 TO WS-RETORNO-JOB
                           SET WS-FIM-ARQ-SIM TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-FIM-ARQ-SIM
                       PERFORM LER-MATRICULAS
                   END-IF
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CARREGA-EX-ALUNOS.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

      *-----------------------------------------------------------------
      * DD/MM/AAAA (WS-DATA-TXT) PARA AAAAMMDD (WS-DATA-NUM); ZERO
      * QUANDO A DATA NAO ESTA PREENCHIDA
      *-----------------------------------------------------------------
       CONVERTE-DATA.
           MOVE WS-DATA-TXT(7:4) TO WS-DN-ANO
           MOVE WS-DATA-TXT(4:2) TO WS-DN-MES
           MOVE WS-DATA-TXT(1:2) TO WS-DN-DIA
           IF WS-DATA-AAAAMMDD-R NUMERIC
               MOVE WS-DATA-AAAAMMDD-R TO WS-DATA-NUM
           ELSE
               MOVE ZERO TO WS-DATA-NUM
           END-IF
           EXIT.
       FIM-CONVERTE-DATA.

      *-----------------------------------------------------------------
      * ULTIMO ATENDIMENTO DE CADA PACIENTE E PENDENCIAS EM ABERTO
      *-----------------------------------------------------------------
       APURA-ATENDIMENTOS.
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT PESO-HIST
           IF WS-HIST-STATUS = '00'
               PERFORM LER-PESO-HIST
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE PH-PACIENTE TO WS-PAC-TESTE
                   MOVE PH-DATA TO WS-DATA-TXT
                   PERFORM ATUALIZA-ULTIMA
                   PERFORM LER-PESO-HIST
               END-PERFORM
               CLOSE PESO-HIST
           END-IF

           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT AGENDA
           IF WS-AGENDA-STATUS = '00'
               PERFORM LER-AGENDA
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE AG-PACIENTE TO WS-PAC-TESTE
                   MOVE AG-DATA TO WS-DATA-TXT
                   PERFORM ATUALIZA-ULTIMA
                   PERFORM LER-AGENDA
               END-PERFORM
               CLOSE AGENDA
           END-IF

           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT CLIN-COBRANCA
           IF WS-COBR-STATUS = '00'
               PERFORM LER-CLIN-COBRANCA
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE CC-PACIENTE TO WS-PAC-TESTE
                   MOVE CC-DATA TO WS-DATA-TXT
                   PERFORM ATUALIZA-ULTIMA
                   IF WS-PC-ACHADO > 0 AND
                      (CC-SIT-AGUARDA-LOTE OR CC-SIT-ENVIADA OR
                       CC-SIT-GLOSADA)
                       MOVE 'S' TO WS-PC-PENDENTE(WS-PC-ACHADO)
                   END-IF
                   PERFORM LER-CLIN-COBRANCA
               END-PERFORM
               CLOSE CLIN-COBRANCA
           END-IF

           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT ENCAMINHAMENTOS
           IF WS-ENC-STATUS = '00'
               PERFORM LER-ENCAMINHAMENTOS
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE EN-PACIENTE TO WS-PAC-TESTE
                   MOVE EN-DATA TO WS-DATA-TXT
                   PERFORM ATUALIZA-ULTIMA
                   IF WS-PC-ACHADO > 0 AND EN-PENDENTE
                       MOVE 'S' TO WS-PC-PENDENTE(WS-PC-ACHADO)
                   END-IF
                   PERFORM LER-ENCAMINHAMENTOS
               END-PERFORM
               CLOSE ENCAMINHAMENTOS
           END-IF
           EXIT.
       FIM-APURA-ATENDIMENTOS.

       ATUALIZA-ULTIMA.
           PERFORM LOCALIZA-PACIENTE
           IF WS-PC-ACHADO > 0
               PERFORM CONVERTE-DATA
               IF WS-DATA-NUM > WS-PC-ULTIMA(WS-PC-ACHADO)
                   MOVE WS-DATA-NUM TO WS-PC-ULTIMA(WS-PC-ACHADO)
               END-IF
           END-IF
           EXIT.
       FIM-ATUALIZA-ULTIMA.

       LOCALIZA-PACIENTE.
           MOVE ZERO TO WS-PC-ACHADO
           PERFORM VARYING WS-PC-I FROM 1 BY 1
                   UNTIL WS-PC-I > WS-QTD-PAC OR WS-PC-ACHADO > 0
               IF WS-PC-ID(WS-PC-I) = WS-PAC-TESTE
                   MOVE WS-PC-I TO WS-PC-ACHADO
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-PACIENTE.

       LER-PESO-HIST.
           READ PESO-HIST
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PESO-HIST.

       LER-AGENDA.
           READ AGENDA
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-AGENDA.

       LER-CLIN-COBRANCA.
           READ CLIN-COBRANCA
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CLIN-COBRANCA.

       LER-ENCAMINHAMENTOS.
           READ ENCAMINHAMENTOS
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ENCAMINHAMENTOS.

      *-----------------------------------------------------------------
      * EX-ALUNO COM TITULO EMITIDO SEM BAIXA FICA PENDENTE
      *-----------------------------------------------------------------
       APURA-TITULOS.
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT TITULOS
           IF WS-TIT-STATUS = '00'
               PERFORM LER-TITULOS
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   IF TI-EMITIDO
                       MOVE TI-MATRICULA TO WS-MAT-TESTE
                       PERFORM LOCALIZA-EX-ALUNO
                       IF WS-AL-ACHADO > 0
                           MOVE 'S' TO WS-AL-PENDENTE(WS-AL-ACHADO)
                       END-IF
                   END-IF
                   PERFORM LER-TITULOS
               END-PERFORM
               CLOSE TITULOS
           END-IF
           EXIT.
       FIM-APURA-TITULOS.

       LER-TITULOS.
           READ TITULOS
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TITULOS.

       LOCALIZA-EX-ALUNO.
           MOVE ZERO TO WS-AL-ACHADO
           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALU OR WS-AL-ACHADO > 0
               IF WS-AL-MATRICULA(WS-AL-I) = WS-MAT-TESTE
                   MOVE WS-AL-I TO WS-AL-ACHADO
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-EX-ALUNO.

      *-----------------------------------------------------------------
      * ELEGIVEL: REFERENCIA ANTERIOR AO CORTE E SEM PENDENCIA;
      * PACIENTE SEM NENHUM ATENDIMENTO REGISTRADO NAO TEM COMO
      * CONTAR O PRAZO E FICA DE FORA
      *-----------------------------------------------------------------
       SELECIONA-ELEGIVEIS.
           PERFORM VARYING WS-PC-I FROM 1 BY 1
                   UNTIL WS-PC-I > WS-QTD-PAC
               IF WS-PC-ULTIMA(WS-PC-I) > 0 AND
                  WS-PC-ULTIMA(WS-PC-I) < WS-CORTE-PACIENTE
                   IF WS-PC-PENDENTE(WS-PC-I) = 'S'
                       ADD 1 TO WS-QTD-BLOQUEADOS
                   ELSE
                       MOVE 'S' TO WS-PC-ELEGIVEL(WS-PC-I)
                       ADD 1 TO WS-QTD-PAC-ELEG
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALU
               IF WS-AL-SAIDA(WS-AL-I) > 0 AND
                  WS-AL-SAIDA(WS-AL-I) < WS-CORTE-ALUNO
                   IF WS-AL-PENDENTE(WS-AL-I) = 'S'
                       ADD 1 TO WS-QTD-BLOQUEADOS
                   ELSE
                       MOVE 'S' TO WS-AL-ELEGIVEL(WS-AL-I)
                       ADD 1 TO WS-QTD-ALU-ELEG
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-SELECIONA-ELEGIVEIS.

      *-----------------------------------------------------------------
      * RELATORIO DOS TITULARES ALEM DO PRAZO (LGPDANON.TXT)
      *-----------------------------------------------------------------
       IMPRIME-ELEGIVEIS.
           MOVE SPACES TO WS-IMP-TITULO
           IF WS-MODO-EXECUCAO
               STRING 'ANONIMIZACAO LGPD - EXECUCAO EM ' WS-DATA-FMT
                      DELIMITED BY SIZE
                      INTO WS-IMP-TITULO
               END-STRING
           ELSE
               STRING 'ANONIMIZACAO LGPD - SIMULACAO EM ' WS-DATA-FMT
                      DELIMITED BY SIZE
                      INTO WS-IMP-TITULO
               END-STRING
           END-IF
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'D' TO WS-IMP-ACAO

           PERFORM VARYING WS-PC-I FROM 1 BY 1
                   UNTIL WS-PC-I > WS-QTD-PAC
               IF WS-PC-ULTIMA(WS-PC-I) > 0 AND
                  WS-PC-ULTIMA(WS-PC-I) < WS-CORTE-PACIENTE
                   MOVE WS-PC-ULTIMA(WS-PC-I) TO WS-REF-NUM
                   IF WS-PC-ELEGIVEL(WS-PC-I) = 'S'
                       MOVE 'ELEGIVEL' TO WS-SITUACAO-TXT
                   ELSE
                       MOVE 'PENDENCIA NA CLINICA - MANTIDO'
                            TO WS-SITUACAO-TXT
                   END-IF
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING 'PACIENTE   ' WS-PC-ID(WS-PC-I) ' '
                          WS-PC-NOME(WS-PC-I) ' '
                          WS-REF-DIA '/' WS-REF-MES '/' WS-REF-ANO
                          ' ' WS-SITUACAO-TXT
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   PERFORM CHAMA-IMPRESSAO
               END-IF
           END-PERFORM

           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALU
               IF WS-AL-SAIDA(WS-AL-I) > 0 AND
                  WS-AL-SAIDA(WS-AL-I) < WS-CORTE-ALUNO
                   MOVE WS-AL-SAIDA(WS-AL-I) TO WS-REF-NUM
                   IF WS-AL-ELEGIVEL(WS-AL-I) = 'S'
                       MOVE 'ELEGIVEL' TO WS-SITUACAO-TXT
                   ELSE
                       MOVE 'TITULO EM ABERTO - MANTIDO'
                            TO WS-SITUACAO-TXT
                   END-IF
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING 'EX-ALUNO   ' WS-AL-MATRICULA(WS-AL-I) ' '
                          WS-AL-NOME(WS-AL-I) ' '
                          WS-REF-DIA '/' WS-REF-MES '/' WS-REF-ANO
                          ' ' WS-SITUACAO-TXT
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   PERFORM CHAMA-IMPRESSAO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           MOVE 'ARQUIVOS FINANCEIROS E FISCAIS NAO SAO ALTERADOS - '
                & 'GUARDA POR OBRIGACAO LEGAL'
                TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO

           COMPUTE WS-QTD-MASK = WS-QTD-PAC-ELEG + WS-QTD-ALU-ELEG
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ELEGIVEIS: ' WS-QTD-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE WS-QTD-BLOQUEADOS TO WS-QTD-MASK
           STRING '   MANTIDOS POR PENDENCIA: ' WS-QTD-MASK
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA(16:40)
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-ELEGIVEIS.

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
      * REGRAVACAO DE CADA ARQUIVO PELO LGPD-TEMP.TXT: O ORIGINAL E
      * COPIADO PARA O TEMPORARIO JA COM OS CAMPOS SUBSTITUIDOS E
      * DEPOIS O TEMPORARIO VOLTA PARA O ORIGINAL
      *-----------------------------------------------------------------
       EXECUTA-ANONIMIZACAO.
           IF WS-QTD-PAC-ELEG > 0
               PERFORM ANONIMIZA-PACIENTES
               PERFORM ANONIMIZA-PESO-HIST
               PERFORM ANONIMIZA-AGENDA
               PERFORM ANONIMIZA-CLIN-COBRANCA
               PERFORM ANONIMIZA-ENCAMINHAMENTOS
           END-IF
           IF WS-QTD-ALU-ELEG > 0
               PERFORM ANONIMIZA-MATRICULAS
               PERFORM ANONIMIZA-RESPONSAVEIS
               PERFORM ANONIMIZA-CANDIDATOS
           END-IF
           PERFORM GRAVA-LGPD-LOG

           OPEN OUTPUT LGPD-TEMP
           CLOSE LGPD-TEMP
           EXIT.
       FIM-EXECUTA-ANONIMIZACAO.

       CONTA-PACIENTE.
           PERFORM LOCALIZA-PACIENTE
           IF WS-PC-ACHADO > 0
               IF WS-PC-ELEGIVEL(WS-PC-ACHADO) NOT = 'S'
                   MOVE ZERO TO WS-PC-ACHADO
               ELSE
                   ADD 1 TO WS-PC-QTD-REG(WS-PC-ACHADO)
                   ADD 1 TO WS-QTD-ALTERADOS
               END-IF
           END-IF
           EXIT.
       FIM-CONTA-PACIENTE.

       CONTA-EX-ALUNO.
           PERFORM LOCALIZA-EX-ALUNO
           IF WS-AL-ACHADO > 0
               IF WS-AL-ELEGIVEL(WS-AL-ACHADO) NOT = 'S'
                   MOVE ZERO TO WS-AL-ACHADO
               ELSE
                   ADD 1 TO WS-AL-QTD-REG(WS-AL-ACHADO)
                   ADD 1 TO WS-QTD-ALTERADOS
               END-IF
           END-IF
           EXIT.
       FIM-CONTA-EX-ALUNO.

       ANONIMIZA-PACIENTES.
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT PACIENTES
           OPEN OUTPUT LGPD-TEMP
           PERFORM LER-PACIENTES
           PERFORM UNTIL WS-FIM-ARQ-SIM
               MOVE PAC-ID TO WS-PAC-TESTE
               PERFORM CONTA-PACIENTE
               IF WS-PC-ACHADO > 0
                   MOVE WS-NOME-ANONIMO TO PAC-NOME
                   MOVE '01/07/'        TO PAC-NASCIMENTO(1:6)
                   MOVE SPACES          TO PAC-CARTEIRA
               END-IF
               WRITE TEMP-REG FROM PACIENTE-REG
               PERFORM LER-PACIENTES
           END-PERFORM
           CLOSE PACIENTES
           CLOSE LGPD-TEMP

           MOVE 'N' TO WS-FIM-TEMP
           OPEN INPUT LGPD-TEMP
           OPEN OUTPUT PACIENTES
           PERFORM LER-TEMP
           PERFORM UNTIL WS-FIM-TEMP-SIM
               MOVE TEMP-REG TO PACIENTE-REG
               WRITE PACIENTE-REG
               PERFORM LER-TEMP
           END-PERFORM
           CLOSE LGPD-TEMP
           CLOSE PACIENTES
           EXIT.
       FIM-ANONIMIZA-PACIENTES.

       ANONIMIZA-PESO-HIST.
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT PESO-HIST
           IF WS-HIST-STATUS = '00'
               OPEN OUTPUT LGPD-TEMP
               PERFORM LER-PESO-HIST
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE PH-PACIENTE TO WS-PAC-TESTE
                   PERFORM CONTA-PACIENTE
                   IF WS-PC-ACHADO > 0
                       MOVE WS-NOME-ANONIMO TO PH-NOME
                   END-IF
                   WRITE TEMP-REG FROM PESO-HIST-REG
                   PERFORM LER-PESO-HIST
               END-PERFORM
               CLOSE PESO-HIST
               CLOSE LGPD-TEMP

               MOVE 'N' TO WS-FIM-TEMP
               OPEN INPUT LGPD-TEMP
               OPEN OUTPUT PESO-HIST
               PERFORM LER-TEMP
               PERFORM UNTIL WS-FIM-TEMP-SIM
                   MOVE TEMP-REG TO PESO-HIST-REG
                   WRITE PESO-HIST-REG
                   PERFORM LER-TEMP
               END-PERFORM
               CLOSE LGPD-TEMP
               CLOSE PESO-HIST
           END-IF
           EXIT.
       FIM-ANONIMIZA-PESO-HIST.

       ANONIMIZA-AGENDA.
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT AGENDA
           IF WS-AGENDA-STATUS = '00'
               OPEN OUTPUT LGPD-TEMP
               PERFORM LER-AGENDA
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE AG-PACIENTE TO WS-PAC-TESTE
                   PERFORM CONTA-PACIENTE
                   IF WS-PC-ACHADO > 0
                       MOVE WS-NOME-ANONIMO TO AG-NOME
                   END-IF
                   WRITE TEMP-REG FROM AGENDA-REG
                   PERFORM LER-AGENDA
               END-PERFORM
               CLOSE AGENDA
               CLOSE LGPD-TEMP

               MOVE 'N' TO WS-FIM-TEMP
               OPEN INPUT LGPD-TEMP
               OPEN OUTPUT AGENDA
               PERFORM LER-TEMP
               PERFORM UNTIL WS-FIM-TEMP-SIM
                   MOVE TEMP-REG TO AGENDA-REG
                   WRITE AGENDA-REG
                   PERFORM LER-TEMP
               END-PERFORM
               CLOSE LGPD-TEMP
               CLOSE AGENDA
           END-IF
           EXIT.
       FIM-ANONIMIZA-AGENDA.

       ANONIMIZA-CLIN-COBRANCA.
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT CLIN-COBRANCA
           IF WS-COBR-STATUS = '00'
               OPEN OUTPUT LGPD-TEMP
               PERFORM LER-CLIN-COBRANCA
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE CC-PACIENTE TO WS-PAC-TESTE
                   PERFORM CONTA-PACIENTE
                   IF WS-PC-ACHADO > 0
                       MOVE WS-NOME-ANONIMO TO CC-NOME
                       MOVE SPACES          TO CC-CARTEIRA
                   END-IF
                   WRITE TEMP-REG FROM CLIN-COBRANCA-REG
                   PERFORM LER-CLIN-COBRANCA
               END-PERFORM
               CLOSE CLIN-COBRANCA
               CLOSE LGPD-TEMP

               MOVE 'N' TO WS-FIM-TEMP
               OPEN INPUT LGPD-TEMP
               OPEN OUTPUT CLIN-COBRANCA
               PERFORM LER-TEMP
               PERFORM UNTIL WS-FIM-TEMP-SIM
                   MOVE TEMP-REG TO CLIN-COBRANCA-REG
                   WRITE CLIN-COBRANCA-REG
                   PERFORM LER-TEMP
               END-PERFORM
               CLOSE LGPD-TEMP
               CLOSE CLIN-COBRANCA
           END-IF
           EXIT.
       FIM-ANONIMIZA-CLIN-COBRANCA.

       ANONIMIZA-ENCAMINHAMENTOS.
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT ENCAMINHAMENTOS
           IF WS-ENC-STATUS = '00'
               OPEN OUTPUT LGPD-TEMP
               PERFORM LER-ENCAMINHAMENTOS
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE EN-PACIENTE TO WS-PAC-TESTE
                   PERFORM CONTA-PACIENTE
                   IF WS-PC-ACHADO > 0
                       MOVE WS-NOME-ANONIMO TO EN-NOME
                       MOVE SPACES          TO EN-RETORNO-TEXTO
                   END-IF
                   WRITE TEMP-REG FROM ENCAMINHA-REG
                   PERFORM LER-ENCAMINHAMENTOS
               END-PERFORM
               CLOSE ENCAMINHAMENTOS
               CLOSE LGPD-TEMP

               MOVE 'N' TO WS-FIM-TEMP
               OPEN INPUT LGPD-TEMP
               OPEN OUTPUT ENCAMINHAMENTOS
               PERFORM LER-TEMP
               PERFORM UNTIL WS-FIM-TEMP-SIM
                   MOVE TEMP-REG TO ENCAMINHA-REG
                   WRITE ENCAMINHA-REG
                   PERFORM LER-TEMP
               END-PERFORM
               CLOSE LGPD-TEMP
               CLOSE ENCAMINHAMENTOS
           END-IF
           EXIT.
       FIM-ANONIMIZA-ENCAMINHAMENTOS.

       ANONIMIZA-MATRICULAS.
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT MATRICULAS
           OPEN OUTPUT LGPD-TEMP
           PERFORM LER-MATRICULAS
           PERFORM UNTIL WS-FIM-ARQ-SIM
               MOVE MT-MATRICULA TO WS-MAT-TESTE
               PERFORM CONTA-EX-ALUNO
               IF WS-AL-ACHADO > 0
                   MOVE WS-NOME-ANONIMO TO MT-NOME
                   MOVE ZERO            TO MT-CPF
                   MOVE '01/07/'        TO MT-NASCIMENTO(1:6)
               END-IF
               WRITE TEMP-REG FROM MATRICULA-REG
               PERFORM LER-MATRICULAS
           END-PERFORM
           CLOSE MATRICULAS
           CLOSE LGPD-TEMP

           MOVE 'N' TO WS-FIM-TEMP
           OPEN INPUT LGPD-TEMP
           OPEN OUTPUT MATRICULAS
           PERFORM LER-TEMP
           PERFORM UNTIL WS-FIM-TEMP-SIM
               MOVE TEMP-REG TO MATRICULA-REG
               WRITE MATRICULA-REG
               PERFORM LER-TEMP
           END-PERFORM
           CLOSE LGPD-TEMP
           CLOSE MATRICULAS
           EXIT.
       FIM-ANONIMIZA-MATRICULAS.

       ANONIMIZA-RESPONSAVEIS.
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT RESPONSAVEIS
           IF WS-RESP-STATUS = '00'
               OPEN OUTPUT LGPD-TEMP
               PERFORM LER-RESPONSAVEIS
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE RS-MATRICULA TO WS-MAT-TESTE
                   PERFORM CONTA-EX-ALUNO
                   IF WS-AL-ACHADO > 0
                       MOVE WS-NOME-ANONIMO TO RS-NOME
                       MOVE ZERO            TO RS-CPF
                       MOVE SPACES          TO RS-TELEFONE
                                               RS-EMAIL
                       MOVE 'S'             TO RS-OPTOUT
                   END-IF
                   WRITE TEMP-REG FROM RESPONSAVEL-REG
                   PERFORM LER-RESPONSAVEIS
               END-PERFORM
               CLOSE RESPONSAVEIS
               CLOSE LGPD-TEMP

               MOVE 'N' TO WS-FIM-TEMP
               OPEN INPUT LGPD-TEMP
               OPEN OUTPUT RESPONSAVEIS
               PERFORM LER-TEMP
               PERFORM UNTIL WS-FIM-TEMP-SIM
                   MOVE TEMP-REG TO RESPONSAVEL-REG
                   WRITE RESPONSAVEL-REG
                   PERFORM LER-TEMP
               END-PERFORM
               CLOSE LGPD-TEMP
               CLOSE RESPONSAVEIS
           END-IF
           EXIT.
       FIM-ANONIMIZA-RESPONSAVEIS.

       LER-RESPONSAVEIS.
           READ RESPONSAVEIS
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-RESPONSAVEIS.

       ANONIMIZA-CANDIDATOS.
           MOVE 'N' TO WS-FIM-ARQ
           OPEN INPUT CANDIDATOS
           IF WS-CAND-STATUS = '00'
               OPEN OUTPUT LGPD-TEMP
               PERFORM LER-CANDIDATOS
               PERFORM UNTIL WS-FIM-ARQ-SIM
                   MOVE ZERO TO WS-AL-ACHADO
                   IF CD-MATRICULA NOT = SPACES
                       MOVE CD-MATRICULA TO WS-MAT-TESTE
                       PERFORM CONTA-EX-ALUNO
                   END-IF
                   IF WS-AL-ACHADO > 0
                       MOVE WS-NOME-ANONIMO TO CD-NOME
                                               CD-RESP-NOME
                       MOVE ZERO            TO CD-CPF
                                               CD-RESP-CPF
                       MOVE SPACES          TO CD-RESP-TELEFONE
                       MOVE '01/07/'        TO CD-NASCIMENTO(1:6)
                   END-IF
                   WRITE TEMP-REG FROM CANDIDATO-REG
                   PERFORM LER-CANDIDATOS
               END-PERFORM
               CLOSE CANDIDATOS
               CLOSE LGPD-TEMP

               MOVE 'N' TO WS-FIM-TEMP
               OPEN INPUT LGPD-TEMP
               OPEN OUTPUT CANDIDATOS
               PERFORM LER-TEMP
               PERFORM UNTIL WS-FIM-TEMP-SIM
                   MOVE TEMP-REG TO CANDIDATO-REG
                   WRITE CANDIDATO-REG
                   PERFORM LER-TEMP
               END-PERFORM
               CLOSE LGPD-TEMP
               CLOSE CANDIDATOS
           END-IF
           EXIT.
       FIM-ANONIMIZA-CANDIDATOS.

       LER-CANDIDATOS.
           READ CANDIDATOS
               AT END
                   SET WS-FIM-ARQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CANDIDATOS.

       LER-TEMP.
           READ LGPD-TEMP
               AT END
                   SET WS-FIM-TEMP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TEMP.

      *-----------------------------------------------------------------
      * UM REGISTRO NO LGPDLOG.TXT POR TITULAR ANONIMIZADO
      *-----------------------------------------------------------------
       GRAVA-LGPD-LOG.
           OPEN EXTEND LGPD-LOG
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT LGPD-LOG
           END-IF

           PERFORM VARYING WS-PC-I FROM 1 BY 1
                   UNTIL WS-PC-I > WS-QTD-PAC
               IF WS-PC-ELEGIVEL(WS-PC-I) = 'S'
                   MOVE WS-PC-ULTIMA(WS-PC-I) TO WS-REF-NUM
                   MOVE 'P' TO LG-TIPO
                   MOVE WS-PC-ID(WS-PC-I) TO LG-CHAVE
                   MOVE WS-ANOS-PACIENTE TO LG-ANOS-GUARDA
                   MOVE WS-PC-QTD-REG(WS-PC-I) TO LG-QTD-REGISTROS
                   PERFORM ESCREVE-LGPD-LOG
               END-IF
           END-PERFORM

           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALU
               IF WS-AL-ELEGIVEL(WS-AL-I) = 'S'
                   MOVE WS-AL-SAIDA(WS-AL-I) TO WS-REF-NUM
                   MOVE 'A' TO LG-TIPO
                   MOVE WS-AL-MATRICULA(WS-AL-I) TO LG-CHAVE
                   MOVE WS-ANOS-ALUNO TO LG-ANOS-GUARDA
                   MOVE WS-AL-QTD-REG(WS-AL-I) TO LG-QTD-REGISTROS
                   PERFORM ESCREVE-LGPD-LOG
               END-IF
           END-PERFORM
           CLOSE LGPD-LOG
           EXIT.
       FIM-GRAVA-LGPD-LOG.

       ESCREVE-LGPD-LOG.
           MOVE WS-DATA-FMT   TO LG-DATA
           MOVE WS-HORA-FMT   TO LG-HORA
           MOVE WS-OPERADOR   TO LG-OPERADOR
           MOVE WS-SUPERVISOR TO LG-SUPERVISOR
           MOVE SPACES TO LG-REFERENCIA
           STRING WS-REF-DIA '/' WS-REF-MES '/' WS-REF-ANO
                  DELIMITED BY SIZE
                  INTO LG-REFERENCIA
           END-STRING
           WRITE LGPD-LOG-REG
           ADD 1 TO WS-QTD-LOG
           EXIT.
       FIM-ESCREVE-LGPD-LOG.

       FINALIZA-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'PACIENTES ELEGIVEIS     : ' WS-QTD-PAC-ELEG
           DISPLAY 'EX-ALUNOS ELEGIVEIS     : ' WS-QTD-ALU-ELEG
           DISPLAY 'MANTIDOS POR PENDENCIA  : ' WS-QTD-BLOQUEADOS
           IF WS-MODO-EXECUCAO
               DISPLAY 'REGISTROS ANONIMIZADOS  : ' WS-QTD-ALTERADOS
               DISPLAY 'TITULARES NO LGPDLOG    : ' WS-QTD-LOG
           END-IF
           IF WS-RETORNO-JOB < 8
               DISPLAY 'RELATORIO               : LGPDANON.TXT'
           END-IF
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM LGPD-ANONIMIZA.
