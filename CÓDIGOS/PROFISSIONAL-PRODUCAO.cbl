      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: PRODUCAO MENSAL DOS PROFISSIONAIS DA CLINICA - PARA O
      *          MES INFORMADO (EM BRANCO = MES ANTERIOR), UMA LINHA
      *          POR PROFISSIONAL DO PROFISSIONAIS.TXT: PACIENTES NA
      *          CARTEIRA (RESPONSAVEL NO PACIENTES.TXT), ATENDIMENTOS
      *          FEITOS (CHECK-INS DO PESOHIST.TXT NO MES COM O
      *          PROFISSIONAL), RETORNOS MARCADOS NA SUA AGENDA E
      *          FALTAS (MESMA REGRA DO AGENDA-FALTAS: RETORNO EM DIA
      *          JA PASSADO SEM CHECK-IN DO PACIENTE NO DIA) E O
      *          RESULTADO MEDIO DOS PACIENTES DA CARTEIRA CONTRA A
      *          META DO PESOMETA.TXT (PERCENTUAL DO CAMINHO ENTRE O
      *          PESO DE PARTIDA E A META COBERTO PELO ULTIMO PESO ATE
      *          O FIM DO MES); CHECK-IN OU RETORNO SEM PROFISSIONAL
      *          (REGISTROS ANTIGOS) CONTA PARA O RESPONSAVEL DO
      *          PACIENTE, E O QUE SOBRA SAI NA LINHA SEM
      *          PROFISSIONAL; RELATORIO PRODPROF.TXT PELA ROTINA
      *          IMPRESSAO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFISSIONAL-PRODUCAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFISSIONAIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROF-STATUS.
           SELECT PACIENTES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAC-STATUS.
           SELECT PESO-META ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-META-STATUS.
           SELECT AGENDA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AGENDA-STATUS.
           SELECT PESO-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PROFISSIONAIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PROFISSIONAIS.TXT'.
       COPY PROFISS.CPY.

       FD PACIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PACIENTES.TXT'.
       COPY PACIENTE.CPY.

       FD PESO-META
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PESOMETA.TXT'.
       COPY PESOMETA.CPY.

       FD AGENDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'AGENDA.TXT'.
       COPY AGENDA.CPY.

       FD PESO-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PESOHIST.TXT'.
       COPY PESOHIST.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PROF-STATUS               PIC X(02) VALUE '00'.
       01 WS-PAC-STATUS                PIC X(02) VALUE '00'.
       01 WS-META-STATUS               PIC X(02) VALUE '00'.
       01 WS-AGENDA-STATUS             PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-PROF           PIC X(01) VALUE 'N'.
               88 WS-FIM-PROF-SIM         VALUE 'S'.
           02 WS-FIM-PAC            PIC X(01) VALUE 'N'.
               88 WS-FIM-PAC-SIM          VALUE 'S'.
           02 WS-FIM-META           PIC X(01) VALUE 'N'.
               88 WS-FIM-META-SIM         VALUE 'S'.
           02 WS-FIM-AGENDA         PIC X(01) VALUE 'N'.
               88 WS-FIM-AGENDA-SIM       VALUE 'S'.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM         VALUE 'S'.
           02 WS-AVISO-TABELA       PIC X(01) VALUE 'N'.
               88 WS-AVISO-TABELA-SIM     VALUE 'S'.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
       01 WS-HOJE-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-MES-TXT                   PIC X(06) VALUE SPACES.
       01 WS-ANOMES                    PIC 9(06) VALUE ZERO.
       01 WS-ANOMES-R REDEFINES WS-ANOMES.
           02 WS-AM-ANO                PIC 9(04).
           02 WS-AM-MES                PIC 9(02).
       01 WS-MES-FIM                   PIC 9(08) VALUE ZERO.
       01 WS-PROX-MES                  PIC 9(08) VALUE ZERO.
      *-----------------------------------------------------------------
      * DATA DO CHECK-IN E DO RETORNO (ROTINA DATA-VALIDA)
      *-----------------------------------------------------------------
       01 WS-DATA-ENTRADA              PIC X(10) VALUE SPACES.
       01 WS-DATA-OK                   PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO               PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
           02 WS-DT-ANOMES             PIC 9(06).
           02 WS-DT-DIA                PIC 9(02).
      *-----------------------------------------------------------------
      * PROFISSIONAIS: AS POSICOES ALEM DO CADASTRO RECEBEM A LINHA
      * SEM PROFISSIONAL (CODIGO EM BRANCO) E CODIGOS QUE SAIRAM DO
      * PROFISSIONAIS.TXT MAS AINDA ESTAO NO HISTORICO
      *-----------------------------------------------------------------
       01 WS-TAB-PROF-LIMITE           PIC 9(03) VALUE 100.
       01 WS-TAB-PROF-MAXIMO           PIC 9(03) VALUE 120.
       01 WS-QTD-PROFISSIONAIS         PIC 9(03) VALUE ZERO.
       01 WS-TABELA-PROF.
           02 WS-PF-ENTRADA OCCURS 120 TIMES.
               03 WS-PF-CODIGO         PIC X(05).
               03 WS-PF-NOME           PIC X(25).
               03 WS-PF-CARTEIRA       PIC 9(05).
               03 WS-PF-ATENDIMENTOS   PIC 9(05).
               03 WS-PF-MARCADOS       PIC 9(05).
               03 WS-PF-FALTAS         PIC 9(05).
               03 WS-PF-COM-META       PIC 9(05).
               03 WS-PF-SOMA-META      PIC S9(07)V9.
       01 WS-PF-I                      PIC 9(03) VALUE ZERO.
       01 WS-PF-ACHOU-I                PIC 9(03) VALUE ZERO.
       01 WS-PROF-BUSCA                PIC X(05) VALUE SPACES.
      *-----------------------------------------------------------------
      * PACIENTES: RESPONSAVEL E ULTIMO PESO ATE O FIM DO MES
      *-----------------------------------------------------------------
       01 WS-TAB-PAC-LIMITE            PIC 9(04) VALUE 2000.
       01 WS-QTD-PACIENTES             PIC 9(04) VALUE ZERO.
       01 WS-TABELA-PACIENTES.
           02 WS-PAC-ENTRADA OCCURS 2000 TIMES.
               03 WS-PAC-ID            PIC X(05).
               03 WS-PAC-NOME          PIC X(30).
               03 WS-PAC-PROF-I        PIC 9(03).
               03 WS-PAC-ULT-DATA      PIC 9(08).
               03 WS-PAC-ULT-PESO      PIC 9(04).
       01 WS-PAC-I                     PIC 9(04) VALUE ZERO.
       01 WS-PAC-ACHOU-I               PIC 9(04) VALUE ZERO.
       01 WS-BUSCA-ID                  PIC X(05) VALUE SPACES.
       01 WS-BUSCA-NOME                PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
      * METAS DO PESOMETA.TXT
      *-----------------------------------------------------------------
       01 WS-TAB-META-LIMITE           PIC 9(04) VALUE 1000.
       01 WS-QTD-METAS                 PIC 9(04) VALUE ZERO.
       01 WS-TABELA-METAS.
           02 WS-MT-ENTRADA OCCURS 1000 TIMES.
               03 WS-MT-ID             PIC X(05).
               03 WS-MT-NOME           PIC X(30).
               03 WS-MT-META           PIC 9(04).
               03 WS-MT-INICIAL        PIC 9(04).
       01 WS-MT-I                      PIC 9(04) VALUE ZERO.
       01 WS-MT-ACHOU-I                PIC 9(04) VALUE ZERO.
       01 WS-PCT-META                  PIC S9(05)V9 VALUE ZERO.
      *-----------------------------------------------------------------
      * RETORNOS DO MES EM DIA JA PASSADO
      *-----------------------------------------------------------------
       01 WS-TAB-AG-LIMITE             PIC 9(04) VALUE 3000.
       01 WS-QTD-AGENDADOS             PIC 9(04) VALUE ZERO.
       01 WS-TABELA-AGENDA.
           02 WS-AG-ENTRADA OCCURS 3000 TIMES.
               03 WS-AG-PACIENTE       PIC X(05).
               03 WS-AG-NOME           PIC X(30).
               03 WS-AG-DATA           PIC 9(08).
               03 WS-AG-PROF-I         PIC 9(03).
               03 WS-AG-COMPARECEU     PIC X(01).
       01 WS-AG-I                      PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * TOTAIS E LINHA DO RELATORIO
      *-----------------------------------------------------------------
       01 WS-TOTAIS.
           02 WS-TT-CARTEIRA           PIC 9(05) VALUE ZERO.
           02 WS-TT-ATENDIMENTOS       PIC 9(05) VALUE ZERO.
           02 WS-TT-MARCADOS           PIC 9(05) VALUE ZERO.
           02 WS-TT-FALTAS             PIC 9(05) VALUE ZERO.
           02 WS-TT-COM-META           PIC 9(05) VALUE ZERO.
           02 WS-TT-SOMA-META          PIC S9(07)V9 VALUE ZERO.
       01 WS-LI-CODIGO                 PIC X(05) VALUE SPACES.
       01 WS-LI-NOME                   PIC X(25) VALUE SPACES.
       01 WS-LI-CARTEIRA               PIC 9(05) VALUE ZERO.
       01 WS-LI-ATENDIMENTOS           PIC 9(05) VALUE ZERO.
       01 WS-LI-MARCADOS               PIC 9(05) VALUE ZERO.
       01 WS-LI-FALTAS                 PIC 9(05) VALUE ZERO.
       01 WS-LI-COM-META               PIC 9(05) VALUE ZERO.
       01 WS-LI-SOMA-META              PIC S9(07)V9 VALUE ZERO.
       01 WS-LI-PCT                    PIC S9(05)V9 VALUE ZERO.
       01 WS-MK-CARTEIRA               PIC ZZZZ9.
       01 WS-MK-ATENDIMENTOS           PIC ZZZZ9.
       01 WS-MK-MARCADOS               PIC ZZZZ9.
       01 WS-MK-FALTAS                 PIC ZZZZ9.
       01 WS-MK-COM-META               PIC ZZZZ9.
       01 WS-MK-PCT-FALTA              PIC ZZ9,9.
       01 WS-MK-PCT-META               PIC +++9,9.
       01 WS-TX-PCT-FALTA              PIC X(07) VALUE SPACES.
       01 WS-TX-PCT-META               PIC X(08) VALUE SPACES.
       01 WS-QTD-LIDOS                 PIC 9(06) VALUE ZERO.
       01 WS-QTD-IGNORADOS             PIC 9(06) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
      * ROTINA DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20)
                                       VALUE 'PRODPROF.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'CODIGO NOME                       CARTEIRA  ATEND  RETORNO
      -    'S  FALTAS  % FALTA  C/META  % DA META'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'PRODUCAO DOS PROFISSIONAIS'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO WS-HOJE-AAAAMMDD

           IF WS-HOJE-MES = 1
               COMPUTE WS-ANOMES = ((WS-HOJE-ANO - 1) * 100) + 12
           ELSE
               COMPUTE WS-ANOMES =
                       (WS-HOJE-ANO * 100) + WS-HOJE-MES - 1
           END-IF
           DISPLAY 'MES DO RELATORIO (AAAAMM, EM BRANCO = '
                   WS-ANOMES '): '
           MOVE SPACES TO WS-MES-TXT
           ACCEPT WS-MES-TXT
           IF WS-MES-TXT NOT = SPACES
               IF WS-MES-TXT NUMERIC AND
                  WS-MES-TXT(5:2) >= '01' AND
                  WS-MES-TXT(5:2) <= '12'
                   MOVE WS-MES-TXT TO WS-ANOMES
               ELSE
                   DISPLAY 'MES INVALIDO'
                   MOVE 8 TO WS-RETORNO-JOB
               END-IF
           END-IF

           IF WS-RETORNO-JOB = 0
               IF WS-AM-MES = 12
                   COMPUTE WS-PROX-MES =
                           ((WS-AM-ANO + 1) * 10000) + 0101
               ELSE
                   COMPUTE WS-PROX-MES =
                           (WS-AM-ANO * 10000) +
                           ((WS-AM-MES + 1) * 100) + 1
               END-IF
               COMPUTE WS-MES-FIM = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-PROX-MES) - 1)

               PERFORM CARREGA-PROFISSIONAIS
               PERFORM CARREGA-PACIENTES
               PERFORM CARREGA-METAS
               PERFORM CARREGA-AGENDA
           END-IF
           EXIT.
       FIM-INICIO.

       CARREGA-PROFISSIONAIS.
           OPEN INPUT PROFISSIONAIS
           IF WS-PROF-STATUS = '00'
               PERFORM LER-PROFISSIONAIS
               PERFORM UNTIL WS-FIM-PROF-SIM
                   IF WS-QTD-PROFISSIONAIS < WS-TAB-PROF-LIMITE
                       ADD 1 TO WS-QTD-PROFISSIONAIS
                       MOVE WS-QTD-PROFISSIONAIS TO WS-PF-I
                       PERFORM LIMPA-PROFISSIONAL
                       MOVE PF-CODIGO TO WS-PF-CODIGO(WS-PF-I)
                       MOVE PF-NOME   TO WS-PF-NOME(WS-PF-I)
                   ELSE
                       DISPLAY 'AVISO: PROFISSIONAIS.TXT EXCEDE '
                               WS-TAB-PROF-LIMITE ' PROFISSIONAIS - '
                               'OS EXCEDENTES SAEM COMO FORA DO '
                               'CADASTRO'
                       MOVE 4 TO WS-RETORNO-JOB
                       SET WS-FIM-PROF-SIM TO TRUE
                   END-IF
                   PERFORM LER-PROFISSIONAIS
               END-PERFORM
               CLOSE PROFISSIONAIS
           ELSE
               DISPLAY 'AVISO: PROFISSIONAIS.TXT NAO ENCONTRADO - TUDO '
                       'SAI NA LINHA SEM PROFISSIONAL'
               MOVE 4 TO WS-RETORNO-JOB
           END-IF

           ADD 1 TO WS-QTD-PROFISSIONAIS
           MOVE WS-QTD-PROFISSIONAIS TO WS-PF-I
           PERFORM LIMPA-PROFISSIONAL
           MOVE '(SEM PROFISSIONAL)' TO WS-PF-NOME(WS-PF-I)
           EXIT.
       FIM-CARREGA-PROFISSIONAIS.

       LER-PROFISSIONAIS.
           READ PROFISSIONAIS
               AT END
                   SET WS-FIM-PROF-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PROFISSIONAIS.

       LIMPA-PROFISSIONAL.
           MOVE SPACES TO WS-PF-CODIGO(WS-PF-I)
           MOVE SPACES TO WS-PF-NOME(WS-PF-I)
           MOVE ZERO   TO WS-PF-CARTEIRA(WS-PF-I)
           MOVE ZERO   TO WS-PF-ATENDIMENTOS(WS-PF-I)
           MOVE ZERO   TO WS-PF-MARCADOS(WS-PF-I)
           MOVE ZERO   TO WS-PF-FALTAS(WS-PF-I)
           MOVE ZERO   TO WS-PF-COM-META(WS-PF-I)
           MOVE ZERO   TO WS-PF-SOMA-META(WS-PF-I)
           EXIT.
       FIM-LIMPA-PROFISSIONAL.

      *-----------------------------------------------------------------
      * POSICAO DO PROFISSIONAL WS-PROF-BUSCA NA TABELA; CODIGO QUE
      * NAO ESTA NO CADASTRO GANHA UMA POSICAO PROPRIA
      *-----------------------------------------------------------------
       LOCALIZA-PROFISSIONAL.
           MOVE ZERO TO WS-PF-ACHOU-I
           PERFORM VARYING WS-PF-I FROM 1 BY 1
                   UNTIL WS-PF-I > WS-QTD-PROFISSIONAIS
                      OR WS-PF-ACHOU-I > 0
               IF WS-PF-CODIGO(WS-PF-I) = WS-PROF-BUSCA
                   MOVE WS-PF-I TO WS-PF-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-PF-ACHOU-I = 0
               IF WS-QTD-PROFISSIONAIS < WS-TAB-PROF-MAXIMO
                   ADD 1 TO WS-QTD-PROFISSIONAIS
                   MOVE WS-QTD-PROFISSIONAIS TO WS-PF-I
                   PERFORM LIMPA-PROFISSIONAL
                   MOVE WS-PROF-BUSCA TO WS-PF-CODIGO(WS-PF-I)
                   MOVE '(FORA DO CADASTRO)' TO WS-PF-NOME(WS-PF-I)
                   MOVE WS-PF-I TO WS-PF-ACHOU-I
               ELSE
                   PERFORM VARYING WS-PF-I FROM 1 BY 1
                           UNTIL WS-PF-I > WS-QTD-PROFISSIONAIS
                              OR WS-PF-ACHOU-I > 0
                       IF WS-PF-CODIGO(WS-PF-I) = SPACES
                           MOVE WS-PF-I TO WS-PF-ACHOU-I
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           EXIT.
       FIM-LOCALIZA-PROFISSIONAL.

       CARREGA-PACIENTES.
           OPEN INPUT PACIENTES
           IF WS-PAC-STATUS = '00'
               PERFORM LER-PACIENTES
               PERFORM UNTIL WS-FIM-PAC-SIM
                   IF WS-QTD-PACIENTES < WS-TAB-PAC-LIMITE
                       ADD 1 TO WS-QTD-PACIENTES
                       MOVE WS-QTD-PACIENTES TO WS-PAC-I
                       MOVE PAC-ID   TO WS-PAC-ID(WS-PAC-I)
                       MOVE PAC-NOME TO WS-PAC-NOME(WS-PAC-I)
                       MOVE ZERO     TO WS-PAC-ULT-DATA(WS-PAC-I)
                       MOVE ZERO     TO WS-PAC-ULT-PESO(WS-PAC-I)
                       MOVE PAC-PROFISSIONAL TO WS-PROF-BUSCA
                       PERFORM LOCALIZA-PROFISSIONAL
                       MOVE WS-PF-ACHOU-I TO WS-PAC-PROF-I(WS-PAC-I)
                       ADD 1 TO WS-PF-CARTEIRA(WS-PF-ACHOU-I)
                   ELSE
                       IF NOT WS-AVISO-TABELA-SIM
                           DISPLAY 'AVISO: PACIENTES.TXT EXCEDE '
                                   WS-TAB-PAC-LIMITE ' PACIENTES - OS '
                                   'EXCEDENTES FICAM FORA DA CARTEIRA'
                           SET WS-AVISO-TABELA-SIM TO TRUE
                           MOVE 4 TO WS-RETORNO-JOB
                       END-IF
                   END-IF
                   PERFORM LER-PACIENTES
               END-PERFORM
               CLOSE PACIENTES
           ELSE
               DISPLAY 'AVISO: PACIENTES.TXT NAO ENCONTRADO - SEM '
                       'CARTEIRA NEM RESPONSAVEL'
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-CARREGA-PACIENTES.

       LER-PACIENTES.
           READ PACIENTES
               AT END
                   SET WS-FIM-PAC-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PACIENTES.

      *-----------------------------------------------------------------
      * PACIENTE PELO ID QUANDO HA VINCULO, SENAO PELO NOME
      *-----------------------------------------------------------------
       LOCALIZA-PACIENTE.
           MOVE ZERO TO WS-PAC-ACHOU-I
           PERFORM VARYING WS-PAC-I FROM 1 BY 1
                   UNTIL WS-PAC-I > WS-QTD-PACIENTES
                      OR WS-PAC-ACHOU-I > 0
               IF WS-BUSCA-ID NOT = SPACES
                   IF WS-PAC-ID(WS-PAC-I) = WS-BUSCA-ID
                       MOVE WS-PAC-I TO WS-PAC-ACHOU-I
                   END-IF
               ELSE
                   IF WS-PAC-NOME(WS-PAC-I) = WS-BUSCA-NOME
                       MOVE WS-PAC-I TO WS-PAC-ACHOU-I
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-PACIENTE.

      *-----------------------------------------------------------------
      * PROFISSIONAL DO REGISTRO: O GRAVADO NELE OU, EM BRANCO, O
      * RESPONSAVEL DO PACIENTE; SEM NENHUM DOS DOIS, SEM PROFISSIONAL
      *-----------------------------------------------------------------
       RESOLVE-PROFISSIONAL.
           IF WS-PROF-BUSCA = SPACES
               PERFORM LOCALIZA-PACIENTE
               IF WS-PAC-ACHOU-I > 0
                   MOVE WS-PAC-PROF-I(WS-PAC-ACHOU-I) TO WS-PF-ACHOU-I
               ELSE
                   PERFORM LOCALIZA-PROFISSIONAL
               END-IF
           ELSE
               PERFORM LOCALIZA-PROFISSIONAL
           END-IF
           EXIT.
       FIM-RESOLVE-PROFISSIONAL.

       CARREGA-METAS.
           OPEN INPUT PESO-META
           IF WS-META-STATUS = '00'
               PERFORM LER-METAS
               PERFORM UNTIL WS-FIM-META-SIM
                   IF WS-QTD-METAS < WS-TAB-META-LIMITE AND
                      PM-PESO-META NUMERIC AND
                      PM-PESO-INICIAL NUMERIC
                       ADD 1 TO WS-QTD-METAS
                       MOVE PM-PACIENTE
                            TO WS-MT-ID(WS-QTD-METAS)
                       MOVE PM-NOME
                            TO WS-MT-NOME(WS-QTD-METAS)
                       MOVE PM-PESO-META
                            TO WS-MT-META(WS-QTD-METAS)
                       MOVE PM-PESO-INICIAL
                            TO WS-MT-INICIAL(WS-QTD-METAS)
                   END-IF
                   PERFORM LER-METAS
               END-PERFORM
               CLOSE PESO-META
           END-IF
           EXIT.
       FIM-CARREGA-METAS.

       LER-METAS.
           READ PESO-META
               AT END
                   SET WS-FIM-META-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-METAS.

      *-----------------------------------------------------------------
      * SO ENTRAM RETORNOS DO MES EM DIA JA PASSADO
      *-----------------------------------------------------------------
       CARREGA-AGENDA.
           OPEN INPUT AGENDA
           IF WS-AGENDA-STATUS = '00'
               PERFORM LER-AGENDA
               PERFORM UNTIL WS-FIM-AGENDA-SIM
                   MOVE AG-DATA TO WS-DATA-ENTRADA
                   PERFORM CONVERTE-DATA
                   IF WS-DATA-OK = 'S' AND
                      WS-DT-ANOMES = WS-ANOMES AND
                      WS-DATA-AAAAMMDD < WS-HOJE-AAAAMMDD AND
                      WS-QTD-AGENDADOS < WS-TAB-AG-LIMITE
                       ADD 1 TO WS-QTD-AGENDADOS
                       MOVE WS-QTD-AGENDADOS TO WS-AG-I
                       MOVE AG-PACIENTE      TO WS-AG-PACIENTE(WS-AG-I)
                       MOVE AG-NOME          TO WS-AG-NOME(WS-AG-I)
                       MOVE WS-DATA-AAAAMMDD TO WS-AG-DATA(WS-AG-I)
                       MOVE 'N' TO WS-AG-COMPARECEU(WS-AG-I)
                       MOVE AG-PROFISSIONAL  TO WS-PROF-BUSCA
                       MOVE AG-PACIENTE      TO WS-BUSCA-ID
                       MOVE AG-NOME          TO WS-BUSCA-NOME
                       PERFORM RESOLVE-PROFISSIONAL
                       MOVE WS-PF-ACHOU-I    TO WS-AG-PROF-I(WS-AG-I)
                       ADD 1 TO WS-PF-MARCADOS(WS-PF-ACHOU-I)
                   END-IF
                   PERFORM LER-AGENDA
               END-PERFORM
               CLOSE AGENDA
           END-IF
           EXIT.
       FIM-CARREGA-AGENDA.

       LER-AGENDA.
           READ AGENDA
               AT END
                   SET WS-FIM-AGENDA-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-AGENDA.

       CONVERTE-DATA.
           CALL 'DATA-VALIDA' USING WS-DATA-ENTRADA
                                    WS-DATA-OK
                                    WS-DATA-MOTIVO
                                    WS-DATA-AAAAMMDD
           END-CALL
           EXIT.
       FIM-CONVERTE-DATA.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               OPEN INPUT PESO-HIST
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'PESOHIST.TXT NAO ENCONTRADO - SEM '
                           'CHECK-INS NAO HA PRODUCAO A APURAR'
                   MOVE 8 TO WS-RETORNO-JOB
               ELSE
                   PERFORM LER-HISTORICO
                   PERFORM UNTIL WS-FIM-HIST-SIM
                       PERFORM TRATA-CHECKIN
                       PERFORM LER-HISTORICO
                   END-PERFORM
                   CLOSE PESO-HIST
                   PERFORM APURA-FALTAS
                   PERFORM APURA-METAS
                   PERFORM GRAVA-RELATORIO
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

       LER-HISTORICO.
           READ PESO-HIST
               AT END
                   SET WS-FIM-HIST-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-HISTORICO.

      *-----------------------------------------------------------------
      * UM CHECK-IN ATE O FIM DO MES: ULTIMO PESO DO PACIENTE; SE FOR
      * DO MES, ATENDIMENTO DO PROFISSIONAL E COMPARECIMENTO AO
      * RETORNO MARCADO PARA O DIA
      *-----------------------------------------------------------------
       TRATA-CHECKIN.
           ADD 1 TO WS-QTD-LIDOS
           MOVE PH-DATA TO WS-DATA-ENTRADA
           PERFORM CONVERTE-DATA
           IF WS-DATA-OK NOT = 'S' OR PH-PESO-ATUAL NOT NUMERIC OR
              PH-PESO-ATUAL = ZERO
               ADD 1 TO WS-QTD-IGNORADOS
           ELSE
               IF WS-DATA-AAAAMMDD <= WS-MES-FIM
                   MOVE PH-PACIENTE TO WS-BUSCA-ID
                   MOVE PH-NOME     TO WS-BUSCA-NOME
                   PERFORM LOCALIZA-PACIENTE
                   IF WS-PAC-ACHOU-I > 0
                       IF WS-DATA-AAAAMMDD >=
                          WS-PAC-ULT-DATA(WS-PAC-ACHOU-I)
                           MOVE WS-DATA-AAAAMMDD
                                TO WS-PAC-ULT-DATA(WS-PAC-ACHOU-I)
                           MOVE PH-PESO-ATUAL
                                TO WS-PAC-ULT-PESO(WS-PAC-ACHOU-I)
                       END-IF
                   END-IF

                   IF WS-DT-ANOMES = WS-ANOMES
                       MOVE PH-PROFISSIONAL TO WS-PROF-BUSCA
                       PERFORM RESOLVE-PROFISSIONAL
                       ADD 1 TO WS-PF-ATENDIMENTOS(WS-PF-ACHOU-I)
                       PERFORM MARCA-AGENDA
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-TRATA-CHECKIN.

       MARCA-AGENDA.
           PERFORM VARYING WS-AG-I FROM 1 BY 1
                   UNTIL WS-AG-I > WS-QTD-AGENDADOS
               IF WS-AG-DATA(WS-AG-I) = WS-DATA-AAAAMMDD
                   IF (WS-AG-PACIENTE(WS-AG-I) NOT = SPACES AND
                       PH-PACIENTE = WS-AG-PACIENTE(WS-AG-I))
                      OR PH-NOME = WS-AG-NOME(WS-AG-I)
                       MOVE 'S' TO WS-AG-COMPARECEU(WS-AG-I)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-MARCA-AGENDA.

       APURA-FALTAS.
           PERFORM VARYING WS-AG-I FROM 1 BY 1
                   UNTIL WS-AG-I > WS-QTD-AGENDADOS
               IF WS-AG-COMPARECEU(WS-AG-I) = 'N'
                   ADD 1 TO WS-PF-FALTAS(WS-AG-PROF-I(WS-AG-I))
               END-IF
           END-PERFORM
           EXIT.
       FIM-APURA-FALTAS.

      *-----------------------------------------------------------------
      * RESULTADO CONTRA A META: (PARTIDA - ULTIMO PESO) / (PARTIDA -
      * META) EM %, NO SENTIDO DA META (PERDER OU GANHAR); 100 = NA
      * META, NEGATIVO = SE AFASTOU; SO PACIENTE DA CARTEIRA COM META
      * E COM PESO ATE O FIM DO MES
      *-----------------------------------------------------------------
       APURA-METAS.
           PERFORM VARYING WS-PAC-I FROM 1 BY 1
                   UNTIL WS-PAC-I > WS-QTD-PACIENTES
               IF WS-PAC-ULT-DATA(WS-PAC-I) > 0
                   PERFORM LOCALIZA-META
                   IF WS-MT-ACHOU-I > 0
                       COMPUTE WS-PCT-META ROUNDED =
                           ((WS-MT-INICIAL(WS-MT-ACHOU-I) -
                             WS-PAC-ULT-PESO(WS-PAC-I)) * 100) /
                           (WS-MT-INICIAL(WS-MT-ACHOU-I) -
                            WS-MT-META(WS-MT-ACHOU-I))
                       MOVE WS-PAC-PROF-I(WS-PAC-I) TO WS-PF-I
                       ADD 1 TO WS-PF-COM-META(WS-PF-I)
                       ADD WS-PCT-META TO WS-PF-SOMA-META(WS-PF-I)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-APURA-METAS.

       LOCALIZA-META.
           MOVE ZERO TO WS-MT-ACHOU-I
           PERFORM VARYING WS-MT-I FROM 1 BY 1
                   UNTIL WS-MT-I > WS-QTD-METAS
                      OR WS-MT-ACHOU-I > 0
               IF WS-MT-INICIAL(WS-MT-I) NOT = WS-MT-META(WS-MT-I)
                   IF WS-MT-ID(WS-MT-I) NOT = SPACES
                       IF WS-MT-ID(WS-MT-I) = WS-PAC-ID(WS-PAC-I)
                           MOVE WS-MT-I TO WS-MT-ACHOU-I
                       END-IF
                   ELSE
                       IF WS-MT-NOME(WS-MT-I) = WS-PAC-NOME(WS-PAC-I)
                           MOVE WS-MT-I TO WS-MT-ACHOU-I
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-META.

      *-----------------------------------------------------------------
      * RELATORIO PRODPROF.TXT: PROFISSIONAIS NA ORDEM DO CADASTRO, A
      * LINHA SEM PROFISSIONAL NO FIM E O TOTAL DA CLINICA
      *-----------------------------------------------------------------
       GRAVA-RELATORIO.
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'PRODUCAO DOS PROFISSIONAIS - ' WS-ANOMES
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-PF-I FROM 1 BY 1
                   UNTIL WS-PF-I > WS-QTD-PROFISSIONAIS
               IF WS-PF-CODIGO(WS-PF-I) NOT = SPACES
                   PERFORM GRAVA-LINHA-PROFISSIONAL
               END-IF
           END-PERFORM

           PERFORM VARYING WS-PF-I FROM 1 BY 1
                   UNTIL WS-PF-I > WS-QTD-PROFISSIONAIS
               IF WS-PF-CODIGO(WS-PF-I) = SPACES
                   PERFORM GRAVA-LINHA-PROFISSIONAL
               END-IF
           END-PERFORM

           MOVE SPACES             TO WS-LI-CODIGO
           MOVE 'TOTAL DA CLINICA' TO WS-LI-NOME
           MOVE WS-TT-CARTEIRA     TO WS-LI-CARTEIRA
           MOVE WS-TT-ATENDIMENTOS TO WS-LI-ATENDIMENTOS
           MOVE WS-TT-MARCADOS     TO WS-LI-MARCADOS
           MOVE WS-TT-FALTAS       TO WS-LI-FALTAS
           MOVE WS-TT-COM-META     TO WS-LI-COM-META
           MOVE WS-TT-SOMA-META    TO WS-LI-SOMA-META
           PERFORM MONTA-LINHA
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-RELATORIO.

       GRAVA-LINHA-PROFISSIONAL.
           MOVE WS-PF-CODIGO(WS-PF-I)       TO WS-LI-CODIGO
           MOVE WS-PF-NOME(WS-PF-I)         TO WS-LI-NOME
           MOVE WS-PF-CARTEIRA(WS-PF-I)     TO WS-LI-CARTEIRA
           MOVE WS-PF-ATENDIMENTOS(WS-PF-I) TO WS-LI-ATENDIMENTOS
           MOVE WS-PF-MARCADOS(WS-PF-I)     TO WS-LI-MARCADOS
           MOVE WS-PF-FALTAS(WS-PF-I)       TO WS-LI-FALTAS
           MOVE WS-PF-COM-META(WS-PF-I)     TO WS-LI-COM-META
           MOVE WS-PF-SOMA-META(WS-PF-I)    TO WS-LI-SOMA-META

           ADD WS-LI-CARTEIRA     TO WS-TT-CARTEIRA
           ADD WS-LI-ATENDIMENTOS TO WS-TT-ATENDIMENTOS
           ADD WS-LI-MARCADOS     TO WS-TT-MARCADOS
           ADD WS-LI-FALTAS       TO WS-TT-FALTAS
           ADD WS-LI-COM-META     TO WS-TT-COM-META
           ADD WS-LI-SOMA-META    TO WS-TT-SOMA-META

           PERFORM MONTA-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-LINHA-PROFISSIONAL.

      *-----------------------------------------------------------------
      * SEM RETORNO MARCADO OU SEM PACIENTE COM META O PERCENTUAL SAI
      * COMO '-'
      *-----------------------------------------------------------------
       MONTA-LINHA.
           MOVE WS-LI-CARTEIRA     TO WS-MK-CARTEIRA
           MOVE WS-LI-ATENDIMENTOS TO WS-MK-ATENDIMENTOS
           MOVE WS-LI-MARCADOS     TO WS-MK-MARCADOS
           MOVE WS-LI-FALTAS       TO WS-MK-FALTAS
           MOVE WS-LI-COM-META     TO WS-MK-COM-META

           MOVE SPACES TO WS-TX-PCT-FALTA
           IF WS-LI-MARCADOS = 0
               MOVE '      -' TO WS-TX-PCT-FALTA
           ELSE
               COMPUTE WS-LI-PCT ROUNDED =
                       (WS-LI-FALTAS * 100) / WS-LI-MARCADOS
               MOVE WS-LI-PCT TO WS-MK-PCT-FALTA
               MOVE WS-MK-PCT-FALTA TO WS-TX-PCT-FALTA(1:5)
               MOVE ' %' TO WS-TX-PCT-FALTA(6:2)
           END-IF

           MOVE SPACES TO WS-TX-PCT-META
           IF WS-LI-COM-META = 0
               MOVE '       -' TO WS-TX-PCT-META
           ELSE
               COMPUTE WS-LI-PCT ROUNDED =
                       WS-LI-SOMA-META / WS-LI-COM-META
               MOVE WS-LI-PCT TO WS-MK-PCT-META
               MOVE WS-MK-PCT-META TO WS-TX-PCT-META(1:6)
               MOVE ' %' TO WS-TX-PCT-META(7:2)
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-LI-CODIGO '  ' WS-LI-NOME '  '
                  '   ' WS-MK-CARTEIRA
                  '  ' WS-MK-ATENDIMENTOS
                  '     ' WS-MK-MARCADOS
                  '   ' WS-MK-FALTAS
                  '  ' WS-TX-PCT-FALTA
                  '   ' WS-MK-COM-META
                  '   ' WS-TX-PCT-META
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           EXIT.
       FIM-MONTA-LINHA.

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
           DISPLAY 'MES DO RELATORIO     : ' WS-ANOMES
           DISPLAY 'CHECK-INS LIDOS      : ' WS-QTD-LIDOS
           DISPLAY 'CHECK-INS IGNORADOS  : ' WS-QTD-IGNORADOS
           DISPLAY 'ATENDIMENTOS NO MES  : ' WS-TT-ATENDIMENTOS
           DISPLAY 'RELATORIO            : PRODPROF.TXT'
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM PROFISSIONAL-PRODUCAO.
