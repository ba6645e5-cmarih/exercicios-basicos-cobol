      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: RESULTADOS MENSAIS DA CLINICA PARA A DIRECAO - O
      *          PESO-EVOLUCAO MOSTRA UM PACIENTE E O GRUPO-PROGRESSO
      *          UM GRUPO; AQUI SAI A CLINICA INTEIRA NO MES
      *          INFORMADO (EM BRANCO = MES ANTERIOR), SEMPRE AO LADO
      *          DO MES ANTERIOR A ELE: PACIENTES ATIVOS (CHECK-IN NOS
      *          ULTIMOS N DIAS ATE O FIM DO MES), NOVOS (PRIMEIRO
      *          CHECK-IN NO MES) E PERDIDOS DE SEGUIMENTO (ATIVOS NO
      *          FIM DO MES ANTERIOR E NAO MAIS NESTE); VARIACAO MEDIA
      *          E MEDIANA DE PESO EM 3, 6 E 12 MESES DOS ATIVOS
      *          (ULTIMO PESO ATE O FIM DO MES CONTRA O ULTIMO PESO
      *          ATE O FIM DO MES DE N MESES ANTES); PERCENTUAL QUE
      *          CHEGOU A META DO PESOMETA.TXT; TAXA DE FALTAS AOS
      *          RETORNOS DA AGENDA.TXT (MESMA REGRA DO AGENDA-FALTAS:
      *          RETORNO SEM CHECK-IN DO PACIENTE NO DIA); PARCELA DOS
      *          CHECK-INS COM ALERTA DE RISCO COMBINADO (MESMA REGRA
      *          DO PESO-IDEAL: IMC NO CORTE OU ACIMA COM CINTURA OU
      *          PRESSAO ACIMA DO CORTE DO VITAISPAR.TXT, MENORES DE
      *          19 ANOS FORA); E RETENCAO DOS PROGRAMAS EM GRUPO
      *          (MEMBROS DE GRUPO EM ANDAMENTO NO MES QUE FIZERAM
      *          CHECK-IN NO MES DENTRO DO PERIODO DO GRUPO). UMA SO
      *          LEITURA DO PESOHIST.TXT; RELATORIO CLINRESULT.TXT
      *          PELA ROTINA IMPRESSAO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLINICA-RESULTADOS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESO-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
           SELECT PACIENTES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAC-STATUS.
           SELECT PESO-META ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-META-STATUS.
           SELECT AGENDA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AGENDA-STATUS.
           SELECT GRUPOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GRUPO-STATUS.
           SELECT GRUPO-MEMBROS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MEMBRO-STATUS.
           SELECT VITAIS-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VITAIS-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PESO-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PESOHIST.TXT'.
       COPY PESOHIST.CPY.

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

       FD GRUPOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'GRUPOS.TXT'.
       COPY GRUPOPRG.CPY.

       FD GRUPO-MEMBROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'GRUPOMEM.TXT'.
       COPY GRUPOMEM.CPY.

       FD VITAIS-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'VITAISPAR.TXT'.
       01 PARAM-VITAIS-REC.
           02 PARAM-CINTURA-LIM-M      PIC 9(03).
           02 PARAM-CINTURA-LIM-F      PIC 9(03).
           02 PARAM-PRES-SIS-LIM       PIC 9(03).
           02 PARAM-PRES-DIA-LIM       PIC 9(03).
           02 PARAM-IMC-LIM            PIC 9(02)V99.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-PAC-STATUS                PIC X(02) VALUE '00'.
       01 WS-META-STATUS               PIC X(02) VALUE '00'.
       01 WS-AGENDA-STATUS             PIC X(02) VALUE '00'.
       01 WS-GRUPO-STATUS              PIC X(02) VALUE '00'.
       01 WS-MEMBRO-STATUS             PIC X(02) VALUE '00'.
       01 WS-VITAIS-STATUS             PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM         VALUE 'S'.
           02 WS-FIM-PAC            PIC X(01) VALUE 'N'.
               88 WS-FIM-PAC-SIM          VALUE 'S'.
           02 WS-FIM-META           PIC X(01) VALUE 'N'.
               88 WS-FIM-META-SIM         VALUE 'S'.
           02 WS-FIM-AGENDA         PIC X(01) VALUE 'N'.
               88 WS-FIM-AGENDA-SIM       VALUE 'S'.
           02 WS-FIM-GRUPO          PIC X(01) VALUE 'N'.
               88 WS-FIM-GRUPO-SIM        VALUE 'S'.
           02 WS-FIM-MEMBRO         PIC X(01) VALUE 'N'.
               88 WS-FIM-MEMBRO-SIM       VALUE 'S'.
           02 WS-ATIVO              PIC X(01) VALUE 'N'.
               88 WS-ATIVO-SIM            VALUE 'S'.
           02 WS-ATIVO-ANTES        PIC X(01) VALUE 'N'.
               88 WS-ATIVO-ANTES-SIM      VALUE 'S'.
           02 WS-RISCO              PIC X(01) VALUE 'N'.
               88 WS-RISCO-SIM            VALUE 'S'.
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
       01 WS-JANELA-DIAS               PIC 9(03) VALUE 90.
      *-----------------------------------------------------------------
      * FIM DE MES DE REFERENCIA: POSICAO 1 = MES DO RELATORIO,
      * POSICAO K = K-1 MESES ANTES (ATE 13 MESES, PARA OS 12 MESES
      * DE VARIACAO DO MES ANTERIOR)
      *-----------------------------------------------------------------
       01 WS-QTD-CORTES                PIC 9(02) VALUE 14.
       01 WS-TABELA-CORTES.
           02 WS-CT-ENTRADA OCCURS 14 TIMES.
               03 WS-CT-ANOMES         PIC 9(06).
               03 WS-CT-INICIO         PIC 9(08).
               03 WS-CT-FIM            PIC 9(08).
               03 WS-CT-FIM-INT        PIC 9(08).
       01 WS-CT-K                      PIC 9(02) VALUE ZERO.
       01 WS-PROX-MES                  PIC 9(08) VALUE ZERO.
      *-----------------------------------------------------------------
      * DATA DO CHECK-IN (ROTINA DATA-VALIDA)
      *-----------------------------------------------------------------
       01 WS-DATA-ENTRADA              PIC X(10) VALUE SPACES.
       01 WS-DATA-OK                   PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO               PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-DATA-INT                  PIC 9(08) VALUE ZERO.
       01 WS-CHECKIN-DATA              PIC 9(08) VALUE ZERO.
       01 WS-CHECKIN-DATA-R REDEFINES WS-CHECKIN-DATA.
           02 WS-CK-ANOMES.
               03 WS-CK-ANO            PIC 9(04).
               03 WS-CK-MES            PIC 9(02).
           02 WS-CK-DIA                PIC 9(02).
       01 WS-MES-I                     PIC 9(01) VALUE ZERO.
      *-----------------------------------------------------------------
      * PESSOAS DO HISTORICO (CADASTRO DE PACIENTES + NOMES SEM
      * VINCULO): ULTIMO CHECK-IN ATE CADA FIM DE MES DE REFERENCIA
      *-----------------------------------------------------------------
       01 WS-TAB-PS-LIMITE             PIC 9(04) VALUE 2000.
       01 WS-QTD-PESSOAS               PIC 9(04) VALUE ZERO.
       01 WS-TABELA-PESSOAS.
           02 WS-PS-ENTRADA OCCURS 2000 TIMES.
               03 WS-PS-ID             PIC X(05).
               03 WS-PS-NOME           PIC X(30).
               03 WS-PS-SEXO           PIC X(01).
               03 WS-PS-NASC           PIC X(10).
               03 WS-PS-ALTURA         PIC 9(04)V99.
               03 WS-PS-PRIMEIRO       PIC 9(08).
               03 WS-PS-CORTE OCCURS 14 TIMES.
                   04 WS-PS-ULT-DATA   PIC 9(08).
                   04 WS-PS-ULT-PESO   PIC 9(04).
       01 WS-PS-I                      PIC 9(04) VALUE ZERO.
       01 WS-PS-ACHOU-I                PIC 9(04) VALUE ZERO.
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
      *-----------------------------------------------------------------
      * RETORNOS MARCADOS NOS DOIS MESES (SO DIAS JA PASSADOS)
      *-----------------------------------------------------------------
       01 WS-TAB-AG-LIMITE             PIC 9(04) VALUE 3000.
       01 WS-QTD-AGENDADOS             PIC 9(04) VALUE ZERO.
       01 WS-TABELA-AGENDA.
           02 WS-AG-ENTRADA OCCURS 3000 TIMES.
               03 WS-AG-PACIENTE       PIC X(05).
               03 WS-AG-NOME           PIC X(30).
               03 WS-AG-DATA           PIC 9(08).
               03 WS-AG-MES            PIC 9(01).
               03 WS-AG-COMPARECEU     PIC X(01).
       01 WS-AG-I                      PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * MEMBROS DOS PROGRAMAS EM GRUPO, COM O PERIODO DO GRUPO
      *-----------------------------------------------------------------
       01 WS-TAB-GRUPO-LIMITE          PIC 9(03) VALUE 100.
       01 WS-QTD-GRUPOS                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-GRUPOS.
           02 WS-GR-ENTRADA OCCURS 100 TIMES.
               03 WS-GR-CODIGO         PIC X(05).
               03 WS-GR-INICIO         PIC 9(08).
               03 WS-GR-FIM            PIC 9(08).
       01 WS-GR-I                      PIC 9(03) VALUE ZERO.
       01 WS-GR-FIM-INT                PIC 9(08) VALUE ZERO.
       01 WS-TAB-MEMBRO-LIMITE         PIC 9(04) VALUE 2000.
       01 WS-QTD-MEMBROS               PIC 9(04) VALUE ZERO.
       01 WS-TABELA-MEMBROS.
           02 WS-MB-ENTRADA OCCURS 2000 TIMES.
               03 WS-MB-PACIENTE       PIC X(05).
               03 WS-MB-NOME           PIC X(30).
               03 WS-MB-INICIO         PIC 9(08).
               03 WS-MB-FIM            PIC 9(08).
               03 WS-MB-VEIO OCCURS 2 TIMES
                                       PIC X(01).
       01 WS-MB-I                      PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * CORTES DO RISCO COMBINADO (PADRAO DO PESO-IDEAL)
      *-----------------------------------------------------------------
       01 WS-LIM-CINTURA-M             PIC 9(03) VALUE 102.
       01 WS-LIM-CINTURA-F             PIC 9(03) VALUE 088.
       01 WS-LIM-PRES-SIS              PIC 9(03) VALUE 140.
       01 WS-LIM-PRES-DIA              PIC 9(03) VALUE 090.
       01 WS-LIM-IMC                   PIC 9(02)V99 VALUE 25,00.
       01 WS-LIM-CINTURA-PAC           PIC 9(03) VALUE ZERO.
       01 WS-IDADE-LIMITE-MESES        PIC 9(03) VALUE 228.
       01 WS-IDADE-MESES               PIC S9(04) VALUE ZERO.
       01 WS-IMC                       PIC 9(03)V99 VALUE ZERO.
      *-----------------------------------------------------------------
      * INDICADORES: POSICAO 1 = MES DO RELATORIO, 2 = MES ANTERIOR
      *-----------------------------------------------------------------
       01 WS-TABELA-INDICADORES.
           02 WS-IN-ENTRADA OCCURS 2 TIMES.
               03 WS-IN-ATIVOS         PIC 9(05).
               03 WS-IN-NOVOS          PIC 9(05).
               03 WS-IN-PERDIDOS       PIC 9(05).
               03 WS-IN-CHECKINS       PIC 9(05).
               03 WS-IN-AVALIAVEIS     PIC 9(05).
               03 WS-IN-RISCO          PIC 9(05).
               03 WS-IN-AGENDADOS      PIC 9(05).
               03 WS-IN-FALTAS         PIC 9(05).
               03 WS-IN-COM-META       PIC 9(05).
               03 WS-IN-NA-META        PIC 9(05).
               03 WS-IN-MEMBROS        PIC 9(05).
               03 WS-IN-RETIDOS        PIC 9(05).
      *-----------------------------------------------------------------
      * VARIACOES DE PESO: LISTA 1-3 = MES DO RELATORIO EM 3/6/12
      * MESES, 4-6 = MES ANTERIOR
      *-----------------------------------------------------------------
       01 WS-TABELA-HORIZONTES.
           02 WS-HZ-MESES OCCURS 3 TIMES
                                       PIC 9(02).
       01 WS-HZ-I                      PIC 9(01) VALUE ZERO.
       01 WS-TABELA-LISTAS.
           02 WS-VL-LISTA OCCURS 6 TIMES.
               03 WS-VL-QTD            PIC 9(04).
               03 WS-VL-SOMA           PIC S9(07).
               03 WS-VL-MEDIA          PIC S9(04)V99.
               03 WS-VL-MEDIANA        PIC S9(04)V99.
               03 WS-VL-VALOR OCCURS 2000 TIMES
                                       PIC S9(04).
       01 WS-VL-L                      PIC 9(01) VALUE ZERO.
       01 WS-VL-K                      PIC 9(02) VALUE ZERO.
       01 WS-VARIACAO                  PIC S9(04) VALUE ZERO.
       01 WS-ORD-I                     PIC 9(04) VALUE ZERO.
       01 WS-ORD-J                     PIC 9(04) VALUE ZERO.
       01 WS-ORD-TEMP                  PIC S9(04) VALUE ZERO.
       01 WS-N                         PIC 9(04) VALUE ZERO.
       01 WS-POS-MEDIANA               PIC 9(04) VALUE ZERO.
       01 WS-RESULT-DIV                PIC 9(04) VALUE ZERO.
       01 WS-RESTO-DIV                 PIC 9(04) VALUE ZERO.
      *-----------------------------------------------------------------
      * LINHA DO RELATORIO: ROTULO, MES ANTERIOR, MES E VARIACAO
      *-----------------------------------------------------------------
       01 WS-LI-ROTULO                 PIC X(44) VALUE SPACES.
       01 WS-LI-TIPO                   PIC X(01) VALUE 'Q'.
           88 WS-LI-QUANTIDADE                VALUE 'Q'.
           88 WS-LI-QUILOS                    VALUE 'K'.
           88 WS-LI-PERCENTUAL                VALUE 'P'.
       01 WS-LI-ANT                    PIC S9(07)V99 VALUE ZERO.
       01 WS-LI-ATU                    PIC S9(07)V99 VALUE ZERO.
       01 WS-LI-DIF                    PIC S9(07)V99 VALUE ZERO.
       01 WS-LI-ANT-OK                 PIC X(01) VALUE 'S'.
       01 WS-LI-ATU-OK                 PIC X(01) VALUE 'S'.
       01 WS-LI-ANT-TXT                PIC X(12) VALUE SPACES.
       01 WS-LI-ATU-TXT                PIC X(12) VALUE SPACES.
       01 WS-LI-DIF-TXT                PIC X(12) VALUE SPACES.
       01 WS-LI-VALOR                  PIC S9(07)V99 VALUE ZERO.
       01 WS-LI-TXT                    PIC X(12) VALUE SPACES.
       01 WS-QTD-MASK                  PIC ZZZ.ZZ9.
       01 WS-QTD-SINAL-MASK            PIC +++.++9.
       01 WS-KG-MASK                   PIC ---9,99.
       01 WS-KG-SINAL-MASK             PIC +++9,99.
       01 WS-PCT-MASK                  PIC ZZ9,9.
       01 WS-PCT-SINAL-MASK            PIC +++9,9.
       01 WS-NUM                       PIC 9(05) VALUE ZERO.
       01 WS-DEN                       PIC 9(05) VALUE ZERO.
       01 WS-QTD-LIDOS                 PIC 9(06) VALUE ZERO.
       01 WS-QTD-IGNORADOS             PIC 9(06) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
      * ROTINA DE IMPRESSAO
      *-----------------------------------------------------------------
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20)
                                       VALUE 'CLINRESULT.TXT'.
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
           DISPLAY 'RESULTADOS MENSAIS DA CLINICA'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO WS-HOJE-AAAAMMDD
           MOVE 3  TO WS-HZ-MESES(1)
           MOVE 6  TO WS-HZ-MESES(2)
           MOVE 12 TO WS-HZ-MESES(3)
           INITIALIZE WS-TABELA-INDICADORES
           INITIALIZE WS-TABELA-LISTAS

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
               DISPLAY 'DIAS SEM CHECK-IN PARA PERDA DE SEGUIMENTO '
                       '(EM BRANCO = 90): '
               MOVE ZERO TO WS-JANELA-DIAS
               ACCEPT WS-JANELA-DIAS
               IF WS-JANELA-DIAS = 0
                   MOVE 90 TO WS-JANELA-DIAS
               END-IF
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM MONTA-CORTES
               PERFORM CARREGA-VITAISPAR
               PERFORM CARREGA-PACIENTES
               PERFORM CARREGA-METAS
               PERFORM CARREGA-AGENDA
               PERFORM CARREGA-GRUPOS
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * FIM DE CADA MES: VESPERA DO DIA 1 DO MES SEGUINTE
      *-----------------------------------------------------------------
       MONTA-CORTES.
           PERFORM VARYING WS-CT-K FROM 1 BY 1
                   UNTIL WS-CT-K > WS-QTD-CORTES
               MOVE WS-ANOMES TO WS-CT-ANOMES(WS-CT-K)
               COMPUTE WS-CT-INICIO(WS-CT-K) = (WS-ANOMES * 100) + 1
               IF WS-AM-MES = 12
                   COMPUTE WS-PROX-MES =
                           ((WS-AM-ANO + 1) * 10000) + 0101
               ELSE
                   COMPUTE WS-PROX-MES =
                           (WS-AM-ANO * 10000) +
                           ((WS-AM-MES + 1) * 100) + 1
               END-IF
               COMPUTE WS-CT-FIM-INT(WS-CT-K) =
                       FUNCTION INTEGER-OF-DATE(WS-PROX-MES) - 1
               COMPUTE WS-CT-FIM(WS-CT-K) =
                       FUNCTION DATE-OF-INTEGER(WS-CT-FIM-INT(WS-CT-K))
               IF WS-AM-MES = 1
                   MOVE 12 TO WS-AM-MES
                   SUBTRACT 1 FROM WS-AM-ANO
               ELSE
                   SUBTRACT 1 FROM WS-AM-MES
               END-IF
           END-PERFORM
           MOVE WS-CT-ANOMES(1) TO WS-ANOMES
           EXIT.
       FIM-MONTA-CORTES.

       CARREGA-VITAISPAR.
           OPEN INPUT VITAIS-PARAM
           IF WS-VITAIS-STATUS = '00'
               READ VITAIS-PARAM
                   NOT AT END
                       MOVE PARAM-CINTURA-LIM-M TO WS-LIM-CINTURA-M
                       MOVE PARAM-CINTURA-LIM-F TO WS-LIM-CINTURA-F
                       MOVE PARAM-PRES-SIS-LIM  TO WS-LIM-PRES-SIS
                       MOVE PARAM-PRES-DIA-LIM  TO WS-LIM-PRES-DIA
                       MOVE PARAM-IMC-LIM       TO WS-LIM-IMC
               END-READ
               CLOSE VITAIS-PARAM
           ELSE
               DISPLAY 'VITAISPAR.TXT NAO ENCONTRADO - USANDO '
                       'CORTES PADRAO (102/88 CM, 140/90, IMC 25)'
           END-IF
           EXIT.
       FIM-CARREGA-VITAISPAR.

       CARREGA-PACIENTES.
           OPEN INPUT PACIENTES
           IF WS-PAC-STATUS = '00'
               PERFORM LER-PACIENTES
               PERFORM UNTIL WS-FIM-PAC-SIM
                   IF WS-QTD-PESSOAS < WS-TAB-PS-LIMITE
                       ADD 1 TO WS-QTD-PESSOAS
                       MOVE WS-QTD-PESSOAS TO WS-PS-I
                       PERFORM LIMPA-PESSOA
                       MOVE PAC-ID         TO WS-PS-ID(WS-PS-I)
                       MOVE PAC-NOME       TO WS-PS-NOME(WS-PS-I)
                       MOVE PAC-SEXO       TO WS-PS-SEXO(WS-PS-I)
                       MOVE PAC-NASCIMENTO TO WS-PS-NASC(WS-PS-I)
                       IF PAC-ALTURA NUMERIC
                           MOVE PAC-ALTURA TO WS-PS-ALTURA(WS-PS-I)
                       END-IF
                   ELSE
                       PERFORM AVISA-TABELA-CHEIA
                       SET WS-FIM-PAC-SIM TO TRUE
                   END-IF
                   PERFORM LER-PACIENTES
               END-PERFORM
               CLOSE PACIENTES
           ELSE
               DISPLAY 'AVISO: PACIENTES.TXT NAO ENCONTRADO - SEM '
                       'ALTURA NAO HA COMO AVALIAR O RISCO COMBINADO'
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

       LIMPA-PESSOA.
           MOVE SPACES TO WS-PS-ID(WS-PS-I)
           MOVE SPACES TO WS-PS-NOME(WS-PS-I)
           MOVE SPACES TO WS-PS-SEXO(WS-PS-I)
           MOVE SPACES TO WS-PS-NASC(WS-PS-I)
           MOVE ZERO   TO WS-PS-ALTURA(WS-PS-I)
           MOVE ZERO   TO WS-PS-PRIMEIRO(WS-PS-I)
           PERFORM VARYING WS-CT-K FROM 1 BY 1
                   UNTIL WS-CT-K > WS-QTD-CORTES
               MOVE ZERO TO WS-PS-ULT-DATA(WS-PS-I, WS-CT-K)
               MOVE ZERO TO WS-PS-ULT-PESO(WS-PS-I, WS-CT-K)
           END-PERFORM
           EXIT.
       FIM-LIMPA-PESSOA.

       AVISA-TABELA-CHEIA.
           IF NOT WS-AVISO-TABELA-SIM
               DISPLAY 'AVISO: MAIS DE ' WS-TAB-PS-LIMITE
                       ' PESSOAS NO HISTORICO - AS EXCEDENTES FICAM '
                       'FORA DOS INDICADORES'
               SET WS-AVISO-TABELA-SIM TO TRUE
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-AVISA-TABELA-CHEIA.

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
      * SO ENTRAM RETORNOS DOS DOIS MESES EM DIA JA PASSADO
      *-----------------------------------------------------------------
       CARREGA-AGENDA.
           OPEN INPUT AGENDA
           IF WS-AGENDA-STATUS = '00'
               PERFORM LER-AGENDA
               PERFORM UNTIL WS-FIM-AGENDA-SIM
                   MOVE AG-DATA TO WS-DATA-ENTRADA
                   PERFORM CONVERTE-DATA
                   IF WS-DATA-OK = 'S' AND
                      WS-DATA-AAAAMMDD < WS-HOJE-AAAAMMDD
                       MOVE WS-DATA-AAAAMMDD TO WS-CHECKIN-DATA
                       PERFORM IDENTIFICA-MES
                       IF WS-MES-I > 0 AND
                          WS-QTD-AGENDADOS < WS-TAB-AG-LIMITE
                           ADD 1 TO WS-QTD-AGENDADOS
                           MOVE AG-PACIENTE
                                TO WS-AG-PACIENTE(WS-QTD-AGENDADOS)
                           MOVE AG-NOME
                                TO WS-AG-NOME(WS-QTD-AGENDADOS)
                           MOVE WS-DATA-AAAAMMDD
                                TO WS-AG-DATA(WS-QTD-AGENDADOS)
                           MOVE WS-MES-I
                                TO WS-AG-MES(WS-QTD-AGENDADOS)
                           MOVE 'N'
                                TO WS-AG-COMPARECEU(WS-QTD-AGENDADOS)
                           ADD 1 TO WS-IN-AGENDADOS(WS-MES-I)
                       END-IF
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

      *-----------------------------------------------------------------
      * PERIODO DO GRUPO: DA DATA DE INICIO ATE O FIM DAS SEMANAS DE
      * DURACAO; CADA MEMBRO HERDA O PERIODO DO SEU GRUPO
      *-----------------------------------------------------------------
       CARREGA-GRUPOS.
           OPEN INPUT GRUPOS
           IF WS-GRUPO-STATUS = '00'
               PERFORM LER-GRUPOS
               PERFORM UNTIL WS-FIM-GRUPO-SIM
                   MOVE GP-DATA-INICIO TO WS-DATA-ENTRADA
                   PERFORM CONVERTE-DATA
                   IF WS-DATA-OK = 'S' AND
                      GP-DURACAO-SEMANAS NUMERIC AND
                      GP-DURACAO-SEMANAS > 0 AND
                      WS-QTD-GRUPOS < WS-TAB-GRUPO-LIMITE
                       ADD 1 TO WS-QTD-GRUPOS
                       MOVE GP-CODIGO TO WS-GR-CODIGO(WS-QTD-GRUPOS)
                       MOVE WS-DATA-AAAAMMDD
                            TO WS-GR-INICIO(WS-QTD-GRUPOS)
                       COMPUTE WS-GR-FIM-INT =
                               WS-DATA-INT +
                               (GP-DURACAO-SEMANAS * 7) - 1
                       COMPUTE WS-GR-FIM(WS-QTD-GRUPOS) =
                               FUNCTION DATE-OF-INTEGER(WS-GR-FIM-INT)
                   END-IF
                   PERFORM LER-GRUPOS
               END-PERFORM
               CLOSE GRUPOS
           END-IF

           OPEN INPUT GRUPO-MEMBROS
           IF WS-MEMBRO-STATUS = '00'
               PERFORM LER-MEMBROS
               PERFORM UNTIL WS-FIM-MEMBRO-SIM
                   PERFORM VARYING WS-GR-I FROM 1 BY 1
                           UNTIL WS-GR-I > WS-QTD-GRUPOS
                       IF WS-GR-CODIGO(WS-GR-I) = GM-GRUPO AND
                          WS-QTD-MEMBROS < WS-TAB-MEMBRO-LIMITE
                           ADD 1 TO WS-QTD-MEMBROS
                           MOVE GM-PACIENTE
                                TO WS-MB-PACIENTE(WS-QTD-MEMBROS)
                           MOVE GM-NOME
                                TO WS-MB-NOME(WS-QTD-MEMBROS)
                           MOVE WS-GR-INICIO(WS-GR-I)
                                TO WS-MB-INICIO(WS-QTD-MEMBROS)
                           MOVE WS-GR-FIM(WS-GR-I)
                                TO WS-MB-FIM(WS-QTD-MEMBROS)
                           MOVE 'N' TO WS-MB-VEIO(WS-QTD-MEMBROS, 1)
                           MOVE 'N' TO WS-MB-VEIO(WS-QTD-MEMBROS, 2)
                           PERFORM VARYING WS-MES-I FROM 1 BY 1
                                   UNTIL WS-MES-I > 2
                               IF WS-GR-INICIO(WS-GR-I) <=
                                  WS-CT-FIM(WS-MES-I) AND
                                  WS-GR-FIM(WS-GR-I) >=
                                  WS-CT-INICIO(WS-MES-I)
                                   ADD 1 TO WS-IN-MEMBROS(WS-MES-I)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-PERFORM
                   PERFORM LER-MEMBROS
               END-PERFORM
               CLOSE GRUPO-MEMBROS
           END-IF
           EXIT.
       FIM-CARREGA-GRUPOS.

       LER-GRUPOS.
           READ GRUPOS
               AT END
                   SET WS-FIM-GRUPO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-GRUPOS.

       LER-MEMBROS.
           READ GRUPO-MEMBROS
               AT END
                   SET WS-FIM-MEMBRO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MEMBROS.

       CONVERTE-DATA.
           MOVE ZERO TO WS-DATA-INT
           CALL 'DATA-VALIDA' USING WS-DATA-ENTRADA
                                    WS-DATA-OK
                                    WS-DATA-MOTIVO
                                    WS-DATA-AAAAMMDD
           END-CALL
           IF WS-DATA-OK = 'S'
               COMPUTE WS-DATA-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
           END-IF
           EXIT.
       FIM-CONVERTE-DATA.

       IDENTIFICA-MES.
           EVALUATE WS-CK-ANOMES
               WHEN WS-CT-ANOMES(1)
                   MOVE 1 TO WS-MES-I
               WHEN WS-CT-ANOMES(2)
                   MOVE 2 TO WS-MES-I
               WHEN OTHER
                   MOVE 0 TO WS-MES-I
           END-EVALUATE
           EXIT.
       FIM-IDENTIFICA-MES.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               OPEN INPUT PESO-HIST
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'PESOHIST.TXT NAO ENCONTRADO - SEM '
                           'CHECK-INS NAO HA RESULTADOS A APURAR'
                   MOVE 8 TO WS-RETORNO-JOB
               ELSE
                   PERFORM LER-HISTORICO
                   PERFORM UNTIL WS-FIM-HIST-SIM
                       PERFORM TRATA-CHECKIN
                       PERFORM LER-HISTORICO
                   END-PERFORM
                   CLOSE PESO-HIST
                   PERFORM APURA-PESSOAS
                   PERFORM APURA-AGENDA-E-GRUPOS
                   PERFORM APURA-VARIACOES
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
      * UM CHECK-IN: ATUALIZA O ULTIMO PESO ATE CADA FIM DE MES E, SE
      * FOR DE UM DOS DOIS MESES, O RISCO, A AGENDA E OS GRUPOS
      *-----------------------------------------------------------------
       TRATA-CHECKIN.
           ADD 1 TO WS-QTD-LIDOS
           MOVE PH-DATA TO WS-DATA-ENTRADA
           PERFORM CONVERTE-DATA
           IF WS-DATA-OK NOT = 'S' OR PH-PESO-ATUAL NOT NUMERIC OR
              PH-PESO-ATUAL = ZERO
               ADD 1 TO WS-QTD-IGNORADOS
           ELSE
               PERFORM LOCALIZA-PESSOA
               IF WS-PS-ACHOU-I > 0
                   MOVE WS-PS-ACHOU-I TO WS-PS-I
                   MOVE WS-DATA-AAAAMMDD TO WS-CHECKIN-DATA
                   IF WS-PS-PRIMEIRO(WS-PS-I) = ZERO OR
                      WS-CHECKIN-DATA < WS-PS-PRIMEIRO(WS-PS-I)
                       MOVE WS-CHECKIN-DATA TO WS-PS-PRIMEIRO(WS-PS-I)
                   END-IF
                   PERFORM VARYING WS-CT-K FROM 1 BY 1
                           UNTIL WS-CT-K > WS-QTD-CORTES
                       IF WS-CHECKIN-DATA <= WS-CT-FIM(WS-CT-K) AND
                          WS-CHECKIN-DATA >=
                          WS-PS-ULT-DATA(WS-PS-I, WS-CT-K)
                           MOVE WS-CHECKIN-DATA
                                TO WS-PS-ULT-DATA(WS-PS-I, WS-CT-K)
                           MOVE PH-PESO-ATUAL
                                TO WS-PS-ULT-PESO(WS-PS-I, WS-CT-K)
                       END-IF
                   END-PERFORM
                   PERFORM IDENTIFICA-MES
                   IF WS-MES-I > 0
                       ADD 1 TO WS-IN-CHECKINS(WS-MES-I)
                       PERFORM AVALIA-RISCO-COMBINADO
                       PERFORM MARCA-AGENDA
                       PERFORM MARCA-GRUPO
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-TRATA-CHECKIN.

      *-----------------------------------------------------------------
      * PELO ID QUANDO O CHECK-IN TEM VINCULO, SENAO PELO NOME (MESMA
      * REGRA DO PESO-IDEAL PARA HISTORICO ANTIGO)
      *-----------------------------------------------------------------
       LOCALIZA-PESSOA.
           MOVE ZERO TO WS-PS-ACHOU-I
           PERFORM VARYING WS-PS-I FROM 1 BY 1
                   UNTIL WS-PS-I > WS-QTD-PESSOAS
                      OR WS-PS-ACHOU-I > 0
               IF PH-PACIENTE NOT = SPACES
                   IF WS-PS-ID(WS-PS-I) = PH-PACIENTE
                       MOVE WS-PS-I TO WS-PS-ACHOU-I
                   END-IF
               ELSE
                   IF WS-PS-NOME(WS-PS-I) = PH-NOME
                       MOVE WS-PS-I TO WS-PS-ACHOU-I
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PS-ACHOU-I = 0
               IF WS-QTD-PESSOAS < WS-TAB-PS-LIMITE
                   ADD 1 TO WS-QTD-PESSOAS
                   MOVE WS-QTD-PESSOAS TO WS-PS-I
                   PERFORM LIMPA-PESSOA
                   MOVE PH-PACIENTE TO WS-PS-ID(WS-PS-I)
                   MOVE PH-NOME     TO WS-PS-NOME(WS-PS-I)
                   MOVE WS-PS-I     TO WS-PS-ACHOU-I
               ELSE
                   PERFORM AVISA-TABELA-CHEIA
               END-IF
           END-IF
           EXIT.
       FIM-LOCALIZA-PESSOA.

      *-----------------------------------------------------------------
      * RISCO COMBINADO DO CHECK-IN (REGRA DO PESO-IDEAL); SO ENTRA
      * NA CONTA QUEM TEM ALTURA NO CADASTRO
      *-----------------------------------------------------------------
       AVALIA-RISCO-COMBINADO.
           MOVE 'N' TO WS-RISCO
           IF WS-PS-ALTURA(WS-PS-I) >= 0,50 AND
              WS-PS-ALTURA(WS-PS-I) <= 2,50
               ADD 1 TO WS-IN-AVALIAVEIS(WS-MES-I)
               COMPUTE WS-IMC ROUNDED = PH-PESO-ATUAL /
                       (WS-PS-ALTURA(WS-PS-I) * WS-PS-ALTURA(WS-PS-I))

               MOVE 9999 TO WS-IDADE-MESES
               IF WS-PS-NASC(WS-PS-I)(1:2) NUMERIC AND
                  WS-PS-NASC(WS-PS-I)(4:2) NUMERIC AND
                  WS-PS-NASC(WS-PS-I)(7:4) NUMERIC
                   COMPUTE WS-IDADE-MESES =
                       (WS-CK-ANO -
                        FUNCTION NUMVAL(WS-PS-NASC(WS-PS-I)(7:4)))
                       * 12
                       + WS-CK-MES
                       - FUNCTION NUMVAL(WS-PS-NASC(WS-PS-I)(4:2))
                   IF WS-CK-DIA <
                      FUNCTION NUMVAL(WS-PS-NASC(WS-PS-I)(1:2))
                       SUBTRACT 1 FROM WS-IDADE-MESES
                   END-IF
               END-IF

               IF WS-PS-SEXO(WS-PS-I) = 'F'
                   MOVE WS-LIM-CINTURA-F TO WS-LIM-CINTURA-PAC
               ELSE
                   MOVE WS-LIM-CINTURA-M TO WS-LIM-CINTURA-PAC
               END-IF

               IF WS-IMC >= WS-LIM-IMC AND
                  (WS-IDADE-MESES < 0 OR
                   WS-IDADE-MESES >= WS-IDADE-LIMITE-MESES)
                   IF (PH-CINTURA NUMERIC AND PH-CINTURA > 0 AND
                       PH-CINTURA >= WS-LIM-CINTURA-PAC)
                      OR
                      (PH-PRES-SIS NUMERIC AND PH-PRES-SIS > 0 AND
                       PH-PRES-SIS >= WS-LIM-PRES-SIS)
                      OR
                      (PH-PRES-DIA NUMERIC AND PH-PRES-DIA > 0 AND
                       PH-PRES-DIA >= WS-LIM-PRES-DIA)
                       SET WS-RISCO-SIM TO TRUE
                       ADD 1 TO WS-IN-RISCO(WS-MES-I)
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-AVALIA-RISCO-COMBINADO.

       MARCA-AGENDA.
           PERFORM VARYING WS-AG-I FROM 1 BY 1
                   UNTIL WS-AG-I > WS-QTD-AGENDADOS
               IF WS-AG-DATA(WS-AG-I) = WS-CHECKIN-DATA
                   IF (WS-AG-PACIENTE(WS-AG-I) NOT = SPACES AND
                       PH-PACIENTE = WS-AG-PACIENTE(WS-AG-I))
                      OR PH-NOME = WS-AG-NOME(WS-AG-I)
                       MOVE 'S' TO WS-AG-COMPARECEU(WS-AG-I)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-MARCA-AGENDA.

       MARCA-GRUPO.
           PERFORM VARYING WS-MB-I FROM 1 BY 1
                   UNTIL WS-MB-I > WS-QTD-MEMBROS
               IF ((WS-MB-PACIENTE(WS-MB-I) NOT = SPACES AND
                    PH-PACIENTE = WS-MB-PACIENTE(WS-MB-I))
                   OR PH-NOME = WS-MB-NOME(WS-MB-I))
                  AND WS-CHECKIN-DATA >= WS-MB-INICIO(WS-MB-I)
                  AND WS-CHECKIN-DATA <= WS-MB-FIM(WS-MB-I)
                   MOVE 'S' TO WS-MB-VEIO(WS-MB-I, WS-MES-I)
               END-IF
           END-PERFORM
           EXIT.
       FIM-MARCA-GRUPO.

      *-----------------------------------------------------------------
      * POR PESSOA E POR MES: ATIVO, NOVO, PERDIDO, VARIACOES E META
      *-----------------------------------------------------------------
       APURA-PESSOAS.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
                   UNTIL WS-PS-I > WS-QTD-PESSOAS
               PERFORM VARYING WS-MES-I FROM 1 BY 1
                       UNTIL WS-MES-I > 2
                   COMPUTE WS-CT-K = WS-MES-I + 1
                   PERFORM VERIFICA-ATIVO
                   MOVE WS-ATIVO TO WS-ATIVO-ANTES
                   MOVE WS-MES-I TO WS-CT-K
                   PERFORM VERIFICA-ATIVO
                   IF WS-ATIVO-ANTES-SIM AND NOT WS-ATIVO-SIM
                       ADD 1 TO WS-IN-PERDIDOS(WS-MES-I)
                   END-IF

                   IF WS-ATIVO-SIM
                       ADD 1 TO WS-IN-ATIVOS(WS-MES-I)
                       PERFORM GUARDA-VARIACOES
                   END-IF
                   IF WS-PS-PRIMEIRO(WS-PS-I)(1:6) =
                      WS-CT-ANOMES(WS-MES-I)
                       ADD 1 TO WS-IN-NOVOS(WS-MES-I)
                   END-IF
                   IF WS-PS-ULT-DATA(WS-PS-I, WS-MES-I) > 0
                       PERFORM CONFERE-META
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.
       FIM-APURA-PESSOAS.

       VERIFICA-ATIVO.
           MOVE 'N' TO WS-ATIVO
           IF WS-PS-ULT-DATA(WS-PS-I, WS-CT-K) > 0
               IF FUNCTION INTEGER-OF-DATE(
                      WS-PS-ULT-DATA(WS-PS-I, WS-CT-K)) >
                  WS-CT-FIM-INT(WS-CT-K) - WS-JANELA-DIAS
                   SET WS-ATIVO-SIM TO TRUE
               END-IF
           END-IF
           EXIT.
       FIM-VERIFICA-ATIVO.

       GUARDA-VARIACOES.
           PERFORM VARYING WS-HZ-I FROM 1 BY 1
                   UNTIL WS-HZ-I > 3
               COMPUTE WS-VL-K = WS-MES-I + WS-HZ-MESES(WS-HZ-I)
               COMPUTE WS-VL-L = ((WS-MES-I - 1) * 3) + WS-HZ-I
               IF WS-PS-ULT-DATA(WS-PS-I, WS-VL-K) > 0 AND
                  WS-PS-ULT-DATA(WS-PS-I, WS-MES-I) >
                  WS-PS-ULT-DATA(WS-PS-I, WS-VL-K) AND
                  WS-VL-QTD(WS-VL-L) < WS-TAB-PS-LIMITE
                   COMPUTE WS-VARIACAO =
                           WS-PS-ULT-PESO(WS-PS-I, WS-MES-I) -
                           WS-PS-ULT-PESO(WS-PS-I, WS-VL-K)
                   ADD 1 TO WS-VL-QTD(WS-VL-L)
                   MOVE WS-VARIACAO
                        TO WS-VL-VALOR(WS-VL-L, WS-VL-QTD(WS-VL-L))
                   ADD WS-VARIACAO TO WS-VL-SOMA(WS-VL-L)
               END-IF
           END-PERFORM
           EXIT.
       FIM-GUARDA-VARIACOES.

      *-----------------------------------------------------------------
      * META ALCANCADA: ULTIMO PESO ATE O FIM DO MES NA META OU ALEM
      * DELA, NO SENTIDO DA PARTIDA (PERDER OU GANHAR PESO)
      *-----------------------------------------------------------------
       CONFERE-META.
           MOVE ZERO TO WS-MT-ACHOU-I
           PERFORM VARYING WS-MT-I FROM 1 BY 1
                   UNTIL WS-MT-I > WS-QTD-METAS
                      OR WS-MT-ACHOU-I > 0
               IF WS-MT-ID(WS-MT-I) NOT = SPACES AND
                  WS-PS-ID(WS-PS-I) NOT = SPACES
                   IF WS-MT-ID(WS-MT-I) = WS-PS-ID(WS-PS-I)
                       MOVE WS-MT-I TO WS-MT-ACHOU-I
                   END-IF
               ELSE
                   IF WS-MT-NOME(WS-MT-I) = WS-PS-NOME(WS-PS-I)
                       MOVE WS-MT-I TO WS-MT-ACHOU-I
                   END-IF
               END-IF
           END-PERFORM

           IF WS-MT-ACHOU-I > 0
               ADD 1 TO WS-IN-COM-META(WS-MES-I)
               IF WS-MT-INICIAL(WS-MT-ACHOU-I) >=
                  WS-MT-META(WS-MT-ACHOU-I)
                   IF WS-PS-ULT-PESO(WS-PS-I, WS-MES-I) <=
                      WS-MT-META(WS-MT-ACHOU-I)
                       ADD 1 TO WS-IN-NA-META(WS-MES-I)
                   END-IF
               ELSE
                   IF WS-PS-ULT-PESO(WS-PS-I, WS-MES-I) >=
                      WS-MT-META(WS-MT-ACHOU-I)
                       ADD 1 TO WS-IN-NA-META(WS-MES-I)
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-CONFERE-META.

       APURA-AGENDA-E-GRUPOS.
           PERFORM VARYING WS-AG-I FROM 1 BY 1
                   UNTIL WS-AG-I > WS-QTD-AGENDADOS
               IF WS-AG-COMPARECEU(WS-AG-I) = 'N'
                   ADD 1 TO WS-IN-FALTAS(WS-AG-MES(WS-AG-I))
               END-IF
           END-PERFORM

           PERFORM VARYING WS-MB-I FROM 1 BY 1
                   UNTIL WS-MB-I > WS-QTD-MEMBROS
               PERFORM VARYING WS-MES-I FROM 1 BY 1
                       UNTIL WS-MES-I > 2
                   IF WS-MB-VEIO(WS-MB-I, WS-MES-I) = 'S'
                       ADD 1 TO WS-IN-RETIDOS(WS-MES-I)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.
       FIM-APURA-AGENDA-E-GRUPOS.

      *-----------------------------------------------------------------
      * MEDIA E MEDIANA DE CADA LISTA (MEDIANA NA POSICAO (N+1)/2,
      * MEDIA DOS DOIS CENTRAIS QUANDO N E PAR, COMO NO
      * TURMA-ESTATISTICA)
      *-----------------------------------------------------------------
       APURA-VARIACOES.
           PERFORM VARYING WS-VL-L FROM 1 BY 1
                   UNTIL WS-VL-L > 6
               MOVE WS-VL-QTD(WS-VL-L) TO WS-N
               IF WS-N > 0
                   PERFORM ORDENA-LISTA
                   COMPUTE WS-VL-MEDIA(WS-VL-L) ROUNDED =
                           WS-VL-SOMA(WS-VL-L) / WS-N
                   DIVIDE WS-N BY 2
                       GIVING WS-RESULT-DIV
                       REMAINDER WS-RESTO-DIV
                   IF WS-RESTO-DIV = 1
                       COMPUTE WS-POS-MEDIANA = (WS-N + 1) / 2
                       MOVE WS-VL-VALOR(WS-VL-L, WS-POS-MEDIANA)
                            TO WS-VL-MEDIANA(WS-VL-L)
                   ELSE
                       COMPUTE WS-POS-MEDIANA = WS-N / 2
                       COMPUTE WS-VL-MEDIANA(WS-VL-L) ROUNDED =
                           (WS-VL-VALOR(WS-VL-L, WS-POS-MEDIANA)
                          + WS-VL-VALOR(WS-VL-L, WS-POS-MEDIANA + 1))
                           / 2
                       END-COMPUTE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-APURA-VARIACOES.

       ORDENA-LISTA.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-N - 1
               PERFORM VARYING WS-ORD-J FROM 1 BY 1
                       UNTIL WS-ORD-J > WS-N - WS-ORD-I
                   IF WS-VL-VALOR(WS-VL-L, WS-ORD-J) >
                      WS-VL-VALOR(WS-VL-L, WS-ORD-J + 1)
                       MOVE WS-VL-VALOR(WS-VL-L, WS-ORD-J)
                            TO WS-ORD-TEMP
                       MOVE WS-VL-VALOR(WS-VL-L, WS-ORD-J + 1)
                            TO WS-VL-VALOR(WS-VL-L, WS-ORD-J)
                       MOVE WS-ORD-TEMP
                            TO WS-VL-VALOR(WS-VL-L, WS-ORD-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.
       FIM-ORDENA-LISTA.

      *-----------------------------------------------------------------
      * RELATORIO CLINRESULT.TXT: MES ANTERIOR, MES E VARIACAO
      *-----------------------------------------------------------------
       GRAVA-RELATORIO.
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'RESULTADOS DA CLINICA - ' WS-CT-ANOMES(1)
                  ' CONTRA ' WS-CT-ANOMES(2)
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE SPACES TO WS-IMP-CABECALHO
           STRING 'INDICADOR                                   '
                  '       ' WS-CT-ANOMES(2)
                  '       ' WS-CT-ANOMES(1)
                  '    VARIACAO'
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE SPACES TO WS-LI-ROTULO
           STRING 'PACIENTES ATIVOS (CHECK-IN EM ' WS-JANELA-DIAS
                  ' DIAS)'
                  DELIMITED BY SIZE
                  INTO WS-LI-ROTULO
           END-STRING
           MOVE WS-IN-ATIVOS(2) TO WS-LI-ANT
           MOVE WS-IN-ATIVOS(1) TO WS-LI-ATU
           PERFORM GRAVA-LINHA-QTD

           MOVE 'PACIENTES NOVOS (1O CHECK-IN NO MES)' TO WS-LI-ROTULO
           MOVE WS-IN-NOVOS(2) TO WS-LI-ANT
           MOVE WS-IN-NOVOS(1) TO WS-LI-ATU
           PERFORM GRAVA-LINHA-QTD

           MOVE 'PERDIDOS DE SEGUIMENTO NO MES' TO WS-LI-ROTULO
           MOVE WS-IN-PERDIDOS(2) TO WS-LI-ANT
           MOVE WS-IN-PERDIDOS(1) TO WS-LI-ATU
           PERFORM GRAVA-LINHA-QTD

           PERFORM VARYING WS-HZ-I FROM 1 BY 1
                   UNTIL WS-HZ-I > 3
               PERFORM GRAVA-BLOCO-VARIACAO
           END-PERFORM

           MOVE 'META DO PESOMETA ALCANCADA (% COM META)'
                TO WS-LI-ROTULO
           MOVE WS-IN-NA-META(2)  TO WS-NUM
           MOVE WS-IN-COM-META(2) TO WS-DEN
           PERFORM CALCULA-PCT-ANT
           MOVE WS-IN-NA-META(1)  TO WS-NUM
           MOVE WS-IN-COM-META(1) TO WS-DEN
           PERFORM CALCULA-PCT-ATU
           PERFORM GRAVA-LINHA-PCT

           MOVE 'RETORNOS MARCADOS NA AGENDA' TO WS-LI-ROTULO
           MOVE WS-IN-AGENDADOS(2) TO WS-LI-ANT
           MOVE WS-IN-AGENDADOS(1) TO WS-LI-ATU
           PERFORM GRAVA-LINHA-QTD

           MOVE 'FALTAS AOS RETORNOS (% DOS MARCADOS)' TO WS-LI-ROTULO
           MOVE WS-IN-FALTAS(2)    TO WS-NUM
           MOVE WS-IN-AGENDADOS(2) TO WS-DEN
           PERFORM CALCULA-PCT-ANT
           MOVE WS-IN-FALTAS(1)    TO WS-NUM
           MOVE WS-IN-AGENDADOS(1) TO WS-DEN
           PERFORM CALCULA-PCT-ATU
           PERFORM GRAVA-LINHA-PCT

           MOVE 'CHECK-INS NO MES' TO WS-LI-ROTULO
           MOVE WS-IN-CHECKINS(2) TO WS-LI-ANT
           MOVE WS-IN-CHECKINS(1) TO WS-LI-ATU
           PERFORM GRAVA-LINHA-QTD

           MOVE 'ALERTA DE RISCO COMBINADO (% CHECK-INS)'
                TO WS-LI-ROTULO
           MOVE WS-IN-RISCO(2)      TO WS-NUM
           MOVE WS-IN-AVALIAVEIS(2) TO WS-DEN
           PERFORM CALCULA-PCT-ANT
           MOVE WS-IN-RISCO(1)      TO WS-NUM
           MOVE WS-IN-AVALIAVEIS(1) TO WS-DEN
           PERFORM CALCULA-PCT-ATU
           PERFORM GRAVA-LINHA-PCT

           MOVE 'MEMBROS DE GRUPO EM ANDAMENTO' TO WS-LI-ROTULO
           MOVE WS-IN-MEMBROS(2) TO WS-LI-ANT
           MOVE WS-IN-MEMBROS(1) TO WS-LI-ATU
           PERFORM GRAVA-LINHA-QTD

           MOVE 'RETENCAO NOS GRUPOS (% COM CHECK-IN)' TO WS-LI-ROTULO
           MOVE WS-IN-RETIDOS(2) TO WS-NUM
           MOVE WS-IN-MEMBROS(2) TO WS-DEN
           PERFORM CALCULA-PCT-ANT
           MOVE WS-IN-RETIDOS(1) TO WS-NUM
           MOVE WS-IN-MEMBROS(1) TO WS-DEN
           PERFORM CALCULA-PCT-ATU
           PERFORM GRAVA-LINHA-PCT

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'CHECK-INS LIDOS: ' WS-QTD-LIDOS
                  '  IGNORADOS (DATA OU PESO INVALIDO): '
                  WS-QTD-IGNORADOS
                  '  PESSOAS: ' WS-QTD-PESSOAS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-RELATORIO.

       GRAVA-BLOCO-VARIACAO.
           MOVE SPACES TO WS-LI-ROTULO
           STRING 'ATIVOS COM PESO DE ' WS-HZ-MESES(WS-HZ-I)
                  ' MESES ANTES'
                  DELIMITED BY SIZE
                  INTO WS-LI-ROTULO
           END-STRING
           MOVE WS-VL-QTD(WS-HZ-I + 3) TO WS-LI-ANT
           MOVE WS-VL-QTD(WS-HZ-I)     TO WS-LI-ATU
           PERFORM GRAVA-LINHA-QTD

           MOVE SPACES TO WS-LI-ROTULO
           STRING '  VARIACAO MEDIA EM ' WS-HZ-MESES(WS-HZ-I)
                  ' MESES (KG)'
                  DELIMITED BY SIZE
                  INTO WS-LI-ROTULO
           END-STRING
           MOVE WS-VL-MEDIA(WS-HZ-I + 3) TO WS-LI-ANT
           MOVE WS-VL-MEDIA(WS-HZ-I)     TO WS-LI-ATU
           PERFORM MARCA-LISTAS-VAZIAS
           PERFORM GRAVA-LINHA-KG

           MOVE SPACES TO WS-LI-ROTULO
           STRING '  VARIACAO MEDIANA EM ' WS-HZ-MESES(WS-HZ-I)
                  ' MESES (KG)'
                  DELIMITED BY SIZE
                  INTO WS-LI-ROTULO
           END-STRING
           MOVE WS-VL-MEDIANA(WS-HZ-I + 3) TO WS-LI-ANT
           MOVE WS-VL-MEDIANA(WS-HZ-I)     TO WS-LI-ATU
           PERFORM MARCA-LISTAS-VAZIAS
           PERFORM GRAVA-LINHA-KG
           EXIT.
       FIM-GRAVA-BLOCO-VARIACAO.

       MARCA-LISTAS-VAZIAS.
           MOVE 'S' TO WS-LI-ANT-OK
           MOVE 'S' TO WS-LI-ATU-OK
           IF WS-VL-QTD(WS-HZ-I + 3) = 0
               MOVE 'N' TO WS-LI-ANT-OK
           END-IF
           IF WS-VL-QTD(WS-HZ-I) = 0
               MOVE 'N' TO WS-LI-ATU-OK
           END-IF
           EXIT.
       FIM-MARCA-LISTAS-VAZIAS.

       CALCULA-PCT-ANT.
           MOVE ZERO TO WS-LI-ANT
           MOVE 'S' TO WS-LI-ANT-OK
           IF WS-DEN = 0
               MOVE 'N' TO WS-LI-ANT-OK
           ELSE
               COMPUTE WS-LI-ANT ROUNDED = (WS-NUM * 100) / WS-DEN
           END-IF
           EXIT.
       FIM-CALCULA-PCT-ANT.

       CALCULA-PCT-ATU.
           MOVE ZERO TO WS-LI-ATU
           MOVE 'S' TO WS-LI-ATU-OK
           IF WS-DEN = 0
               MOVE 'N' TO WS-LI-ATU-OK
           ELSE
               COMPUTE WS-LI-ATU ROUNDED = (WS-NUM * 100) / WS-DEN
           END-IF
           EXIT.
       FIM-CALCULA-PCT-ATU.

       GRAVA-LINHA-QTD.
           MOVE 'Q' TO WS-LI-TIPO
           MOVE 'S' TO WS-LI-ANT-OK
           MOVE 'S' TO WS-LI-ATU-OK
           PERFORM GRAVA-LINHA-INDICADOR
           EXIT.
       FIM-GRAVA-LINHA-QTD.

       GRAVA-LINHA-KG.
           MOVE 'K' TO WS-LI-TIPO
           PERFORM GRAVA-LINHA-INDICADOR
           EXIT.
       FIM-GRAVA-LINHA-KG.

       GRAVA-LINHA-PCT.
           MOVE 'P' TO WS-LI-TIPO
           PERFORM GRAVA-LINHA-INDICADOR
           EXIT.
       FIM-GRAVA-LINHA-PCT.

      *-----------------------------------------------------------------
      * SEM BASE NUM DOS MESES (NINGUEM COM META, NENHUM RETORNO ETC.)
      * O VALOR SAI COMO '-' E A VARIACAO TAMBEM
      *-----------------------------------------------------------------
       GRAVA-LINHA-INDICADOR.
           MOVE WS-LI-ANT TO WS-LI-VALOR
           PERFORM FORMATA-VALOR
           MOVE WS-LI-TXT TO WS-LI-ANT-TXT
           IF WS-LI-ANT-OK = 'N'
               MOVE '           -' TO WS-LI-ANT-TXT
           END-IF
           MOVE WS-LI-ATU TO WS-LI-VALOR
           PERFORM FORMATA-VALOR
           MOVE WS-LI-TXT TO WS-LI-ATU-TXT
           IF WS-LI-ATU-OK = 'N'
               MOVE '           -' TO WS-LI-ATU-TXT
           END-IF

           IF WS-LI-ANT-OK = 'N' OR WS-LI-ATU-OK = 'N'
               MOVE '           -' TO WS-LI-DIF-TXT
           ELSE
               COMPUTE WS-LI-DIF = WS-LI-ATU - WS-LI-ANT
               MOVE SPACES TO WS-LI-DIF-TXT
               EVALUATE TRUE
                   WHEN WS-LI-QUANTIDADE
                       MOVE WS-LI-DIF TO WS-QTD-SINAL-MASK
                       MOVE WS-QTD-SINAL-MASK TO WS-LI-DIF-TXT(6:7)
                   WHEN WS-LI-QUILOS
                       MOVE WS-LI-DIF TO WS-KG-SINAL-MASK
                       MOVE WS-KG-SINAL-MASK TO WS-LI-DIF-TXT(6:7)
                   WHEN OTHER
                       MOVE WS-LI-DIF TO WS-PCT-SINAL-MASK
                       MOVE WS-PCT-SINAL-MASK TO WS-LI-DIF-TXT(2:6)
                       MOVE ' P.P.' TO WS-LI-DIF-TXT(8:5)
               END-EVALUATE
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-LI-ROTULO WS-LI-ANT-TXT WS-LI-ATU-TXT
                  WS-LI-DIF-TXT
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-LINHA-INDICADOR.

       FORMATA-VALOR.
           MOVE SPACES TO WS-LI-TXT
           EVALUATE TRUE
               WHEN WS-LI-QUANTIDADE
                   MOVE WS-LI-VALOR TO WS-QTD-MASK
                   MOVE WS-QTD-MASK TO WS-LI-TXT(6:7)
               WHEN WS-LI-QUILOS
                   MOVE WS-LI-VALOR TO WS-KG-MASK
                   MOVE WS-KG-MASK TO WS-LI-TXT(6:7)
               WHEN OTHER
                   MOVE WS-LI-VALOR TO WS-PCT-MASK
                   MOVE WS-PCT-MASK TO WS-LI-TXT(6:5)
                   MOVE ' %' TO WS-LI-TXT(11:2)
           END-EVALUATE
           EXIT.
       FIM-FORMATA-VALOR.

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
           DISPLAY 'MES DO RELATORIO     : ' WS-CT-ANOMES(1)
           DISPLAY 'CHECK-INS LIDOS      : ' WS-QTD-LIDOS
           DISPLAY 'CHECK-INS IGNORADOS  : ' WS-QTD-IGNORADOS
           DISPLAY 'PACIENTES ATIVOS     : ' WS-IN-ATIVOS(1)
           DISPLAY 'RELATORIO            : CLINRESULT.TXT'
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM CLINICA-RESULTADOS.
