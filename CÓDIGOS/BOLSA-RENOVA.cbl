      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: RENOVACAO DE BOLSAS CONDICIONAIS NO FIM DO ANO - A
      *          CONFERENCIA DE DEZEMBRO SAI DO PAPEL: O MODO G (DEPOIS
      *          DO CONSOLIDA-ANO E DO CONSELHO-APLICA) AVALIA CADA
      *          BOLSA DO BOLSAS.TXT VIGENTE NO ANO DE REFERENCIA CUJO
      *          MOTIVO TEM CRITERIO NO BOLSACRIT.TXT (BOLSACRI.CPY):
      *          MEDIA ANUAL DO ANOFINAL.TXT (MEDIA DAS DISCIPLINAS) E
      *          FREQUENCIA DO FREQUENCIA.TXT (ABONADAS CONTAM COMO
      *          PRESENCA, REGRA DO CONSOLIDA-ANO) CONTRA O MINIMO E O
      *          CORTE DO MOTIVO, E GRAVA EM BOLSAPROP.TXT
      *          (BOLSAPRO.CPY) A PROPOSTA DE RENOVAR, SUSPENDER OU
      *          CANCELAR COM O MOTIVO, IMPRESSA PELA ROTINA
      *          IMPRESSAO (BOLSAREL.TXT); O MODO C E A CONFIRMACAO
      *          DO SUPERVISOR, PROPOSTA A PROPOSTA: A CONFIRMADA
      *          ESTENDE OU ENCERRA O BS-ANOMES-FIM NO BOLSAS.TXT E A
      *          DECISAO (CONFIRMADA OU REJEITADA) FICA NO BOLSALOG.TXT
      *          - TUDO ANTES DO REMATRICULA GERAR AS OFERTAS DO ANO
      *          SEGUINTE
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLSA-RENOVA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLSAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BOLSA-STATUS.
           SELECT BOLSA-CRITERIO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRIT-STATUS.
           SELECT BOLSA-PROPOSTA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROP-STATUS.
           SELECT BOLSA-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT ANO-FINAL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ANOFIM-STATUS.
           SELECT FREQUENCIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FREQ-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD BOLSAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BOLSAS.TXT'.
       COPY BOLSAS.CPY.

       FD BOLSA-CRITERIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BOLSACRIT.TXT'.
       COPY BOLSACRI.CPY.

       FD BOLSA-PROPOSTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BOLSAPROP.TXT'.
       COPY BOLSAPRO.CPY.

       FD BOLSA-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BOLSALOG.TXT'.
       01 BOLSA-LOG-REG                PIC X(120).

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD ANO-FINAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ANOFINAL.TXT'.
       COPY ANOFINAL.CPY.

       FD FREQUENCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'FREQUENCIA.TXT'.
       COPY FREQUENCIA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-BOLSA-STATUS              PIC X(02) VALUE '00'.
       01 WS-CRIT-STATUS               PIC X(02) VALUE '00'.
       01 WS-PROP-STATUS               PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS                PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-ANOFIM-STATUS             PIC X(02) VALUE '00'.
       01 WS-FREQ-STATUS               PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-BOLSA          PIC X(01) VALUE 'N'.
               88 WS-FIM-BOLSA-SIM        VALUE 'S'.
           02 WS-FIM-CRIT           PIC X(01) VALUE 'N'.
               88 WS-FIM-CRIT-SIM         VALUE 'S'.
           02 WS-FIM-PROP           PIC X(01) VALUE 'N'.
               88 WS-FIM-PROP-SIM         VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-FIM-ANOFIM         PIC X(01) VALUE 'N'.
               88 WS-FIM-ANOFIM-SIM       VALUE 'S'.
           02 WS-FIM-FREQ           PIC X(01) VALUE 'N'.
               88 WS-FIM-FREQ-SIM         VALUE 'S'.
           02 WS-FIM-TELA           PIC X(01) VALUE 'N'.
               88 WS-FIM-TELA-SIM         VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM            VALUE 'S'.
           02 WS-FREQ-ACHOU         PIC X(01) VALUE 'N'.
               88 WS-FREQ-ACHOU-SIM       VALUE 'S'.
           02 WS-BOLSA-ALTEROU      PIC X(01) VALUE 'N'.
               88 WS-BOLSA-ALTEROU-SIM    VALUE 'S'.
           02 WS-PROP-ALTEROU       PIC X(01) VALUE 'N'.
               88 WS-PROP-ALTEROU-SIM     VALUE 'S'.
       01 WS-MODO                      PIC X(01) VALUE SPACE.
           88 WS-MODO-VALIDO                  VALUE 'G' 'C'.
       01 WS-DECISAO                   PIC X(01) VALUE SPACE.
       01 WS-SUPERVISOR                PIC X(08) VALUE SPACES.
       01 WS-ANO-REF                   PIC 9(04) VALUE ZERO.
       01 WS-ANO-REF-TXT               PIC X(04) VALUE SPACES.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO      PIC 9(04).
           02 WS-HOJE-MES      PIC 9(02).
           02 WS-HOJE-DIA      PIC 9(02).
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.
       01 WS-ANOMES-HOJE               PIC 9(06) VALUE ZERO.
       01 WS-ANOMES-JAN                PIC 9(06) VALUE ZERO.
       01 WS-ANOMES-DEZ                PIC 9(06) VALUE ZERO.
       01 WS-MESES-TOTAL               PIC 9(06) VALUE ZERO.
       01 WS-ANO-CALC                  PIC 9(04) VALUE ZERO.
       01 WS-MES-CALC                  PIC 9(02) VALUE ZERO.

       01 WS-TAB-CRIT-LIMITE           PIC 9(02) VALUE 20.
       01 WS-QTD-CRIT                  PIC 9(02) VALUE ZERO.
       01 WS-TABELA-CRIT.
           02 WS-CRIT-ENTRADA OCCURS 20 TIMES.
               03 WS-CRIT-MOTIVO       PIC X(20).
               03 WS-CRIT-MEDIA-RENOVA PIC 9(02)V99.
               03 WS-CRIT-MEDIA-CORTE  PIC 9(02)V99.
               03 WS-CRIT-FREQ-RENOVA  PIC 9(03).
               03 WS-CRIT-FREQ-CORTE   PIC 9(03).
               03 WS-CRIT-MESES        PIC 9(02).
       01 WS-CRIT-I                    PIC 9(02) VALUE ZERO.
       01 WS-CRIT-ACHOU-I              PIC 9(02) VALUE ZERO.

       01 WS-TAB-MAT-LIMITE            PIC 9(04) VALUE 2000.
       01 WS-QTD-MAT                   PIC 9(04) VALUE ZERO.
       01 WS-TABELA-MAT.
           02 WS-MAT-ENTRADA OCCURS 2000 TIMES.
               03 WS-MAT-MATRICULA     PIC X(05).
               03 WS-MAT-NOME          PIC X(30).
               03 WS-MAT-ATIVA         PIC X(01).
       01 WS-MAT-I                     PIC 9(04) VALUE ZERO.
       01 WS-MAT-ACHOU-I               PIC 9(04) VALUE ZERO.

       01 WS-TAB-AF-LIMITE             PIC 9(03) VALUE 500.
       01 WS-QTD-AF                    PIC 9(03) VALUE ZERO.
       01 WS-TABELA-AF.
           02 WS-AF-ENTRADA OCCURS 500 TIMES.
               03 WS-AF-MATRICULA      PIC X(05).
               03 WS-AF-NOME           PIC X(11).
               03 WS-AF-SOMA           PIC 9(04)V99.
               03 WS-AF-QTD            PIC 9(02).
       01 WS-AF-I                      PIC 9(03) VALUE ZERO.
       01 WS-AF-ACHOU-I                PIC 9(03) VALUE ZERO.

       01 WS-TAB-FREQ-LIMITE           PIC 9(03) VALUE 500.
       01 WS-QTD-FREQ                  PIC 9(03) VALUE ZERO.
       01 WS-TABELA-FREQ.
           02 WS-FREQ-ENTRADA OCCURS 500 TIMES.
               03 WS-FREQ-NOME         PIC X(11).
               03 WS-FREQ-PCT          PIC 9(03)V9.
       01 WS-FREQ-I                    PIC 9(03) VALUE ZERO.

       01 WS-TAB-BOLSA-LIMITE          PIC 9(04) VALUE 1000.
       01 WS-QTD-BOLSAS                PIC 9(04) VALUE ZERO.
       01 WS-TABELA-BOLSAS.
           02 WS-BOLSA-REGISTRO PIC X(47) OCCURS 1000 TIMES.
       01 WS-BOLSA-I                   PIC 9(04) VALUE ZERO.
       01 WS-BOLSA-ACHOU-I             PIC 9(04) VALUE ZERO.

       01 WS-TAB-PROP-LIMITE           PIC 9(04) VALUE 1000.
       01 WS-QTD-PROP                  PIC 9(04) VALUE ZERO.
       01 WS-TABELA-PROP.
           02 WS-PROP-REGISTRO PIC X(145) OCCURS 1000 TIMES.
       01 WS-PROP-I                    PIC 9(04) VALUE ZERO.

       01 WS-MEDIA-ALUNO               PIC 9(02)V99 VALUE ZERO.
       01 WS-FREQ-ALUNO                PIC 9(03)V9 VALUE ZERO.
       01 WS-MASK-MEDIA                PIC 99,99.
       01 WS-MASK-MINIMO               PIC 99,99.
       01 WS-MASK-FREQ                 PIC 999,9.
       01 WS-MASK-PCT                  PIC 999.
       01 WS-ACAO-TXT                  PIC X(09) VALUE SPACES.
       01 WS-FIM-ANTERIOR              PIC 9(06) VALUE ZERO.

       01 WS-QTD-AVALIADAS             PIC 9(04) VALUE ZERO.
       01 WS-QTD-SEM-CRITERIO          PIC 9(04) VALUE ZERO.
       01 WS-QTD-RENOVAR               PIC 9(04) VALUE ZERO.
       01 WS-QTD-SUSPENDER             PIC 9(04) VALUE ZERO.
       01 WS-QTD-CANCELAR              PIC 9(04) VALUE ZERO.
       01 WS-QTD-CONFIRMADAS           PIC 9(04) VALUE ZERO.
       01 WS-QTD-REJEITADAS            PIC 9(04) VALUE ZERO.
       01 WS-QTD-PENDENTES             PIC 9(04) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.

       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'BOLSAREL.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE
           'PROPOSTAS DE RENOVACAO DE BOLSAS CONDICIONAIS'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'MATR. ALUNO          MOTIVO       MEDIA  FREQ PROPOSTA  NOVO
      -    ' FIM RAZAO'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'RENOVACAO DE BOLSAS CONDICIONAIS'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING
           COMPUTE WS-ANOMES-HOJE = (WS-HOJE-ANO * 100) + WS-HOJE-MES

           DISPLAY 'MODO: (G) GERA PROPOSTAS  (C) CONFIRMACAO DO '
                   'SUPERVISOR'
           ACCEPT WS-MODO

           IF NOT WS-MODO-VALIDO
               DISPLAY 'MODO INVALIDO'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-INICIO.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB = 0
               EVALUATE WS-MODO
                   WHEN 'G'
                       PERFORM GERA-PROPOSTAS
                   WHEN 'C'
                       PERFORM CONFIRMA-PROPOSTAS
               END-EVALUATE
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * MODO G: UMA PROPOSTA POR BOLSA CONDICIONAL VIGENTE NO ANO DE
      * REFERENCIA, PELO RESULTADO DO ANO E PELA FREQUENCIA
      *-----------------------------------------------------------------
       GERA-PROPOSTAS.
           DISPLAY 'ANO DE REFERENCIA (AAAA, EM BRANCO = '
                   WS-HOJE-ANO '): '
           MOVE SPACES TO WS-ANO-REF-TXT
           ACCEPT WS-ANO-REF-TXT
           IF WS-ANO-REF-TXT = SPACES
               MOVE WS-HOJE-ANO TO WS-ANO-REF
           ELSE
               IF WS-ANO-REF-TXT NUMERIC
                   MOVE WS-ANO-REF-TXT TO WS-ANO-REF
               ELSE
                   DISPLAY 'ANO INVALIDO'
                   MOVE 8 TO WS-RETORNO-JOB
               END-IF
           END-IF
           COMPUTE WS-ANOMES-JAN = (WS-ANO-REF * 100) + 1
           COMPUTE WS-ANOMES-DEZ = (WS-ANO-REF * 100) + 12

           IF WS-RETORNO-JOB = 0
               PERFORM CONFERE-DECISOES-ANTERIORES
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-CRITERIOS
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-ANOFINAL
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-MATRICULAS
               PERFORM CARREGA-FREQUENCIA
               PERFORM AVALIA-BOLSAS
           END-IF
           EXIT.
       FIM-GERA-PROPOSTAS.

      *-----------------------------------------------------------------
      * REGERAR O ANO JOGARIA FORA DECISOES JA TOMADAS PELO SUPERVISOR
      *-----------------------------------------------------------------
       CONFERE-DECISOES-ANTERIORES.
           OPEN INPUT BOLSA-PROPOSTA
           IF WS-PROP-STATUS = '00'
               PERFORM LER-PROPOSTA
               PERFORM UNTIL WS-FIM-PROP-SIM
                   IF BP-ANO-REF = WS-ANO-REF AND
                      NOT BP-SIT-PENDENTE
                       ADD 1 TO WS-QTD-CONFIRMADAS
                   END-IF
                   PERFORM LER-PROPOSTA
               END-PERFORM
               CLOSE BOLSA-PROPOSTA
           END-IF

           IF WS-QTD-CONFIRMADAS > 0
               DISPLAY 'BOLSAPROP.TXT JA TEM ' WS-QTD-CONFIRMADAS
                       ' DECISOES DO SUPERVISOR PARA ' WS-ANO-REF
                       ' - REGERACAO RECUSADA'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF
           MOVE ZERO TO WS-QTD-CONFIRMADAS
           EXIT.
       FIM-CONFERE-DECISOES-ANTERIORES.

       LER-PROPOSTA.
           READ BOLSA-PROPOSTA
               AT END
                   SET WS-FIM-PROP-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PROPOSTA.

       CARREGA-CRITERIOS.
           OPEN INPUT BOLSA-CRITERIO
           IF WS-CRIT-STATUS NOT = '00'
               DISPLAY 'BOLSACRIT.TXT NAO ENCONTRADO - CADASTRE OS '
                       'CRITERIOS NO MANUTENCAO-PARAM (OPCAO B)'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-CRITERIO
               PERFORM UNTIL WS-FIM-CRIT-SIM
                   IF BC-MOTIVO NOT = SPACES AND
                      BC-MEDIA-RENOVA NUMERIC AND
                      BC-MEDIA-CORTE NUMERIC AND
                      BC-FREQ-RENOVA NUMERIC AND
                      BC-FREQ-CORTE NUMERIC AND
                      BC-MESES-RENOVA NUMERIC
                       IF WS-QTD-CRIT < WS-TAB-CRIT-LIMITE
                           ADD 1 TO WS-QTD-CRIT
                           MOVE BC-MOTIVO
                                TO WS-CRIT-MOTIVO(WS-QTD-CRIT)
                           MOVE BC-MEDIA-RENOVA
                                TO WS-CRIT-MEDIA-RENOVA(WS-QTD-CRIT)
                           MOVE BC-MEDIA-CORTE
                                TO WS-CRIT-MEDIA-CORTE(WS-QTD-CRIT)
                           MOVE BC-FREQ-RENOVA
                                TO WS-CRIT-FREQ-RENOVA(WS-QTD-CRIT)
                           MOVE BC-FREQ-CORTE
                                TO WS-CRIT-FREQ-CORTE(WS-QTD-CRIT)
                           MOVE BC-MESES-RENOVA
                                TO WS-CRIT-MESES(WS-QTD-CRIT)
                       ELSE
                           DISPLAY 'AVISO: BOLSACRIT.TXT EXCEDE '
                                   WS-TAB-CRIT-LIMITE ' MOTIVOS - '
                                   BC-MOTIVO ' IGNORADO'
                       END-IF
                   END-IF
                   PERFORM LER-CRITERIO
               END-PERFORM
               CLOSE BOLSA-CRITERIO
               DISPLAY 'MOTIVOS COM CRITERIO: ' WS-QTD-CRIT
           END-IF
           EXIT.
       FIM-CARREGA-CRITERIOS.

       LER-CRITERIO.
           READ BOLSA-CRITERIO
               AT END
                   SET WS-FIM-CRIT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CRITERIO.

      *-----------------------------------------------------------------
      * MEDIA ANUAL = MEDIA DAS MEDIAS FINAIS DAS DISCIPLINAS DO ALUNO
      * NO ANOFINAL.TXT (JA COM RECUPERACAO E CONSELHO APLICADOS)
      *-----------------------------------------------------------------
       CARREGA-ANOFINAL.
           OPEN INPUT ANO-FINAL
           IF WS-ANOFIM-STATUS NOT = '00'
               DISPLAY 'ANOFINAL.TXT NAO ENCONTRADO - RODE O '
                       'CONSOLIDA-ANO E O CONSELHO-APLICA ANTES'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-ANO-FINAL
               PERFORM UNTIL WS-FIM-ANOFIM-SIM
                   PERFORM LOCALIZA-ALUNO-AF
                   IF NOT WS-ACHOU-SIM
                       IF WS-QTD-AF < WS-TAB-AF-LIMITE
                           ADD 1 TO WS-QTD-AF
                           MOVE WS-QTD-AF TO WS-AF-ACHOU-I
                           MOVE AF-MATRICULA
                                TO WS-AF-MATRICULA(WS-QTD-AF)
                           MOVE AF-NOME TO WS-AF-NOME(WS-QTD-AF)
                           MOVE ZERO TO WS-AF-SOMA(WS-QTD-AF)
                           MOVE ZERO TO WS-AF-QTD(WS-QTD-AF)
                           SET WS-ACHOU-SIM TO TRUE
                       ELSE
                           DISPLAY 'AVISO: ANOFINAL.TXT EXCEDE '
                                   WS-TAB-AF-LIMITE ' ALUNOS - '
                                   AF-MATRICULA ' SEM RESULTADO'
                       END-IF
                   END-IF
                   IF WS-ACHOU-SIM AND AF-MEDIA-FINAL NUMERIC
                       ADD AF-MEDIA-FINAL
                           TO WS-AF-SOMA(WS-AF-ACHOU-I)
                       ADD 1 TO WS-AF-QTD(WS-AF-ACHOU-I)
                   END-IF
                   PERFORM LER-ANO-FINAL
               END-PERFORM
               CLOSE ANO-FINAL
           END-IF
           EXIT.
       FIM-CARREGA-ANOFINAL.

       LER-ANO-FINAL.
           READ ANO-FINAL
               AT END
                   SET WS-FIM-ANOFIM-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ANO-FINAL.

       LOCALIZA-ALUNO-AF.
           MOVE 'N' TO WS-ACHOU
           MOVE ZERO TO WS-AF-ACHOU-I
           PERFORM VARYING WS-AF-I FROM 1 BY 1
                   UNTIL WS-AF-I > WS-QTD-AF
                      OR WS-ACHOU-SIM
               IF WS-AF-MATRICULA(WS-AF-I) = AF-MATRICULA
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-AF-I TO WS-AF-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-ALUNO-AF.

       CARREGA-MATRICULAS.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO - SITUACAO DA '
                       'MATRICULA NAO SERA CONFERIDA'
           ELSE
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   IF WS-QTD-MAT < WS-TAB-MAT-LIMITE
                       ADD 1 TO WS-QTD-MAT
                       MOVE MT-MATRICULA
                            TO WS-MAT-MATRICULA(WS-QTD-MAT)
                       MOVE MT-NOME TO WS-MAT-NOME(WS-QTD-MAT)
                       IF MT-SIT-ATIVA
                           MOVE 'S' TO WS-MAT-ATIVA(WS-QTD-MAT)
                       ELSE
                           MOVE 'N' TO WS-MAT-ATIVA(WS-QTD-MAT)
                       END-IF
                   ELSE
                       DISPLAY 'AVISO: TABELA DE MATRICULAS CHEIA '
                               '(' WS-TAB-MAT-LIMITE ')'
                       SET WS-FIM-MAT-SIM TO TRUE
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CARREGA-MATRICULAS.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

      *-----------------------------------------------------------------
      * FREQUENCIA DO ANO: ABONADAS CONTAM COMO PRESENCA (MESMA CONTA
      * DO CONSOLIDA-ANO); SEM REGISTRO O CRITERIO NAO E APLICADO
      *-----------------------------------------------------------------
       CARREGA-FREQUENCIA.
           OPEN INPUT FREQUENCIA
           IF WS-FREQ-STATUS NOT = '00'
               DISPLAY 'FREQUENCIA.TXT NAO ENCONTRADO - CRITERIO DE '
                       'FREQUENCIA NAO SERA APLICADO'
           ELSE
               PERFORM LER-FREQUENCIA
               PERFORM UNTIL WS-FIM-FREQ-SIM
                   IF FQ-AULAS-DADAS NUMERIC
                      AND FQ-AULAS-ASSISTIDAS NUMERIC
                      AND FQ-AULAS-DADAS > 0
                       IF WS-QTD-FREQ < WS-TAB-FREQ-LIMITE
                           ADD 1 TO WS-QTD-FREQ
                           MOVE FQ-NOME TO WS-FREQ-NOME(WS-QTD-FREQ)
                           IF FQ-AULAS-ABONADAS NOT NUMERIC
                               MOVE ZERO TO FQ-AULAS-ABONADAS
                           END-IF
                           COMPUTE WS-FREQ-PCT(WS-QTD-FREQ) =
                               ((FQ-AULAS-ASSISTIDAS +
                                 FQ-AULAS-ABONADAS) * 100)
                               / FQ-AULAS-DADAS
                           END-COMPUTE
                       ELSE
                           DISPLAY 'AVISO: LIMITE DE '
                                   WS-TAB-FREQ-LIMITE ' REGISTROS '
                                   'DE FREQUENCIA ATINGIDO'
                           SET WS-FIM-FREQ-SIM TO TRUE
                       END-IF
                   END-IF
                   PERFORM LER-FREQUENCIA
               END-PERFORM
               CLOSE FREQUENCIA
           END-IF
           EXIT.
       FIM-CARREGA-FREQUENCIA.

       LER-FREQUENCIA.
           READ FREQUENCIA
               AT END
                   SET WS-FIM-FREQ-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-FREQUENCIA.

       AVALIA-BOLSAS.
           OPEN INPUT BOLSAS
           IF WS-BOLSA-STATUS NOT = '00'
               DISPLAY 'BOLSAS.TXT NAO ENCONTRADO - NADA A AVALIAR'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               OPEN OUTPUT BOLSA-PROPOSTA
               MOVE 'I' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               PERFORM LER-BOLSA
               PERFORM UNTIL WS-FIM-BOLSA-SIM
                   IF BS-ANOMES-INICIO <= WS-ANOMES-DEZ AND
                      BS-ANOMES-FIM >= WS-ANOMES-JAN
                       PERFORM LOCALIZA-CRITERIO
                       IF WS-ACHOU-SIM
                           PERFORM AVALIA-UMA-BOLSA
                       ELSE
                           ADD 1 TO WS-QTD-SEM-CRITERIO
                       END-IF
                   END-IF
                   PERFORM LER-BOLSA
               END-PERFORM

               CLOSE BOLSAS
               CLOSE BOLSA-PROPOSTA

               MOVE SPACES TO WS-IMP-LINHA
               STRING 'AVALIADAS: ' WS-QTD-AVALIADAS
                      ' - RENOVAR: ' WS-QTD-RENOVAR
                      ' - SUSPENDER: ' WS-QTD-SUSPENDER
                      ' - CANCELAR: ' WS-QTD-CANCELAR
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               MOVE 'E' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
           END-IF
           EXIT.
       FIM-AVALIA-BOLSAS.

       LER-BOLSA.
           READ BOLSAS
               AT END
                   SET WS-FIM-BOLSA-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-BOLSA.

       LOCALIZA-CRITERIO.
           MOVE 'N' TO WS-ACHOU
           MOVE ZERO TO WS-CRIT-ACHOU-I
           PERFORM VARYING WS-CRIT-I FROM 1 BY 1
                   UNTIL WS-CRIT-I > WS-QTD-CRIT
                      OR WS-ACHOU-SIM
               IF WS-CRIT-MOTIVO(WS-CRIT-I) = BS-MOTIVO
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-CRIT-I TO WS-CRIT-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-CRITERIO.

      *-----------------------------------------------------------------
      * ABAIXO DO CORTE (MEDIA OU FREQUENCIA) CANCELA; ENTRE O CORTE E
      * O MINIMO SUSPENDE; ATENDENDO OS DOIS RENOVA PELOS MESES DO
      * CRITERIO A PARTIR DE DEZEMBRO DO ANO DE REFERENCIA
      *-----------------------------------------------------------------
       AVALIA-UMA-BOLSA.
           ADD 1 TO WS-QTD-AVALIADAS
           MOVE SPACES TO BOLSA-PROPOSTA-REG
           MOVE BS-MATRICULA     TO BP-MATRICULA
           MOVE BS-MOTIVO        TO BP-MOTIVO
           MOVE BS-ANOMES-INICIO TO BP-ANOMES-INICIO
           MOVE BS-ANOMES-FIM    TO BP-ANOMES-FIM
           MOVE WS-ANO-REF       TO BP-ANO-REF
           MOVE ZERO             TO BP-MEDIA
           MOVE ZERO             TO BP-FREQ
           MOVE 'P'              TO BP-SITUACAO

           PERFORM LOCALIZA-MATRICULA
           IF WS-ACHOU-SIM
               MOVE WS-MAT-NOME(WS-MAT-ACHOU-I) TO BP-NOME
           END-IF

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-AF-I FROM 1 BY 1
                   UNTIL WS-AF-I > WS-QTD-AF
                      OR WS-ACHOU-SIM
               IF WS-AF-MATRICULA(WS-AF-I) = BS-MATRICULA
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-AF-I TO WS-AF-ACHOU-I
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-QTD-MAT > 0 AND
                    (WS-MAT-ACHOU-I = 0 OR
                     WS-MAT-ATIVA(WS-MAT-ACHOU-I) = 'N')
                   MOVE 'C' TO BP-PROPOSTA
                   MOVE 'MATRICULA INATIVA OU SEM CADASTRO'
                        TO BP-RAZAO
               WHEN NOT WS-ACHOU-SIM
                   MOVE 'S' TO BP-PROPOSTA
                   MOVE 'SEM RESULTADO DO ANO NO ANOFINAL'
                        TO BP-RAZAO
               WHEN WS-AF-QTD(WS-AF-ACHOU-I) = 0
                   MOVE 'S' TO BP-PROPOSTA
                   MOVE 'SEM RESULTADO DO ANO NO ANOFINAL'
                        TO BP-RAZAO
               WHEN OTHER
                   PERFORM APLICA-CRITERIO
           END-EVALUATE

           PERFORM DEFINE-FIM-NOVO

           EVALUATE TRUE
               WHEN BP-PROP-RENOVAR
                   ADD 1 TO WS-QTD-RENOVAR
               WHEN BP-PROP-SUSPENDER
                   ADD 1 TO WS-QTD-SUSPENDER
               WHEN OTHER
                   ADD 1 TO WS-QTD-CANCELAR
           END-EVALUATE

           WRITE BOLSA-PROPOSTA-REG
           PERFORM IMPRIME-PROPOSTA
           EXIT.
       FIM-AVALIA-UMA-BOLSA.

       LOCALIZA-MATRICULA.
           MOVE 'N' TO WS-ACHOU
           MOVE ZERO TO WS-MAT-ACHOU-I
           PERFORM VARYING WS-MAT-I FROM 1 BY 1
                   UNTIL WS-MAT-I > WS-QTD-MAT
                      OR WS-ACHOU-SIM
               IF WS-MAT-MATRICULA(WS-MAT-I) = BS-MATRICULA
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-MAT-I TO WS-MAT-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-MATRICULA.

       APLICA-CRITERIO.
           COMPUTE WS-MEDIA-ALUNO ROUNDED =
                   WS-AF-SOMA(WS-AF-ACHOU-I) / WS-AF-QTD(WS-AF-ACHOU-I)
           END-COMPUTE
           MOVE WS-MEDIA-ALUNO TO BP-MEDIA
           MOVE WS-MEDIA-ALUNO TO WS-MASK-MEDIA

           MOVE 'N' TO WS-FREQ-ACHOU
           MOVE ZERO TO WS-FREQ-ALUNO
           PERFORM VARYING WS-FREQ-I FROM 1 BY 1
                   UNTIL WS-FREQ-I > WS-QTD-FREQ
                      OR WS-FREQ-ACHOU-SIM
               IF WS-FREQ-NOME(WS-FREQ-I) = WS-AF-NOME(WS-AF-ACHOU-I)
                   SET WS-FREQ-ACHOU-SIM TO TRUE
                   MOVE WS-FREQ-PCT(WS-FREQ-I) TO WS-FREQ-ALUNO
               END-IF
           END-PERFORM
           MOVE WS-FREQ-ALUNO TO BP-FREQ
           MOVE WS-FREQ-ALUNO TO WS-MASK-FREQ

           EVALUATE TRUE
               WHEN WS-MEDIA-ALUNO <
                    WS-CRIT-MEDIA-CORTE(WS-CRIT-ACHOU-I)
                   MOVE 'C' TO BP-PROPOSTA
                   MOVE WS-CRIT-MEDIA-CORTE(WS-CRIT-ACHOU-I)
                        TO WS-MASK-MINIMO
                   STRING 'MEDIA ' WS-MASK-MEDIA ' ABAIXO DO CORTE '
                          WS-MASK-MINIMO
                          DELIMITED BY SIZE INTO BP-RAZAO
                   END-STRING
               WHEN WS-FREQ-ACHOU-SIM AND
                    WS-FREQ-ALUNO <
                    WS-CRIT-FREQ-CORTE(WS-CRIT-ACHOU-I)
                   MOVE 'C' TO BP-PROPOSTA
                   MOVE WS-CRIT-FREQ-CORTE(WS-CRIT-ACHOU-I)
                        TO WS-MASK-PCT
                   STRING 'FREQ ' WS-MASK-FREQ
                          '% ABAIXO DO CORTE ' WS-MASK-PCT
                          DELIMITED BY SIZE INTO BP-RAZAO
                   END-STRING
               WHEN WS-MEDIA-ALUNO <
                    WS-CRIT-MEDIA-RENOVA(WS-CRIT-ACHOU-I)
                   MOVE 'S' TO BP-PROPOSTA
                   MOVE WS-CRIT-MEDIA-RENOVA(WS-CRIT-ACHOU-I)
                        TO WS-MASK-MINIMO
                   STRING 'MEDIA ' WS-MASK-MEDIA ' ABAIXO DO MINIMO '
                          WS-MASK-MINIMO
                          DELIMITED BY SIZE INTO BP-RAZAO
                   END-STRING
               WHEN WS-FREQ-ACHOU-SIM AND
                    WS-FREQ-ALUNO <
                    WS-CRIT-FREQ-RENOVA(WS-CRIT-ACHOU-I)
                   MOVE 'S' TO BP-PROPOSTA
                   MOVE WS-CRIT-FREQ-RENOVA(WS-CRIT-ACHOU-I)
                        TO WS-MASK-PCT
                   STRING 'FREQ ' WS-MASK-FREQ
                          '% ABAIXO DO MINIMO ' WS-MASK-PCT
                          DELIMITED BY SIZE INTO BP-RAZAO
                   END-STRING
               WHEN WS-FREQ-ACHOU-SIM
                   MOVE 'R' TO BP-PROPOSTA
                   STRING 'MEDIA ' WS-MASK-MEDIA ' FREQ '
                          WS-MASK-FREQ '% - ATENDE'
                          DELIMITED BY SIZE INTO BP-RAZAO
                   END-STRING
               WHEN OTHER
                   MOVE 'R' TO BP-PROPOSTA
                   STRING 'MEDIA ' WS-MASK-MEDIA
                          ' ATENDE - SEM FREQUENCIA'
                          DELIMITED BY SIZE INTO BP-RAZAO
                   END-STRING
           END-EVALUATE
           EXIT.
       FIM-APLICA-CRITERIO.

      *-----------------------------------------------------------------
      * RENOVAR: DEZEMBRO DO ANO DE REFERENCIA + MESES DO CRITERIO;
      * SUSPENDER: VIGENCIA TERMINA EM DEZEMBRO DO ANO DE REFERENCIA;
      * CANCELAR: VIGENCIA TERMINA NO MES CORRENTE; NENHUMA DAS TRES
      * ENCURTA O QUE JA ACABA ANTES NEM ESTENDE O QUE JA VAI ALEM
      *-----------------------------------------------------------------
       DEFINE-FIM-NOVO.
           MOVE BS-ANOMES-FIM TO BP-ANOMES-FIM-NOVO
           EVALUATE TRUE
               WHEN BP-PROP-RENOVAR
                   COMPUTE WS-MESES-TOTAL = (WS-ANO-REF * 12) + 11
                           + WS-CRIT-MESES(WS-CRIT-ACHOU-I)
                   END-COMPUTE
                   DIVIDE WS-MESES-TOTAL BY 12
                          GIVING WS-ANO-CALC REMAINDER WS-MES-CALC
                   END-DIVIDE
                   COMPUTE BP-ANOMES-FIM-NOVO =
                           (WS-ANO-CALC * 100) + WS-MES-CALC + 1
                   END-COMPUTE
                   IF BS-ANOMES-FIM > BP-ANOMES-FIM-NOVO
                       MOVE BS-ANOMES-FIM TO BP-ANOMES-FIM-NOVO
                   END-IF
               WHEN BP-PROP-SUSPENDER
                   IF BS-ANOMES-FIM > WS-ANOMES-DEZ
                       MOVE WS-ANOMES-DEZ TO BP-ANOMES-FIM-NOVO
                   END-IF
               WHEN OTHER
                   IF BS-ANOMES-FIM > WS-ANOMES-HOJE
                       MOVE WS-ANOMES-HOJE TO BP-ANOMES-FIM-NOVO
                   END-IF
                   IF BP-ANOMES-FIM-NOVO < BS-ANOMES-INICIO
                       MOVE BS-ANOMES-INICIO TO BP-ANOMES-FIM-NOVO
                   END-IF
           END-EVALUATE
           EXIT.
       FIM-DEFINE-FIM-NOVO.

       IMPRIME-PROPOSTA.
           EVALUATE TRUE
               WHEN BP-PROP-RENOVAR
                   MOVE 'RENOVAR' TO WS-ACAO-TXT
               WHEN BP-PROP-SUSPENDER
                   MOVE 'SUSPENDER' TO WS-ACAO-TXT
               WHEN OTHER
                   MOVE 'CANCELAR' TO WS-ACAO-TXT
           END-EVALUATE
           MOVE BP-MEDIA TO WS-MASK-MEDIA
           MOVE BP-FREQ  TO WS-MASK-FREQ

           MOVE SPACES TO WS-IMP-LINHA
           STRING BP-MATRICULA ' ' BP-NOME(1:15) ' '
                  BP-MOTIVO(1:12) ' ' WS-MASK-MEDIA ' '
                  WS-MASK-FREQ ' ' WS-ACAO-TXT ' '
                  BP-ANOMES-FIM-NOVO ' ' BP-RAZAO
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-IMPRIME-PROPOSTA.

      *-----------------------------------------------------------------
      * MODO C: O SUPERVISOR CONFIRMA OU REJEITA CADA PROPOSTA
      * PENDENTE; A CONFIRMADA REGRAVA O FIM DA VIGENCIA NO BOLSAS.TXT
      * E TODA DECISAO VAI PARA O BOLSALOG.TXT
      *-----------------------------------------------------------------
       CONFIRMA-PROPOSTAS.
           DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '
           ACCEPT WS-SUPERVISOR
           IF WS-SUPERVISOR = SPACES
               DISPLAY 'CONFIRMACAO EXIGE O SUPERVISOR IDENTIFICADO'
               MOVE 8 TO WS-RETORNO-JOB
           END-IF

           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-PROPOSTAS
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM CARREGA-BOLSAS
           END-IF
           IF WS-RETORNO-JOB = 0
               PERFORM VARYING WS-PROP-I FROM 1 BY 1
                       UNTIL WS-PROP-I > WS-QTD-PROP
                          OR WS-FIM-TELA-SIM
                   MOVE WS-PROP-REGISTRO(WS-PROP-I)
                        TO BOLSA-PROPOSTA-REG
                   IF BP-SIT-PENDENTE
                       PERFORM DECIDE-PROPOSTA
                   END-IF
               END-PERFORM

               IF WS-BOLSA-ALTEROU-SIM
                   PERFORM REGRAVA-BOLSAS
               END-IF
               IF WS-PROP-ALTEROU-SIM
                   PERFORM REGRAVA-PROPOSTAS
               END-IF

               MOVE ZERO TO WS-QTD-PENDENTES
               PERFORM VARYING WS-PROP-I FROM 1 BY 1
                       UNTIL WS-PROP-I > WS-QTD-PROP
                   MOVE WS-PROP-REGISTRO(WS-PROP-I)
                        TO BOLSA-PROPOSTA-REG
                   IF BP-SIT-PENDENTE
                       ADD 1 TO WS-QTD-PENDENTES
                   END-IF
               END-PERFORM
               IF WS-QTD-PENDENTES > 0
                   MOVE 4 TO WS-RETORNO-JOB
               END-IF
           END-IF
           EXIT.
       FIM-CONFIRMA-PROPOSTAS.

       CARREGA-PROPOSTAS.
           OPEN INPUT BOLSA-PROPOSTA
           IF WS-PROP-STATUS NOT = '00'
               DISPLAY 'BOLSAPROP.TXT NAO ENCONTRADO - GERE AS '
                       'PROPOSTAS PRIMEIRO (MODO G)'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-PROPOSTA
               PERFORM UNTIL WS-FIM-PROP-SIM
                   IF WS-QTD-PROP < WS-TAB-PROP-LIMITE
                       ADD 1 TO WS-QTD-PROP
                       MOVE BOLSA-PROPOSTA-REG
                            TO WS-PROP-REGISTRO(WS-QTD-PROP)
                   ELSE
                       DISPLAY 'SESSAO ABORTADA - BOLSAPROP.TXT '
                               'EXCEDE ' WS-TAB-PROP-LIMITE
                               ' PROPOSTAS: A REGRAVACAO TRUNCARIA '
                               'O ARQUIVO'
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-PROP-SIM TO TRUE
                   END-IF
                   PERFORM LER-PROPOSTA
               END-PERFORM
               CLOSE BOLSA-PROPOSTA
               DISPLAY 'PROPOSTAS CARREGADAS: ' WS-QTD-PROP
           END-IF
           EXIT.
       FIM-CARREGA-PROPOSTAS.

       CARREGA-BOLSAS.
           OPEN INPUT BOLSAS
           IF WS-BOLSA-STATUS NOT = '00'
               DISPLAY 'BOLSAS.TXT NAO ENCONTRADO'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-BOLSA
               PERFORM UNTIL WS-FIM-BOLSA-SIM
                   IF WS-QTD-BOLSAS < WS-TAB-BOLSA-LIMITE
                       ADD 1 TO WS-QTD-BOLSAS
                       MOVE BOLSA-REG
                            TO WS-BOLSA-REGISTRO(WS-QTD-BOLSAS)
                   ELSE
                       DISPLAY 'SESSAO ABORTADA - BOLSAS.TXT EXCEDE '
                               WS-TAB-BOLSA-LIMITE ' BOLSAS: A '
                               'REGRAVACAO TRUNCARIA O CADASTRO'
                       MOVE 8 TO WS-RETORNO-JOB
                       SET WS-FIM-BOLSA-SIM TO TRUE
                   END-IF
                   PERFORM LER-BOLSA
               END-PERFORM
               CLOSE BOLSAS
           END-IF
           EXIT.
       FIM-CARREGA-BOLSAS.

       DECIDE-PROPOSTA.
           EVALUATE TRUE
               WHEN BP-PROP-RENOVAR
                   MOVE 'RENOVAR' TO WS-ACAO-TXT
               WHEN BP-PROP-SUSPENDER
                   MOVE 'SUSPENDER' TO WS-ACAO-TXT
               WHEN OTHER
                   MOVE 'CANCELAR' TO WS-ACAO-TXT
           END-EVALUATE
           MOVE BP-MEDIA TO WS-MASK-MEDIA
           MOVE BP-FREQ  TO WS-MASK-FREQ

           DISPLAY '-----------------------------------'
           DISPLAY 'MATRICULA ' BP-MATRICULA ' - ' BP-NOME
           DISPLAY 'BOLSA ' BP-MOTIVO ' - VIGENCIA '
                   BP-ANOMES-INICIO ' A ' BP-ANOMES-FIM
           DISPLAY 'MEDIA ' WS-MASK-MEDIA ' - FREQUENCIA '
                   WS-MASK-FREQ '% - ' BP-RAZAO
           DISPLAY 'PROPOSTA: ' WS-ACAO-TXT ' - NOVO FIM '
                   BP-ANOMES-FIM-NOVO
           DISPLAY '(S) CONFIRMA  (N) REJEITA  (F) ENCERRA  '
                   '(EM BRANCO) DECIDE DEPOIS'
           MOVE SPACE TO WS-DECISAO
           ACCEPT WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN 'S'
               WHEN 's'
                   PERFORM APLICA-PROPOSTA
               WHEN 'N'
               WHEN 'n'
                   PERFORM REJEITA-PROPOSTA
               WHEN 'F'
               WHEN 'f'
                   SET WS-FIM-TELA-SIM TO TRUE
               WHEN OTHER
                   DISPLAY 'PROPOSTA CONTINUA PENDENTE'
           END-EVALUATE
           EXIT.
       FIM-DECIDE-PROPOSTA.

       APLICA-PROPOSTA.
           MOVE 'N' TO WS-ACHOU
           MOVE ZERO TO WS-BOLSA-ACHOU-I
           PERFORM VARYING WS-BOLSA-I FROM 1 BY 1
                   UNTIL WS-BOLSA-I > WS-QTD-BOLSAS
                      OR WS-ACHOU-SIM
               MOVE WS-BOLSA-REGISTRO(WS-BOLSA-I) TO BOLSA-REG
               IF BS-MATRICULA = BP-MATRICULA AND
                  BS-ANOMES-INICIO = BP-ANOMES-INICIO AND
                  BS-MOTIVO = BP-MOTIVO
                   SET WS-ACHOU-SIM TO TRUE
                   MOVE WS-BOLSA-I TO WS-BOLSA-ACHOU-I
               END-IF
           END-PERFORM

           IF NOT WS-ACHOU-SIM
               DISPLAY 'BOLSA NAO ENCONTRADA NO BOLSAS.TXT - '
                       'PROPOSTA CONTINUA PENDENTE'
           ELSE
               MOVE BS-ANOMES-FIM TO WS-FIM-ANTERIOR
               MOVE BP-ANOMES-FIM-NOVO TO BS-ANOMES-FIM
               MOVE BOLSA-REG
                    TO WS-BOLSA-REGISTRO(WS-BOLSA-ACHOU-I)
               SET WS-BOLSA-ALTEROU-SIM TO TRUE

               MOVE 'C' TO BP-SITUACAO
               MOVE WS-SUPERVISOR TO BP-SUPERVISOR
               MOVE WS-DATA-FMT TO BP-DATA-DECISAO
               MOVE BOLSA-PROPOSTA-REG
                    TO WS-PROP-REGISTRO(WS-PROP-I)
               SET WS-PROP-ALTEROU-SIM TO TRUE
               ADD 1 TO WS-QTD-CONFIRMADAS

               EVALUATE TRUE
                   WHEN BP-PROP-RENOVAR
                       MOVE 'RENOVADA' TO WS-ACAO-TXT
                   WHEN BP-PROP-SUSPENDER
                       MOVE 'SUSPENSA' TO WS-ACAO-TXT
                   WHEN OTHER
                       MOVE 'CANCELADA' TO WS-ACAO-TXT
               END-EVALUATE
               PERFORM GRAVA-BOLSA-LOG
               DISPLAY 'BOLSA ' WS-ACAO-TXT ' - VIGENCIA ATE '
                       BS-ANOMES-FIM
           END-IF
           EXIT.
       FIM-APLICA-PROPOSTA.

       REJEITA-PROPOSTA.
           MOVE 'J' TO BP-SITUACAO
           MOVE WS-SUPERVISOR TO BP-SUPERVISOR
           MOVE WS-DATA-FMT TO BP-DATA-DECISAO
           MOVE BOLSA-PROPOSTA-REG TO WS-PROP-REGISTRO(WS-PROP-I)
           SET WS-PROP-ALTEROU-SIM TO TRUE
           ADD 1 TO WS-QTD-REJEITADAS

           MOVE BP-MATRICULA     TO BS-MATRICULA
           MOVE BP-ANOMES-INICIO TO BS-ANOMES-INICIO
           MOVE BP-ANOMES-FIM    TO BS-ANOMES-FIM
           MOVE BP-MOTIVO        TO BS-MOTIVO
           MOVE BP-ANOMES-FIM    TO WS-FIM-ANTERIOR
           MOVE 'REJEITADA' TO WS-ACAO-TXT
           PERFORM GRAVA-BOLSA-LOG
           DISPLAY 'PROPOSTA REJEITADA - VIGENCIA MANTIDA'
           EXIT.
       FIM-REJEITA-PROPOSTA.

       GRAVA-BOLSA-LOG.
           OPEN EXTEND BOLSA-LOG
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT BOLSA-LOG
           END-IF

           MOVE SPACES TO BOLSA-LOG-REG
           STRING WS-DATA-FMT DELIMITED BY SIZE
                  ' - OPERADOR: ' DELIMITED BY SIZE
                  WS-SUPERVISOR DELIMITED BY SIZE
                  ' - MATRICULA: ' DELIMITED BY SIZE
                  BS-MATRICULA DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-ACAO-TXT DELIMITED BY SIZE
                  ' - VIGENCIA: ' DELIMITED BY SIZE
                  BS-ANOMES-INICIO DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  BS-ANOMES-FIM DELIMITED BY SIZE
                  ' (ERA ' DELIMITED BY SIZE
                  WS-FIM-ANTERIOR DELIMITED BY SIZE
                  ') - ' DELIMITED BY SIZE
                  BS-MOTIVO DELIMITED BY SIZE
                  INTO BOLSA-LOG-REG
           END-STRING
           WRITE BOLSA-LOG-REG

           CLOSE BOLSA-LOG
           EXIT.
       FIM-GRAVA-BOLSA-LOG.

       REGRAVA-BOLSAS.
           OPEN OUTPUT BOLSAS
           PERFORM VARYING WS-BOLSA-I FROM 1 BY 1
                   UNTIL WS-BOLSA-I > WS-QTD-BOLSAS
               MOVE WS-BOLSA-REGISTRO(WS-BOLSA-I) TO BOLSA-REG
               WRITE BOLSA-REG
           END-PERFORM
           CLOSE BOLSAS
           DISPLAY 'BOLSAS.TXT REGRAVADO'
           EXIT.
       FIM-REGRAVA-BOLSAS.

       REGRAVA-PROPOSTAS.
           OPEN OUTPUT BOLSA-PROPOSTA
           PERFORM VARYING WS-PROP-I FROM 1 BY 1
                   UNTIL WS-PROP-I > WS-QTD-PROP
               MOVE WS-PROP-REGISTRO(WS-PROP-I) TO BOLSA-PROPOSTA-REG
               WRITE BOLSA-PROPOSTA-REG
           END-PERFORM
           CLOSE BOLSA-PROPOSTA
           EXIT.
       FIM-REGRAVA-PROPOSTAS.

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
           IF WS-MODO = 'G'
               DISPLAY 'BOLSAS AVALIADAS      : ' WS-QTD-AVALIADAS
               DISPLAY 'BOLSAS SEM CRITERIO   : ' WS-QTD-SEM-CRITERIO
               DISPLAY 'PROPOSTAS DE RENOVAR  : ' WS-QTD-RENOVAR
               DISPLAY 'PROPOSTAS DE SUSPENDER: ' WS-QTD-SUSPENDER
               DISPLAY 'PROPOSTAS DE CANCELAR : ' WS-QTD-CANCELAR
           ELSE
               DISPLAY 'PROPOSTAS CONFIRMADAS : ' WS-QTD-CONFIRMADAS
               DISPLAY 'PROPOSTAS REJEITADAS  : ' WS-QTD-REJEITADAS
               DISPLAY 'PROPOSTAS PENDENTES   : ' WS-QTD-PENDENTES
           END-IF
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM BOLSA-RENOVA.
