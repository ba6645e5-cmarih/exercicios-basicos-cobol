      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: AVISO DE ATIVIDADE AO AR LIVRE A COORDENACAO - RODA
      *          DEPOIS DO AVISO REGIONAL (E CHAMADO PELO
      *          POLUICAO-REGIAO QUANDO ELE EMITE AVISO, OU AVULSO):
      *          LE AS REGIOES EM AVISO E A RECOMENDACAO DE CADA UMA
      *          NO AVISOREG.TXT, DESCOBRE O DIA DA SEMANA DA DATA DO
      *          BOLETIM E CRUZA COM A REGIAO DO CAMPUS DE CADA TURMA
      *          (TURMAREG.TXT) E A GRADE DE ATIVIDADES EXTERNAS
      *          (ATIVEXT.TXT), AMBAS MANTIDAS PELO CADASTRO-ATIVEXT,
      *          MAIS AS AULAS AO AR LIVRE DA GRADE HORARIA (GRADE.TXT,
      *          MANTIDA PELO CADASTRO-GRADE);
      *          SAI PELA ROTINA IMPRESSAO (AVISOESC.TXT) A LISTA DAS
      *          TURMAS COM ATIVIDADE AO AR LIVRE NO DIA EM REGIAO
      *          AFETADA E A RESTRICAO QUE SE APLICA, E CADA ENVIO FICA
      *          REGISTRADO NO AVISOLOG.TXT (AVISOLOG.CPY) COM DATA,
      *          HORA, EXECUCAO E MARCA DE REENVIO - A ESCOLA DEIXA DE
      *          SABER DO AVISO PELO RADIO
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Aviso aos responsaveis: cada aluno ativo
      *                    (MATRICULAS.TXT) de turma atingida gera uma
      *                    mensagem na caixa de saida NOTIFSAI.TXT pela
      *                    rotina NOTIFICA (tipo AR, chave data do
      *                    boletim, com a restricao da regiao); irmaos
      *                    com o mesmo responsavel recebem um so aviso
      *   15/10/2026 MC  - Aulas ao ar livre da grade horaria
      *                    (GRADE.TXT, GR-AR-LIVRE 'S') do ano e do dia
      *                    da semana do boletim entram no aviso junto
      *                    com as atividades do ATIVEXT.TXT
      *   15/10/2026 MC  - Turma cruzada com a unidade (TR-UNIDADE,
      *                    AX-UNIDADE, GR-UNIDADE e MT-UNIDADE, em
      *                    branco = 01): a mesma turma em unidades
      *                    diferentes tem regiao e grade proprias; a
      *                    lista mostra a unidade
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISO-ESCOLA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVISO-REGIAO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVISO-STATUS.
           SELECT TURMA-REGIAO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRG-STATUS.
           SELECT ATIV-EXTERNA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AX-STATUS.
           SELECT GRADE-HORARIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GR-STATUS.
           SELECT AVISO-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD AVISO-REGIAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'AVISOREG.TXT'.
       01 AVISO-REG                    PIC X(100).

       FD TURMA-REGIAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TURMAREG.TXT'.
       COPY TURMAREG.CPY.

       FD ATIV-EXTERNA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ATIVEXT.TXT'.
       COPY ATIVEXT.CPY.

       FD GRADE-HORARIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'GRADE.TXT'.
       COPY GRADE.CPY.

       FD AVISO-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'AVISOLOG.TXT'.
       COPY AVISOLOG.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-AVISO-STATUS              PIC X(02) VALUE '00'.
       01 WS-TRG-STATUS                PIC X(02) VALUE '00'.
       01 WS-AX-STATUS                 PIC X(02) VALUE '00'.
       01 WS-GR-STATUS                 PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS                PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-AVISO          PIC X(01) VALUE 'N'.
               88 WS-FIM-AVISO-SIM        VALUE 'S'.
           02 WS-FIM-TRG            PIC X(01) VALUE 'N'.
               88 WS-FIM-TRG-SIM          VALUE 'S'.
           02 WS-FIM-AX             PIC X(01) VALUE 'N'.
               88 WS-FIM-AX-SIM           VALUE 'S'.
           02 WS-FIM-GR             PIC X(01) VALUE 'N'.
               88 WS-FIM-GR-SIM           VALUE 'S'.
           02 WS-FIM-LOG            PIC X(01) VALUE 'N'.
               88 WS-FIM-LOG-SIM          VALUE 'S'.
           02 WS-REG-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-REG-ACHOU-SIM        VALUE 'S'.
           02 WS-TRG-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-TRG-ACHOU-SIM        VALUE 'S'.
           02 WS-TUR-LISTADA        PIC X(01) VALUE 'N'.
               88 WS-TUR-LISTADA-SIM      VALUE 'S'.
           02 WS-JA-ENVIADO         PIC X(01) VALUE 'N'.
               88 WS-JA-ENVIADO-SIM       VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
       01 WS-DATA-BOLETIM              PIC X(10) VALUE SPACES.
       01 WS-BOLETIM-AAAAMMDD          PIC 9(08) VALUE ZERO.
       01 WS-BOLETIM-INT               PIC 9(07) VALUE ZERO.
       01 WS-DIA-SEMANA                PIC 9(01) VALUE ZERO.
       01 WS-ATV-TURMA                 PIC X(03) VALUE SPACES.
       01 WS-ATV-UNIDADE               PIC X(02) VALUE SPACES.
       01 WS-MT-UNIDADE                PIC X(02) VALUE SPACES.
       01 WS-ATV-HORARIO               PIC X(05) VALUE SPACES.
       01 WS-ATV-ATIVIDADE             PIC X(25) VALUE SPACES.
       01 WS-NOMES-DIAS.
           02 FILLER               PIC X(07) VALUE 'SEGUNDA'.
           02 FILLER               PIC X(07) VALUE 'TERCA  '.
           02 FILLER               PIC X(07) VALUE 'QUARTA '.
           02 FILLER               PIC X(07) VALUE 'QUINTA '.
           02 FILLER               PIC X(07) VALUE 'SEXTA  '.
           02 FILLER               PIC X(07) VALUE 'SABADO '.
           02 FILLER               PIC X(07) VALUE 'DOMINGO'.
       01 WS-TAB-DIAS REDEFINES WS-NOMES-DIAS.
           02 WS-NOME-DIA OCCURS 7 TIMES PIC X(07).
       01 WS-TAB-RG-LIMITE             PIC 9(02) VALUE 20.
       01 WS-QTD-REGIOES               PIC 9(02) VALUE ZERO.
       01 WS-TABELA-REGIOES.
           02 WS-RG-ENTRADA OCCURS 20 TIMES.
               03 WS-RG-REGIAO         PIC X(15).
               03 WS-RG-RESTRICAO      PIC X(45).
       01 WS-RG-I                      PIC 9(02) VALUE ZERO.
       01 WS-RG-ACHOU-I                PIC 9(02) VALUE ZERO.
       01 WS-REGIAO-BUSCA              PIC X(15) VALUE SPACES.
       01 WS-TAB-TRG-LIMITE            PIC 9(03) VALUE 200.
       01 WS-QTD-TRG                   PIC 9(03) VALUE ZERO.
       01 WS-TABELA-TRG.
           02 WS-TRG-ENTRADA OCCURS 200 TIMES.
               03 WS-TRG-TURMA         PIC X(03).
               03 WS-TRG-REGIAO        PIC X(15).
               03 WS-TRG-UNIDADE       PIC X(02).
       01 WS-TRG-I                     PIC 9(03) VALUE ZERO.
       01 WS-TRG-ACHOU-I               PIC 9(03) VALUE ZERO.
       01 WS-QTD-LISTADAS              PIC 9(03) VALUE ZERO.
       01 WS-TABELA-LISTADAS.
           02 WS-LT-ENTRADA OCCURS 200 TIMES.
               03 WS-LT-TURMA          PIC X(03).
               03 WS-LT-UNIDADE        PIC X(02).
               03 WS-LT-RG-I           PIC 9(02).
       01 WS-LT-I                      PIC 9(03) VALUE ZERO.
       01 WS-QTD-ATIVIDADES            PIC 9(03) VALUE ZERO.
       01 WS-DATA-ATUAL.
           02 WS-ATUAL-ANO         PIC 9(04).
           02 WS-ATUAL-MES         PIC 9(02).
           02 WS-ATUAL-DIA         PIC 9(02).
           02 WS-ATUAL-HORA        PIC 9(02).
           02 WS-ATUAL-MIN         PIC 9(02).
           02 WS-ATUAL-SEG         PIC 9(02).
       01 WS-QTD-AVISOS                PIC 9(04) VALUE ZERO.
       01 WS-NTF-TIPO                  PIC X(02) VALUE 'AR'.
       01 WS-NTF-MATRICULA             PIC X(05) VALUE SPACES.
       01 WS-NTF-CHAVE                 PIC X(20) VALUE SPACES.
       01 WS-NTF-ALUNO                 PIC X(30) VALUE SPACES.
       01 WS-NTF-DATA                  PIC X(10) VALUE SPACES.
       01 WS-NTF-INFO                  PIC X(45) VALUE SPACES.
       01 WS-NTF-RETORNO               PIC X(01) VALUE SPACE.
           88 WS-NTF-GRAVADA                  VALUE 'G'.
       01 WS-RUNID-ACAO                PIC X(01) VALUE 'A'.
       01 WS-RUNID                     PIC 9(06) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'AVISOESC.TXT'.
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
           DISPLAY 'AVISO DE ATIVIDADE AO AR LIVRE'
           DISPLAY '-----------------------------------'

           PERFORM CARREGA-AVISO-REGIONAL

           EVALUATE TRUE
               WHEN WS-AVISO-STATUS NOT = '00'
                   DISPLAY 'AVISOREG.TXT NAO ENCONTRADO - RODE O '
                           'POLUICAO-REGIAO ANTES'
                   MOVE 8 TO WS-RETORNO-JOB
               WHEN WS-DATA-BOLETIM(1:2) NOT NUMERIC OR
                    WS-DATA-BOLETIM(4:2) NOT NUMERIC OR
                    WS-DATA-BOLETIM(7:4) NOT NUMERIC
                   DISPLAY 'AVISOREG.TXT SEM DATA DO BOLETIM NO '
                           'CABECALHO - NADA A ENVIAR'
                   MOVE 8 TO WS-RETORNO-JOB
               WHEN WS-QTD-REGIOES = 0
                   DISPLAY 'NENHUMA REGIAO EM AVISO EM '
                           WS-DATA-BOLETIM ' - NADA A ENVIAR'
               WHEN OTHER
                   STRING WS-DATA-BOLETIM(7:4) WS-DATA-BOLETIM(4:2)
                          WS-DATA-BOLETIM(1:2)
                          DELIMITED BY SIZE
                          INTO WS-BOLETIM-AAAAMMDD
                   END-STRING
                   COMPUTE WS-BOLETIM-INT =
                           FUNCTION INTEGER-OF-DATE(WS-BOLETIM-AAAAMMDD)
                   COMPUTE WS-DIA-SEMANA =
                           FUNCTION MOD(WS-BOLETIM-INT - 1, 7) + 1
                   DISPLAY 'BOLETIM DE ' WS-DATA-BOLETIM ' ('
                           WS-NOME-DIA(WS-DIA-SEMANA) ') - REGIOES '
                           'EM AVISO: ' WS-QTD-REGIOES
                   PERFORM CARREGA-TURMA-REGIAO
                   PERFORM CARREGA-ATIVIDADES-DIA
           END-EVALUATE
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * AVISOREG.TXT: CABECALHO COM A DATA DO BOLETIM, DEPOIS UM BLOCO
      * POR REGIAO ("AVISO - REGIAO: " E "RECOMENDACAO: ")
      *-----------------------------------------------------------------
       CARREGA-AVISO-REGIONAL.
           OPEN INPUT AVISO-REGIAO
           IF WS-AVISO-STATUS = '00'
               PERFORM LER-AVISO-REGIAO
               PERFORM UNTIL WS-FIM-AVISO-SIM
                   PERFORM TRATA-LINHA-AVISO
                   PERFORM LER-AVISO-REGIAO
               END-PERFORM
               CLOSE AVISO-REGIAO
           END-IF
           EXIT.
       FIM-CARREGA-AVISO-REGIONAL.

       LER-AVISO-REGIAO.
           READ AVISO-REGIAO
               AT END
                   SET WS-FIM-AVISO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-AVISO-REGIAO.

       TRATA-LINHA-AVISO.
           EVALUATE TRUE
               WHEN AVISO-REG(1:38) =
                    'AVISOS REGIONAIS DE QUALIDADE DO AR -'
                   MOVE AVISO-REG(39:10) TO WS-DATA-BOLETIM
               WHEN AVISO-REG(1:16) = 'AVISO - REGIAO: '
                   IF WS-QTD-REGIOES < WS-TAB-RG-LIMITE
                       ADD 1 TO WS-QTD-REGIOES
                       MOVE AVISO-REG(17:15)
                            TO WS-RG-REGIAO(WS-QTD-REGIOES)
                       MOVE SPACES
                            TO WS-RG-RESTRICAO(WS-QTD-REGIOES)
                   END-IF
               WHEN AVISO-REG(1:14) = 'RECOMENDACAO: '
                   IF WS-QTD-REGIOES > 0
                       MOVE AVISO-REG(15:45)
                            TO WS-RG-RESTRICAO(WS-QTD-REGIOES)
                   END-IF
           END-EVALUATE
           EXIT.
       FIM-TRATA-LINHA-AVISO.

       CARREGA-TURMA-REGIAO.
           OPEN INPUT TURMA-REGIAO
           IF WS-TRG-STATUS NOT = '00'
               DISPLAY 'TURMAREG.TXT NAO ENCONTRADO - NENHUMA TURMA '
                       'TEM REGIAO (CADASTRO-ATIVEXT)'
               MOVE 4 TO WS-RETORNO-JOB
           ELSE
               PERFORM LER-TURMA-REGIAO
               PERFORM UNTIL WS-FIM-TRG-SIM
                   IF WS-QTD-TRG < WS-TAB-TRG-LIMITE
                       ADD 1 TO WS-QTD-TRG
                       MOVE TR-TURMA  TO WS-TRG-TURMA(WS-QTD-TRG)
                       MOVE TR-REGIAO TO WS-TRG-REGIAO(WS-QTD-TRG)
                       MOVE TR-UNIDADE
                            TO WS-TRG-UNIDADE(WS-QTD-TRG)
                       IF TR-UNIDADE = SPACES
                           MOVE '01' TO WS-TRG-UNIDADE(WS-QTD-TRG)
                       END-IF
                   ELSE
                       DISPLAY 'AVISO: MAIS DE ' WS-TAB-TRG-LIMITE
                               ' TURMAS NO TURMAREG.TXT - TURMA '
                               TR-TURMA ' FICA FORA'
                       MOVE 4 TO WS-RETORNO-JOB
                   END-IF
                   PERFORM LER-TURMA-REGIAO
               END-PERFORM
               CLOSE TURMA-REGIAO
           END-IF
           EXIT.
       FIM-CARREGA-TURMA-REGIAO.

       LER-TURMA-REGIAO.
           READ TURMA-REGIAO
               AT END
                   SET WS-FIM-TRG-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TURMA-REGIAO.

      *-----------------------------------------------------------------
      * SO AS ATIVIDADES DO DIA DA SEMANA DO BOLETIM, DE TURMA CUJA
      * REGIAO ESTA EM AVISO - AS DO ATIVEXT.TXT E AS AULAS AO AR LIVRE
      * DA GRADE DO ANO DO BOLETIM; A LISTA E MONTADA NA PROPRIA
      * LEITURA E IMPRESSA EM PROCESSA-PROGRAMA; SO FALTANDO OS DOIS
      * ARQUIVOS A GRADE DE ATIVIDADES FICA VAZIA
      *-----------------------------------------------------------------
       CARREGA-ATIVIDADES-DIA.
           MOVE 'I' TO WS-IMP-ACAO
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'AVISO A COORDENACAO - ATIVIDADE AO AR LIVRE - '
                  WS-DATA-BOLETIM
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE SPACES TO WS-IMP-CABECALHO
           STRING 'TUR UN REGIAO          HORA  ATIVIDADE          '
                  '       RESTRICAO'
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING
           PERFORM CHAMA-IMPRESSAO

           OPEN INPUT ATIV-EXTERNA
           IF WS-AX-STATUS NOT = '00'
               DISPLAY 'ATIVEXT.TXT NAO ENCONTRADO (CADASTRO-ATIVEXT)'
           ELSE
               PERFORM LER-ATIVIDADES
               PERFORM UNTIL WS-FIM-AX-SIM
                   IF AX-DIA-SEMANA = WS-DIA-SEMANA
                       MOVE AX-TURMA     TO WS-ATV-TURMA
                       MOVE AX-UNIDADE   TO WS-ATV-UNIDADE
                       IF AX-UNIDADE = SPACES
                           MOVE '01' TO WS-ATV-UNIDADE
                       END-IF
                       MOVE AX-HORARIO   TO WS-ATV-HORARIO
                       MOVE AX-ATIVIDADE TO WS-ATV-ATIVIDADE
                       PERFORM AVALIA-ATIVIDADE
                   END-IF
                   PERFORM LER-ATIVIDADES
               END-PERFORM
               CLOSE ATIV-EXTERNA
           END-IF

           OPEN INPUT GRADE-HORARIA
           IF WS-GR-STATUS NOT = '00'
               DISPLAY 'GRADE.TXT NAO ENCONTRADO (CADASTRO-GRADE)'
           ELSE
               PERFORM LER-GRADE
               PERFORM UNTIL WS-FIM-GR-SIM
                   IF GR-AR-LIVRE-SIM AND
                      GR-ANO = WS-BOLETIM-AAAAMMDD(1:4) AND
                      GR-DIA-SEMANA = WS-DIA-SEMANA
                       MOVE GR-TURMA   TO WS-ATV-TURMA
                       MOVE GR-UNIDADE TO WS-ATV-UNIDADE
                       IF GR-UNIDADE = SPACES
                           MOVE '01' TO WS-ATV-UNIDADE
                       END-IF
                       MOVE GR-HORARIO TO WS-ATV-HORARIO
                       MOVE SPACES TO WS-ATV-ATIVIDADE
                       STRING 'AULA AR LIVRE - DISC. ' GR-DISCIPLINA
                              DELIMITED BY SIZE
                              INTO WS-ATV-ATIVIDADE
                       END-STRING
                       PERFORM AVALIA-ATIVIDADE
                   END-IF
                   PERFORM LER-GRADE
               END-PERFORM
               CLOSE GRADE-HORARIA
           END-IF

           IF WS-AX-STATUS NOT = '00' AND WS-GR-STATUS NOT = '00'
               DISPLAY 'GRADE DE ATIVIDADES VAZIA - NEM ATIVEXT.TXT '
                       'NEM GRADE.TXT'
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-CARREGA-ATIVIDADES-DIA.

       LER-ATIVIDADES.
           READ ATIV-EXTERNA
               AT END
                   SET WS-FIM-AX-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ATIVIDADES.

       LER-GRADE.
           READ GRADE-HORARIA
               AT END
                   SET WS-FIM-GR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-GRADE.

       AVALIA-ATIVIDADE.
           MOVE 'N' TO WS-TRG-ACHOU
           MOVE ZERO TO WS-TRG-ACHOU-I
           PERFORM VARYING WS-TRG-I FROM 1 BY 1
                   UNTIL WS-TRG-I > WS-QTD-TRG
                      OR WS-TRG-ACHOU-SIM
               IF WS-TRG-TURMA(WS-TRG-I) = WS-ATV-TURMA AND
                  WS-TRG-UNIDADE(WS-TRG-I) = WS-ATV-UNIDADE
                   SET WS-TRG-ACHOU-SIM TO TRUE
                   MOVE WS-TRG-I TO WS-TRG-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-TRG-ACHOU-SIM
               MOVE WS-TRG-REGIAO(WS-TRG-ACHOU-I) TO WS-REGIAO-BUSCA
               PERFORM LOCALIZA-REGIAO-AVISO
               IF WS-REG-ACHOU-SIM
                   PERFORM GRAVA-LINHA-TURMA
               END-IF
           ELSE
               DISPLAY 'AVISO: TURMA ' WS-ATV-TURMA ' UNIDADE '
                       WS-ATV-UNIDADE ' TEM ATIVIDADE NA GRADE MAS '
                       'NAO TEM REGIAO - FORA DO AVISO'
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-AVALIA-ATIVIDADE.

       LOCALIZA-REGIAO-AVISO.
           MOVE 'N' TO WS-REG-ACHOU
           MOVE ZERO TO WS-RG-ACHOU-I
           PERFORM VARYING WS-RG-I FROM 1 BY 1
                   UNTIL WS-RG-I > WS-QTD-REGIOES
                      OR WS-REG-ACHOU-SIM
               IF WS-RG-REGIAO(WS-RG-I) = WS-REGIAO-BUSCA
                   SET WS-REG-ACHOU-SIM TO TRUE
                   MOVE WS-RG-I TO WS-RG-ACHOU-I
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-REGIAO-AVISO.

       GRAVA-LINHA-TURMA.
           ADD 1 TO WS-QTD-ATIVIDADES

           MOVE 'N' TO WS-TUR-LISTADA
           PERFORM VARYING WS-LT-I FROM 1 BY 1
                   UNTIL WS-LT-I > WS-QTD-LISTADAS
                      OR WS-TUR-LISTADA-SIM
               IF WS-LT-TURMA(WS-LT-I) = WS-ATV-TURMA AND
                  WS-LT-UNIDADE(WS-LT-I) = WS-ATV-UNIDADE
                   SET WS-TUR-LISTADA-SIM TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-TUR-LISTADA-SIM AND WS-QTD-LISTADAS < 200
               ADD 1 TO WS-QTD-LISTADAS
               MOVE WS-ATV-TURMA TO WS-LT-TURMA(WS-QTD-LISTADAS)
               MOVE WS-ATV-UNIDADE TO WS-LT-UNIDADE(WS-QTD-LISTADAS)
               MOVE WS-RG-ACHOU-I TO WS-LT-RG-I(WS-QTD-LISTADAS)
           END-IF

           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-ATV-TURMA ' ' WS-ATV-UNIDADE ' '
                  WS-RG-REGIAO(WS-RG-ACHOU-I) ' '
                  WS-ATV-HORARIO ' ' WS-ATV-ATIVIDADE ' '
                  WS-RG-RESTRICAO(WS-RG-ACHOU-I)
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:78)
           EXIT.
       FIM-GRAVA-LINHA-TURMA.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8 AND WS-QTD-REGIOES > 0
               IF WS-QTD-ATIVIDADES = 0
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING 'NENHUMA TURMA COM ATIVIDADE AO AR LIVRE NA '
                          WS-NOME-DIA(WS-DIA-SEMANA)
                          ' EM REGIAO AFETADA'
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   MOVE 'D' TO WS-IMP-ACAO
                   PERFORM CHAMA-IMPRESSAO
                   DISPLAY WS-IMP-LINHA(1:78)
               END-IF

               MOVE SPACES TO WS-IMP-LINHA
               MOVE 'D' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               MOVE 'REGIOES EM AVISO NO BOLETIM:' TO WS-IMP-LINHA
               PERFORM CHAMA-IMPRESSAO
               PERFORM VARYING WS-RG-I FROM 1 BY 1
                       UNTIL WS-RG-I > WS-QTD-REGIOES
                   MOVE SPACES TO WS-IMP-LINHA
                   STRING '  ' WS-RG-REGIAO(WS-RG-I) ' - '
                          WS-RG-RESTRICAO(WS-RG-I)
                          DELIMITED BY SIZE
                          INTO WS-IMP-LINHA
                   END-STRING
                   PERFORM CHAMA-IMPRESSAO
               END-PERFORM

               MOVE SPACES TO WS-IMP-LINHA
               STRING 'TURMAS ATINGIDAS: ' WS-QTD-LISTADAS
                      '  ATIVIDADES: ' WS-QTD-ATIVIDADES
                      '  DIA: ' WS-NOME-DIA(WS-DIA-SEMANA)
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
               MOVE 'T' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO
               MOVE 'E' TO WS-IMP-ACAO
               PERFORM CHAMA-IMPRESSAO

               PERFORM REGISTRA-ENVIO
               IF WS-QTD-LISTADAS > 0
                   PERFORM AVISA-RESPONSAVEIS
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * ALUNOS ATIVOS DO ANO DO BOLETIM NAS TURMAS ATINGIDAS; A ROTINA
      * NOTIFICA NAO REPETE O AVISO DO MESMO BOLETIM AO MESMO DESTINO
      *-----------------------------------------------------------------
       AVISA-RESPONSAVEIS.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO - SEM AVISO AOS '
                       'RESPONSAVEIS'
           ELSE
               MOVE SPACES TO WS-NTF-CHAVE
               MOVE WS-BOLETIM-AAAAMMDD TO WS-NTF-CHAVE(1:8)
               MOVE WS-DATA-BOLETIM TO WS-NTF-DATA
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   IF MT-SIT-ATIVA AND
                      MT-ANO-LETIVO = WS-BOLETIM-AAAAMMDD(1:4)
                       PERFORM AVISA-ALUNO-TURMA
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           DISPLAY 'AVISOS AOS RESPONSAVEIS: ' WS-QTD-AVISOS
           EXIT.
       FIM-AVISA-RESPONSAVEIS.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

       AVISA-ALUNO-TURMA.
           MOVE MT-UNIDADE TO WS-MT-UNIDADE
           IF MT-UNIDADE-SEDE
               MOVE '01' TO WS-MT-UNIDADE
           END-IF
           MOVE 'N' TO WS-TUR-LISTADA
           PERFORM VARYING WS-LT-I FROM 1 BY 1
                   UNTIL WS-LT-I > WS-QTD-LISTADAS
                      OR WS-TUR-LISTADA-SIM
               IF WS-LT-TURMA(WS-LT-I) = MT-TURMA AND
                  WS-LT-UNIDADE(WS-LT-I) = WS-MT-UNIDADE
                   SET WS-TUR-LISTADA-SIM TO TRUE
                   MOVE WS-LT-RG-I(WS-LT-I) TO WS-RG-I
                   MOVE WS-RG-RESTRICAO(WS-RG-I) TO WS-NTF-INFO
               END-IF
           END-PERFORM

           IF WS-TUR-LISTADA-SIM
               MOVE MT-MATRICULA TO WS-NTF-MATRICULA
               MOVE MT-NOME      TO WS-NTF-ALUNO
               CALL 'NOTIFICA' USING WS-NTF-TIPO
                                     WS-NTF-MATRICULA
                                     WS-NTF-CHAVE
                                     WS-NTF-ALUNO
                                     WS-NTF-DATA
                                     WS-NTF-INFO
                                     WS-NTF-RETORNO
               END-CALL
               IF WS-NTF-GRAVADA
                   ADD 1 TO WS-QTD-AVISOS
               END-IF
           END-IF
           EXIT.
       FIM-AVISA-ALUNO-TURMA.

      *-----------------------------------------------------------------
      * LOG DE ENVIO: BOLETIM JA ENVIADO ANTES FICA MARCADO COMO
      * REENVIO, PARA A COORDENACAO SABER QUAL AVISO VALE
      *-----------------------------------------------------------------
       REGISTRA-ENVIO.
           MOVE 'N' TO WS-JA-ENVIADO
           OPEN INPUT AVISO-LOG
           IF WS-LOG-STATUS = '00'
               PERFORM LER-AVISO-LOG
               PERFORM UNTIL WS-FIM-LOG-SIM
                   IF AL-DATA-BOLETIM = WS-DATA-BOLETIM
                       SET WS-JA-ENVIADO-SIM TO TRUE
                   END-IF
                   PERFORM LER-AVISO-LOG
               END-PERFORM
               CLOSE AVISO-LOG
           END-IF

           CALL 'RUN-ID' USING WS-RUNID-ACAO
                               WS-RUNID
           END-CALL
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-ATUAL

           OPEN EXTEND AVISO-LOG
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT AVISO-LOG
           END-IF

           MOVE SPACES TO AVISOLOG-REG
           STRING WS-ATUAL-DIA '/' WS-ATUAL-MES '/' WS-ATUAL-ANO
                  DELIMITED BY SIZE
                  INTO AL-DATA-ENVIO
           END-STRING
           STRING WS-ATUAL-HORA ':' WS-ATUAL-MIN ':' WS-ATUAL-SEG
                  DELIMITED BY SIZE
                  INTO AL-HORA-ENVIO
           END-STRING
           MOVE WS-DATA-BOLETIM   TO AL-DATA-BOLETIM
           MOVE WS-DIA-SEMANA     TO AL-DIA-SEMANA
           MOVE WS-QTD-REGIOES    TO AL-QTD-REGIOES
           MOVE WS-QTD-LISTADAS   TO AL-QTD-TURMAS
           MOVE 'COORDENACAO'     TO AL-DESTINO
           MOVE WS-IMP-ARQUIVO    TO AL-ARQUIVO
           MOVE WS-RUNID          TO AL-EXECUCAO
           IF WS-JA-ENVIADO-SIM
               SET AL-REENVIO TO TRUE
           ELSE
               SET AL-ENVIO TO TRUE
           END-IF
           WRITE AVISOLOG-REG
           CLOSE AVISO-LOG

           IF WS-JA-ENVIADO-SIM
               DISPLAY 'AVISO DO BOLETIM ' WS-DATA-BOLETIM
                       ' REENVIADO A COORDENACAO (' WS-IMP-ARQUIVO ')'
           ELSE
               DISPLAY 'AVISO DO BOLETIM ' WS-DATA-BOLETIM
                       ' ENVIADO A COORDENACAO (' WS-IMP-ARQUIVO ')'
           END-IF
           EXIT.
       FIM-REGISTRA-ENVIO.

       LER-AVISO-LOG.
           READ AVISO-LOG
               AT END
                   SET WS-FIM-LOG-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-AVISO-LOG.

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
           DISPLAY 'REGIOES EM AVISO   : ' WS-QTD-REGIOES
           DISPLAY 'TURMAS ATINGIDAS   : ' WS-QTD-LISTADAS
           DISPLAY 'ATIVIDADES NO DIA  : ' WS-QTD-ATIVIDADES
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           GOBACK.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM AVISO-ESCOLA.
