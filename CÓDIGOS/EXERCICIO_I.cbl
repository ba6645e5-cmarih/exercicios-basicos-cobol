      *                    ERROLOG.TXT; arquivo sem selo passa, e o
      *                    conserto manual legitimo e resselado pelo
      *                    SELO-REFAZ
      *   15/10/2026 MC  - Faltas abonadas por atestado
      *                    (FQ-AULAS-ABONADAS) contam como aula
      *                    assistida na regra de reprovacao por falta
      *   15/10/2026 MC  - Nota gravada no NOTAS.TXT com a unidade do
      *                    aluno (MT-UNIDADE; sem cadastro ou unidade em
      *                    branco, a unidade da sessao pela rotina
      *                    UNIDADE-ATIVA)
      *   15/10/2026 MC  - Limites e pesos da versao de MEDIAPAR.TXT
      *                    vigente no fecho do bimestre de referencia
      *                    (BIMCAL.TXT, limitado a hoje) pela rotina
      *                    PARAM-VIGENTE, com a versao usada exibida
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIA.
           SELECT SIMUL-REL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SIMREL-STATUS.
           SELECT BIMESTRE-CAL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAL-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           02 PARAM-PESO4                  PIC 9(01)V99.
           02 PARAM-BIMESTRE               PIC 9(01).

       FD BIMESTRE-CAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BIMCAL.TXT'.
       COPY BIMCAL.CPY.

       FD NOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-NOTAS-NOME.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.

       FD RESUMO
           LABEL RECORD STANDARD
       01 WS-PESO4                         PIC 9(01)V99 VALUE 0.
       01 WS-SOMA-PESOS                    PIC 9(02)V99 VALUE 0.
       01 WS-BIMESTRE                      PIC 9(01) VALUE 1.
       01 WS-CAL-STATUS                    PIC X(02) VALUE '00'.
       01 WS-FIM-CAL                       PIC X(01) VALUE 'N'.
           88 WS-FIM-CAL-SIM                      VALUE 'S'.
       01 WS-VIG-ARQUIVO                   PIC X(13)
                                           VALUE 'MEDIAPAR.TXT'.
       01 WS-VIG-CHAVE                     PIC X(05) VALUE SPACES.
       01 WS-VIG-DATA                      PIC 9(08) VALUE ZERO.
       01 WS-VIG-HOJE                      PIC 9(08) VALUE ZERO.
       01 WS-VIG-FECHO                     PIC 9(08) VALUE ZERO.
       01 WS-VIG-OK                        PIC X(01) VALUE 'S'.
       01 WS-VIG-MOTIVO                    PIC X(30) VALUE SPACES.
       01 WS-VIG-RESULTADO                 PIC X(01) VALUE 'N'.
           88 WS-VIG-ACHADA                       VALUE 'S'.
       01 WS-VIG-VERSAO                    PIC X(50) VALUE SPACES.
       01 WS-VIG-REGISTRO                  PIC X(40) VALUE SPACES.
       01 WS-VIG-MEDIA REDEFINES WS-VIG-REGISTRO.
           02 WS-VIG-RECUPERACAO           PIC 9(02)V99.
           02 WS-VIG-APROVACAO             PIC 9(02)V99.
           02 WS-VIG-PESO1                 PIC 9(01)V99.
           02 WS-VIG-PESO2                 PIC 9(01)V99.
           02 WS-VIG-PESO3                 PIC 9(01)V99.
           02 WS-VIG-PESO4                 PIC 9(01)V99.
           02 FILLER                       PIC X(22).
       01 WS-FREQ-STATUS                   PIC X(02) VALUE '00'.
       01 WS-LIMITE-FREQUENCIA             PIC 9(03)V9 VALUE 75,0.
       01 WS-TAB-FREQ-LIMITE               PIC 9(03) VALUE 500.
               03 WS-MAT-NOME              PIC X(11).
               03 WS-MAT-NUMERO            PIC X(05).
               03 WS-MAT-SITUACAO          PIC X(01).
               03 WS-MAT-UNIDADE           PIC X(02).
       01 WS-MAT-I                         PIC 9(03) VALUE ZERO.
       01 WS-MAT-ACHOU                     PIC X(01) VALUE 'N'.
           88 WS-MAT-ACHOU-SIM                    VALUE 'S'.
       01 WS-MAT-ALUNO                     PIC X(05) VALUE SPACES.
       01 WS-MAT-SIT-ALUNO                 PIC X(01) VALUE 'A'.
           88 WS-MAT-SIT-ATIVA                    VALUE 'A' ' '.
       01 WS-MAT-UNI-ALUNO                 PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-SESSAO                PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME                  PIC X(40) VALUE SPACES.
       01 WS-DISC-STATUS                   PIC X(02) VALUE '00'.
       01 WS-CADASTRO-DISC-ATIVO           PIC X(01) VALUE 'N'.
           88 WS-CADASTRO-DISC-ATIVO-SIM          VALUE 'S'.
           DISPLAY 'CALCULO DA MEDIA DA TURMA'
           DISPLAY '-----------------------------------'

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-SESSAO
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-SESSAO = '00'
               MOVE SPACES TO WS-UNIDADE-SESSAO
           END-IF
           MOVE WS-UNIDADE-SESSAO TO WS-MAT-UNI-ALUNO

           MOVE 'ALUNOS.TXT' TO WS-ARQ-LOGICO
           CALL 'ARQUIVO-FISICO' USING WS-ARQ-LOGICO
                                       WS-ALUNOS-NOME
                       'LIMITES PADRAO (5,00 / 7,00)'
           END-IF

           PERFORM APLICA-PARAM-VIGENTE

           COMPUTE WS-SOMA-PESOS = WS-PESO1 + WS-PESO2
                                  + WS-PESO3 + WS-PESO4
           IF WS-SOMA-PESOS > 0
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * VERSAO DE MEDIAPAR.TXT VIGENTE NO FECHO DO BIMESTRE DE
      * REFERENCIA (LIMITADO A HOJE): LOTE ATRASADO DE UM BIMESTRE
      * ANTERIOR A UMA TROCA DE REGRA FICA COM A REGRA DA EPOCA; O
      * BIMESTRE DE REFERENCIA CONTINUA O DO ARQUIVO ATUAL
      *-----------------------------------------------------------------
       APLICA-PARAM-VIGENTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VIG-HOJE
           MOVE WS-VIG-HOJE TO WS-VIG-DATA
           MOVE 'N' TO WS-FIM-CAL
           OPEN INPUT BIMESTRE-CAL
           IF WS-CAL-STATUS = '00'
               PERFORM UNTIL WS-FIM-CAL-SIM
                   READ BIMESTRE-CAL
                       AT END
                           SET WS-FIM-CAL-SIM TO TRUE
                       NOT AT END
                           IF BC-BIMESTRE = WS-BIMESTRE
                               CALL 'DATA-VALIDA' USING BC-DATA-FECHO
                                                        WS-VIG-OK
                                                        WS-VIG-MOTIVO
                                                        WS-VIG-FECHO
                               END-CALL
                               IF WS-VIG-OK = 'S' AND
                                  WS-VIG-FECHO < WS-VIG-HOJE
                                   MOVE WS-VIG-FECHO TO WS-VIG-DATA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BIMESTRE-CAL
           END-IF

           CALL 'PARAM-VIGENTE' USING WS-VIG-ARQUIVO
                                      WS-VIG-CHAVE
                                      WS-VIG-DATA
                                      WS-VIG-RESULTADO
                                      WS-VIG-REGISTRO
                                      WS-VIG-VERSAO
           END-CALL

           IF WS-VIG-ACHADA
               IF WS-VIG-RECUPERACAO NUMERIC AND
                  WS-VIG-APROVACAO NUMERIC
                   MOVE WS-VIG-RECUPERACAO TO WS-LIMITE-RECUPERACAO
                   MOVE WS-VIG-APROVACAO   TO WS-LIMITE-APROVACAO
               END-IF
               IF WS-VIG-PESO1 NUMERIC AND WS-VIG-PESO2 NUMERIC AND
                  WS-VIG-PESO3 NUMERIC AND WS-VIG-PESO4 NUMERIC
                   MOVE WS-VIG-PESO1 TO WS-PESO1
                   MOVE WS-VIG-PESO2 TO WS-PESO2
                   MOVE WS-VIG-PESO3 TO WS-PESO3
                   MOVE WS-VIG-PESO4 TO WS-PESO4
               END-IF
           END-IF
           DISPLAY 'PARAMETROS: ' WS-VIG-VERSAO
           EXIT.
       FIM-APLICA-PARAM-VIGENTE.

       VERIFICA-JANELA-BIMESTRE.
           CALL 'BIMESTRE-JANELA' USING WS-BIMESTRE
                                        WS-JANELA-RESULTADO
                            TO WS-MAT-NUMERO(WS-QTD-MAT)
                       MOVE MT-SITUACAO
                            TO WS-MAT-SITUACAO(WS-QTD-MAT)
                       MOVE MT-UNIDADE
                            TO WS-MAT-UNIDADE(WS-QTD-MAT)
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
           MOVE 'N' TO WS-MAT-AMBIGUA
           MOVE SPACES TO WS-MAT-ALUNO
           MOVE 'A' TO WS-MAT-SIT-ALUNO
           MOVE WS-UNIDADE-SESSAO TO WS-MAT-UNI-ALUNO

           PERFORM VARYING WS-MAT-I FROM 1 BY 1
                   UNTIL WS-MAT-I > WS-QTD-MAT
                       MOVE WS-MAT-NUMERO(WS-MAT-I) TO WS-MAT-ALUNO
                       MOVE WS-MAT-SITUACAO(WS-MAT-I)
                            TO WS-MAT-SIT-ALUNO
                       IF WS-MAT-UNIDADE(WS-MAT-I) NOT = SPACES
                           MOVE WS-MAT-UNIDADE(WS-MAT-I)
                                TO WS-MAT-UNI-ALUNO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
                           ADD 1 TO WS-QTD-FREQ
                           MOVE FQ-NOME
                                TO WS-FREQ-NOME(WS-QTD-FREQ)
                           IF FQ-AULAS-ABONADAS NOT NUMERIC
                               MOVE ZERO TO FQ-AULAS-ABONADAS
                           END-IF
                           COMPUTE WS-FREQ-PCT(WS-QTD-FREQ) =
                               ((FQ-AULAS-ASSISTIDAS +
                                 FQ-AULAS-ABONADAS) * 100)
                               / FQ-AULAS-DADAS
                           END-COMPUTE
                       END-IF
                   MOVE FD-NOTA3 TO FDS-NOTA3
                   MOVE FD-NOTA4 TO FDS-NOTA4
                   MOVE FD-DATA  TO FDS-DATA
                   MOVE WS-MAT-UNI-ALUNO TO FDS-UNIDADE
                   WRITE NOTAS-SAIDA-REC
                       INVALID KEY
                           READ NOTAS
                               MOVE FD-NOTA3 TO FDS-NOTA3
                               MOVE FD-NOTA4 TO FDS-NOTA4
                               MOVE FD-DATA  TO FDS-DATA
                               MOVE WS-MAT-UNI-ALUNO TO FDS-UNIDADE
                               REWRITE NOTAS-SAIDA-REC
                           ELSE
                               DISPLAY FD-NOME ' - MATRICULA ' FDS-ID
