      *                    ARQUIVO-FISICO (tabela ARQTAB.TXT do
      *                    perfil ativo): o ensaio deixa de anexar
      *                    pesagens de teste no historico de producao
      *   15/10/2026 MC  - IMC para idade do paciente menor de 19
      *                    anos: a idade em meses sai do PAC-
      *                    NASCIMENTO na data do check-in e, abaixo
      *                    de 228 meses, o IMC e classificado pelo
      *                    escore-z/percentil das curvas da OMS da
      *                    tabela IMCIDADE.TXT (IMCIDADE.CPY, LMS por
      *                    sexo e idade em meses): MAGREZA, EUTROFIA,
      *                    SOBREPESO ou OBESIDADE, em vez das faixas
      *                    de adulto; o peso ideal de adulto e o risco
      *                    combinado (cortes de adulto) nao se
      *                    aplicam e ficam de fora; percentil e
      *                    escore-z vao para o PESOHIST.TXT; adulto,
      *                    paciente sem cadastro ou sem nascimento
      *                    seguem como antes
      *   15/10/2026 MC  - Escore-z, percentil e classificacao do IMC
      *                    para idade passaram para a rotina
      *                    compartilhada IMC-IDADE (que carrega o
      *                    IMCIDADE.TXT), usada tambem pela triagem
      *                    nutricional da escola
      *   15/10/2026 MC  - Profissional do atendimento no check-in
      *                    (PROFISSIONAIS.TXT, PROFISS.CPY): pedido no
      *                    interativo e lido do novo PR-PROFISSIONAL
      *                    no lote; em branco vale o responsavel do
      *                    paciente (PAC-PROFISSIONAL); codigo fora do
      *                    cadastro ou inativo tambem cai no
      *                    responsavel, com linha de AUDITORIA.TXT, sem
      *                    rejeitar o check-in; gravado no novo
      *                    PH-PROFISSIONAL do PESOHIST.TXT
      *   15/10/2026 MC  - Encaminhamento medico: o alerta de risco
      *                    combinado abre um registro em ENCAMINHA.TXT
      *                    (ENCAMIN.CPY - paciente, data, motivo e
      *                    valores medidos), a menos que o paciente ja
      *                    tenha um pendente; check-in de paciente com
      *                    encaminhamento pendente lembra a recepcao
      *                    da entrega ou do retorno medico
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESO-IDEAL.
           SELECT VITAIS-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VITAIS-STATUS.
           SELECT PROFISSIONAIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROF-STATUS.
           SELECT ENCAMINHAMENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENC-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           02 PARAM-PRES-SIS-LIM       PIC 9(03).
           02 PARAM-PRES-DIA-LIM       PIC 9(03).
           02 PARAM-IMC-LIM            PIC 9(02)V99.
       FD PROFISSIONAIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PROFISSIONAIS.TXT'.
       COPY PROFISS.CPY.
       FD ENCAMINHAMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ENCAMINHA.TXT'.
       COPY ENCAMIN.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-PESOHIST-NOME             PIC X(30)
           02 WS-PAC-ENTRADA OCCURS 500 TIMES.
               03 WS-PAC-ID            PIC X(05).
               03 WS-PAC-NOME          PIC X(30).
               03 WS-PAC-NASCIMENTO    PIC X(10).
               03 WS-PAC-PROFISSIONAL  PIC X(05).
       01 WS-PAC-I                     PIC 9(03) VALUE ZERO.
       01 WS-PACIENTE-ID               PIC X(05) VALUE SPACES.
       01 WS-PACIENTE-NASC             PIC X(10) VALUE SPACES.
       01 WS-PACIENTE-PROF             PIC X(05) VALUE SPACES.
      *-----------------------------------------------------------------
      * PROFISSIONAIS DA CLINICA (PROFISSIONAL DO ATENDIMENTO)
      *-----------------------------------------------------------------
       01 WS-PROF-STATUS               PIC X(02) VALUE '00'.
       01 WS-FIM-PROF                  PIC X(01) VALUE 'N'.
           88 WS-FIM-PROF-SIM                 VALUE 'S'.
       01 WS-CADASTRO-PROF-ATIVO       PIC X(01) VALUE 'N'.
           88 WS-CADASTRO-PROF-ATIVO-SIM      VALUE 'S'.
       01 WS-TAB-PROF-LIMITE           PIC 9(03) VALUE 100.
       01 WS-QTD-PROFISSIONAIS         PIC 9(03) VALUE ZERO.
       01 WS-TABELA-PROF.
           02 WS-PF-ENTRADA OCCURS 100 TIMES.
               03 WS-PF-CODIGO         PIC X(05).
               03 WS-PF-ATIVO          PIC X(01).
       01 WS-PF-I                      PIC 9(03) VALUE ZERO.
       01 WS-PF-ACHOU-I                PIC 9(03) VALUE ZERO.
       01 WS-PROF-ATEND                PIC X(05) VALUE SPACES.
      *-----------------------------------------------------------------
      * ENCAMINHAMENTO MEDICO DO RISCO COMBINADO
      *-----------------------------------------------------------------
       01 WS-ENC-STATUS                PIC X(02) VALUE '00'.
       01 WS-ENC-FLAGS.
           02 WS-ENC-FIM            PIC X(01) VALUE 'N'.
               88 WS-ENC-FIM-SIM            VALUE 'S'.
           02 WS-ENC-PENDENTE       PIC X(01) VALUE 'N'.
               88 WS-ENC-PENDENTE-SIM       VALUE 'S'.
       01 WS-ENC-ULTIMO-NUMERO         PIC 9(05) VALUE ZERO.
       01 WS-ENC-PEND-NUMERO           PIC 9(05) VALUE ZERO.
       01 WS-ENC-PEND-DATA             PIC X(10) VALUE SPACES.
       01 WS-ENC-PEND-SITUACAO         PIC X(01) VALUE SPACES.
       01 WS-ENC-MOTIVO                PIC X(30) VALUE SPACES.
       01 WS-ENC-PONTEIRO              PIC 9(02) VALUE 1.
       01 WS-QTD-ENCAMINHADOS          PIC 9(04) VALUE ZERO.
       01 WS-IMCID-MESES               PIC 9(03) VALUE ZERO.
       01 WS-IMCID-RETORNO             PIC X(01) VALUE 'N'.
           88 WS-IMCID-CLASSIFICADO           VALUE 'S'.
           88 WS-IMCID-SEM-TABELA             VALUE 'T'.
       01 WS-MENOR-19                  PIC X(01) VALUE 'N'.
           88 WS-MENOR-19-SIM                 VALUE 'S'.
       01 WS-IDADE-LIMITE-MESES        PIC 9(03) VALUE 228.
       01 WS-IDADE-MESES               PIC S9(04) VALUE ZERO.
       01 WS-IDADE-MESES-MASK          PIC ZZ9.
       01 WS-DATA-REF-FMT              PIC X(10) VALUE SPACES.
       01 WS-REF-ANO                   PIC 9(04) VALUE ZERO.
       01 WS-REF-MES                   PIC 9(02) VALUE ZERO.
       01 WS-REF-DIA                   PIC 9(02) VALUE ZERO.
       01 WS-NASC-ANO                  PIC 9(04) VALUE ZERO.
       01 WS-NASC-MES                  PIC 9(02) VALUE ZERO.
       01 WS-NASC-DIA                  PIC 9(02) VALUE ZERO.
       01 WS-IMC-ZSCORE                PIC S9(02)V99 VALUE ZERO.
       01 WS-IMC-ZSCORE-MASK           PIC -Z9,99.
       01 WS-IMC-PERCENTIL             PIC 9(03)V9 VALUE ZERO.
       01 WS-IMC-PERCENTIL-MASK        PIC ZZ9,9.
       01 WS-VITAIS-STATUS             PIC X(02) VALUE '00'.
       01 WS-CINTURA                   PIC 9(03) VALUE ZERO.
       01 WS-PRES-SIS                  PIC 9(03) VALUE ZERO.
           PERFORM CARREGA-METAS
           PERFORM CARREGA-PACIENTES
           PERFORM CARREGA-VITAISPAR
           PERFORM CARREGA-PROFISSIONAIS

           OPEN INPUT CARTAO
           IF WS-CARTAO-STATUS = '00'
                            TO WS-PAC-ID(WS-QTD-PACIENTES)
                       MOVE PAC-NOME
                            TO WS-PAC-NOME(WS-QTD-PACIENTES)
                       MOVE PAC-NASCIMENTO
                            TO WS-PAC-NASCIMENTO(WS-QTD-PACIENTES)
                       MOVE PAC-PROFISSIONAL
                            TO WS-PAC-PROFISSIONAL(WS-QTD-PACIENTES)
                   END-IF
                   PERFORM LER-PACIENTES
               END-PERFORM
           EXIT.
       FIM-LER-PACIENTES.

       CARREGA-PROFISSIONAIS.
           OPEN INPUT PROFISSIONAIS
           IF WS-PROF-STATUS = '00'
               SET WS-CADASTRO-PROF-ATIVO-SIM TO TRUE
               PERFORM LER-PROFISSIONAIS
               PERFORM UNTIL WS-FIM-PROF-SIM
                   IF WS-QTD-PROFISSIONAIS < WS-TAB-PROF-LIMITE
                       ADD 1 TO WS-QTD-PROFISSIONAIS
                       MOVE PF-CODIGO
                            TO WS-PF-CODIGO(WS-QTD-PROFISSIONAIS)
                       MOVE PF-ATIVO
                            TO WS-PF-ATIVO(WS-QTD-PROFISSIONAIS)
                   END-IF
                   PERFORM LER-PROFISSIONAIS
               END-PERFORM
               CLOSE PROFISSIONAIS
           END-IF
           EXIT.
       FIM-CARREGA-PROFISSIONAIS.

       LER-PROFISSIONAIS.
           READ PROFISSIONAIS
               AT END
                   SET WS-FIM-PROF-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-PROFISSIONAIS.

       CARREGA-VITAISPAR.
           OPEN INPUT VITAIS-PARAM
           IF WS-VITAIS-STATUS = '00'
               MOVE WS-LIM-CINTURA-M TO WS-LIM-CINTURA-ALUNO
           END-IF

           IF WS-IMC >= WS-LIM-IMC AND NOT WS-MENOR-19-SIM
               IF (WS-CINTURA > 0 AND
                   WS-CINTURA >= WS-LIM-CINTURA-ALUNO)
                  OR
                       'CINTURA OU PRESSAO ACIMA DO CORTE - '
                       'ENCAMINHAR PARA AVALIACAO'
           END-IF

           PERFORM CONSULTA-ENCAMINHAMENTO
           IF WS-ENC-PENDENTE-SIM
               IF WS-ENC-PEND-SITUACAO = 'A'
                   DISPLAY 'ENCAMINHAMENTO MEDICO ' WS-ENC-PEND-NUMERO
                           ' DE ' WS-ENC-PEND-DATA ' AINDA NAO '
                           'ENTREGUE - CONFIRMAR A ENTREGA'
               ELSE
                   DISPLAY 'ENCAMINHAMENTO MEDICO ' WS-ENC-PEND-NUMERO
                           ' DE ' WS-ENC-PEND-DATA ' ENTREGUE - '
                           'REGISTRAR O RETORNO MEDICO'
               END-IF
           ELSE
               IF WS-RISCO-COMBINADO-SIM
                   PERFORM GRAVA-ENCAMINHAMENTO
               END-IF
           END-IF
           EXIT.
       FIM-AVALIA-RISCO-COMBINADO.

      *-----------------------------------------------------------------
      * ENCAMINHAMENTO PENDENTE (ABERTO OU ENTREGUE) DO PACIENTE E
      * ULTIMO NUMERO USADO NO ENCAMINHA.TXT
      *-----------------------------------------------------------------
       CONSULTA-ENCAMINHAMENTO.
           MOVE 'N'    TO WS-ENC-FIM
           MOVE 'N'    TO WS-ENC-PENDENTE
           MOVE ZERO   TO WS-ENC-ULTIMO-NUMERO
           MOVE ZERO   TO WS-ENC-PEND-NUMERO
           MOVE SPACES TO WS-ENC-PEND-DATA
           MOVE SPACES TO WS-ENC-PEND-SITUACAO

           OPEN INPUT ENCAMINHAMENTOS
           IF WS-ENC-STATUS = '00'
               PERFORM LER-ENCAMINHAMENTO
               PERFORM UNTIL WS-ENC-FIM-SIM
                   IF EN-NUMERO NUMERIC AND
                      EN-NUMERO > WS-ENC-ULTIMO-NUMERO
                       MOVE EN-NUMERO TO WS-ENC-ULTIMO-NUMERO
                   END-IF
                   IF EN-PENDENTE
                       IF (WS-PACIENTE-ID NOT = SPACES AND
                           EN-PACIENTE = WS-PACIENTE-ID)
                          OR EN-NOME = WS-NOME
                           SET WS-ENC-PENDENTE-SIM TO TRUE
                           MOVE EN-NUMERO   TO WS-ENC-PEND-NUMERO
                           MOVE EN-DATA     TO WS-ENC-PEND-DATA
                           MOVE EN-SITUACAO TO WS-ENC-PEND-SITUACAO
                       END-IF
                   END-IF
                   PERFORM LER-ENCAMINHAMENTO
               END-PERFORM
               CLOSE ENCAMINHAMENTOS
           END-IF
           EXIT.
       FIM-CONSULTA-ENCAMINHAMENTO.

       LER-ENCAMINHAMENTO.
           READ ENCAMINHAMENTOS
               AT END
                   SET WS-ENC-FIM-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ENCAMINHAMENTO.

      *-----------------------------------------------------------------
      * NOVO ENCAMINHAMENTO ABERTO COM OS VALORES DO CHECK-IN E OS
      * CRITERIOS QUE PASSARAM DO CORTE
      *-----------------------------------------------------------------
       GRAVA-ENCAMINHAMENTO.
           MOVE SPACES TO WS-ENC-MOTIVO
           MOVE 1 TO WS-ENC-PONTEIRO
           STRING 'IMC' DELIMITED BY SIZE
                  INTO WS-ENC-MOTIVO WITH POINTER WS-ENC-PONTEIRO
           END-STRING
           IF WS-CINTURA > 0 AND WS-CINTURA >= WS-LIM-CINTURA-ALUNO
               STRING '+CINTURA' DELIMITED BY SIZE
                      INTO WS-ENC-MOTIVO WITH POINTER WS-ENC-PONTEIRO
               END-STRING
           END-IF
           IF (WS-PRES-SIS > 0 AND WS-PRES-SIS >= WS-LIM-PRES-SIS)
              OR
              (WS-PRES-DIA > 0 AND WS-PRES-DIA >= WS-LIM-PRES-DIA)
               STRING '+PRESSAO' DELIMITED BY SIZE
                      INTO WS-ENC-MOTIVO WITH POINTER WS-ENC-PONTEIRO
               END-STRING
           END-IF

           PERFORM MONTA-DATA-CHECKIN

           OPEN EXTEND ENCAMINHAMENTOS
           IF WS-ENC-STATUS = '35'
               OPEN OUTPUT ENCAMINHAMENTOS
           END-IF

           MOVE SPACES TO ENCAMINHA-REG
           ADD 1 TO WS-ENC-ULTIMO-NUMERO
           MOVE WS-ENC-ULTIMO-NUMERO TO EN-NUMERO
           MOVE WS-PACIENTE-ID   TO EN-PACIENTE
           MOVE WS-NOME          TO EN-NOME
           MOVE WS-HIST-DATA-FMT TO EN-DATA
           MOVE WS-ENC-MOTIVO    TO EN-MOTIVO
           MOVE WS-IMC           TO EN-IMC
           MOVE WS-CINTURA       TO EN-CINTURA
           MOVE WS-PRES-SIS      TO EN-PRES-SIS
           MOVE WS-PRES-DIA      TO EN-PRES-DIA
           MOVE WS-PROF-ATEND    TO EN-PROFISSIONAL
           MOVE WS-RUNID         TO EN-EXEC
           SET EN-ABERTO         TO TRUE
           WRITE ENCAMINHA-REG

           CLOSE ENCAMINHAMENTOS
           ADD 1 TO WS-QTD-ENCAMINHADOS
           DISPLAY 'ENCAMINHAMENTO MEDICO ' EN-NUMERO ' ABERTO ('
                   FUNCTION TRIM(WS-ENC-MOTIVO) ') - ENTREGAR AO '
                   'PACIENTE'
           EXIT.
       FIM-GRAVA-ENCAMINHAMENTO.

       RESOLVE-PACIENTE.
           MOVE 'N' TO WS-PAC-ACHOU
           MOVE SPACES TO WS-PACIENTE-ID
           MOVE SPACES TO WS-PACIENTE-NASC
           MOVE SPACES TO WS-PACIENTE-PROF

           PERFORM VARYING WS-PAC-I FROM 1 BY 1
                   UNTIL WS-PAC-I > WS-QTD-PACIENTES
               IF WS-PAC-NOME(WS-PAC-I) = WS-NOME
                   SET WS-PAC-ACHOU-SIM TO TRUE
                   MOVE WS-PAC-ID(WS-PAC-I) TO WS-PACIENTE-ID
                   MOVE WS-PAC-NASCIMENTO(WS-PAC-I)
                        TO WS-PACIENTE-NASC
                   MOVE WS-PAC-PROFISSIONAL(WS-PAC-I)
                        TO WS-PACIENTE-PROF
               END-IF
           END-PERFORM

           EXIT.
       FIM-RESOLVE-PACIENTE.

      *-----------------------------------------------------------------
      * PROFISSIONAL DO ATENDIMENTO: O INFORMADO, SE ATIVO NO
      * PROFISSIONAIS.TXT; EM BRANCO, FORA DO CADASTRO OU INATIVO VALE
      * O RESPONSAVEL DO PACIENTE (O CHECK-IN DO PESO NAO E REJEITADO)
      *-----------------------------------------------------------------
       RESOLVE-PROFISSIONAL.
           IF WS-PROF-ATEND NOT = SPACES AND
              WS-CADASTRO-PROF-ATIVO-SIM
               MOVE ZERO TO WS-PF-ACHOU-I
               PERFORM VARYING WS-PF-I FROM 1 BY 1
                       UNTIL WS-PF-I > WS-QTD-PROFISSIONAIS
                          OR WS-PF-ACHOU-I > 0
                   IF WS-PF-CODIGO(WS-PF-I) = WS-PROF-ATEND
                       MOVE WS-PF-I TO WS-PF-ACHOU-I
                   END-IF
               END-PERFORM
               IF WS-PF-ACHOU-I = 0
                   MOVE 'PROFISSIONAL'  TO WS-AUDIT-CAMPO
                   MOVE WS-PROF-ATEND   TO WS-AUDIT-VALOR
                   MOVE 'PROFISSIONAL FORA DO CADASTRO'
                        TO WS-AUDIT-MOTIVO
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY WS-NOME ' - PROFISSIONAL ' WS-PROF-ATEND
                           ' NAO CADASTRADO - VALE O RESPONSAVEL'
                   MOVE SPACES TO WS-PROF-ATEND
               ELSE
                   IF WS-PF-ATIVO(WS-PF-ACHOU-I) = 'N'
                       MOVE 'PROFISSIONAL'  TO WS-AUDIT-CAMPO
                       MOVE WS-PROF-ATEND   TO WS-AUDIT-VALOR
                       MOVE 'PROFISSIONAL INATIVO NO CADASTRO'
                            TO WS-AUDIT-MOTIVO
                       PERFORM GRAVA-AUDITORIA
                       DISPLAY WS-NOME ' - PROFISSIONAL '
                               WS-PROF-ATEND
                               ' INATIVO - VALE O RESPONSAVEL'
                       MOVE SPACES TO WS-PROF-ATEND
                   END-IF
               END-IF
           END-IF

           IF WS-PROF-ATEND = SPACES
               MOVE WS-PACIENTE-PROF TO WS-PROF-ATEND
           END-IF
           EXIT.
       FIM-RESOLVE-PROFISSIONAL.

       PROCESSA-PROGRAMA.
           IF WS-MODO-LOTE
               PERFORM PROCESSA-LOTE
           END-CALL
           PERFORM RESOLVE-PACIENTE

           DISPLAY 'PROFISSIONAL DO ATENDIMENTO (EM BRANCO = '
                   'RESPONSAVEL DO PACIENTE): '
           MOVE SPACES TO WS-PROF-ATEND
           ACCEPT WS-PROF-ATEND
           PERFORM RESOLVE-PROFISSIONAL

           DISPLAY 'INFORME SEXO: "M" OU "F"' ACCEPT WS-SEXO

           IF WS-SEXO <> 'M' AND WS-SEXO <> 'F'
               PERFORM CALCULA-PESO-IDEAL
               PERFORM AVALIA-RISCO-COMBINADO

               IF WS-MENOR-19-SIM
                   DISPLAY 'PESO IDEAL: NAO SE APLICA (MENOR DE 19 '
                           'ANOS)'
               ELSE
                   DISPLAY 'PESO IDEAL: ' WS-PESO-IDEAL-MASK ' KG'
               END-IF
               DISPLAY '......................................'

               PERFORM CONSULTA-HISTORICO-PESO
                   CALL 'NOME-NORMALIZA' USING WS-NOME
                   END-CALL
                   PERFORM RESOLVE-PACIENTE
                   MOVE PR-PROFISSIONAL TO WS-PROF-ATEND
                   PERFORM RESOLVE-PROFISSIONAL
                   MOVE PR-SEXO       TO WS-SEXO
                   MOVE PR-ALTURA     TO WS-ALTURA
                   MOVE PR-PESO-ATUAL TO WS-PESO-ATUAL
       FIM-VALIDA-DADOS-PESO.

       CALCULA-PESO-IDEAL.
           PERFORM CALCULA-IDADE-MESES

           IF WS-MENOR-19-SIM
               MOVE 'IDADE' TO WS-METODO-NOME
               MOVE ZERO TO WS-PESO-IDEAL
               MOVE WS-IDADE-MESES TO WS-IDADE-MESES-MASK
               DISPLAY 'PACIENTE COM ' WS-IDADE-MESES-MASK
                       ' MESES - PESO IDEAL DE ADULTO NAO SE APLICA'
           ELSE
               EVALUATE TRUE
                   WHEN WS-METODO-DEVINE
                       MOVE 'DEVINE' TO WS-METODO-NOME
                       COMPUTE WS-ALTURA-CM = WS-ALTURA * 100
                       IF WS-SEXO = 'M'
                           COMPUTE WS-PESO-IDEAL = 50 +
                               (WS-DEVINE-FATOR *
                                (WS-ALTURA-CM - WS-DEVINE-BASE-CM))
                       END-IF
                       IF WS-SEXO = 'F'
                           COMPUTE WS-PESO-IDEAL = 45,5 +
                               (WS-DEVINE-FATOR *
                                (WS-ALTURA-CM - WS-DEVINE-BASE-CM))
                       END-IF
                   WHEN WS-METODO-IMC-MEDIO
                       MOVE 'IMC-MED' TO WS-METODO-NOME
                       COMPUTE WS-PESO-IDEAL = WS-IMC-PONTO-MEDIO *
                               WS-ALTURA * WS-ALTURA
                   WHEN OTHER
                       MOVE 'PADRAO' TO WS-METODO-NOME
                       IF WS-SEXO = 'M'
                           COMPUTE WS-PESO-IDEAL =
                                   (WS-ALTURA * 72,7) - 58
                       END-IF
                       IF WS-SEXO = 'F'
                           COMPUTE WS-PESO-IDEAL =
                                   (WS-ALTURA * 62,1) - 44,7
                       END-IF
               END-EVALUATE

               DISPLAY 'METODO DE PESO IDEAL: ' WS-METODO-NOME

               IF WS-PESO-ATUAL > WS-PESO-IDEAL
                   DISPLAY 'ACIMA DO PESO IDEAL!!!'
               END-IF
               IF WS-PESO-ATUAL < WS-PESO-IDEAL
                   DISPLAY 'ABAIXO DO PESO IDEAL!!!'
               END-IF
               IF WS-PESO-ATUAL = WS-PESO-IDEAL
                   DISPLAY 'PESO IDEAL!!!'
               END-IF
           END-IF

           MOVE WS-PESO-IDEAL TO WS-PESO-IDEAL-MASK

           PERFORM CALCULA-IMC

           DISPLAY 'IMC: ' WS-IMC-MASK ' - ' WS-IMC-CLASSIFICACAO

           MOVE WS-IMC TO WS-IMC-MASK

           IF WS-MENOR-19-SIM
               PERFORM CLASSIFICA-IMC-IDADE
           ELSE
               IF WS-IMC < 18,5
                   MOVE 'ABAIXO DO PESO' TO WS-IMC-CLASSIFICACAO
               END-IF
               IF WS-IMC >= 18,5 AND WS-IMC < 25
                   MOVE 'PESO NORMAL' TO WS-IMC-CLASSIFICACAO
               END-IF
               IF WS-IMC >= 25 AND WS-IMC < 30
                   MOVE 'SOBREPESO' TO WS-IMC-CLASSIFICACAO
               END-IF
               IF WS-IMC >= 30
                   MOVE 'OBESIDADE' TO WS-IMC-CLASSIFICACAO
               END-IF
           END-IF
           EXIT.
       FIM-CALCULA-IMC.

      *-----------------------------------------------------------------
      * IDADE EM MESES COMPLETOS NA DATA DO CHECK-IN (DATAPROC.TXT
      * QUANDO PRESENTE, SENAO DATA DA MAQUINA); SEM CADASTRO OU SEM
      * NASCIMENTO VALIDO O PACIENTE SEGUE COMO ADULTO
      *-----------------------------------------------------------------
       CALCULA-IDADE-MESES.
           MOVE 'N' TO WS-MENOR-19
           MOVE ZERO TO WS-IDADE-MESES
           MOVE ZERO TO WS-IMC-PERCENTIL
           MOVE ZERO TO WS-IMC-ZSCORE

           IF WS-PACIENTE-NASC(1:2) NUMERIC AND
              WS-PACIENTE-NASC(4:2) NUMERIC AND
              WS-PACIENTE-NASC(7:4) NUMERIC
               IF WS-DATA-PROC-ATIVA-SIM
                   MOVE WS-DATA-PROC-OVR TO WS-DATA-REF-FMT
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-HIST-DATA-ATUAL
                   STRING WS-HIST-DIA '/' WS-HIST-MES '/' WS-HIST-ANO
                          DELIMITED BY SIZE
                          INTO WS-DATA-REF-FMT
                   END-STRING
               END-IF
               MOVE WS-DATA-REF-FMT(7:4)  TO WS-REF-ANO
               MOVE WS-DATA-REF-FMT(4:2)  TO WS-REF-MES
               MOVE WS-DATA-REF-FMT(1:2)  TO WS-REF-DIA
               MOVE WS-PACIENTE-NASC(7:4) TO WS-NASC-ANO
               MOVE WS-PACIENTE-NASC(4:2) TO WS-NASC-MES
               MOVE WS-PACIENTE-NASC(1:2) TO WS-NASC-DIA

               COMPUTE WS-IDADE-MESES =
                       (WS-REF-ANO - WS-NASC-ANO) * 12
                       + WS-REF-MES - WS-NASC-MES
               IF WS-REF-DIA < WS-NASC-DIA
                   SUBTRACT 1 FROM WS-IDADE-MESES
               END-IF

               IF WS-IDADE-MESES >= 0 AND
                  WS-IDADE-MESES < WS-IDADE-LIMITE-MESES
                   SET WS-MENOR-19-SIM TO TRUE
               END-IF
           END-IF
           EXIT.
       FIM-CALCULA-IDADE-MESES.

      *-----------------------------------------------------------------
      * IMC PARA IDADE (OMS) PELA ROTINA COMPARTILHADA IMC-IDADE
      *-----------------------------------------------------------------
       CLASSIFICA-IMC-IDADE.
           MOVE WS-IDADE-MESES TO WS-IMCID-MESES
           CALL 'IMC-IDADE' USING WS-SEXO
                                  WS-IMCID-MESES
                                  WS-IMC
                                  WS-IMCID-RETORNO
                                  WS-IMC-ZSCORE
                                  WS-IMC-PERCENTIL
                                  WS-IMC-CLASSIFICACAO
           END-CALL

           IF WS-IMCID-CLASSIFICADO
               MOVE WS-IMC-ZSCORE    TO WS-IMC-ZSCORE-MASK
               MOVE WS-IMC-PERCENTIL TO WS-IMC-PERCENTIL-MASK
               DISPLAY 'IMC PARA IDADE: ESCORE-Z ' WS-IMC-ZSCORE-MASK
                       ' - PERCENTIL ' WS-IMC-PERCENTIL-MASK
           ELSE
               IF NOT WS-IMCID-SEM-TABELA
                   DISPLAY WS-NOME ' - SEM LINHA NO IMCIDADE.TXT '
                           'PARA O SEXO/IDADE - IMC SEM CLASSIFICACAO'
               END-IF
           END-IF
           EXIT.
       FIM-CLASSIFICA-IMC-IDADE.

       FINALIZA-PROGRAMA.
           DISPLAY '......................................'
           DISPLAY 'PESSOAS PROCESSADAS : ' WS-QTD-PROCESSADOS
           DISPLAY 'PESSOAS REJEITADAS  : ' WS-QTD-REJEITADOS
           DISPLAY 'ALERTAS DE RISCO    : ' WS-QTD-RISCO
           DISPLAY 'ENCAMINHAMENTOS     : ' WS-QTD-ENCAMINHADOS
           DISPLAY '......................................'
           PERFORM GRAVA-RESUMO
           MOVE WS-RETORNO-JOB TO RETURN-CODE
       FIM-AVALIA-RITMO-META.

       GRAVA-HISTORICO-PESO.
           PERFORM MONTA-DATA-CHECKIN

           OPEN EXTEND PESO-HIST
           IF WS-HIST-STATUS = '35'
           MOVE WS-CINTURA     TO PH-CINTURA
           MOVE WS-PRES-SIS    TO PH-PRES-SIS
           MOVE WS-PRES-DIA    TO PH-PRES-DIA
           MOVE WS-IMC-PERCENTIL TO PH-IMC-PERCENTIL
           MOVE WS-IMC-ZSCORE  TO PH-IMC-ZSCORE
           MOVE WS-PROF-ATEND  TO PH-PROFISSIONAL
           WRITE PESO-HIST-REG

           CLOSE PESO-HIST
           EXIT.
       FIM-GRAVA-HISTORICO-PESO.

       MONTA-DATA-CHECKIN.
           IF WS-DATA-PROC-ATIVA-SIM
               MOVE WS-DATA-PROC-OVR TO WS-HIST-DATA-FMT
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-HIST-DATA-ATUAL
               STRING WS-HIST-DIA '/' WS-HIST-MES '/' WS-HIST-ANO
                      DELIMITED BY SIZE
                      INTO WS-HIST-DATA-FMT
               END-STRING
           END-IF
           EXIT.
       FIM-MONTA-DATA-CHECKIN.
      ******************************************************************
       END PROGRAM PESO-IDEAL.
