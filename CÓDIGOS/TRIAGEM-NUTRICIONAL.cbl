      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: TRIAGEM NUTRICIONAL ESCOLAR POR TURMA - CAMPANHA ANUAL
      *          EM QUE A ESCOLA PESA E MEDE TODOS OS ALUNOS: O
      *          OPERADOR ESCOLHE O ANO LETIVO E A TURMA, O PROGRAMA
      *          LISTA OS ALUNOS ATIVOS DA TURMA NO MATRICULAS.TXT E
      *          PEDE SEXO, PESO (KG) E ALTURA (CM) DE CADA UM (SEXO
      *          EM BRANCO = AUSENTE NA TRIAGEM); A IDADE EM MESES SAI
      *          DO MT-NASCIMENTO NA DATA DA TRIAGEM (DATAPROC.TXT
      *          QUANDO PRESENTE, SENAO A DATA DA MAQUINA) E O IMC E
      *          CLASSIFICADO PELA MESMA ROTINA IMC-IDADE DO
      *          PESO-IDEAL (CURVAS DA OMS DO IMCIDADE.TXT) ABAIXO DE
      *          19 ANOS, PELAS FAIXAS DE ADULTO DO PESO-IDEAL A PARTIR
      *          DAI; SAI O RELATORIO DA TURMA PARA A COORDENACAO PELA
      *          ROTINA IMPRESSAO (TRIAGEMNUT.TXT) COM A DISTRIBUICAO
      *          DO ESTADO NUTRICIONAL E A LISTA DE ENCAMINHAMENTO
      *          (MAGREZA E OBESIDADE); OS ENCAMINHADOS PODEM SER
      *          CADASTRADOS NO PACIENTES.TXT PARA A CLINICA FAZER O
      *          ACOMPANHAMENTO (NOME JA CADASTRADO NAO E DUPLICADO) E
      *          CADA ALUNO MEDIDO VAI PARA O TRIAGEM.TXT
      *          (TRIAGEM.CPY)
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Alunos da turma na unidade (MT-UNIDADE, em
      *                    branco = 01): unidade ativa (UNIDADE-ATIVA)
      *                    ou, na sessao consolidada, perguntada; a
      *                    triagem anterior e a dos alunos da lista
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAGEM-NUTRICIONAL.
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
           SELECT TRIAGEM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRI-STATUS.
           SELECT PACIENTES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAC-STATUS.
           SELECT DATA-PROC ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DATAPROC-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD TRIAGEM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TRIAGEM.TXT'.
       COPY TRIAGEM.CPY.

       FD PACIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PACIENTES.TXT'.
       COPY PACIENTE.CPY.

       FD DATA-PROC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'DATAPROC.TXT'.
       01 DATA-PROC-REG.
           02 DP-DATA                  PIC X(10).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-TRI-STATUS                PIC X(02) VALUE '00'.
       01 WS-PAC-STATUS                PIC X(02) VALUE '00'.
       01 WS-DATAPROC-STATUS           PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-FIM-TRI            PIC X(01) VALUE 'N'.
               88 WS-FIM-TRI-SIM          VALUE 'S'.
           02 WS-FIM-PAC            PIC X(01) VALUE 'N'.
               88 WS-FIM-PAC-SIM          VALUE 'S'.
           02 WS-MEDIDA-VALIDA      PIC X(01) VALUE 'N'.
               88 WS-MEDIDA-OK            VALUE 'S'.
           02 WS-PAC-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-PAC-ACHOU-SIM        VALUE 'S'.
           02 WS-JA-TRIADA          PIC X(01) VALUE 'N'.
               88 WS-JA-TRIADA-SIM        VALUE 'S'.
       01 WS-ANO                       PIC 9(04) VALUE ZERO.
       01 WS-TURMA                     PIC X(03) VALUE SPACES.
       01 WS-UNIDADE                   PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-ATIVA             PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME              PIC X(40) VALUE SPACES.
       01 WS-MT-UNIDADE                PIC X(02) VALUE SPACES.
       01 WS-CONFIRMA                  PIC X(01) VALUE 'N'.
       01 WS-DATA-TRIAGEM              PIC X(10) VALUE SPACES.
       01 WS-DATA-ATUAL.
           02 WS-ATUAL-ANO      PIC 9(04).
           02 WS-ATUAL-MES      PIC 9(02).
           02 WS-ATUAL-DIA      PIC 9(02).
       01 WS-REF-ANO                   PIC 9(04) VALUE ZERO.
       01 WS-REF-MES                   PIC 9(02) VALUE ZERO.
       01 WS-REF-DIA                   PIC 9(02) VALUE ZERO.
       01 WS-NASC-ANO                  PIC 9(04) VALUE ZERO.
       01 WS-NASC-MES                  PIC 9(02) VALUE ZERO.
       01 WS-NASC-DIA                  PIC 9(02) VALUE ZERO.
       01 WS-IDADE-MESES               PIC S9(04) VALUE ZERO.
       01 WS-IDADE-LIMITE-MESES        PIC 9(03) VALUE 228.
       01 WS-TAB-AL-LIMITE             PIC 9(03) VALUE 080.
       01 WS-QTD-ALUNOS                PIC 9(03) VALUE ZERO.
       01 WS-TABELA-ALUNOS.
           02 WS-AL-ENTRADA OCCURS 80 TIMES.
               03 WS-AL-MATRICULA      PIC X(05).
               03 WS-AL-NOME           PIC X(30).
               03 WS-AL-NASCIMENTO     PIC X(10).
               03 WS-AL-SEXO           PIC X(01).
               03 WS-AL-PESO           PIC 9(03)V9.
               03 WS-AL-ALTURA         PIC 9(03).
               03 WS-AL-IMC            PIC 9(02)V99.
               03 WS-AL-MESES          PIC 9(03).
               03 WS-AL-ZSCORE         PIC S9(02)V99.
               03 WS-AL-PERCENTIL      PIC 9(03)V9.
               03 WS-AL-CLASSIFICACAO  PIC X(20).
               03 WS-AL-SITUACAO       PIC X(01).
                   88 WS-AL-AUSENTE           VALUE 'A'.
                   88 WS-AL-MEDIDO            VALUE 'M'.
               03 WS-AL-ENCAMINHA      PIC X(01).
                   88 WS-AL-ENCAMINHA-SIM     VALUE 'S'.
               03 WS-AL-PACIENTE       PIC X(05).
       01 WS-AL-I                      PIC 9(03) VALUE ZERO.
       01 WS-TAB-PAC-LIMITE            PIC 9(03) VALUE 500.
       01 WS-QTD-PACIENTES             PIC 9(03) VALUE ZERO.
       01 WS-TABELA-PACIENTES.
           02 WS-PAC-ENTRADA OCCURS 500 TIMES.
               03 WS-PAC-ID            PIC X(05).
               03 WS-PAC-NOME          PIC X(30).
       01 WS-PAC-I                     PIC 9(03) VALUE ZERO.
       01 WS-PROX-ID                   PIC 9(05) VALUE ZERO.
       01 WS-NOME-PACIENTE             PIC X(30) VALUE SPACES.
       01 WS-PESO-TXT                  PIC X(06) VALUE SPACES.
       01 WS-ALTURA-TXT                PIC X(06) VALUE SPACES.
       01 WS-PESO                      PIC 9(03)V9 VALUE ZERO.
       01 WS-ALTURA                    PIC 9(03) VALUE ZERO.
       01 WS-ALTURA-M                  PIC 9(01)V99 VALUE ZERO.
       01 WS-IMC                       PIC 9(02)V99 VALUE ZERO.
       01 WS-IMCID-MESES               PIC 9(03) VALUE ZERO.
       01 WS-IMCID-RETORNO             PIC X(01) VALUE 'N'.
           88 WS-IMCID-CLASSIFICADO           VALUE 'S'.
           88 WS-IMCID-SEM-TABELA             VALUE 'T'.
       01 WS-ZSCORE                    PIC S9(02)V99 VALUE ZERO.
       01 WS-PERCENTIL                 PIC 9(03)V9 VALUE ZERO.
       01 WS-CLASSIFICACAO             PIC X(20) VALUE SPACES.
       01 WS-QTD-MEDIDOS               PIC 9(03) VALUE ZERO.
       01 WS-QTD-AUSENTES              PIC 9(03) VALUE ZERO.
       01 WS-QTD-MAGREZA               PIC 9(03) VALUE ZERO.
       01 WS-QTD-EUTROFIA              PIC 9(03) VALUE ZERO.
       01 WS-QTD-SOBREPESO             PIC 9(03) VALUE ZERO.
       01 WS-QTD-OBESIDADE             PIC 9(03) VALUE ZERO.
       01 WS-QTD-SEM-CLASSE            PIC 9(03) VALUE ZERO.
       01 WS-QTD-CLASSIFICADOS         PIC 9(03) VALUE ZERO.
       01 WS-QTD-ENCAMINHADOS          PIC 9(03) VALUE ZERO.
       01 WS-QTD-CADASTRADOS           PIC 9(03) VALUE ZERO.
       01 WS-DIST-ROTULO               PIC X(20) VALUE SPACES.
       01 WS-DIST-QTD                  PIC 9(03) VALUE ZERO.
       01 WS-DIST-PCT                  PIC 9(03)V9 VALUE ZERO.
       01 WS-DIST-PCT-MASK             PIC ZZ9,9.
       01 WS-IDADE-ANOS-MASK           PIC Z9.
       01 WS-IDADE-RESTO-MASK          PIC 99.
       01 WS-IDADE-ANOS                PIC 9(02) VALUE ZERO.
       01 WS-IDADE-RESTO               PIC 9(02) VALUE ZERO.
       01 WS-PESO-MASK                 PIC ZZ9,9.
       01 WS-ALTURA-MASK               PIC ZZ9.
       01 WS-IMC-MASK                  PIC Z9,99.
       01 WS-PERCENTIL-MASK            PIC ZZ9,9 BLANK WHEN ZERO.
       01 WS-ENC-MARCA                 PIC X(03) VALUE SPACES.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20)
                                       VALUE 'TRIAGEMNUT.TXT'.
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
           DISPLAY 'TRIAGEM NUTRICIONAL ESCOLAR'
           DISPLAY '-----------------------------------'

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-ATIVA
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-NOME NOT = SPACES
               DISPLAY 'UNIDADE: ' WS-UNIDADE-ATIVA ' - '
                       WS-UNIDADE-NOME
           END-IF

           PERFORM OBTEM-DATA-TRIAGEM

           DISPLAY 'ANO LETIVO (AAAA, ZERO PARA O ANO DA TRIAGEM): '
           ACCEPT WS-ANO
           IF WS-ANO = ZERO
               MOVE WS-REF-ANO TO WS-ANO
           END-IF

           PERFORM COLETA-UNIDADE
           DISPLAY 'TURMA: '
           MOVE SPACES TO WS-TURMA
           ACCEPT WS-TURMA

           IF WS-TURMA = SPACES
               DISPLAY 'TURMA NAO INFORMADA - NADA A FAZER'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM CARREGA-ALUNOS-TURMA
               IF WS-QTD-ALUNOS = 0
                   DISPLAY 'NENHUM ALUNO ATIVO NA TURMA ' WS-TURMA
                           ' DA UNIDADE ' WS-UNIDADE
                           ' EM ' WS-ANO ' NO MATRICULAS.TXT'
                   MOVE 8 TO WS-RETORNO-JOB
               END-IF
           END-IF

           IF WS-RETORNO-JOB < 8
               PERFORM VERIFICA-TRIAGEM-ANTERIOR
               IF WS-JA-TRIADA-SIM
                   DISPLAY 'A TURMA ' WS-TURMA ' JA TEM TRIAGEM EM '
                           WS-ANO ' NO TRIAGEM.TXT - REGISTRAR NOVA '
                           'TRIAGEM? (S/N)'
                   MOVE 'N' TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = 'S' AND
                      WS-CONFIRMA NOT = 's'
                       DISPLAY 'TRIAGEM CANCELADA PELO OPERADOR'
                       MOVE 8 TO WS-RETORNO-JOB
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-INICIO.

      *-----------------------------------------------------------------
      * CADA UNIDADE TEM OS SEUS CODIGOS DE TURMA: NA SESSAO DE UMA
      * UNIDADE VALE A UNIDADE ATIVA; NA CONSOLIDADA A UNIDADE E
      * PERGUNTADA (EM BRANCO = 01, SEDE)
      *-----------------------------------------------------------------
       COLETA-UNIDADE.
           IF WS-UNIDADE-ATIVA = '00' OR WS-UNIDADE-ATIVA = SPACES
               DISPLAY 'UNIDADE (EM BRANCO = 01): '
               MOVE SPACES TO WS-UNIDADE
               ACCEPT WS-UNIDADE
               IF WS-UNIDADE = SPACES OR WS-UNIDADE = '00'
                   MOVE '01' TO WS-UNIDADE
               END-IF
           ELSE
               MOVE WS-UNIDADE-ATIVA TO WS-UNIDADE
           END-IF
           EXIT.
       FIM-COLETA-UNIDADE.

      *-----------------------------------------------------------------
      * DATA DA TRIAGEM: DATAPROC.TXT QUANDO PRESENTE E COM DATA BEM
      * FORMADA, SENAO A DATA DA MAQUINA
      *-----------------------------------------------------------------
       OBTEM-DATA-TRIAGEM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-ATUAL
           STRING WS-ATUAL-DIA '/' WS-ATUAL-MES '/' WS-ATUAL-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-TRIAGEM
           END-STRING

           OPEN INPUT DATA-PROC
           IF WS-DATAPROC-STATUS = '00'
               READ DATA-PROC
                   NOT AT END
                       IF DP-DATA(1:2) NUMERIC AND
                          DP-DATA(4:2) NUMERIC AND
                          DP-DATA(7:4) NUMERIC
                           MOVE DP-DATA TO WS-DATA-TRIAGEM
                       END-IF
               END-READ
               CLOSE DATA-PROC
           END-IF

           MOVE WS-DATA-TRIAGEM(7:4) TO WS-REF-ANO
           MOVE WS-DATA-TRIAGEM(4:2) TO WS-REF-MES
           MOVE WS-DATA-TRIAGEM(1:2) TO WS-REF-DIA
           DISPLAY 'DATA DA TRIAGEM: ' WS-DATA-TRIAGEM
           EXIT.
       FIM-OBTEM-DATA-TRIAGEM.

       CARREGA-ALUNOS-TURMA.
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'MATRICULAS.TXT NAO ENCONTRADO'
           ELSE
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   MOVE MT-UNIDADE TO WS-MT-UNIDADE
                   IF MT-UNIDADE = SPACES
                       MOVE '01' TO WS-MT-UNIDADE
                   END-IF
                   IF MT-SIT-ATIVA AND MT-TURMA = WS-TURMA AND
                      WS-MT-UNIDADE = WS-UNIDADE AND
                      MT-ANO-LETIVO = WS-ANO
                       IF WS-QTD-ALUNOS < WS-TAB-AL-LIMITE
                           ADD 1 TO WS-QTD-ALUNOS
                           MOVE SPACES
                                TO WS-AL-ENTRADA(WS-QTD-ALUNOS)
                           MOVE MT-MATRICULA
                                TO WS-AL-MATRICULA(WS-QTD-ALUNOS)
                           MOVE MT-NOME
                                TO WS-AL-NOME(WS-QTD-ALUNOS)
                           MOVE MT-NASCIMENTO
                                TO WS-AL-NASCIMENTO(WS-QTD-ALUNOS)
                       ELSE
                           DISPLAY 'AVISO: MAIS DE ' WS-TAB-AL-LIMITE
                                   ' ALUNOS NA TURMA - MATRICULA '
                                   MT-MATRICULA ' FICA FORA'
                           MOVE 4 TO WS-RETORNO-JOB
                       END-IF
                   END-IF
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           EXIT.
       FIM-CARREGA-ALUNOS-TURMA.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

      *-----------------------------------------------------------------
      * O TRIAGEM.TXT NAO GUARDA A UNIDADE: A TURMA JA FOI TRIADA SE UM
      * DOS ALUNOS DA LISTA TEM TRIAGEM NA TURMA E NO ANO
      *-----------------------------------------------------------------
       VERIFICA-TRIAGEM-ANTERIOR.
           MOVE 'N' TO WS-JA-TRIADA
           OPEN INPUT TRIAGEM
           IF WS-TRI-STATUS = '00'
               PERFORM LER-TRIAGEM
               PERFORM UNTIL WS-FIM-TRI-SIM OR WS-JA-TRIADA-SIM
                   IF TG-ANO = WS-ANO AND TG-TURMA = WS-TURMA
                       PERFORM VARYING WS-AL-I FROM 1 BY 1
                               UNTIL WS-AL-I > WS-QTD-ALUNOS
                                  OR WS-JA-TRIADA-SIM
                           IF WS-AL-MATRICULA(WS-AL-I) = TG-MATRICULA
                               SET WS-JA-TRIADA-SIM TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM LER-TRIAGEM
               END-PERFORM
               CLOSE TRIAGEM
           END-IF
           EXIT.
       FIM-VERIFICA-TRIAGEM-ANTERIOR.

       LER-TRIAGEM.
           READ TRIAGEM
               AT END
                   SET WS-FIM-TRI-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TRIAGEM.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               DISPLAY 'ALUNOS DA TURMA ' WS-TURMA ': ' WS-QTD-ALUNOS
               PERFORM VARYING WS-AL-I FROM 1 BY 1
                       UNTIL WS-AL-I > WS-QTD-ALUNOS
                   PERFORM COLETA-ALUNO
               END-PERFORM

               PERFORM GRAVA-RELATORIO

               IF WS-QTD-ENCAMINHADOS > 0
                   DISPLAY 'CADASTRAR OS ' WS-QTD-ENCAMINHADOS
                           ' ENCAMINHADO(S) NO PACIENTES.TXT PARA '
                           'A CLINICA? (S/N)'
                   MOVE 'N' TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM CADASTRA-ENCAMINHADOS
                   END-IF
               END-IF

               PERFORM GRAVA-TRIAGEM
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * COLETA DE UM ALUNO: SEXO EM BRANCO = AUSENTE; PESO E ALTURA
      * FORA DA FAIXA SAO PEDIDOS DE NOVO
      *-----------------------------------------------------------------
       COLETA-ALUNO.
           DISPLAY '...................................'
           DISPLAY WS-AL-MATRICULA(WS-AL-I) ' '
                   WS-AL-NOME(WS-AL-I) ' NASC. '
                   WS-AL-NASCIMENTO(WS-AL-I)
           DISPLAY 'SEXO: "M" OU "F" (EM BRANCO = AUSENTE): '
           MOVE SPACES TO WS-AL-SEXO(WS-AL-I)
           ACCEPT WS-AL-SEXO(WS-AL-I)
           IF WS-AL-SEXO(WS-AL-I) = 'm'
               MOVE 'M' TO WS-AL-SEXO(WS-AL-I)
           END-IF
           IF WS-AL-SEXO(WS-AL-I) = 'f'
               MOVE 'F' TO WS-AL-SEXO(WS-AL-I)
           END-IF

           IF WS-AL-SEXO(WS-AL-I) NOT = 'M' AND
              WS-AL-SEXO(WS-AL-I) NOT = 'F'
               MOVE SPACES TO WS-AL-SEXO(WS-AL-I)
               MOVE 'A' TO WS-AL-SITUACAO(WS-AL-I)
               MOVE 'AUSENTE' TO WS-AL-CLASSIFICACAO(WS-AL-I)
               ADD 1 TO WS-QTD-AUSENTES
               DISPLAY 'AUSENTE NA TRIAGEM'
           ELSE
               MOVE 'N' TO WS-MEDIDA-VALIDA
               PERFORM UNTIL WS-MEDIDA-OK
                   PERFORM COLETA-MEDIDAS
               END-PERFORM
               MOVE 'M' TO WS-AL-SITUACAO(WS-AL-I)
               MOVE WS-PESO   TO WS-AL-PESO(WS-AL-I)
               MOVE WS-ALTURA TO WS-AL-ALTURA(WS-AL-I)
               MOVE WS-IMC    TO WS-AL-IMC(WS-AL-I)
               ADD 1 TO WS-QTD-MEDIDOS
               PERFORM CLASSIFICA-ALUNO
           END-IF
           EXIT.
       FIM-COLETA-ALUNO.

       COLETA-MEDIDAS.
           MOVE 'S' TO WS-MEDIDA-VALIDA

           DISPLAY 'PESO EM KG (EX.: 32,5): '
           MOVE SPACES TO WS-PESO-TXT
           ACCEPT WS-PESO-TXT
           DISPLAY 'ALTURA EM CM (EX.: 138): '
           MOVE SPACES TO WS-ALTURA-TXT
           ACCEPT WS-ALTURA-TXT

           IF FUNCTION TEST-NUMVAL(WS-PESO-TXT) NOT = 0 OR
              FUNCTION TEST-NUMVAL(WS-ALTURA-TXT) NOT = 0
               MOVE 'N' TO WS-MEDIDA-VALIDA
           ELSE
               COMPUTE WS-PESO = FUNCTION NUMVAL(WS-PESO-TXT)
               COMPUTE WS-ALTURA = FUNCTION NUMVAL(WS-ALTURA-TXT)
               IF WS-PESO < 2 OR WS-PESO > 250 OR
                  WS-ALTURA < 40 OR WS-ALTURA > 230
                   MOVE 'N' TO WS-MEDIDA-VALIDA
               ELSE
                   COMPUTE WS-ALTURA-M = WS-ALTURA / 100
                   COMPUTE WS-IMC ROUNDED =
                           WS-PESO / (WS-ALTURA-M * WS-ALTURA-M)
                       ON SIZE ERROR
                           MOVE 'N' TO WS-MEDIDA-VALIDA
                   END-COMPUTE
               END-IF
           END-IF

           IF NOT WS-MEDIDA-OK
               DISPLAY 'PESO/ALTURA FORA DA FAIXA VALIDA - INFORME '
                       'DE NOVO'
           END-IF
           EXIT.
       FIM-COLETA-MEDIDAS.

      *-----------------------------------------------------------------
      * ABAIXO DE 228 MESES: IMC PARA IDADE PELA ROTINA IMC-IDADE; DE
      * 19 ANOS EM DIANTE: FAIXAS DE ADULTO DO PESO-IDEAL, NOS MESMOS
      * QUATRO GRUPOS; SEM NASCIMENTO VALIDO FICA SEM CLASSIFICACAO
      *-----------------------------------------------------------------
       CLASSIFICA-ALUNO.
           MOVE ZERO TO WS-ZSCORE
           MOVE ZERO TO WS-PERCENTIL
           MOVE ZERO TO WS-IDADE-MESES
           MOVE 'SEM NASCIMENTO' TO WS-CLASSIFICACAO

           IF WS-AL-NASCIMENTO(WS-AL-I)(1:2) NUMERIC AND
              WS-AL-NASCIMENTO(WS-AL-I)(4:2) NUMERIC AND
              WS-AL-NASCIMENTO(WS-AL-I)(7:4) NUMERIC
               MOVE WS-AL-NASCIMENTO(WS-AL-I)(7:4) TO WS-NASC-ANO
               MOVE WS-AL-NASCIMENTO(WS-AL-I)(4:2) TO WS-NASC-MES
               MOVE WS-AL-NASCIMENTO(WS-AL-I)(1:2) TO WS-NASC-DIA
               COMPUTE WS-IDADE-MESES =
                       (WS-REF-ANO - WS-NASC-ANO) * 12
                       + WS-REF-MES - WS-NASC-MES
               IF WS-REF-DIA < WS-NASC-DIA
                   SUBTRACT 1 FROM WS-IDADE-MESES
               END-IF

               IF WS-IDADE-MESES < 0
                   MOVE ZERO TO WS-IDADE-MESES
               ELSE
                   IF WS-IDADE-MESES < WS-IDADE-LIMITE-MESES
                       MOVE WS-IDADE-MESES TO WS-IMCID-MESES
                       CALL 'IMC-IDADE' USING WS-AL-SEXO(WS-AL-I)
                                              WS-IMCID-MESES
                                              WS-IMC
                                              WS-IMCID-RETORNO
                                              WS-ZSCORE
                                              WS-PERCENTIL
                                              WS-CLASSIFICACAO
                       END-CALL
                   ELSE
                       PERFORM CLASSIFICA-ADULTO
                   END-IF
               END-IF
           END-IF

           IF WS-IDADE-MESES > 999
               MOVE 999 TO WS-AL-MESES(WS-AL-I)
           ELSE
               MOVE WS-IDADE-MESES TO WS-AL-MESES(WS-AL-I)
           END-IF
           MOVE WS-ZSCORE        TO WS-AL-ZSCORE(WS-AL-I)
           MOVE WS-PERCENTIL     TO WS-AL-PERCENTIL(WS-AL-I)
           MOVE WS-CLASSIFICACAO TO WS-AL-CLASSIFICACAO(WS-AL-I)
           MOVE 'N' TO WS-AL-ENCAMINHA(WS-AL-I)

           EVALUATE WS-CLASSIFICACAO
               WHEN 'MAGREZA'
                   ADD 1 TO WS-QTD-MAGREZA
                   MOVE 'S' TO WS-AL-ENCAMINHA(WS-AL-I)
               WHEN 'EUTROFIA'
                   ADD 1 TO WS-QTD-EUTROFIA
               WHEN 'SOBREPESO'
                   ADD 1 TO WS-QTD-SOBREPESO
               WHEN 'OBESIDADE'
                   ADD 1 TO WS-QTD-OBESIDADE
                   MOVE 'S' TO WS-AL-ENCAMINHA(WS-AL-I)
               WHEN OTHER
                   ADD 1 TO WS-QTD-SEM-CLASSE
                   MOVE 4 TO WS-RETORNO-JOB
           END-EVALUATE

           IF WS-AL-ENCAMINHA-SIM(WS-AL-I)
               ADD 1 TO WS-QTD-ENCAMINHADOS
           END-IF

           MOVE WS-IMC TO WS-IMC-MASK
           DISPLAY 'IMC: ' WS-IMC-MASK ' - ' WS-CLASSIFICACAO
           EXIT.
       FIM-CLASSIFICA-ALUNO.

       CLASSIFICA-ADULTO.
           IF WS-IMC < 18,5
               MOVE 'MAGREZA' TO WS-CLASSIFICACAO
           END-IF
           IF WS-IMC >= 18,5 AND WS-IMC < 25
               MOVE 'EUTROFIA' TO WS-CLASSIFICACAO
           END-IF
           IF WS-IMC >= 25 AND WS-IMC < 30
               MOVE 'SOBREPESO' TO WS-CLASSIFICACAO
           END-IF
           IF WS-IMC >= 30
               MOVE 'OBESIDADE' TO WS-CLASSIFICACAO
           END-IF
           EXIT.
       FIM-CLASSIFICA-ADULTO.

      *-----------------------------------------------------------------
      * RELATORIO DA TURMA: UMA LINHA POR ALUNO, DISTRIBUICAO DO
      * ESTADO NUTRICIONAL E LISTA DE ENCAMINHAMENTO
      *-----------------------------------------------------------------
       GRAVA-RELATORIO.
           MOVE SPACES TO WS-IMP-TITULO
           STRING 'TRIAGEM NUTRICIONAL - TURMA ' WS-TURMA
                  ' - ANO ' WS-ANO ' - DATA ' WS-DATA-TRIAGEM
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE SPACES TO WS-IMP-CABECALHO
           STRING 'MATR. NOME                           IDADE  SX '
                  ' PESO ALT.   IMC  PERC CLASSIFICACAO        ENC'
                  DELIMITED BY SIZE
                  INTO WS-IMP-CABECALHO
           END-STRING

           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
               PERFORM GRAVA-LINHA-ALUNO
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'DISTRIBUICAO DO ESTADO NUTRICIONAL (% DOS '
                TO WS-IMP-LINHA
           MOVE 'CLASSIFICADOS)' TO WS-IMP-LINHA(43:14)
           PERFORM CHAMA-IMPRESSAO

           COMPUTE WS-QTD-CLASSIFICADOS = WS-QTD-MAGREZA
                   + WS-QTD-EUTROFIA + WS-QTD-SOBREPESO
                   + WS-QTD-OBESIDADE

           MOVE 'MAGREZA'   TO WS-DIST-ROTULO
           MOVE WS-QTD-MAGREZA TO WS-DIST-QTD
           PERFORM GRAVA-LINHA-DISTRIBUICAO
           MOVE 'EUTROFIA'  TO WS-DIST-ROTULO
           MOVE WS-QTD-EUTROFIA TO WS-DIST-QTD
           PERFORM GRAVA-LINHA-DISTRIBUICAO
           MOVE 'SOBREPESO' TO WS-DIST-ROTULO
           MOVE WS-QTD-SOBREPESO TO WS-DIST-QTD
           PERFORM GRAVA-LINHA-DISTRIBUICAO
           MOVE 'OBESIDADE' TO WS-DIST-ROTULO
           MOVE WS-QTD-OBESIDADE TO WS-DIST-QTD
           PERFORM GRAVA-LINHA-DISTRIBUICAO

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ALUNOS: ' WS-QTD-ALUNOS
                  ' MEDIDOS: ' WS-QTD-MEDIDOS
                  ' AUSENTES: ' WS-QTD-AUSENTES
                  ' SEM CLASSIFICACAO: ' WS-QTD-SEM-CLASSE
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:80)

           MOVE SPACES TO WS-IMP-LINHA
           PERFORM CHAMA-IMPRESSAO
           MOVE SPACES TO WS-IMP-LINHA
           STRING 'ENCAMINHAMENTO PARA A CLINICA (MAGREZA E '
                  'OBESIDADE): ' WS-QTD-ENCAMINHADOS ' ALUNO(S)'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:80)

           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
               IF WS-AL-ENCAMINHA-SIM(WS-AL-I)
                   PERFORM GRAVA-LINHA-ENCAMINHA
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'FIM DA TRIAGEM DA TURMA ' WS-TURMA
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-RELATORIO.

       GRAVA-LINHA-ALUNO.
           MOVE SPACES TO WS-IMP-LINHA
           IF WS-AL-AUSENTE(WS-AL-I)
               STRING WS-AL-MATRICULA(WS-AL-I) ' '
                      WS-AL-NOME(WS-AL-I)
                      '                             '
                      WS-AL-CLASSIFICACAO(WS-AL-I)
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           ELSE
               DIVIDE WS-AL-MESES(WS-AL-I) BY 12
                      GIVING WS-IDADE-ANOS
                      REMAINDER WS-IDADE-RESTO
               MOVE WS-IDADE-ANOS          TO WS-IDADE-ANOS-MASK
               MOVE WS-IDADE-RESTO         TO WS-IDADE-RESTO-MASK
               MOVE WS-AL-PESO(WS-AL-I)    TO WS-PESO-MASK
               MOVE WS-AL-ALTURA(WS-AL-I)  TO WS-ALTURA-MASK
               MOVE WS-AL-IMC(WS-AL-I)     TO WS-IMC-MASK
               MOVE WS-AL-PERCENTIL(WS-AL-I) TO WS-PERCENTIL-MASK
               IF WS-AL-ENCAMINHA-SIM(WS-AL-I)
                   MOVE 'SIM' TO WS-ENC-MARCA
               ELSE
                   MOVE SPACES TO WS-ENC-MARCA
               END-IF
               STRING WS-AL-MATRICULA(WS-AL-I) ' '
                      WS-AL-NOME(WS-AL-I) ' '
                      WS-IDADE-ANOS-MASK 'A' WS-IDADE-RESTO-MASK 'M  '
                      WS-AL-SEXO(WS-AL-I) ' '
                      WS-PESO-MASK '  '
                      WS-ALTURA-MASK ' '
                      WS-IMC-MASK ' '
                      WS-PERCENTIL-MASK ' '
                      WS-AL-CLASSIFICACAO(WS-AL-I) ' '
                      WS-ENC-MARCA
                      DELIMITED BY SIZE
                      INTO WS-IMP-LINHA
               END-STRING
           END-IF
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           EXIT.
       FIM-GRAVA-LINHA-ALUNO.

       GRAVA-LINHA-DISTRIBUICAO.
           IF WS-QTD-CLASSIFICADOS > 0
               COMPUTE WS-DIST-PCT ROUNDED =
                       (WS-DIST-QTD * 100) / WS-QTD-CLASSIFICADOS
           ELSE
               MOVE ZERO TO WS-DIST-PCT
           END-IF
           MOVE WS-DIST-PCT TO WS-DIST-PCT-MASK

           MOVE SPACES TO WS-IMP-LINHA
           STRING '  ' WS-DIST-ROTULO ' ' WS-DIST-QTD
                  ' ALUNO(S) ' WS-DIST-PCT-MASK '%'
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:60)
           EXIT.
       FIM-GRAVA-LINHA-DISTRIBUICAO.

       GRAVA-LINHA-ENCAMINHA.
           MOVE WS-AL-IMC(WS-AL-I) TO WS-IMC-MASK
           MOVE WS-AL-PERCENTIL(WS-AL-I) TO WS-PERCENTIL-MASK
           MOVE SPACES TO WS-IMP-LINHA
           STRING '  ' WS-AL-MATRICULA(WS-AL-I) ' '
                  WS-AL-NOME(WS-AL-I) ' NASC. '
                  WS-AL-NASCIMENTO(WS-AL-I) ' IMC '
                  WS-IMC-MASK ' P' WS-PERCENTIL-MASK ' '
                  WS-AL-CLASSIFICACAO(WS-AL-I)
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:80)
           EXIT.
       FIM-GRAVA-LINHA-ENCAMINHA.

      *-----------------------------------------------------------------
      * CADASTRO DOS ENCAMINHADOS NA CLINICA: MESMA REGRA DO
      * CADASTRO-PACIENTE (NOME NORMALIZADO, NOME JA CADASTRADO NAO
      * VIRA SEGUNDO ID, PROXIMO ID SEQUENCIAL); A ALTURA DE CADASTRO
      * E A MEDIDA NA TRIAGEM
      *-----------------------------------------------------------------
       CADASTRA-ENCAMINHADOS.
           PERFORM CARREGA-PACIENTES

           OPEN EXTEND PACIENTES
           IF WS-PAC-STATUS = '35'
               OPEN OUTPUT PACIENTES
           END-IF

           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
               IF WS-AL-ENCAMINHA-SIM(WS-AL-I)
                   PERFORM CADASTRA-PACIENTE
               END-IF
           END-PERFORM

           CLOSE PACIENTES
           DISPLAY 'PACIENTES CADASTRADOS NA CLINICA: '
                   WS-QTD-CADASTRADOS
           EXIT.
       FIM-CADASTRA-ENCAMINHADOS.

       CARREGA-PACIENTES.
           MOVE ZERO TO WS-QTD-PACIENTES
           MOVE ZERO TO WS-PROX-ID
           OPEN INPUT PACIENTES
           IF WS-PAC-STATUS = '00'
               PERFORM LER-PACIENTES
               PERFORM UNTIL WS-FIM-PAC-SIM
                   IF PAC-ID NUMERIC
                       IF PAC-ID > WS-PROX-ID
                           MOVE PAC-ID TO WS-PROX-ID
                       END-IF
                   END-IF
                   IF WS-QTD-PACIENTES < WS-TAB-PAC-LIMITE
                       ADD 1 TO WS-QTD-PACIENTES
                       MOVE PAC-ID   TO WS-PAC-ID(WS-QTD-PACIENTES)
                       MOVE PAC-NOME TO WS-PAC-NOME(WS-QTD-PACIENTES)
                   END-IF
                   PERFORM LER-PACIENTES
               END-PERFORM
               CLOSE PACIENTES
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

       CADASTRA-PACIENTE.
           MOVE WS-AL-NOME(WS-AL-I) TO WS-NOME-PACIENTE
           CALL 'NOME-NORMALIZA' USING WS-NOME-PACIENTE
           END-CALL

           MOVE 'N' TO WS-PAC-ACHOU
           PERFORM VARYING WS-PAC-I FROM 1 BY 1
                   UNTIL WS-PAC-I > WS-QTD-PACIENTES
                      OR WS-PAC-ACHOU-SIM
               IF WS-PAC-NOME(WS-PAC-I) = WS-NOME-PACIENTE
                   SET WS-PAC-ACHOU-SIM TO TRUE
                   MOVE WS-PAC-ID(WS-PAC-I)
                        TO WS-AL-PACIENTE(WS-AL-I)
               END-IF
           END-PERFORM

           IF WS-PAC-ACHOU-SIM
               DISPLAY WS-NOME-PACIENTE ' JA CADASTRADO COMO '
                       'PACIENTE ' WS-AL-PACIENTE(WS-AL-I)
           ELSE
               ADD 1 TO WS-PROX-ID
               MOVE SPACES TO PACIENTE-REG
               MOVE WS-PROX-ID                TO PAC-ID
               MOVE WS-NOME-PACIENTE          TO PAC-NOME
               MOVE WS-AL-SEXO(WS-AL-I)       TO PAC-SEXO
               MOVE WS-AL-NASCIMENTO(WS-AL-I) TO PAC-NASCIMENTO
               COMPUTE PAC-ALTURA = WS-AL-ALTURA(WS-AL-I) / 100
               WRITE PACIENTE-REG
               MOVE PAC-ID TO WS-AL-PACIENTE(WS-AL-I)

               IF WS-QTD-PACIENTES < WS-TAB-PAC-LIMITE
                   ADD 1 TO WS-QTD-PACIENTES
                   MOVE PAC-ID   TO WS-PAC-ID(WS-QTD-PACIENTES)
                   MOVE PAC-NOME TO WS-PAC-NOME(WS-QTD-PACIENTES)
               END-IF
               ADD 1 TO WS-QTD-CADASTRADOS
               DISPLAY 'PACIENTE ' PAC-ID ' - ' WS-NOME-PACIENTE
                       ' CADASTRADO'
           END-IF
           EXIT.
       FIM-CADASTRA-PACIENTE.

       GRAVA-TRIAGEM.
           OPEN EXTEND TRIAGEM
           IF WS-TRI-STATUS = '35'
               OPEN OUTPUT TRIAGEM
           END-IF

           PERFORM VARYING WS-AL-I FROM 1 BY 1
                   UNTIL WS-AL-I > WS-QTD-ALUNOS
               IF WS-AL-MEDIDO(WS-AL-I)
                   MOVE SPACES TO TRIAGEM-REG
                   MOVE WS-ANO                    TO TG-ANO
                   MOVE WS-TURMA                  TO TG-TURMA
                   MOVE WS-AL-MATRICULA(WS-AL-I)  TO TG-MATRICULA
                   MOVE WS-DATA-TRIAGEM           TO TG-DATA
                   MOVE WS-AL-SEXO(WS-AL-I)       TO TG-SEXO
                   MOVE WS-AL-PESO(WS-AL-I)       TO TG-PESO
                   MOVE WS-AL-ALTURA(WS-AL-I)     TO TG-ALTURA
                   MOVE WS-AL-IMC(WS-AL-I)        TO TG-IMC
                   MOVE WS-AL-MESES(WS-AL-I)      TO TG-IDADE-MESES
                   MOVE WS-AL-ZSCORE(WS-AL-I)     TO TG-ZSCORE
                   MOVE WS-AL-PERCENTIL(WS-AL-I)  TO TG-PERCENTIL
                   MOVE WS-AL-CLASSIFICACAO(WS-AL-I)
                        TO TG-CLASSIFICACAO
                   MOVE WS-AL-ENCAMINHA(WS-AL-I)  TO TG-ENCAMINHADO
                   MOVE WS-AL-PACIENTE(WS-AL-I)   TO TG-PACIENTE
                   WRITE TRIAGEM-REG
               END-IF
           END-PERFORM

           CLOSE TRIAGEM
           EXIT.
       FIM-GRAVA-TRIAGEM.

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
           DISPLAY 'ALUNOS NA TURMA     : ' WS-QTD-ALUNOS
           DISPLAY 'ALUNOS MEDIDOS      : ' WS-QTD-MEDIDOS
           DISPLAY 'AUSENTES            : ' WS-QTD-AUSENTES
           DISPLAY 'ENCAMINHADOS        : ' WS-QTD-ENCAMINHADOS
           DISPLAY 'PACIENTES CADASTRADOS: ' WS-QTD-CADASTRADOS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM TRIAGEM-NUTRICIONAL.
