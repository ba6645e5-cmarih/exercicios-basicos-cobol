      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: PROCESSO DE ADMISSAO DE ALUNOS NOVOS - SAI DAS
      *          PLANILHAS A SELECAO: INSCRICAO DO CANDIDATO COM A
      *          SERIE E O ANO LETIVO PRETENDIDOS E O RESPONSAVEL
      *          (CANDIDATOS.TXT, CANDIDATO.CPY); LANCAMENTO DAS NOTAS
      *          DA PROVA DE NIVELAMENTO E DA ENTREVISTA (PONTUACAO
      *          COM PESO 2 NA PROVA E 1 NA ENTREVISTA);
      *          CLASSIFICACAO POR SERIE CONTRA AS VAGAS LIVRES DAS
      *          TURMAS DA SERIE NO CADASTRO TURMAS.TXT (ROTINA
      *          TURMA-VAGAS), CHAMANDO EM ORDEM ATE ACABAREM AS
      *          VAGAS E MANDANDO O RESTO PARA A LISTA DE ESPERA; A
      *          MATRICULA DO CHAMADO GRAVA O MATRICULAS.TXT E O
      *          RESPONSAVEIS.TXT COM OS DADOS DA INSCRICAO, SEM
      *          REDIGITAR; A DESISTENCIA DE UM CHAMADO CHAMA NA HORA
      *          O PRIMEIRO DA LISTA DE ESPERA; O RELATORIO PELA
      *          ROTINA IMPRESSAO (ADMISREL.TXT) TRAZ APROVADOS,
      *          LISTA DE ESPERA E CHAMADAS EM ORDEM
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      *   15/10/2026 MC  - Unidade escolar: as vagas da serie sao as das
      *                    turmas da unidade ativa da sessao (rotina
      *                    UNIDADE-ATIVA; a consolidada vale 01 - sede)
      *                    e o chamado e matriculado nessa unidade
      *                    (MT-UNIDADE), com a numeracao de matricula
      *                    unica entre as unidades
      *   15/10/2026 MC  - Inscricao gravada com a unidade da sessao
      *                    (CD-UNIDADE, em branco = 01): classificacao,
      *                    chamada, lista de espera, matricula,
      *                    desistencia e relatorio so tratam os
      *                    candidatos da unidade
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMISSAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAND-STATUS.
           SELECT MATRICULAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAT-STATUS.
           SELECT RESPONSAVEIS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESP-STATUS.
           SELECT TURMAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TUR-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CANDIDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'CANDIDATOS.TXT'.
       COPY CANDIDATO.CPY.

       FD MATRICULAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MATRICULAS.TXT'.
       COPY MATRICULA.CPY.

       FD RESPONSAVEIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RESPONSAVEIS.TXT'.
       COPY RESPONSA.CPY.

       FD TURMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TURMAS.TXT'.
       COPY TURMA.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-CAND-STATUS               PIC X(02) VALUE '00'.
       01 WS-MAT-STATUS                PIC X(02) VALUE '00'.
       01 WS-RESP-STATUS               PIC X(02) VALUE '00'.
       01 WS-TUR-STATUS                PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-CAND           PIC X(01) VALUE 'N'.
               88 WS-FIM-CAND-SIM         VALUE 'S'.
           02 WS-FIM-MAT            PIC X(01) VALUE 'N'.
               88 WS-FIM-MAT-SIM          VALUE 'S'.
           02 WS-FIM-TUR            PIC X(01) VALUE 'N'.
               88 WS-FIM-TUR-SIM          VALUE 'S'.
           02 WS-FIM-MENU           PIC X(01) VALUE 'N'.
               88 WS-FIM-MENU-SIM         VALUE 'S'.
           02 WS-CAND-CHEIA         PIC X(01) VALUE 'N'.
               88 WS-CAND-CHEIA-SIM       VALUE 'S'.
           02 WS-CAND-ACHOU         PIC X(01) VALUE 'N'.
               88 WS-CAND-ACHOU-SIM       VALUE 'S'.
           02 WS-ENTRADA-VALIDA     PIC X(01) VALUE 'S'.
               88 WS-ENTRADA-OK           VALUE 'S'.
           02 WS-ALTEROU            PIC X(01) VALUE 'N'.
               88 WS-ALTEROU-SIM          VALUE 'S'.
       01 WS-OPCAO                     PIC 9(01) VALUE 0.
       01 WS-TAB-CAND-LIMITE           PIC 9(04) VALUE 1000.
       01 WS-QTD-CAND                  PIC 9(04) VALUE ZERO.
       01 WS-TABELA-CAND.
           02 WS-CAND-REG PIC X(178) OCCURS 1000 TIMES.
       01 WS-CAND-I                    PIC 9(04) VALUE ZERO.
       01 WS-CAND-ACHOU-I              PIC 9(04) VALUE ZERO.
       01 WS-QTD-RK                    PIC 9(04) VALUE ZERO.
       01 WS-TABELA-RANK.
           02 WS-RK-ENTRADA OCCURS 1000 TIMES.
               03 WS-RK-CAND-I         PIC 9(04).
               03 WS-RK-PONTOS         PIC 9(02)V99.
               03 WS-RK-PROVA          PIC 9(02)V9.
               03 WS-RK-INSCRICAO      PIC 9(05).
               03 WS-RK-POSICAO        PIC 9(04).
       01 WS-RK-I                      PIC 9(04) VALUE ZERO.
       01 WS-RK-MELHOR-I               PIC 9(04) VALUE ZERO.
       01 WS-POSICAO                   PIC 9(04) VALUE ZERO.
       01 WS-TAB-TS-LIMITE             PIC 9(02) VALUE 50.
       01 WS-QTD-TS                    PIC 9(02) VALUE ZERO.
       01 WS-TABELA-TS.
           02 WS-TS-TURMA PIC X(03) OCCURS 50 TIMES.
       01 WS-TS-I                      PIC 9(02) VALUE ZERO.
       01 WS-VAGAS-LIVRES              PIC S9(04) VALUE ZERO.
       01 WS-VAGAS-CHAMADA             PIC S9(04) VALUE ZERO.
       01 WS-QTD-CHAMADOS-PEND         PIC 9(04) VALUE ZERO.
       01 WS-PROX-ORDEM                PIC 9(04) VALUE ZERO.
       01 WS-PROX-INSCRICAO            PIC 9(05) VALUE ZERO.
       01 WS-PROX-MATRICULA            PIC 9(05) VALUE ZERO.
       01 WS-INSCRICAO                 PIC 9(05) VALUE ZERO.
       01 WS-ANO                       PIC 9(04) VALUE ZERO.
       01 WS-ANO-ATUAL                 PIC 9(04) VALUE ZERO.
       01 WS-ANO-PADRAO                PIC 9(04) VALUE ZERO.
       01 WS-SERIE                     PIC 9(02) VALUE ZERO.
       01 WS-TURNO                     PIC X(01) VALUE SPACES.
           88 WS-TURNO-VALIDO                 VALUE 'M' 'T' ' '.
       01 WS-TURMA                     PIC X(03) VALUE SPACES.
       01 WS-NOME                      PIC X(30) VALUE SPACES.
       01 WS-CPF-TXT                   PIC X(11) VALUE SPACES.
       01 WS-CPF-TXT-R REDEFINES WS-CPF-TXT PIC 9(11).
       01 WS-CPF-VALIDO                PIC X(01) VALUE 'S'.
           88 WS-CPF-OK                       VALUE 'S'.
       01 WS-CPF-DV1                   PIC 9(01) VALUE ZERO.
       01 WS-CPF-DV2                   PIC 9(01) VALUE ZERO.
       01 WS-CPF-ALUNO                 PIC 9(11) VALUE ZERO.
       01 WS-NASCIMENTO                PIC X(10) VALUE SPACES.
       01 WS-DATA-OK                   PIC X(01) VALUE 'S'.
       01 WS-DATA-MOTIVO               PIC X(30) VALUE SPACES.
       01 WS-DATA-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-RESP-NOME                 PIC X(30) VALUE SPACES.
       01 WS-RESP-TELEFONE             PIC X(15) VALUE SPACES.
       01 WS-RESP-PARENTESCO           PIC X(10) VALUE SPACES.
       01 WS-NOTA-DECIMOS              PIC 9(03) VALUE ZERO.
       01 WS-NOTA-PROVA                PIC 9(02)V9 VALUE ZERO.
       01 WS-NOTA-ENTREVISTA           PIC 9(02)V9 VALUE ZERO.
       01 WS-PESO-PROVA                PIC 9(01) VALUE 2.
       01 WS-PESO-ENTREVISTA           PIC 9(01) VALUE 1.
       01 WS-MASK-PONTOS               PIC Z9,99.
       01 WS-CONFIRMA                  PIC X(01) VALUE 'N'.
           88 WS-CONFIRMA-SIM                 VALUE 'S' 's'.
       01 WS-VAGA-RESULTADO            PIC X(01) VALUE 'N'.
           88 WS-VAGA-SIM                     VALUE 'S'.
           88 WS-TURMA-LOTADA                 VALUE 'C'.
       01 WS-VAGA-SERIE                PIC 9(02) VALUE ZERO.
       01 WS-VAGA-TURNO                PIC X(01) VALUE SPACES.
       01 WS-VAGA-SALA                 PIC X(05) VALUE SPACES.
       01 WS-VAGA-CAPACIDADE           PIC 9(03) VALUE ZERO.
       01 WS-VAGA-OCUPADAS             PIC 9(03) VALUE ZERO.
       01 WS-UNIDADE                   PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME              PIC X(40) VALUE SPACES.
       01 WS-UNIDADE-TURMA             PIC X(02) VALUE SPACES.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO      PIC 9(04).
           02 WS-HOJE-MES      PIC 9(02).
           02 WS-HOJE-DIA      PIC 9(02).
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.
       01 WS-QTD-INSCRITOS             PIC 9(04) VALUE ZERO.
       01 WS-QTD-CHAMADOS              PIC 9(04) VALUE ZERO.
       01 WS-QTD-MATRICULADOS          PIC 9(04) VALUE ZERO.
       01 WS-QTD-DESISTENTES           PIC 9(04) VALUE ZERO.
       01 WS-QTD-LISTADOS              PIC 9(04) VALUE ZERO.
       01 WS-IMP-ACAO                  PIC X(01) VALUE 'I'.
       01 WS-IMP-ARQUIVO               PIC X(20) VALUE 'ADMISREL.TXT'.
       01 WS-IMP-TITULO                PIC X(60) VALUE SPACES.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'CLASSIF. INSCRICAO NOME                           PONTOS SIT
      -    ' CHAMADA'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'ADMISSAO DE ALUNOS NOVOS'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING
           MOVE WS-HOJE-ANO TO WS-ANO-ATUAL
           COMPUTE WS-ANO-PADRAO = WS-ANO-ATUAL + 1

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE = '00' OR WS-UNIDADE = SPACES
               MOVE '01' TO WS-UNIDADE
           END-IF
           IF WS-UNIDADE-NOME NOT = SPACES
               DISPLAY 'VAGAS E MATRICULAS DA UNIDADE ' WS-UNIDADE
           END-IF

           PERFORM CARREGA-CANDIDATOS
           DISPLAY 'CANDIDATOS CADASTRADOS: ' WS-QTD-CAND
           EXIT.
       FIM-INICIO.

       CARREGA-CANDIDATOS.
           OPEN INPUT CANDIDATOS
           IF WS-CAND-STATUS = '00'
               PERFORM LER-CANDIDATOS
               PERFORM UNTIL WS-FIM-CAND-SIM
                   IF WS-QTD-CAND < WS-TAB-CAND-LIMITE
                       ADD 1 TO WS-QTD-CAND
                       IF CD-UNIDADE = SPACES
                           MOVE '01' TO CD-UNIDADE
                       END-IF
                       MOVE CANDIDATO-REG TO WS-CAND-REG(WS-QTD-CAND)
                       IF CD-INSCRICAO > WS-PROX-INSCRICAO
                           MOVE CD-INSCRICAO TO WS-PROX-INSCRICAO
                       END-IF
                   ELSE
                       DISPLAY 'AVISO: CANDIDATOS.TXT EXCEDE '
                               WS-TAB-CAND-LIMITE ' INSCRICOES - O '
                               'ARQUIVO NAO SERA REGRAVADO NESTA '
                               'SESSAO'
                       SET WS-CAND-CHEIA-SIM TO TRUE
                       SET WS-FIM-CAND-SIM TO TRUE
                   END-IF
                   PERFORM LER-CANDIDATOS
               END-PERFORM
               CLOSE CANDIDATOS
           END-IF
           EXIT.
       FIM-CARREGA-CANDIDATOS.

       LER-CANDIDATOS.
           READ CANDIDATOS
               AT END
                   SET WS-FIM-CAND-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-CANDIDATOS.

       PROCESSA-PROGRAMA.
           PERFORM UNTIL WS-FIM-MENU-SIM
               DISPLAY ' '
               DISPLAY '1 - INSCREVER CANDIDATO'
               DISPLAY '2 - LANCAR NOTAS (PROVA E ENTREVISTA)'
               DISPLAY '3 - CLASSIFICAR SERIE E CHAMAR'
               DISPLAY '4 - MATRICULAR CANDIDATO CHAMADO'
               DISPLAY '5 - DESISTENCIA DE CANDIDATO'
               DISPLAY '6 - RELATORIO DA SERIE'
               DISPLAY '0 - ENCERRAR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM INSCREVE-CANDIDATO
                   WHEN 2
                       PERFORM LANCA-NOTAS
                   WHEN 3
                       PERFORM CLASSIFICA-SERIE
                   WHEN 4
                       PERFORM MATRICULA-CHAMADO
                   WHEN 5
                       PERFORM REGISTRA-DESISTENCIA
                   WHEN 6
                       PERFORM RELATA-SERIE
                   WHEN 0
                       SET WS-FIM-MENU-SIM TO TRUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * INSCRICAO: ALUNO (CPF CONFERIDO E SEM OUTRA INSCRICAO ATIVA NO
      * MESMO ANO), SERIE/ANO PRETENDIDOS E RESPONSAVEL
      *-----------------------------------------------------------------
       INSCREVE-CANDIDATO.
           MOVE 'S' TO WS-ENTRADA-VALIDA

           IF WS-QTD-CAND >= WS-TAB-CAND-LIMITE
               DISPLAY 'LIMITE DE ' WS-TAB-CAND-LIMITE
                       ' INSCRICOES ATINGIDO - INSCRICAO CANCELADA'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'NOME DO CANDIDATO (EM BRANCO CANCELA): '
               MOVE SPACES TO WS-NOME
               ACCEPT WS-NOME
               IF WS-NOME = SPACES
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'ANO LETIVO PRETENDIDO (AAAA, ZERO PARA '
                       WS-ANO-PADRAO '): '
               MOVE ZERO TO WS-ANO
               ACCEPT WS-ANO
               IF WS-ANO = ZERO
                   MOVE WS-ANO-PADRAO TO WS-ANO
               END-IF

               DISPLAY 'CPF DO CANDIDATO (11 DIGITOS, SO NUMEROS): '
               PERFORM COLETA-CPF
               IF WS-ENTRADA-OK
                   MOVE WS-CPF-TXT-R TO WS-CPF-ALUNO
                   PERFORM VERIFICA-INSCRICAO-REPETIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'DATA DE NASCIMENTO (DD/MM/AAAA): '
               MOVE SPACES TO WS-NASCIMENTO
               ACCEPT WS-NASCIMENTO
               CALL 'DATA-VALIDA' USING WS-NASCIMENTO
                                        WS-DATA-OK
                                        WS-DATA-MOTIVO
                                        WS-DATA-AAAAMMDD
               END-CALL
               IF WS-DATA-OK = 'N'
                   DISPLAY 'DATA DE NASCIMENTO: ' WS-DATA-MOTIVO
                           ' - INSCRICAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'SERIE PRETENDIDA (01 A 12): '
               MOVE ZERO TO WS-SERIE
               ACCEPT WS-SERIE
               DISPLAY 'TURNO PREFERIDO: (M) MANHA  (T) TARDE  '
                       '(EM BRANCO) TANTO FAZ'
               MOVE SPACES TO WS-TURNO
               ACCEPT WS-TURNO
               IF WS-SERIE < 1 OR WS-SERIE > 12
                   DISPLAY 'SERIE INVALIDA - INSCRICAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               ELSE
                   IF NOT WS-TURNO-VALIDO
                       DISPLAY 'TURNO INVALIDO - INSCRICAO CANCELADA'
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                   END-IF
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'NOME DO RESPONSAVEL: '
               MOVE SPACES TO WS-RESP-NOME
               ACCEPT WS-RESP-NOME
               IF WS-RESP-NOME = SPACES
                   DISPLAY 'RESPONSAVEL EM BRANCO - INSCRICAO '
                           'CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'CPF DO RESPONSAVEL (11 DIGITOS, SO NUMEROS): '
               PERFORM COLETA-CPF
           END-IF

           IF WS-ENTRADA-OK
               DISPLAY 'TELEFONE DO RESPONSAVEL: '
               MOVE SPACES TO WS-RESP-TELEFONE
               ACCEPT WS-RESP-TELEFONE
               DISPLAY 'PARENTESCO (MAE, PAI, AVO, TUTOR...): '
               MOVE SPACES TO WS-RESP-PARENTESCO
               ACCEPT WS-RESP-PARENTESCO
               PERFORM GRAVA-INSCRICAO
           END-IF
           EXIT.
       FIM-INSCREVE-CANDIDATO.

       COLETA-CPF.
           MOVE SPACES TO WS-CPF-TXT
           ACCEPT WS-CPF-TXT

           IF WS-CPF-TXT NOT NUMERIC
               DISPLAY 'CPF DEVE TER 11 DIGITOS NUMERICOS - '
                       'INSCRICAO CANCELADA'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           ELSE
               CALL 'CPF-VALIDA' USING WS-CPF-TXT-R
                                       WS-CPF-VALIDO
                                       WS-CPF-DV1
                                       WS-CPF-DV2
               END-CALL
               IF NOT WS-CPF-OK
                   DISPLAY 'CPF COM DIGITO VERIFICADOR INVALIDO '
                           '(ESPERADO: ' WS-CPF-DV1 WS-CPF-DV2
                           ') - INSCRICAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF
           EXIT.
       FIM-COLETA-CPF.

       VERIFICA-INSCRICAO-REPETIDA.
           PERFORM VARYING WS-CAND-I FROM 1 BY 1
                   UNTIL WS-CAND-I > WS-QTD-CAND
                      OR NOT WS-ENTRADA-OK
               MOVE WS-CAND-REG(WS-CAND-I) TO CANDIDATO-REG
               IF CD-CPF = WS-CPF-ALUNO AND
                  CD-ANO-LETIVO = WS-ANO AND
                  NOT CD-SIT-DESISTENTE
                   DISPLAY 'CANDIDATO JA INSCRITO PARA ' WS-ANO
                           ' (INSCRICAO ' CD-INSCRICAO
                           ') - INSCRICAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-PERFORM
           EXIT.
       FIM-VERIFICA-INSCRICAO-REPETIDA.

       GRAVA-INSCRICAO.
           ADD 1 TO WS-PROX-INSCRICAO

           MOVE SPACES TO CANDIDATO-REG
           MOVE WS-PROX-INSCRICAO  TO CD-INSCRICAO
           MOVE WS-NOME            TO CD-NOME
           MOVE WS-CPF-ALUNO       TO CD-CPF
           MOVE WS-NASCIMENTO      TO CD-NASCIMENTO
           MOVE WS-ANO             TO CD-ANO-LETIVO
           MOVE WS-SERIE           TO CD-SERIE
           MOVE WS-TURNO           TO CD-TURNO
           MOVE WS-RESP-NOME       TO CD-RESP-NOME
           MOVE WS-CPF-TXT-R       TO CD-RESP-CPF
           MOVE WS-RESP-TELEFONE   TO CD-RESP-TELEFONE
           MOVE WS-RESP-PARENTESCO TO CD-RESP-PARENTESCO
           MOVE ZERO               TO CD-NOTA-PROVA
           MOVE ZERO               TO CD-NOTA-ENTREVISTA
           MOVE ZERO               TO CD-PONTUACAO
           MOVE ZERO               TO CD-CLASSIFICACAO
           SET CD-SIT-INSCRITO     TO TRUE
           MOVE ZERO               TO CD-ORDEM-CHAMADA
           MOVE WS-DATA-FMT        TO CD-DATA-INSCRICAO
           MOVE WS-UNIDADE         TO CD-UNIDADE

           ADD 1 TO WS-QTD-CAND
           MOVE CANDIDATO-REG TO WS-CAND-REG(WS-QTD-CAND)
           SET WS-ALTEROU-SIM TO TRUE
           ADD 1 TO WS-QTD-INSCRITOS
           DISPLAY 'INSCRICAO ' CD-INSCRICAO ' - ' WS-NOME
                   ' - SERIE ' WS-SERIE ' DE ' WS-ANO
           EXIT.
       FIM-GRAVA-INSCRICAO.

       LOCALIZA-CANDIDATO.
           MOVE 'N' TO WS-CAND-ACHOU
           MOVE ZERO TO WS-CAND-ACHOU-I

           DISPLAY 'NUMERO DE INSCRICAO: '
           MOVE ZERO TO WS-INSCRICAO
           ACCEPT WS-INSCRICAO

           PERFORM VARYING WS-CAND-I FROM 1 BY 1
                   UNTIL WS-CAND-I > WS-QTD-CAND
                      OR WS-CAND-ACHOU-SIM
               MOVE WS-CAND-REG(WS-CAND-I) TO CANDIDATO-REG
               IF CD-INSCRICAO = WS-INSCRICAO
                   SET WS-CAND-ACHOU-SIM TO TRUE
                   MOVE WS-CAND-I TO WS-CAND-ACHOU-I
               END-IF
           END-PERFORM

           IF WS-CAND-ACHOU-SIM
               MOVE WS-CAND-REG(WS-CAND-ACHOU-I) TO CANDIDATO-REG
               IF CD-UNIDADE NOT = WS-UNIDADE
                   DISPLAY 'INSCRICAO ' WS-INSCRICAO ' E DA UNIDADE '
                           CD-UNIDADE ' - TRATE NA SESSAO DA UNIDADE'
                   MOVE 'N' TO WS-CAND-ACHOU
               ELSE
                   DISPLAY 'CANDIDATO: ' CD-NOME ' - SERIE ' CD-SERIE
                           ' DE ' CD-ANO-LETIVO ' - SITUACAO '
                           CD-SITUACAO
               END-IF
           ELSE
               DISPLAY 'INSCRICAO ' WS-INSCRICAO ' NAO ENCONTRADA'
           END-IF
           EXIT.
       FIM-LOCALIZA-CANDIDATO.

      *-----------------------------------------------------------------
      * NOTAS EM DECIMOS (0 A 100) PARA NAO DEPENDER DA VIRGULA;
      * PONTUACAO = (PROVA x PESO + ENTREVISTA x PESO) / SOMA DOS PESOS
      *-----------------------------------------------------------------
       LANCA-NOTAS.
           PERFORM LOCALIZA-CANDIDATO
           IF WS-CAND-ACHOU-SIM
               IF NOT CD-SIT-INSCRITO AND NOT CD-SIT-AVALIADO
                   DISPLAY 'NOTAS SO PODEM SER LANCADAS ANTES DA '
                           'CLASSIFICACAO (SITUACAO I OU A)'
               ELSE
                   MOVE 'S' TO WS-ENTRADA-VALIDA
                   DISPLAY 'NOTA DA PROVA EM DECIMOS (0 A 100, '
                           'EX.: 75 = 7,5): '
                   MOVE ZERO TO WS-NOTA-DECIMOS
                   ACCEPT WS-NOTA-DECIMOS
                   IF WS-NOTA-DECIMOS > 100
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                   ELSE
                       COMPUTE WS-NOTA-PROVA = WS-NOTA-DECIMOS / 10
                   END-IF

                   DISPLAY 'NOTA DA ENTREVISTA EM DECIMOS (0 A 100): '
                   MOVE ZERO TO WS-NOTA-DECIMOS
                   ACCEPT WS-NOTA-DECIMOS
                   IF WS-NOTA-DECIMOS > 100
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                   ELSE
                       COMPUTE WS-NOTA-ENTREVISTA =
                               WS-NOTA-DECIMOS / 10
                   END-IF

                   IF NOT WS-ENTRADA-OK
                       DISPLAY 'NOTA FORA DE 0 A 100 DECIMOS - NADA '
                               'ALTERADO'
                   ELSE
                       MOVE WS-NOTA-PROVA      TO CD-NOTA-PROVA
                       MOVE WS-NOTA-ENTREVISTA TO CD-NOTA-ENTREVISTA
                       COMPUTE CD-PONTUACAO ROUNDED =
                           ((WS-NOTA-PROVA * WS-PESO-PROVA) +
                            (WS-NOTA-ENTREVISTA * WS-PESO-ENTREVISTA))
                           / (WS-PESO-PROVA + WS-PESO-ENTREVISTA)
                       END-COMPUTE
                       SET CD-SIT-AVALIADO TO TRUE
                       MOVE CANDIDATO-REG
                            TO WS-CAND-REG(WS-CAND-ACHOU-I)
                       SET WS-ALTEROU-SIM TO TRUE
                       MOVE CD-PONTUACAO TO WS-MASK-PONTOS
                       DISPLAY 'PONTUACAO DE ' CD-NOME ': '
                               WS-MASK-PONTOS
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-LANCA-NOTAS.

      *-----------------------------------------------------------------
      * CLASSIFICACAO DA SERIE: ORDEM DECRESCENTE DE PONTUACAO
      * (DESEMPATE PELA NOTA DA PROVA E DEPOIS PELA INSCRICAO MAIS
      * ANTIGA); CHAMA EM ORDEM OS AVALIADOS E OS DA ESPERA ENQUANTO
      * HOUVER VAGA LIVRE NAS TURMAS DA SERIE, DESCONTADOS OS CHAMADOS
      * AINDA NAO MATRICULADOS; OS DEMAIS VAO PARA A LISTA DE ESPERA;
      * CANDIDATOS E TURMAS SAO SO OS DA UNIDADE DA SESSAO
      *-----------------------------------------------------------------
       CLASSIFICA-SERIE.
           PERFORM COLETA-ANO-SERIE
           PERFORM MONTA-RANKING

           IF WS-QTD-RK = 0
               DISPLAY 'NENHUM CANDIDATO AVALIADO NA SERIE ' WS-SERIE
                       ' DE ' WS-ANO
           ELSE
               PERFORM CALCULA-VAGAS-SERIE
               PERFORM PROXIMA-ORDEM-CHAMADA

               PERFORM VARYING WS-POSICAO FROM 1 BY 1
                       UNTIL WS-POSICAO > WS-QTD-RK
                   PERFORM VARYING WS-RK-I FROM 1 BY 1
                           UNTIL WS-RK-I > WS-QTD-RK
                       IF WS-RK-POSICAO(WS-RK-I) = WS-POSICAO
                           PERFORM APLICA-POSICAO
                       END-IF
                   END-PERFORM
               END-PERFORM

               SET WS-ALTEROU-SIM TO TRUE
               DISPLAY 'SERIE ' WS-SERIE ' DE ' WS-ANO
                       ' CLASSIFICADA: ' WS-QTD-RK ' CANDIDATO(S), '
                       WS-QTD-CHAMADOS ' CHAMADO(S) NESTA SESSAO'
           END-IF
           EXIT.
       FIM-CLASSIFICA-SERIE.

       COLETA-ANO-SERIE.
           DISPLAY 'ANO LETIVO (AAAA, ZERO PARA ' WS-ANO-PADRAO '): '
           MOVE ZERO TO WS-ANO
           ACCEPT WS-ANO
           IF WS-ANO = ZERO
               MOVE WS-ANO-PADRAO TO WS-ANO
           END-IF
           DISPLAY 'SERIE (01 A 12): '
           MOVE ZERO TO WS-SERIE
           ACCEPT WS-SERIE
           EXIT.
       FIM-COLETA-ANO-SERIE.

       MONTA-RANKING.
           MOVE ZERO TO WS-QTD-RK
           PERFORM VARYING WS-CAND-I FROM 1 BY 1
                   UNTIL WS-CAND-I > WS-QTD-CAND
               MOVE WS-CAND-REG(WS-CAND-I) TO CANDIDATO-REG
               IF CD-ANO-LETIVO = WS-ANO AND
                  CD-SERIE = WS-SERIE AND
                  CD-UNIDADE = WS-UNIDADE AND
                  (CD-SIT-AVALIADO OR CD-SIT-ESPERA OR
                   CD-SIT-CHAMADO OR CD-SIT-MATRICULADO)
                   ADD 1 TO WS-QTD-RK
                   MOVE WS-CAND-I    TO WS-RK-CAND-I(WS-QTD-RK)
                   MOVE CD-PONTUACAO TO WS-RK-PONTOS(WS-QTD-RK)
                   MOVE CD-NOTA-PROVA TO WS-RK-PROVA(WS-QTD-RK)
                   MOVE CD-INSCRICAO TO WS-RK-INSCRICAO(WS-QTD-RK)
                   MOVE ZERO         TO WS-RK-POSICAO(WS-QTD-RK)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-POSICAO FROM 1 BY 1
                   UNTIL WS-POSICAO > WS-QTD-RK
               MOVE ZERO TO WS-RK-MELHOR-I
               PERFORM VARYING WS-RK-I FROM 1 BY 1
                       UNTIL WS-RK-I > WS-QTD-RK
                   IF WS-RK-POSICAO(WS-RK-I) = ZERO
                       IF WS-RK-MELHOR-I = ZERO
                           MOVE WS-RK-I TO WS-RK-MELHOR-I
                       ELSE
                           PERFORM COMPARA-RANKING
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-POSICAO TO WS-RK-POSICAO(WS-RK-MELHOR-I)
               MOVE WS-RK-CAND-I(WS-RK-MELHOR-I) TO WS-CAND-I
               MOVE WS-CAND-REG(WS-CAND-I) TO CANDIDATO-REG
               MOVE WS-POSICAO TO CD-CLASSIFICACAO
               MOVE CANDIDATO-REG TO WS-CAND-REG(WS-CAND-I)
           END-PERFORM
           EXIT.
       FIM-MONTA-RANKING.

       COMPARA-RANKING.
           EVALUATE TRUE
               WHEN WS-RK-PONTOS(WS-RK-I) >
                    WS-RK-PONTOS(WS-RK-MELHOR-I)
                   MOVE WS-RK-I TO WS-RK-MELHOR-I
               WHEN WS-RK-PONTOS(WS-RK-I) =
                    WS-RK-PONTOS(WS-RK-MELHOR-I)
                   IF WS-RK-PROVA(WS-RK-I) >
                      WS-RK-PROVA(WS-RK-MELHOR-I)
                       MOVE WS-RK-I TO WS-RK-MELHOR-I
                   ELSE
                       IF WS-RK-PROVA(WS-RK-I) =
                          WS-RK-PROVA(WS-RK-MELHOR-I) AND
                          WS-RK-INSCRICAO(WS-RK-I) <
                          WS-RK-INSCRICAO(WS-RK-MELHOR-I)
                           MOVE WS-RK-I TO WS-RK-MELHOR-I
                       END-IF
                   END-IF
           END-EVALUATE
           EXIT.
       FIM-COMPARA-RANKING.

       CALCULA-VAGAS-SERIE.
           MOVE ZERO TO WS-QTD-TS
           MOVE ZERO TO WS-VAGAS-LIVRES
           MOVE 'N' TO WS-FIM-TUR
           OPEN INPUT TURMAS
           IF WS-TUR-STATUS = '00'
               PERFORM LER-TURMAS
               PERFORM UNTIL WS-FIM-TUR-SIM
                   MOVE TU-UNIDADE TO WS-UNIDADE-TURMA
                   IF WS-UNIDADE-TURMA = SPACES
                       MOVE '01' TO WS-UNIDADE-TURMA
                   END-IF
                   IF TU-ANO = WS-ANO AND TU-SERIE = WS-SERIE AND
                      WS-UNIDADE-TURMA = WS-UNIDADE AND
                      WS-QTD-TS < WS-TAB-TS-LIMITE
                       ADD 1 TO WS-QTD-TS
                       MOVE TU-TURMA TO WS-TS-TURMA(WS-QTD-TS)
                   END-IF
                   PERFORM LER-TURMAS
               END-PERFORM
               CLOSE TURMAS
           END-IF

           PERFORM VARYING WS-TS-I FROM 1 BY 1
                   UNTIL WS-TS-I > WS-QTD-TS
               MOVE WS-TS-TURMA(WS-TS-I) TO WS-TURMA
               PERFORM CONSULTA-VAGAS
               IF WS-VAGA-SIM
                   COMPUTE WS-VAGAS-LIVRES = WS-VAGAS-LIVRES
                           + WS-VAGA-CAPACIDADE - WS-VAGA-OCUPADAS
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-QTD-CHAMADOS-PEND
           PERFORM VARYING WS-CAND-I FROM 1 BY 1
                   UNTIL WS-CAND-I > WS-QTD-CAND
               MOVE WS-CAND-REG(WS-CAND-I) TO CANDIDATO-REG
               IF CD-ANO-LETIVO = WS-ANO AND
                  CD-SERIE = WS-SERIE AND
                  CD-UNIDADE = WS-UNIDADE AND CD-SIT-CHAMADO
                   ADD 1 TO WS-QTD-CHAMADOS-PEND
               END-IF
           END-PERFORM

           COMPUTE WS-VAGAS-CHAMADA = WS-VAGAS-LIVRES
                                    - WS-QTD-CHAMADOS-PEND
           IF WS-VAGAS-CHAMADA < 0
               MOVE ZERO TO WS-VAGAS-CHAMADA
           END-IF
           DISPLAY 'TURMAS DA SERIE: ' WS-QTD-TS ' - VAGAS LIVRES: '
                   WS-VAGAS-LIVRES ' - CHAMADOS A MATRICULAR: '
                   WS-QTD-CHAMADOS-PEND
           IF WS-QTD-TS = 0
               DISPLAY 'AVISO: NENHUMA TURMA DA SERIE ' WS-SERIE
                       ' CADASTRADA PARA ' WS-ANO ' NO TURMAS.TXT - '
                       'NINGUEM SERA CHAMADO'
           END-IF
           EXIT.
       FIM-CALCULA-VAGAS-SERIE.

       LER-TURMAS.
           READ TURMAS
               AT END
                   SET WS-FIM-TUR-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TURMAS.

       CONSULTA-VAGAS.
           CALL 'TURMA-VAGAS' USING WS-TURMA
                                    WS-ANO
                                    WS-VAGA-RESULTADO
                                    WS-VAGA-SERIE
                                    WS-VAGA-TURNO
                                    WS-VAGA-SALA
                                    WS-VAGA-CAPACIDADE
                                    WS-VAGA-OCUPADAS
                                    WS-UNIDADE
           END-CALL
           EXIT.
       FIM-CONSULTA-VAGAS.

       PROXIMA-ORDEM-CHAMADA.
           MOVE ZERO TO WS-PROX-ORDEM
           PERFORM VARYING WS-CAND-I FROM 1 BY 1
                   UNTIL WS-CAND-I > WS-QTD-CAND
               MOVE WS-CAND-REG(WS-CAND-I) TO CANDIDATO-REG
               IF CD-ANO-LETIVO = WS-ANO AND
                  CD-SERIE = WS-SERIE AND
                  CD-UNIDADE = WS-UNIDADE AND
                  CD-ORDEM-CHAMADA > WS-PROX-ORDEM
                   MOVE CD-ORDEM-CHAMADA TO WS-PROX-ORDEM
               END-IF
           END-PERFORM
           EXIT.
       FIM-PROXIMA-ORDEM-CHAMADA.

       APLICA-POSICAO.
           MOVE WS-RK-CAND-I(WS-RK-I) TO WS-CAND-I
           MOVE WS-CAND-REG(WS-CAND-I) TO CANDIDATO-REG
           IF CD-SIT-AVALIADO OR CD-SIT-ESPERA
               IF WS-VAGAS-CHAMADA > 0
                   PERFORM CHAMA-CANDIDATO
                   SUBTRACT 1 FROM WS-VAGAS-CHAMADA
               ELSE
                   SET CD-SIT-ESPERA TO TRUE
                   MOVE CANDIDATO-REG TO WS-CAND-REG(WS-CAND-I)
               END-IF
           END-IF
           EXIT.
       FIM-APLICA-POSICAO.

       CHAMA-CANDIDATO.
           ADD 1 TO WS-PROX-ORDEM
           SET CD-SIT-CHAMADO TO TRUE
           MOVE WS-PROX-ORDEM TO CD-ORDEM-CHAMADA
           MOVE WS-DATA-FMT   TO CD-DATA-CHAMADA
           MOVE CANDIDATO-REG TO WS-CAND-REG(WS-CAND-I)
           ADD 1 TO WS-QTD-CHAMADOS
           DISPLAY 'CHAMADA ' CD-ORDEM-CHAMADA ': INSCRICAO '
                   CD-INSCRICAO ' - ' CD-NOME ' (CLASSIFICACAO '
                   CD-CLASSIFICACAO ')'
           EXIT.
       FIM-CHAMA-CANDIDATO.

      *-----------------------------------------------------------------
      * MATRICULA DO CHAMADO: TURMA DA SERIE COM VAGA; GRAVA O
      * MATRICULAS.TXT (PROXIMA MATRICULA, COMO NO CADASTRO-MATRICULA)
      * E O RESPONSAVEIS.TXT COM OS DADOS DA INSCRICAO
      *-----------------------------------------------------------------
       MATRICULA-CHAMADO.
           PERFORM LOCALIZA-CANDIDATO
           IF WS-CAND-ACHOU-SIM
               IF NOT CD-SIT-CHAMADO
                   DISPLAY 'SO CANDIDATO CHAMADO (SITUACAO C) PODE '
                           'SER MATRICULADO'
               ELSE
                   DISPLAY 'TURMA DA SERIE ' CD-SERIE ' EM '
                           CD-ANO-LETIVO ': '
                   MOVE SPACES TO WS-TURMA
                   ACCEPT WS-TURMA
                   MOVE CD-ANO-LETIVO TO WS-ANO
                   PERFORM CONSULTA-VAGAS
                   MOVE WS-CAND-REG(WS-CAND-ACHOU-I) TO CANDIDATO-REG
                   EVALUATE TRUE
                       WHEN WS-VAGA-RESULTADO = 'N'
                           DISPLAY 'TURMA ' WS-TURMA ' NAO CADASTRADA '
                                   'PARA ' WS-ANO ' - MATRICULA '
                                   'CANCELADA'
                       WHEN WS-VAGA-SERIE NOT = CD-SERIE
                           DISPLAY 'TURMA ' WS-TURMA ' E DA SERIE '
                                   WS-VAGA-SERIE ' - MATRICULA '
                                   'CANCELADA'
                       WHEN WS-TURMA-LOTADA
                           DISPLAY 'TURMA ' WS-TURMA ' LOTADA ('
                                   WS-VAGA-OCUPADAS ' DE '
                                   WS-VAGA-CAPACIDADE ') - MATRICULA '
                                   'CANCELADA'
                       WHEN OTHER
                           PERFORM GRAVA-MATRICULA-NOVA
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.
       FIM-MATRICULA-CHAMADO.

       GRAVA-MATRICULA-NOVA.
           MOVE ZERO TO WS-PROX-MATRICULA
           MOVE 'N' TO WS-FIM-MAT
           OPEN INPUT MATRICULAS
           IF WS-MAT-STATUS = '00'
               PERFORM LER-MATRICULAS
               PERFORM UNTIL WS-FIM-MAT-SIM
                   ADD 1 TO WS-PROX-MATRICULA
                   PERFORM LER-MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           ADD 1 TO WS-PROX-MATRICULA

           OPEN EXTEND MATRICULAS
           IF WS-MAT-STATUS = '35'
               OPEN OUTPUT MATRICULAS
           END-IF
           MOVE SPACES TO MATRICULA-REG
           MOVE WS-PROX-MATRICULA TO MT-MATRICULA
           MOVE CD-NOME           TO MT-NOME
           MOVE CD-CPF            TO MT-CPF
           MOVE CD-NASCIMENTO     TO MT-NASCIMENTO
           MOVE 'A'               TO MT-SITUACAO
           MOVE SPACES            TO MT-DATA-SITUACAO
           MOVE WS-TURMA          TO MT-TURMA
           MOVE CD-ANO-LETIVO     TO MT-ANO-LETIVO
           MOVE WS-UNIDADE        TO MT-UNIDADE
           WRITE MATRICULA-REG
           CLOSE MATRICULAS

           OPEN EXTEND RESPONSAVEIS
           IF WS-RESP-STATUS = '35'
               OPEN OUTPUT RESPONSAVEIS
           END-IF
           MOVE SPACES TO RESPONSAVEL-REG
           MOVE WS-PROX-MATRICULA  TO RS-MATRICULA
           MOVE CD-RESP-NOME       TO RS-NOME
           MOVE CD-RESP-CPF        TO RS-CPF
           MOVE CD-RESP-TELEFONE   TO RS-TELEFONE
           MOVE CD-RESP-PARENTESCO TO RS-PARENTESCO
           WRITE RESPONSAVEL-REG
           CLOSE RESPONSAVEIS

           SET CD-SIT-MATRICULADO TO TRUE
           MOVE WS-PROX-MATRICULA TO CD-MATRICULA
           MOVE WS-TURMA          TO CD-TURMA
           MOVE CANDIDATO-REG TO WS-CAND-REG(WS-CAND-ACHOU-I)
           SET WS-ALTEROU-SIM TO TRUE
           ADD 1 TO WS-QTD-MATRICULADOS
           DISPLAY 'CANDIDATO ' CD-NOME ' MATRICULADO SOB O NUMERO '
                   WS-PROX-MATRICULA ' NA TURMA ' WS-TURMA
                   ' - RESPONSAVEL ' CD-RESP-NOME ' VINCULADO'
           EXIT.
       FIM-GRAVA-MATRICULA-NOVA.

       LER-MATRICULAS.
           READ MATRICULAS
               AT END
                   SET WS-FIM-MAT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MATRICULAS.

      *-----------------------------------------------------------------
      * DESISTENCIA: O CHAMADO QUE DESISTE LIBERA A VAGA E O PRIMEIRO
      * DA LISTA DE ESPERA DA MESMA SERIE E CHAMADO NA HORA
      *-----------------------------------------------------------------
       REGISTRA-DESISTENCIA.
           PERFORM LOCALIZA-CANDIDATO
           IF WS-CAND-ACHOU-SIM
               EVALUATE TRUE
                   WHEN CD-SIT-MATRICULADO
                       DISPLAY 'CANDIDATO JA MATRICULADO (MATRICULA '
                               CD-MATRICULA ') - A SAIDA E PELO '
                               'CADASTRO-MATRICULA'
                   WHEN CD-SIT-DESISTENTE
                       DISPLAY 'DESISTENCIA JA REGISTRADA'
                   WHEN OTHER
                       DISPLAY 'CONFIRMA A DESISTENCIA? (S) SIM  '
                               '(N) NAO'
                       MOVE 'N' TO WS-CONFIRMA
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA-SIM
                           PERFORM GRAVA-DESISTENCIA
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.
       FIM-REGISTRA-DESISTENCIA.

       GRAVA-DESISTENCIA.
           MOVE CD-ANO-LETIVO TO WS-ANO
           MOVE CD-SERIE      TO WS-SERIE
           IF CD-SIT-CHAMADO
               MOVE 'S' TO WS-CONFIRMA
           ELSE
               MOVE 'N' TO WS-CONFIRMA
           END-IF

           SET CD-SIT-DESISTENTE TO TRUE
           MOVE CANDIDATO-REG TO WS-CAND-REG(WS-CAND-ACHOU-I)
           SET WS-ALTEROU-SIM TO TRUE
           ADD 1 TO WS-QTD-DESISTENTES
           DISPLAY 'DESISTENCIA DE ' CD-NOME ' REGISTRADA'

           IF WS-CONFIRMA-SIM
               PERFORM CHAMA-PROXIMO-ESPERA
           END-IF
           EXIT.
       FIM-GRAVA-DESISTENCIA.

       CHAMA-PROXIMO-ESPERA.
           MOVE ZERO TO WS-RK-MELHOR-I
           MOVE 9999 TO WS-POSICAO
           PERFORM VARYING WS-CAND-I FROM 1 BY 1
                   UNTIL WS-CAND-I > WS-QTD-CAND
               MOVE WS-CAND-REG(WS-CAND-I) TO CANDIDATO-REG
               IF CD-ANO-LETIVO = WS-ANO AND
                  CD-SERIE = WS-SERIE AND
                  CD-UNIDADE = WS-UNIDADE AND CD-SIT-ESPERA AND
                  CD-CLASSIFICACAO < WS-POSICAO
                   MOVE CD-CLASSIFICACAO TO WS-POSICAO
                   MOVE WS-CAND-I TO WS-RK-MELHOR-I
               END-IF
           END-PERFORM

           IF WS-RK-MELHOR-I = ZERO
               DISPLAY 'LISTA DE ESPERA DA SERIE ' WS-SERIE ' DE '
                       WS-ANO ' VAZIA - VAGA FICA LIVRE'
           ELSE
               PERFORM PROXIMA-ORDEM-CHAMADA
               MOVE WS-RK-MELHOR-I TO WS-CAND-I
               MOVE WS-CAND-REG(WS-CAND-I) TO CANDIDATO-REG
               PERFORM CHAMA-CANDIDATO
           END-IF
           EXIT.
       FIM-CHAMA-PROXIMO-ESPERA.

      *-----------------------------------------------------------------
      * RELATORIO DA SERIE: APROVADOS (CHAMADOS E MATRICULADOS) E
      * LISTA DE ESPERA NA ORDEM DE CLASSIFICACAO, E AS CHAMADAS NA
      * ORDEM EM QUE FORAM FEITAS
      *-----------------------------------------------------------------
       RELATA-SERIE.
           PERFORM COLETA-ANO-SERIE

           MOVE SPACES TO WS-IMP-TITULO
           STRING 'ADMISSAO ' WS-ANO ' - SERIE ' WS-SERIE
                  DELIMITED BY SIZE
                  INTO WS-IMP-TITULO
           END-STRING
           MOVE 'I' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE '*** APROVADOS (CHAMADOS E MATRICULADOS) ***'
                TO WS-IMP-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           MOVE ZERO TO WS-QTD-LISTADOS
           PERFORM VARYING WS-POSICAO FROM 1 BY 1
                   UNTIL WS-POSICAO > WS-QTD-CAND
               PERFORM VARYING WS-CAND-I FROM 1 BY 1
                       UNTIL WS-CAND-I > WS-QTD-CAND
                   MOVE WS-CAND-REG(WS-CAND-I) TO CANDIDATO-REG
                   IF CD-ANO-LETIVO = WS-ANO AND
                      CD-SERIE = WS-SERIE AND
                      CD-UNIDADE = WS-UNIDADE AND
                      CD-CLASSIFICACAO = WS-POSICAO AND
                      (CD-SIT-CHAMADO OR CD-SIT-MATRICULADO)
                       PERFORM MONTA-LINHA-CANDIDATO
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE '*** LISTA DE ESPERA ***' TO WS-IMP-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           PERFORM VARYING WS-POSICAO FROM 1 BY 1
                   UNTIL WS-POSICAO > WS-QTD-CAND
               PERFORM VARYING WS-CAND-I FROM 1 BY 1
                       UNTIL WS-CAND-I > WS-QTD-CAND
                   MOVE WS-CAND-REG(WS-CAND-I) TO CANDIDATO-REG
                   IF CD-ANO-LETIVO = WS-ANO AND
                      CD-SERIE = WS-SERIE AND
                      CD-UNIDADE = WS-UNIDADE AND
                      CD-CLASSIFICACAO = WS-POSICAO AND
                      CD-SIT-ESPERA
                       PERFORM MONTA-LINHA-CANDIDATO
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE '*** CHAMADAS EM ORDEM ***' TO WS-IMP-LINHA
           PERFORM GRAVA-LINHA-RELATORIO
           PERFORM VARYING WS-POSICAO FROM 1 BY 1
                   UNTIL WS-POSICAO > WS-QTD-CAND
               PERFORM VARYING WS-CAND-I FROM 1 BY 1
                       UNTIL WS-CAND-I > WS-QTD-CAND
                   MOVE WS-CAND-REG(WS-CAND-I) TO CANDIDATO-REG
                   IF CD-ANO-LETIVO = WS-ANO AND
                      CD-SERIE = WS-SERIE AND
                      CD-UNIDADE = WS-UNIDADE AND
                      CD-ORDEM-CHAMADA = WS-POSICAO
                       PERFORM MONTA-LINHA-CANDIDATO
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-IMP-LINHA
           STRING 'LINHAS LISTADAS: ' WS-QTD-LISTADOS
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           MOVE 'T' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO

           MOVE 'E' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY 'RELATORIO GRAVADO EM ' WS-IMP-ARQUIVO
           EXIT.
       FIM-RELATA-SERIE.

       MONTA-LINHA-CANDIDATO.
           MOVE CD-PONTUACAO TO WS-MASK-PONTOS
           MOVE SPACES TO WS-IMP-LINHA
           STRING CD-CLASSIFICACAO '     '
                  CD-INSCRICAO '    '
                  CD-NOME ' '
                  WS-MASK-PONTOS '  '
                  CD-SITUACAO '   '
                  CD-ORDEM-CHAMADA ' '
                  CD-DATA-CHAMADA
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
           END-STRING
           ADD 1 TO WS-QTD-LISTADOS
           PERFORM GRAVA-LINHA-RELATORIO
           EXIT.
       FIM-MONTA-LINHA-CANDIDATO.

       GRAVA-LINHA-RELATORIO.
           MOVE 'D' TO WS-IMP-ACAO
           PERFORM CHAMA-IMPRESSAO
           DISPLAY WS-IMP-LINHA(1:79)
           EXIT.
       FIM-GRAVA-LINHA-RELATORIO.

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
           IF WS-ALTEROU-SIM
               IF WS-CAND-CHEIA-SIM
                   DISPLAY 'CANDIDATOS.TXT NAO REGRAVADO - A CARGA '
                           'ESTOUROU A TABELA E A REGRAVACAO '
                           'TRUNCARIA O ARQUIVO'
               ELSE
                   PERFORM REGRAVA-CANDIDATOS
               END-IF
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'CANDIDATOS INSCRITOS   : ' WS-QTD-INSCRITOS
           DISPLAY 'CANDIDATOS CHAMADOS    : ' WS-QTD-CHAMADOS
           DISPLAY 'CANDIDATOS MATRICULADOS: ' WS-QTD-MATRICULADOS
           DISPLAY 'DESISTENCIAS           : ' WS-QTD-DESISTENTES
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.

       REGRAVA-CANDIDATOS.
           OPEN OUTPUT CANDIDATOS
           PERFORM VARYING WS-CAND-I FROM 1 BY 1
                   UNTIL WS-CAND-I > WS-QTD-CAND
               MOVE WS-CAND-REG(WS-CAND-I) TO CANDIDATO-REG
               WRITE CANDIDATO-REG
           END-PERFORM
           CLOSE CANDIDATOS
           EXIT.
       FIM-REGRAVA-CANDIDATOS.
      ******************************************************************
       END PROGRAM ADMISSAO.
