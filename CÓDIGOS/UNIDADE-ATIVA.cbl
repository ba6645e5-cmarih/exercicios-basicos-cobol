      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: ROTINA COMPARTILHADA DA UNIDADE ATIVA DA SESSAO - A
      *          ESCOLA PASSOU A TER MAIS DE UMA UNIDADE (FILIAL) E O
      *          OPERADOR ESCOLHE NA ENTRADA DO MENU-OPERADOR COM QUAL
      *          UNIDADE VAI TRABALHAR (GRAVADA EM UNIDATIVA.TXT, DO
      *          MESMO JEITO QUE O PERFIL EM PERFILATIVO.TXT); ESTA
      *          ROTINA DEVOLVE O CODIGO DA UNIDADE ATIVA E O NOME DO
      *          CADASTRO UNIDADES.TXT (UNIDADE.CPY); 00 = VISAO
      *          CONSOLIDADA (TODAS AS UNIDADES), QUE TAMBEM E O
      *          VALOR SEM UNIDATIVA.TXT, ENTAO A ESCOLA DE UMA
      *          UNIDADE SO CONTINUA VENDO TUDO COMO ANTES; O NOME
      *          VOLTA EM BRANCO QUANDO NAO HA UNIDADES.TXT, E A
      *          ROTINA IMPRESSAO SO CARIMBA A UNIDADE NO TITULO
      *          QUANDO HA NOME
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Rotina original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIDADE-ATIVA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIDADE-ATIVA-ARQ ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ATIVA-STATUS.
           SELECT UNIDADES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNIDADES-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD UNIDADE-ATIVA-ARQ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'UNIDATIVA.TXT'.
       01 UNIDADE-ATIVA-REG.
           02 UA-UNIDADE           PIC X(02).

       FD UNIDADES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'UNIDADES.TXT'.
       COPY UNIDADE.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ATIVA-STATUS              PIC X(02) VALUE '00'.
       01 WS-UNIDADES-STATUS           PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-UNIDADES       PIC X(01) VALUE 'N'.
               88 WS-FIM-UNIDADES-SIM      VALUE 'S'.
           02 WS-ACHOU              PIC X(01) VALUE 'N'.
               88 WS-ACHOU-SIM             VALUE 'S'.
      ******************************************************************
       LINKAGE SECTION.
       01 LNK-UNIDADE                   PIC X(02).
       01 LNK-NOME                      PIC X(40).
      ******************************************************************
       PROCEDURE DIVISION USING LNK-UNIDADE
                                LNK-NOME.
               PERFORM LE-UNIDADE-ATIVA.
               PERFORM LOCALIZA-NOME.
               GOBACK.

       LE-UNIDADE-ATIVA.
           MOVE '00' TO LNK-UNIDADE

           OPEN INPUT UNIDADE-ATIVA-ARQ
           IF WS-ATIVA-STATUS = '00'
               READ UNIDADE-ATIVA-ARQ
                   NOT AT END
                       IF UA-UNIDADE NOT = SPACES
                           MOVE UA-UNIDADE TO LNK-UNIDADE
                       END-IF
               END-READ
               CLOSE UNIDADE-ATIVA-ARQ
           END-IF
           EXIT.
       FIM-LE-UNIDADE-ATIVA.

       LOCALIZA-NOME.
           MOVE SPACES TO LNK-NOME
           MOVE 'N' TO WS-FIM-UNIDADES
           MOVE 'N' TO WS-ACHOU

           OPEN INPUT UNIDADES
           IF WS-UNIDADES-STATUS = '00'
               IF LNK-UNIDADE = '00'
                   MOVE 'CONSOLIDADO - TODAS AS UNIDADES' TO LNK-NOME
                   SET WS-ACHOU-SIM TO TRUE
               END-IF
               PERFORM LER-UNIDADES
               PERFORM UNTIL WS-FIM-UNIDADES-SIM
                      OR WS-ACHOU-SIM
                   IF UN-CODIGO = LNK-UNIDADE
                       SET WS-ACHOU-SIM TO TRUE
                       MOVE UN-NOME TO LNK-NOME
                   END-IF
                   PERFORM LER-UNIDADES
               END-PERFORM
               CLOSE UNIDADES
               IF NOT WS-ACHOU-SIM
                   MOVE 'UNIDADE FORA DO CADASTRO' TO LNK-NOME
               END-IF
           END-IF
           EXIT.
       FIM-LOCALIZA-NOME.

       LER-UNIDADES.
           READ UNIDADES
               AT END
                   SET WS-FIM-UNIDADES-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-UNIDADES.
      ******************************************************************
       END PROGRAM UNIDADE-ATIVA.
