      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: ROTINA COMPARTILHADA DE IMC PARA IDADE, EXTRAIDA DO
      *          PESO-IDEAL PARA SER CHAMADA TAMBEM PELA TRIAGEM
      *          NUTRICIONAL DA ESCOLA - RECEBE SEXO, IDADE EM MESES
      *          COMPLETOS (ABAIXO DE 228) E IMC E DEVOLVE O ESCORE-Z
      *          E O PERCENTIL PELAS CURVAS DA OMS DA TABELA
      *          IMCIDADE.TXT (IMCIDADE.CPY, LMS POR SEXO E IDADE EM
      *          MESES, CARREGADA NA PRIMEIRA CHAMADA) COM A
      *          CLASSIFICACAO MAGREZA, EUTROFIA, SOBREPESO OU
      *          OBESIDADE; SEM A TABELA ('T') OU SEM LINHA PARA O
      *          SEXO/IDADE ('N') DEVOLVE SEM REFERENCIA, COM ESCORE
      *          E PERCENTIL ZERADOS
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original, logica extraida do
      *                    PESO-IDEAL (escore-z LMS, extensao da OMS
      *                    alem de +/-3 e percentil)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMC-IDADE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMC-IDADE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-IMCID-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD IMC-IDADE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'IMCIDADE.TXT'.
       COPY IMCIDADE.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-IMCID-STATUS              PIC X(02) VALUE '00'.
       01 WS-FLAGS.
           02 WS-FIM-IMCID          PIC X(01) VALUE 'N'.
               88 WS-FIM-IMCID-SIM         VALUE 'S'.
           02 WS-IR-ACHOU           PIC X(01) VALUE 'N'.
               88 WS-IR-ACHOU-SIM          VALUE 'S'.
           02 WS-TABELA-LIDA        PIC X(01) VALUE 'N'.
               88 WS-TABELA-LIDA-SIM       VALUE 'S'.
           02 WS-TABELA-PRESENTE    PIC X(01) VALUE 'N'.
               88 WS-TABELA-PRESENTE-SIM   VALUE 'S'.
       01 WS-TAB-IR-LIMITE             PIC 9(03) VALUE 500.
       01 WS-QTD-IR                    PIC 9(03) VALUE ZERO.
       01 WS-QTD-IR-IGNORADOS          PIC 9(03) VALUE ZERO.
       01 WS-TABELA-IMC-IDADE.
           02 WS-IR-ENTRADA OCCURS 500 TIMES.
               03 WS-IR-SEXO           PIC X(01).
               03 WS-IR-MESES          PIC 9(03).
               03 WS-IR-L              PIC S9(01)V9(04).
               03 WS-IR-M              PIC 9(02)V9(04).
               03 WS-IR-S              PIC 9(01)V9(05).
       01 WS-IR-I                      PIC 9(03) VALUE ZERO.
       01 WS-IR-ACHOU-I                PIC 9(03) VALUE ZERO.
       01 WS-Z-CALC                    PIC S9(03)V9(06) VALUE ZERO.
       01 WS-Z-ABS                     PIC 9(03)V9(06) VALUE ZERO.
       01 WS-Z-T                       PIC 9(01)V9(09) VALUE ZERO.
       01 WS-Z-DENS                    PIC 9(01)V9(09) VALUE ZERO.
       01 WS-Z-CAUDA                   PIC 9(01)V9(09) VALUE ZERO.
       01 WS-Z-PHI                     PIC 9(01)V9(09) VALUE ZERO.
       01 WS-IR-SD2                    PIC 9(03)V9(04) VALUE ZERO.
       01 WS-IR-SD3                    PIC 9(03)V9(04) VALUE ZERO.
      ******************************************************************
       LINKAGE SECTION.
       01 LNK-SEXO                     PIC X(01).
       01 LNK-IDADE-MESES              PIC 9(03).
       01 LNK-IMC                      PIC 9(02)V99.
       01 LNK-RETORNO                  PIC X(01).
           88 LNK-CLASSIFICADO                VALUE 'S'.
           88 LNK-SEM-REFERENCIA              VALUE 'N'.
           88 LNK-SEM-TABELA                  VALUE 'T'.
       01 LNK-ZSCORE                   PIC S9(02)V99.
       01 LNK-PERCENTIL                PIC 9(03)V9.
       01 LNK-CLASSIFICACAO            PIC X(20).
      ******************************************************************
       PROCEDURE DIVISION USING LNK-SEXO
                                LNK-IDADE-MESES
                                LNK-IMC
                                LNK-RETORNO
                                LNK-ZSCORE
                                LNK-PERCENTIL
                                LNK-CLASSIFICACAO.
       INICIO-PROGRAMA.
           MOVE 'N' TO LNK-RETORNO
           MOVE ZERO TO LNK-ZSCORE
           MOVE ZERO TO LNK-PERCENTIL
           MOVE 'SEM REFERENCIA' TO LNK-CLASSIFICACAO

           IF NOT WS-TABELA-LIDA-SIM
               PERFORM CARREGA-IMC-IDADE
               SET WS-TABELA-LIDA-SIM TO TRUE
           END-IF

           IF NOT WS-TABELA-PRESENTE-SIM
               MOVE 'T' TO LNK-RETORNO
           ELSE
               PERFORM LOCALIZA-REFERENCIA-IDADE
               IF WS-IR-ACHOU-SIM
                   PERFORM CALCULA-ESCORE-Z
                   PERFORM CALCULA-PERCENTIL
                   PERFORM CLASSIFICA-ESCORE
                   MOVE 'S' TO LNK-RETORNO
               END-IF
           END-IF
           GOBACK.

       CARREGA-IMC-IDADE.
           OPEN INPUT IMC-IDADE
           IF WS-IMCID-STATUS = '00'
               SET WS-TABELA-PRESENTE-SIM TO TRUE
               PERFORM LER-IMC-IDADE
               PERFORM UNTIL WS-FIM-IMCID-SIM
                   IF (IR-SEXO = 'M' OR IR-SEXO = 'F') AND
                      IR-IDADE-MESES NUMERIC AND
                      IR-L NUMERIC AND IR-M NUMERIC AND
                      IR-S NUMERIC AND
                      IR-M > 0 AND IR-S > 0 AND
                      WS-QTD-IR < WS-TAB-IR-LIMITE
                       ADD 1 TO WS-QTD-IR
                       MOVE IR-SEXO        TO WS-IR-SEXO(WS-QTD-IR)
                       MOVE IR-IDADE-MESES TO WS-IR-MESES(WS-QTD-IR)
                       MOVE IR-L           TO WS-IR-L(WS-QTD-IR)
                       MOVE IR-M           TO WS-IR-M(WS-QTD-IR)
                       MOVE IR-S           TO WS-IR-S(WS-QTD-IR)
                   ELSE
                       ADD 1 TO WS-QTD-IR-IGNORADOS
                   END-IF
                   PERFORM LER-IMC-IDADE
               END-PERFORM
               CLOSE IMC-IDADE
               DISPLAY 'REFERENCIA DE IMC PARA IDADE CARREGADA: '
                       WS-QTD-IR ' LINHA(S), ' WS-QTD-IR-IGNORADOS
                       ' IGNORADA(S)'
           ELSE
               DISPLAY 'IMCIDADE.TXT NAO ENCONTRADO - MENOR DE 19 '
                       'ANOS FICA SEM CLASSIFICACAO POR IDADE'
           END-IF
           EXIT.
       FIM-CARREGA-IMC-IDADE.

       LER-IMC-IDADE.
           READ IMC-IDADE
               AT END
                   SET WS-FIM-IMCID-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-IMC-IDADE.

      *-----------------------------------------------------------------
      * LINHA DO SEXO COM A MAIOR IDADE ATE A DO PACIENTE, NO MAXIMO
      * 12 MESES ANTES (TABELA ANUAL TAMBEM SERVE)
      *-----------------------------------------------------------------
       LOCALIZA-REFERENCIA-IDADE.
           MOVE 'N' TO WS-IR-ACHOU
           MOVE ZERO TO WS-IR-ACHOU-I

           PERFORM VARYING WS-IR-I FROM 1 BY 1
                   UNTIL WS-IR-I > WS-QTD-IR
               IF WS-IR-SEXO(WS-IR-I) = LNK-SEXO AND
                  WS-IR-MESES(WS-IR-I) <= LNK-IDADE-MESES AND
                  WS-IR-MESES(WS-IR-I) + 12 >= LNK-IDADE-MESES
                   IF NOT WS-IR-ACHOU-SIM OR
                      WS-IR-MESES(WS-IR-I) >
                      WS-IR-MESES(WS-IR-ACHOU-I)
                       SET WS-IR-ACHOU-SIM TO TRUE
                       MOVE WS-IR-I TO WS-IR-ACHOU-I
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
       FIM-LOCALIZA-REFERENCIA-IDADE.

       CALCULA-ESCORE-Z.
           IF WS-IR-L(WS-IR-ACHOU-I) = 0
               COMPUTE WS-Z-CALC ROUNDED =
                   FUNCTION LOG(LNK-IMC / WS-IR-M(WS-IR-ACHOU-I))
                   / WS-IR-S(WS-IR-ACHOU-I)
           ELSE
               COMPUTE WS-Z-CALC ROUNDED =
                   ((LNK-IMC / WS-IR-M(WS-IR-ACHOU-I))
                     ** WS-IR-L(WS-IR-ACHOU-I) - 1)
                   / (WS-IR-L(WS-IR-ACHOU-I) * WS-IR-S(WS-IR-ACHOU-I))

      *        ALEM DE +/-3 A OMS MEDE A DISTANCIA EM UNIDADES DO
      *        INTERVALO ENTRE 2 E 3 DESVIOS, NAO PELA CURVA LMS
               IF WS-Z-CALC > 3
                   COMPUTE WS-IR-SD3 ROUNDED =
                       WS-IR-M(WS-IR-ACHOU-I) *
                       (1 + WS-IR-L(WS-IR-ACHOU-I) *
                            WS-IR-S(WS-IR-ACHOU-I) * 3)
                       ** (1 / WS-IR-L(WS-IR-ACHOU-I))
                   COMPUTE WS-IR-SD2 ROUNDED =
                       WS-IR-M(WS-IR-ACHOU-I) *
                       (1 + WS-IR-L(WS-IR-ACHOU-I) *
                            WS-IR-S(WS-IR-ACHOU-I) * 2)
                       ** (1 / WS-IR-L(WS-IR-ACHOU-I))
                   COMPUTE WS-Z-CALC ROUNDED = 3 +
                       (LNK-IMC - WS-IR-SD3) / (WS-IR-SD3 - WS-IR-SD2)
               END-IF
               IF WS-Z-CALC < -3
                   COMPUTE WS-IR-SD3 ROUNDED =
                       WS-IR-M(WS-IR-ACHOU-I) *
                       (1 - WS-IR-L(WS-IR-ACHOU-I) *
                            WS-IR-S(WS-IR-ACHOU-I) * 3)
                       ** (1 / WS-IR-L(WS-IR-ACHOU-I))
                   COMPUTE WS-IR-SD2 ROUNDED =
                       WS-IR-M(WS-IR-ACHOU-I) *
                       (1 - WS-IR-L(WS-IR-ACHOU-I) *
                            WS-IR-S(WS-IR-ACHOU-I) * 2)
                       ** (1 / WS-IR-L(WS-IR-ACHOU-I))
                   COMPUTE WS-Z-CALC ROUNDED = -3 +
                       (LNK-IMC - WS-IR-SD3) / (WS-IR-SD2 - WS-IR-SD3)
               END-IF
           END-IF

           IF WS-Z-CALC > 9,99
               MOVE 9,99 TO WS-Z-CALC
           END-IF
           IF WS-Z-CALC < -9,99
               MOVE -9,99 TO WS-Z-CALC
           END-IF
           COMPUTE LNK-ZSCORE ROUNDED = WS-Z-CALC
           EXIT.
       FIM-CALCULA-ESCORE-Z.

      *-----------------------------------------------------------------
      * NORMAL PADRAO ACUMULADA (ABRAMOWITZ-STEGUN 26.2.17); O
      * PERCENTIL FICA ENTRE 0,1 E 99,9 PARA ZERO CONTINUAR SIGNIFICANDO
      * ADULTO OU SEM REFERENCIA PARA QUEM GRAVA O RESULTADO
      *-----------------------------------------------------------------
       CALCULA-PERCENTIL.
           MOVE WS-Z-CALC TO WS-Z-ABS
           COMPUTE WS-Z-T ROUNDED = 1 / (1 + 0,2316419 * WS-Z-ABS)
           COMPUTE WS-Z-DENS ROUNDED = 0,3989422804 *
                   FUNCTION EXP(0 - (WS-Z-ABS * WS-Z-ABS) / 2)
           COMPUTE WS-Z-CAUDA ROUNDED = WS-Z-DENS * WS-Z-T *
                   (0,319381530 + WS-Z-T *
                   (-0,356563782 + WS-Z-T *
                   (1,781477937 + WS-Z-T *
                   (-1,821255978 + WS-Z-T * 1,330274429))))

           IF WS-Z-CALC < 0
               MOVE WS-Z-CAUDA TO WS-Z-PHI
           ELSE
               COMPUTE WS-Z-PHI = 1 - WS-Z-CAUDA
           END-IF

           COMPUTE LNK-PERCENTIL ROUNDED = WS-Z-PHI * 100
           IF LNK-PERCENTIL < 0,1
               MOVE 0,1 TO LNK-PERCENTIL
           END-IF
           IF LNK-PERCENTIL > 99,9
               MOVE 99,9 TO LNK-PERCENTIL
           END-IF
           EXIT.
       FIM-CALCULA-PERCENTIL.

      *-----------------------------------------------------------------
      * CORTES DA OMS: ATE 60 MESES +2/+3 PARA SOBREPESO/OBESIDADE,
      * DEPOIS +1/+2; MAGREZA ABAIXO DE -2 EM QUALQUER IDADE
      *-----------------------------------------------------------------
       CLASSIFICA-ESCORE.
           IF LNK-IDADE-MESES <= 60
               EVALUATE TRUE
                   WHEN WS-Z-CALC > 3
                       MOVE 'OBESIDADE' TO LNK-CLASSIFICACAO
                   WHEN WS-Z-CALC > 2
                       MOVE 'SOBREPESO' TO LNK-CLASSIFICACAO
                   WHEN WS-Z-CALC < -2
                       MOVE 'MAGREZA'   TO LNK-CLASSIFICACAO
                   WHEN OTHER
                       MOVE 'EUTROFIA'  TO LNK-CLASSIFICACAO
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-Z-CALC > 2
                       MOVE 'OBESIDADE' TO LNK-CLASSIFICACAO
                   WHEN WS-Z-CALC > 1
                       MOVE 'SOBREPESO' TO LNK-CLASSIFICACAO
                   WHEN WS-Z-CALC < -2
                       MOVE 'MAGREZA'   TO LNK-CLASSIFICACAO
                   WHEN OTHER
                       MOVE 'EUTROFIA'  TO LNK-CLASSIFICACAO
               END-EVALUATE
           END-IF
           EXIT.
       FIM-CLASSIFICA-ESCORE.
      ******************************************************************
       END PROGRAM IMC-IDADE.
