      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: COPIA MASCARADA DOS DADOS DE PRODUCAO PARA O PERFIL
      *          ENSAIO - O GERA-TESTE FABRICA MASSA SINTETICA, MAS HA
      *          PROBLEMA QUE SO APARECE COM VOLUME E VICIOS REAIS, E A
      *          COPIA A MAO LEVAVA CPF, NOME E TELEFONE DE VERDADE
      *          PARA O ENSAIO; ESTE PROGRAMA LE O ARQUIVO DE PRODUCAO
      *          (NOME FISICO DA LINHA PRODUCAO DO ARQTAB.TXT, OU O
      *          PROPRIO NOME LOGICO) E GRAVA O ARQUIVO DO PERFIL
      *          ENSAIO (LINHA ENSAIO OBRIGATORIA E DIFERENTE DA DE
      *          PRODUCAO, SENAO A COPIA E RECUSADA), MASCARANDO OS
      *          DADOS PESSOAIS: NOMES, TELEFONES, E-MAILS E CARTEIRAS
      *          TEM LETRAS E DIGITOS TROCADOS PRESERVANDO ESPACOS,
      *          PONTUACAO E TAMANHO; CPF VIRA OUTRO CPF COM DIGITO
      *          VERIFICADOR VALIDO; NASCIMENTO FICA SO COM O ANO
      *          (01/07/AAAA). O VALOR FALSO SAI DE UMA ASSINATURA DO
      *          VALOR ORIGINAL COM A CHAVE INFORMADA PELO OPERADOR,
      *          ENTAO O MESMO NOME OU CPF VIRA O MESMO VALOR FALSO EM
      *          TODOS OS ARQUIVOS (MATRICULAS, RESPONSAVEIS,
      *          CONTALUNO, PESOHIST, PACIENTES E PESOROL CONTINUAM SE
      *          LIGANDO) E EM TODA COPIA FEITA COM A MESMA CHAVE; A
      *          ORIGEM COM SELO QUE NAO BATE NAO E COPIADA; A COPIA E
      *          RESSELADA PELA ROTINA SELO-ARQUIVO E CADA ARQUIVO
      *          FICA NO MASCLOG.TXT COM OPERADOR E DATA
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 MC  - Programa original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPIA-ENSAIO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.
           SELECT TABELA-ARQUIVOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TABELA-STATUS.
           SELECT ORIGEM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ORIGEM-STATUS.
           SELECT DESTINO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DESTINO-STATUS.
           SELECT MASCARA-LOG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'OPERADORES.TXT'.
       01 OPERADOR-REG.
           02 OP-ID                PIC X(08).
           02 OP-NOME              PIC X(20).
           02 OP-OPCOES            PIC X(09).

       FD TABELA-ARQUIVOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'ARQTAB.TXT'.
       01 TABELA-ARQUIVOS-REG          PIC X(70).

       FD ORIGEM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-ORIGEM-NOME.
       01 ORIGEM-REG                   PIC X(250).

       FD DESTINO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-DESTINO-NOME.
       01 DESTINO-REG                  PIC X(250).

       FD MASCARA-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MASCLOG.TXT'.
       COPY MASCLOG.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-OPER-STATUS               PIC X(02) VALUE '00'.
       01 WS-TABELA-STATUS             PIC X(02) VALUE '00'.
       01 WS-ORIGEM-STATUS             PIC X(02) VALUE '00'.
       01 WS-DESTINO-STATUS            PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS                PIC X(02) VALUE '00'.
       01 WS-ORIGEM-NOME               PIC X(30) VALUE SPACES.
       01 WS-DESTINO-NOME              PIC X(30) VALUE SPACES.
       01 WS-FLAGS.
           02 WS-FIM-OPER           PIC X(01) VALUE 'N'.
               88 WS-FIM-OPER-SIM         VALUE 'S'.
           02 WS-OPER-OK            PIC X(01) VALUE 'N'.
               88 WS-OPER-OK-SIM          VALUE 'S'.
           02 WS-FIM-TABELA         PIC X(01) VALUE 'N'.
               88 WS-FIM-TABELA-SIM       VALUE 'S'.
           02 WS-FIM-ORIGEM         PIC X(01) VALUE 'N'.
               88 WS-FIM-ORIGEM-SIM       VALUE 'S'.
       01 WS-DATA-HOJE.
           02 WS-HOJE-ANO              PIC 9(04).
           02 WS-HOJE-MES              PIC 9(02).
           02 WS-HOJE-DIA              PIC 9(02).
           02 WS-HOJE-HORA             PIC 9(02).
           02 WS-HOJE-MIN              PIC 9(02).
           02 WS-HOJE-SEG              PIC 9(02).
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.
       01 WS-HORA-FMT                  PIC X(08) VALUE SPACES.
       01 WS-OPERADOR                  PIC X(08) VALUE SPACES.
       01 WS-CHAVE                     PIC X(20) VALUE SPACES.
       01 WS-ALVO                      PIC X(01) VALUE 'T'.
           88 WS-ALVO-TODOS                   VALUE 'T' 't'.
       01 WS-ALVO-NUM                  PIC 9(01) VALUE ZERO.
      *-----------------------------------------------------------------
      * TABELA ARQTAB.TXT (PERFIL;LOGICO;FISICO), COMO A ARQUIVO-FISICO
      *-----------------------------------------------------------------
       01 WS-TAB-PERFIL                PIC X(10) VALUE SPACES.
       01 WS-TAB-LOGICO                PIC X(20) VALUE SPACES.
       01 WS-TAB-FISICO                PIC X(30) VALUE SPACES.
       01 WS-QTD-TABELA                PIC 9(03) VALUE ZERO.
       01 WS-TB-I                      PIC 9(03) VALUE ZERO.
       01 WS-TABELA-ARQTAB.
           02 WS-TB-ENTRADA OCCURS 200 TIMES.
               03 WS-TB-PERFIL         PIC X(10).
               03 WS-TB-LOGICO         PIC X(20).
               03 WS-TB-FISICO         PIC X(30).
      *-----------------------------------------------------------------
      * ARQUIVOS COPIADOS E CAMPOS MASCARADOS DE CADA UM (POSICOES DOS
      * COPYBOOKS MATRICULA, RESPONSA, PESOHIST, PACIENTE E PESO E DO
      * LAYOUT DO CONTALUNO); TIPO X = TROCA LETRAS E DIGITOS, C = CPF,
      * D = NASCIMENTO
      *-----------------------------------------------------------------
       01 WS-QTD-ARQS                  PIC 9(01) VALUE ZERO.
       01 WS-AR-I                      PIC 9(01) VALUE ZERO.
       01 WS-TABELA-ARQS.
           02 WS-AR-ENTRADA OCCURS 6 TIMES.
               03 WS-AR-LOGICO         PIC X(20).
       01 WS-QTD-REGRAS                PIC 9(02) VALUE ZERO.
       01 WS-RG-I                      PIC 9(02) VALUE ZERO.
       01 WS-TABELA-REGRAS.
           02 WS-RG-ENTRADA OCCURS 20 TIMES.
               03 WS-RG-ARQ            PIC 9(01).
               03 WS-RG-POS            PIC 9(03).
               03 WS-RG-TAM            PIC 9(02).
               03 WS-RG-TIPO           PIC X(01).
       01 WS-NOVA-POS                  PIC 9(03) VALUE ZERO.
       01 WS-NOVO-TAM                  PIC 9(02) VALUE ZERO.
       01 WS-NOVO-TIPO                 PIC X(01) VALUE SPACE.
      *-----------------------------------------------------------------
      * MASCARAMENTO
      *-----------------------------------------------------------------
       01 WS-REGISTRO                  PIC X(250) VALUE SPACES.
       01 WS-CAMPO                     PIC X(40) VALUE SPACES.
       01 WS-CHAR-I                    PIC 9(03) VALUE ZERO.
       01 WS-CHAR-ORD                  PIC 9(03) VALUE ZERO.
       01 WS-CHAR                      PIC X(01) VALUE SPACE.
       01 WS-HASH-TRAB                 PIC 9(18) VALUE ZERO.
       01 WS-RAND                      PIC 9(18) VALUE ZERO.
       01 WS-SORTEIO                   PIC 9(02) VALUE ZERO.
       01 WS-MAIUSCULAS                PIC X(26)
                               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-MINUSCULAS                PIC X(26)
                               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-DIGITOS                   PIC X(10) VALUE '0123456789'.
       01 WS-CPF-NOVO                  PIC 9(11) VALUE ZERO.
       01 WS-CPF-PARTES REDEFINES WS-CPF-NOVO.
           02 WS-CPF-BASE              PIC 9(09).
           02 WS-CPF-DV                PIC 9(02).
       01 WS-CPF-VALIDO                PIC X(01) VALUE 'S'.
       01 WS-CPF-DV1                   PIC 9(01) VALUE ZERO.
       01 WS-CPF-DV2                   PIC 9(01) VALUE ZERO.
      *-----------------------------------------------------------------
      * SELO DE INTEGRIDADE
      *-----------------------------------------------------------------
       01 WS-SELO-PROGRAMA             PIC X(15)
                                       VALUE 'COPIA-ENSAIO'.
       01 WS-SELO-ARQ                  PIC X(20) VALUE SPACES.
       01 WS-SELO-ACAO                 PIC X(01) VALUE 'V'.
       01 WS-SELO-RESULTADO            PIC X(01) VALUE 'S'.
      *-----------------------------------------------------------------
      * TOTAIS
      *-----------------------------------------------------------------
       01 WS-QTD-REGISTROS             PIC 9(07) VALUE ZERO.
       01 WS-QTD-CAMPOS                PIC 9(07) VALUE ZERO.
       01 WS-RESULTADO                 PIC X(08) VALUE SPACES.
       01 WS-QTD-COPIADOS              PIC 9(01) VALUE ZERO.
       01 WS-QTD-RECUSADOS             PIC 9(01) VALUE ZERO.
       01 WS-RETORNO-JOB               PIC 9(02) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM PROCESSA-PROGRAMA.
               PERFORM FINALIZA-PROGRAMA.

       INICIO-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'COPIA MASCARADA PARA O PERFIL ENSAIO'
           DISPLAY '-----------------------------------'

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING
           STRING WS-HOJE-HORA ':' WS-HOJE-MIN ':' WS-HOJE-SEG
                  DELIMITED BY SIZE
                  INTO WS-HORA-FMT
           END-STRING

           PERFORM CARREGA-ARQUIVOS

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR
           PERFORM VALIDA-OPERADOR
           IF NOT WS-OPER-OK-SIM
               DISPLAY 'OPERADOR NAO CADASTRADO - COPIA RECUSADA'
               MOVE 8 TO WS-RETORNO-JOB
           ELSE
               PERFORM CARREGA-ARQTAB

               DISPLAY 'CHAVE DE MASCARAMENTO (A MESMA CHAVE REPETE '
                       'OS MESMOS VALORES FALSOS): '
               ACCEPT WS-CHAVE
               IF WS-CHAVE = SPACES
                   MOVE WS-DATA-HOJE(1:8) TO WS-CHAVE
                   DISPLAY 'SEM CHAVE - USADA A DATA DE HOJE, A '
                           'COPIA NAO SE REPETE EM OUTRO DIA'
               END-IF

               DISPLAY 'ARQUIVOS:'
               PERFORM VARYING WS-AR-I FROM 1 BY 1
                       UNTIL WS-AR-I > WS-QTD-ARQS
                   DISPLAY '   (' WS-AR-I ') ' WS-AR-LOGICO(WS-AR-I)
               END-PERFORM
               DISPLAY '   (T) TODOS'
               DISPLAY 'COPIAR: '
               ACCEPT WS-ALVO
           END-IF
           EXIT.
       FIM-INICIO.

       VALIDA-OPERADOR.
           OPEN INPUT OPERADORES
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'OPERADORES.TXT NAO ENCONTRADO - '
                       'COPIA SEM CONTROLE DE ACESSO'
               SET WS-OPER-OK-SIM TO TRUE
           ELSE
               PERFORM LER-OPERADORES
               PERFORM UNTIL WS-FIM-OPER-SIM
                   IF OP-ID = WS-OPERADOR AND WS-OPERADOR NOT = SPACES
                       SET WS-OPER-OK-SIM TO TRUE
                       SET WS-FIM-OPER-SIM TO TRUE
                   ELSE
                       PERFORM LER-OPERADORES
                   END-IF
               END-PERFORM
               CLOSE OPERADORES
           END-IF
           EXIT.
       FIM-VALIDA-OPERADOR.

       LER-OPERADORES.
           READ OPERADORES
               AT END
                   SET WS-FIM-OPER-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-OPERADORES.

       CARREGA-ARQUIVOS.
           MOVE 'MATRICULAS.TXT'   TO WS-AR-LOGICO(1)
           MOVE 006 TO WS-NOVA-POS
           MOVE 30  TO WS-NOVO-TAM
           MOVE 'X' TO WS-NOVO-TIPO
           MOVE 1 TO WS-AR-I
           PERFORM INCLUI-REGRA
           MOVE 036 TO WS-NOVA-POS
           MOVE 11  TO WS-NOVO-TAM
           MOVE 'C' TO WS-NOVO-TIPO
           PERFORM INCLUI-REGRA
           MOVE 047 TO WS-NOVA-POS
           MOVE 10  TO WS-NOVO-TAM
           MOVE 'D' TO WS-NOVO-TIPO
           PERFORM INCLUI-REGRA

           MOVE 'RESPONSAVEIS.TXT' TO WS-AR-LOGICO(2)
           MOVE 2 TO WS-AR-I
           MOVE 006 TO WS-NOVA-POS
           MOVE 30  TO WS-NOVO-TAM
           MOVE 'X' TO WS-NOVO-TIPO
           PERFORM INCLUI-REGRA
           MOVE 036 TO WS-NOVA-POS
           MOVE 11  TO WS-NOVO-TAM
           MOVE 'C' TO WS-NOVO-TIPO
           PERFORM INCLUI-REGRA
           MOVE 047 TO WS-NOVA-POS
           MOVE 15  TO WS-NOVO-TAM
           MOVE 'X' TO WS-NOVO-TIPO
           PERFORM INCLUI-REGRA
           MOVE 072 TO WS-NOVA-POS
           MOVE 40  TO WS-NOVO-TAM
           PERFORM INCLUI-REGRA

           MOVE 'CONTALUNO.TXT'    TO WS-AR-LOGICO(3)
           MOVE 3 TO WS-AR-I
           MOVE 016 TO WS-NOVA-POS
           MOVE 30  TO WS-NOVO-TAM
           PERFORM INCLUI-REGRA

           MOVE 'PESOHIST.TXT'     TO WS-AR-LOGICO(4)
           MOVE 4 TO WS-AR-I
           MOVE 001 TO WS-NOVA-POS
           PERFORM INCLUI-REGRA

           MOVE 'PACIENTES.TXT'    TO WS-AR-LOGICO(5)
           MOVE 5 TO WS-AR-I
           MOVE 006 TO WS-NOVA-POS
           PERFORM INCLUI-REGRA
           MOVE 059 TO WS-NOVA-POS
           MOVE 20  TO WS-NOVO-TAM
           PERFORM INCLUI-REGRA
           MOVE 037 TO WS-NOVA-POS
           MOVE 10  TO WS-NOVO-TAM
           MOVE 'D' TO WS-NOVO-TIPO
           PERFORM INCLUI-REGRA

           MOVE 'PESOROL.TXT'      TO WS-AR-LOGICO(6)
           MOVE 6 TO WS-AR-I
           MOVE 001 TO WS-NOVA-POS
           MOVE 30  TO WS-NOVO-TAM
           MOVE 'X' TO WS-NOVO-TIPO
           PERFORM INCLUI-REGRA

           MOVE 6 TO WS-QTD-ARQS
           EXIT.
       FIM-CARREGA-ARQUIVOS.

       INCLUI-REGRA.
           ADD 1 TO WS-QTD-REGRAS
           MOVE WS-AR-I      TO WS-RG-ARQ(WS-QTD-REGRAS)
           MOVE WS-NOVA-POS  TO WS-RG-POS(WS-QTD-REGRAS)
           MOVE WS-NOVO-TAM  TO WS-RG-TAM(WS-QTD-REGRAS)
           MOVE WS-NOVO-TIPO TO WS-RG-TIPO(WS-QTD-REGRAS)
           EXIT.
       FIM-INCLUI-REGRA.

       CARREGA-ARQTAB.
           OPEN INPUT TABELA-ARQUIVOS
           IF WS-TABELA-STATUS NOT = '00'
               DISPLAY 'ARQTAB.TXT NAO ENCONTRADO - SEM NOME FISICO '
                       'DO ENSAIO NENHUMA COPIA E FEITA'
           ELSE
               PERFORM LER-TABELA
               PERFORM UNTIL WS-FIM-TABELA-SIM
                   MOVE SPACES TO WS-TAB-PERFIL
                   MOVE SPACES TO WS-TAB-LOGICO
                   MOVE SPACES TO WS-TAB-FISICO
                   UNSTRING TABELA-ARQUIVOS-REG DELIMITED BY ';'
                       INTO WS-TAB-PERFIL WS-TAB-LOGICO
                            WS-TAB-FISICO
                   END-UNSTRING
                   IF WS-TAB-FISICO NOT = SPACES AND
                      WS-QTD-TABELA < 200
                       ADD 1 TO WS-QTD-TABELA
                       MOVE WS-TAB-PERFIL
                            TO WS-TB-PERFIL(WS-QTD-TABELA)
                       MOVE WS-TAB-LOGICO
                            TO WS-TB-LOGICO(WS-QTD-TABELA)
                       MOVE WS-TAB-FISICO
                            TO WS-TB-FISICO(WS-QTD-TABELA)
                   END-IF
                   PERFORM LER-TABELA
               END-PERFORM
               CLOSE TABELA-ARQUIVOS
           END-IF
           EXIT.
       FIM-CARREGA-ARQTAB.

       LER-TABELA.
           READ TABELA-ARQUIVOS
               AT END
                   SET WS-FIM-TABELA-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-TABELA.

       PROCESSA-PROGRAMA.
           IF WS-RETORNO-JOB < 8
               IF WS-ALVO-TODOS
                   PERFORM VARYING WS-AR-I FROM 1 BY 1
                           UNTIL WS-AR-I > WS-QTD-ARQS
                       PERFORM COPIA-ARQUIVO
                   END-PERFORM
               ELSE
                   IF WS-ALVO IS NUMERIC
                       MOVE WS-ALVO TO WS-ALVO-NUM
                   END-IF
                   IF WS-ALVO-NUM > 0 AND WS-ALVO-NUM <= WS-QTD-ARQS
                       MOVE WS-ALVO-NUM TO WS-AR-I
                       PERFORM COPIA-ARQUIVO
                   ELSE
                       DISPLAY 'OPCAO INVALIDA - NADA COPIADO'
                       MOVE 4 TO WS-RETORNO-JOB
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-PROCESSA.

      *-----------------------------------------------------------------
      * UM ARQUIVO: ORIGEM DE PRODUCAO, DESTINO DO ENSAIO, SELO DA
      * ORIGEM CONFERIDO, COPIA MASCARADA, SELO DO DESTINO E REGISTRO
      *-----------------------------------------------------------------
       COPIA-ARQUIVO.
           MOVE ZERO TO WS-QTD-REGISTROS
           MOVE ZERO TO WS-QTD-CAMPOS
           MOVE SPACES TO WS-RESULTADO
           MOVE SPACES TO WS-ORIGEM-NOME
           MOVE SPACES TO WS-DESTINO-NOME
           MOVE WS-AR-LOGICO(WS-AR-I) TO WS-ORIGEM-NOME(1:20)

           PERFORM VARYING WS-TB-I FROM 1 BY 1
                   UNTIL WS-TB-I > WS-QTD-TABELA
               IF WS-TB-LOGICO(WS-TB-I) = WS-AR-LOGICO(WS-AR-I)
                   IF WS-TB-PERFIL(WS-TB-I) = 'PRODUCAO'
                       MOVE WS-TB-FISICO(WS-TB-I) TO WS-ORIGEM-NOME
                   END-IF
                   IF WS-TB-PERFIL(WS-TB-I) = 'ENSAIO'
                       MOVE WS-TB-FISICO(WS-TB-I) TO WS-DESTINO-NOME
                   END-IF
               END-IF
           END-PERFORM

           IF WS-DESTINO-NOME = SPACES OR
              WS-DESTINO-NOME = WS-ORIGEM-NOME
               DISPLAY WS-AR-LOGICO(WS-AR-I) ' - SEM NOME FISICO '
                       'PROPRIO DO ENSAIO NO ARQTAB.TXT - RECUSADO'
               MOVE 'RECUSADO' TO WS-RESULTADO
           ELSE
               MOVE WS-ORIGEM-NOME(1:20) TO WS-SELO-ARQ
               MOVE 'V' TO WS-SELO-ACAO
               PERFORM CHAMA-SELO
               IF WS-SELO-RESULTADO NOT = 'S'
                   DISPLAY WS-AR-LOGICO(WS-AR-I) ' - ORIGEM COM SELO '
                           'QUE NAO BATE - NAO COPIADO'
                   MOVE 'SELO' TO WS-RESULTADO
               ELSE
                   PERFORM COPIA-REGISTROS
               END-IF
           END-IF

           IF WS-RESULTADO = 'OK'
               ADD 1 TO WS-QTD-COPIADOS
           ELSE
               ADD 1 TO WS-QTD-RECUSADOS
           END-IF
           PERFORM GRAVA-LOG
           EXIT.
       FIM-COPIA-ARQUIVO.

       COPIA-REGISTROS.
           OPEN INPUT ORIGEM
           IF WS-ORIGEM-STATUS NOT = '00'
               DISPLAY WS-AR-LOGICO(WS-AR-I) ' - ORIGEM '
                       WS-ORIGEM-NOME ' NAO ENCONTRADA'
               MOVE 'AUSENTE' TO WS-RESULTADO
           ELSE
               OPEN OUTPUT DESTINO
               MOVE 'N' TO WS-FIM-ORIGEM
               PERFORM LER-ORIGEM
               PERFORM UNTIL WS-FIM-ORIGEM-SIM
                   ADD 1 TO WS-QTD-REGISTROS
                   MOVE ORIGEM-REG TO WS-REGISTRO
                   PERFORM VARYING WS-RG-I FROM 1 BY 1
                           UNTIL WS-RG-I > WS-QTD-REGRAS
                       IF WS-RG-ARQ(WS-RG-I) = WS-AR-I
                           PERFORM MASCARA-CAMPO
                       END-IF
                   END-PERFORM
                   MOVE WS-REGISTRO TO DESTINO-REG
                   WRITE DESTINO-REG
                   PERFORM LER-ORIGEM
               END-PERFORM
               CLOSE ORIGEM
               CLOSE DESTINO

               MOVE WS-DESTINO-NOME(1:20) TO WS-SELO-ARQ
               MOVE 'G' TO WS-SELO-ACAO
               PERFORM CHAMA-SELO
               MOVE 'OK' TO WS-RESULTADO
               DISPLAY WS-AR-LOGICO(WS-AR-I) ' -> ' WS-DESTINO-NOME
                       ' - ' WS-QTD-REGISTROS ' REGISTRO(S), '
                       WS-QTD-CAMPOS ' CAMPO(S) MASCARADO(S)'
           END-IF
           EXIT.
       FIM-COPIA-REGISTROS.

       LER-ORIGEM.
           MOVE SPACES TO ORIGEM-REG
           READ ORIGEM
               AT END
                   SET WS-FIM-ORIGEM-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-ORIGEM.

      *-----------------------------------------------------------------
      * CAMPO EM BRANCO FICA EM BRANCO; CPF ZERADO OU NAO NUMERICO E
      * NASCIMENTO SEM ANO LEGIVEL FICAM COMO ESTAO
      *-----------------------------------------------------------------
       MASCARA-CAMPO.
           MOVE SPACES TO WS-CAMPO
           MOVE WS-REGISTRO(WS-RG-POS(WS-RG-I):WS-RG-TAM(WS-RG-I))
                TO WS-CAMPO
           IF WS-CAMPO NOT = SPACES
               EVALUATE WS-RG-TIPO(WS-RG-I)
                   WHEN 'X'
                       PERFORM CALCULA-SEMENTE
                       PERFORM EMBARALHA-CAMPO
                       ADD 1 TO WS-QTD-CAMPOS
                   WHEN 'C'
                       IF WS-CAMPO(1:11) IS NUMERIC AND
                          WS-CAMPO(1:11) NOT = ZEROS
                           PERFORM CALCULA-SEMENTE
                           PERFORM GERA-CPF
                           ADD 1 TO WS-QTD-CAMPOS
                       END-IF
                   WHEN 'D'
                       IF WS-CAMPO(7:4) IS NUMERIC
                           MOVE '01/07/' TO WS-CAMPO(1:6)
                           ADD 1 TO WS-QTD-CAMPOS
                       END-IF
               END-EVALUATE
               MOVE WS-CAMPO(1:WS-RG-TAM(WS-RG-I))
                    TO WS-REGISTRO(WS-RG-POS(WS-RG-I):
                                   WS-RG-TAM(WS-RG-I))
           END-IF
           EXIT.
       FIM-MASCARA-CAMPO.

      *-----------------------------------------------------------------
      * ASSINATURA DA CHAVE + VALOR (SOMA POSICIONAL DO SELO-ARQUIVO,
      * MODULO DE 9 DIGITOS) - SEMENTE DO VALOR FALSO
      *-----------------------------------------------------------------
       CALCULA-SEMENTE.
           MOVE 7 TO WS-HASH-TRAB
           PERFORM VARYING WS-CHAR-I FROM 1 BY 1
                   UNTIL WS-CHAR-I > 20
               COMPUTE WS-CHAR-ORD =
                       FUNCTION ORD(WS-CHAVE(WS-CHAR-I:1))
               COMPUTE WS-HASH-TRAB = FUNCTION MOD(
                   (WS-HASH-TRAB * 31) + (WS-CHAR-ORD * WS-CHAR-I),
                   999999937)
           END-PERFORM
           PERFORM VARYING WS-CHAR-I FROM 1 BY 1
                   UNTIL WS-CHAR-I > WS-RG-TAM(WS-RG-I)
               COMPUTE WS-CHAR-ORD =
                       FUNCTION ORD(WS-CAMPO(WS-CHAR-I:1))
               COMPUTE WS-HASH-TRAB = FUNCTION MOD(
                   (WS-HASH-TRAB * 31) + (WS-CHAR-ORD * WS-CHAR-I),
                   999999937)
           END-PERFORM
           MOVE WS-HASH-TRAB TO WS-RAND
           EXIT.
       FIM-CALCULA-SEMENTE.

       PROXIMO-RAND.
           COMPUTE WS-RAND =
                   FUNCTION MOD((WS-RAND * 48271) + 11, 2147483647)
           EXIT.
       FIM-PROXIMO-RAND.

      *-----------------------------------------------------------------
      * LETRA VIRA LETRA (MESMA CAIXA), DIGITO VIRA DIGITO, CARACTER
      * ACENTUADO VIRA LETRA; ESPACO E PONTUACAO FICAM NO LUGAR
      *-----------------------------------------------------------------
       EMBARALHA-CAMPO.
           PERFORM VARYING WS-CHAR-I FROM 1 BY 1
                   UNTIL WS-CHAR-I > WS-RG-TAM(WS-RG-I)
               MOVE WS-CAMPO(WS-CHAR-I:1) TO WS-CHAR
               PERFORM PROXIMO-RAND
               EVALUATE TRUE
                   WHEN WS-CHAR >= 'A' AND WS-CHAR <= 'Z'
                       COMPUTE WS-SORTEIO =
                               FUNCTION MOD(WS-RAND / 7, 26) + 1
                       MOVE WS-MAIUSCULAS(WS-SORTEIO:1)
                            TO WS-CAMPO(WS-CHAR-I:1)
                   WHEN WS-CHAR >= 'a' AND WS-CHAR <= 'z'
                       COMPUTE WS-SORTEIO =
                               FUNCTION MOD(WS-RAND / 7, 26) + 1
                       MOVE WS-MINUSCULAS(WS-SORTEIO:1)
                            TO WS-CAMPO(WS-CHAR-I:1)
                   WHEN WS-CHAR >= '0' AND WS-CHAR <= '9'
                       COMPUTE WS-SORTEIO =
                               FUNCTION MOD(WS-RAND / 7, 10) + 1
                       MOVE WS-DIGITOS(WS-SORTEIO:1)
                            TO WS-CAMPO(WS-CHAR-I:1)
                   WHEN FUNCTION ORD(WS-CHAR) > 128
                       COMPUTE WS-SORTEIO =
                               FUNCTION MOD(WS-RAND / 7, 26) + 1
                       MOVE WS-MAIUSCULAS(WS-SORTEIO:1)
                            TO WS-CAMPO(WS-CHAR-I:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           EXIT.
       FIM-EMBARALHA-CAMPO.

      *-----------------------------------------------------------------
      * CPF FALSO: 9 DIGITOS DA SEMENTE E DIGITOS VERIFICADORES
      * CALCULADOS PELA CPF-VALIDA
      *-----------------------------------------------------------------
       GERA-CPF.
           COMPUTE WS-CPF-BASE = FUNCTION MOD(WS-RAND, 1000000000)
           MOVE ZERO TO WS-CPF-DV
           CALL 'CPF-VALIDA' USING WS-CPF-NOVO
                                   WS-CPF-VALIDO
                                   WS-CPF-DV1
                                   WS-CPF-DV2
           END-CALL
           COMPUTE WS-CPF-DV = (WS-CPF-DV1 * 10) + WS-CPF-DV2
           MOVE WS-CPF-NOVO TO WS-CAMPO(1:11)
           EXIT.
       FIM-GERA-CPF.

       CHAMA-SELO.
           MOVE 'S' TO WS-SELO-RESULTADO
           CALL 'SELO-ARQUIVO' USING WS-SELO-PROGRAMA
                                     WS-SELO-ARQ
                                     WS-SELO-ACAO
                                     WS-SELO-RESULTADO
           END-CALL
           EXIT.
       FIM-CHAMA-SELO.

       GRAVA-LOG.
           OPEN EXTEND MASCARA-LOG
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT MASCARA-LOG
           END-IF
           MOVE SPACES TO MASCARA-LOG-REG
           MOVE WS-DATA-FMT           TO ML-DATA
           MOVE WS-HORA-FMT           TO ML-HORA
           MOVE WS-OPERADOR           TO ML-OPERADOR
           MOVE WS-AR-LOGICO(WS-AR-I) TO ML-ARQUIVO
           MOVE WS-ORIGEM-NOME        TO ML-ORIGEM
           MOVE WS-DESTINO-NOME       TO ML-DESTINO
           MOVE WS-QTD-REGISTROS      TO ML-QTD-REGISTROS
           MOVE WS-QTD-CAMPOS         TO ML-QTD-CAMPOS
           MOVE WS-RESULTADO          TO ML-RESULTADO
           WRITE MASCARA-LOG-REG
           CLOSE MASCARA-LOG
           EXIT.
       FIM-GRAVA-LOG.

       FINALIZA-PROGRAMA.
           IF WS-QTD-RECUSADOS > 0 AND WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           DISPLAY '-----------------------------------'
           DISPLAY 'ARQUIVOS COPIADOS     : ' WS-QTD-COPIADOS
           DISPLAY 'ARQUIVOS NAO COPIADOS : ' WS-QTD-RECUSADOS
           DISPLAY '-----------------------------------'
           MOVE WS-RETORNO-JOB TO RETURN-CODE
           STOP RUN.
       FIM-FINALIZA.
      ******************************************************************
       END PROGRAM COPIA-ENSAIO.
