      *          RESPONSA.CPY): A MATRICULA E CONFERIDA CONTRA O
      *          MATRICULAS.TXT, O CPF PELA ROTINA COMPARTILHADA
      *          CPF-VALIDA, E SAO REGISTRADOS NOME, TELEFONE E GRAU
      *          DE PARENTESCO, E-MAIL E ACEITE DOS AVISOS POR
      *          SMS/E-MAIL; MATRICULA QUE JA TEM RESPONSAVEL NAO
      *          RECEBE OUTRO (UM RESPONSAVEL POR MATRICULA), SO A
      *          ALTERACAO DO E-MAIL E DO ACEITE; O CONTATO PASSA A
      *          SAIR NA INADIMPLENCIA E NO BOLETIM
      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 MC  - Programa original
      *   15/10/2026 MC  - E-mail do responsavel e aceite dos avisos
      *                    por SMS/e-mail (RS-EMAIL, RS-OPTOUT) na
      *                    inclusao; matricula que ja tem responsavel
      *                    deixa de ser so recusada: o operador pode
      *                    alterar o e-mail e o aceite, e o cadastro e
      *                    regravado no fim quando houve alteracao (so
      *                    se coube inteiro na tabela)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-RESPONSAVEL.
               88 WS-RESP-JA-EXISTE-SIM   VALUE 'S'.
           02 WS-ENTRADA-VALIDA     PIC X(01) VALUE 'S'.
               88 WS-ENTRADA-OK           VALUE 'S'.
           02 WS-RESP-CHEIA         PIC X(01) VALUE 'N'.
               88 WS-RESP-CHEIA-SIM       VALUE 'S'.
           02 WS-AVISO-ALTERADO     PIC X(01) VALUE 'N'.
               88 WS-AVISO-ALTERADO-SIM   VALUE 'S'.
       01 WS-CADASTRO-ATIVO        PIC X(01) VALUE 'N'.
           88 WS-CADASTRO-ATIVO-SIM       VALUE 'S'.
       01 WS-TAB-MAT-LIMITE        PIC 9(03) VALUE 500.
       01 WS-TAB-RESP-LIMITE       PIC 9(03) VALUE 500.
       01 WS-QTD-RESP              PIC 9(03) VALUE ZERO.
       01 WS-TABELA-RESP.
           02 WS-RESP-ENTRADA OCCURS 500 TIMES.
               03 WS-RESP-MATRICULA PIC X(05).
               03 FILLER            PIC X(107).
       01 WS-RESP-I                PIC 9(03) VALUE ZERO.
       01 WS-RESP-ACHOU-I          PIC 9(03) VALUE ZERO.
       01 WS-MATRICULA             PIC X(05) VALUE SPACES.
       01 WS-NOME                  PIC X(30) VALUE SPACES.
       01 WS-CPF-TXT               PIC X(11) VALUE SPACES.
       01 WS-CPF-DV2               PIC 9(01) VALUE ZERO.
       01 WS-TELEFONE              PIC X(15) VALUE SPACES.
       01 WS-PARENTESCO            PIC X(10) VALUE SPACES.
       01 WS-EMAIL                 PIC X(40) VALUE SPACES.
       01 WS-QTD-ARROBA            PIC 9(02) VALUE ZERO.
       01 WS-ACEITA-AVISO          PIC X(01) VALUE 'S'.
           88 WS-ACEITA-AVISO-SIM         VALUE 'S' 's'.
           88 WS-ACEITA-AVISO-NAO         VALUE 'N' 'n'.
       01 WS-CONFIRMA              PIC X(01) VALUE 'N'.
           88 WS-CONFIRMA-SIM             VALUE 'S' 's'.
       01 WS-QTD-INCLUIDOS         PIC 9(03) VALUE ZERO.
       01 WS-QTD-ALTERADOS         PIC 9(03) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
               PERFORM UNTIL WS-FIM-RESP-SIM
                   IF WS-QTD-RESP < WS-TAB-RESP-LIMITE
                       ADD 1 TO WS-QTD-RESP
                       MOVE RESPONSAVEL-REG
                            TO WS-RESP-ENTRADA(WS-QTD-RESP)
                   ELSE
                       SET WS-RESP-CHEIA-SIM TO TRUE
                   END-IF
                   PERFORM LER-RESPONSAVEIS
               END-PERFORM
               CLOSE RESPONSAVEIS
               IF WS-RESP-CHEIA-SIM
                   DISPLAY 'AVISO: RESPONSAVEIS.TXT EXCEDE '
                           WS-TAB-RESP-LIMITE ' REGISTROS - SO '
                           'INCLUSAO NESTA SESSAO, SEM ALTERACAO'
               END-IF
           END-IF
           DISPLAY 'RESPONSAVEIS JA CADASTRADOS: ' WS-QTD-RESP
           EXIT.
               ELSE
                   PERFORM VALIDA-MATRICULA
                   IF WS-ENTRADA-OK
                       IF WS-RESP-JA-EXISTE-SIM
                           PERFORM ALTERA-AVISOS
                       ELSE
                           PERFORM COLETA-E-GRAVA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ENTRADA-OK
               MOVE 'N' TO WS-RESP-JA-EXISTE
               MOVE ZERO TO WS-RESP-ACHOU-I
               PERFORM VARYING WS-RESP-I FROM 1 BY 1
                       UNTIL WS-RESP-I > WS-QTD-RESP
                          OR WS-RESP-JA-EXISTE-SIM
                   IF WS-RESP-MATRICULA(WS-RESP-I) = WS-MATRICULA
                       SET WS-RESP-JA-EXISTE-SIM TO TRUE
                       MOVE WS-RESP-I TO WS-RESP-ACHOU-I
                   END-IF
               END-PERFORM

               IF WS-RESP-JA-EXISTE-SIM AND WS-RESP-CHEIA-SIM
                   DISPLAY 'MATRICULA ' WS-MATRICULA ' JA TEM '
                           'RESPONSAVEL CADASTRADO - INCLUSAO '
                           'CANCELADA'
               MOVE SPACES TO WS-PARENTESCO
               ACCEPT WS-PARENTESCO

               PERFORM COLETA-EMAIL
               PERFORM COLETA-ACEITE
           END-IF

           IF WS-ENTRADA-OK
               MOVE SPACES TO RESPONSAVEL-REG
               MOVE WS-MATRICULA  TO RS-MATRICULA
               MOVE WS-NOME       TO RS-NOME
               MOVE WS-CPF-TXT-R  TO RS-CPF
               MOVE WS-TELEFONE   TO RS-TELEFONE
               MOVE WS-PARENTESCO TO RS-PARENTESCO
               MOVE WS-EMAIL      TO RS-EMAIL
               IF WS-ACEITA-AVISO-NAO
                   MOVE 'S' TO RS-OPTOUT
               END-IF
               WRITE RESPONSAVEL-REG

               IF WS-QTD-RESP < WS-TAB-RESP-LIMITE
                   ADD 1 TO WS-QTD-RESP
                   MOVE RESPONSAVEL-REG
                        TO WS-RESP-ENTRADA(WS-QTD-RESP)
               ELSE
                   SET WS-RESP-CHEIA-SIM TO TRUE
               END-IF

               ADD 1 TO WS-QTD-INCLUIDOS
           EXIT.
       FIM-COLETA-E-GRAVA.

      *-----------------------------------------------------------------
      * E-MAIL OPCIONAL (EM BRANCO FICA SEM); QUANDO INFORMADO PRECISA
      * DE UMA ARROBA
      *-----------------------------------------------------------------
       COLETA-EMAIL.
           DISPLAY 'E-MAIL (EM BRANCO SE NAO TIVER): '
           MOVE SPACES TO WS-EMAIL
           ACCEPT WS-EMAIL

           IF WS-EMAIL NOT = SPACES
               MOVE ZERO TO WS-QTD-ARROBA
               INSPECT WS-EMAIL TALLYING WS-QTD-ARROBA FOR ALL '@'
               IF WS-QTD-ARROBA NOT = 1
                   DISPLAY 'E-MAIL INVALIDO - OPERACAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF
           EXIT.
       FIM-COLETA-EMAIL.

       COLETA-ACEITE.
           IF WS-ENTRADA-OK
               DISPLAY 'ACEITA AVISOS DA ESCOLA POR SMS/E-MAIL? (S/N): '
               MOVE 'S' TO WS-ACEITA-AVISO
               ACCEPT WS-ACEITA-AVISO
               IF NOT WS-ACEITA-AVISO-SIM AND
                  NOT WS-ACEITA-AVISO-NAO
                   DISPLAY 'RESPOSTA INVALIDA - OPERACAO CANCELADA'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF
           EXIT.
       FIM-COLETA-ACEITE.

      *-----------------------------------------------------------------
      * MATRICULA QUE JA TEM RESPONSAVEL: SO O E-MAIL E O ACEITE DOS
      * AVISOS PODEM SER ALTERADOS AQUI
      *-----------------------------------------------------------------
       ALTERA-AVISOS.
           MOVE WS-RESP-ENTRADA(WS-RESP-ACHOU-I) TO RESPONSAVEL-REG
           DISPLAY 'MATRICULA ' WS-MATRICULA ' JA TEM RESPONSAVEL: '
                   RS-NOME
           DISPLAY 'E-MAIL ATUAL: ' RS-EMAIL
           IF RS-OPTOUT-SIM
               DISPLAY 'AVISOS POR SMS/E-MAIL: RECUSADOS'
           ELSE
               DISPLAY 'AVISOS POR SMS/E-MAIL: ACEITOS'
           END-IF
           DISPLAY 'ALTERAR E-MAIL E ACEITE DOS AVISOS? (S/N): '
           MOVE 'N' TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA-SIM
               PERFORM COLETA-EMAIL
               PERFORM COLETA-ACEITE
               IF WS-ENTRADA-OK
                   MOVE WS-EMAIL TO RS-EMAIL
                   IF WS-ACEITA-AVISO-NAO
                       MOVE 'S' TO RS-OPTOUT
                   ELSE
                       MOVE SPACE TO RS-OPTOUT
                   END-IF
                   MOVE RESPONSAVEL-REG
                        TO WS-RESP-ENTRADA(WS-RESP-ACHOU-I)
                   SET WS-AVISO-ALTERADO-SIM TO TRUE
                   ADD 1 TO WS-QTD-ALTERADOS
                   DISPLAY 'AVISOS DO RESPONSAVEL ' RS-NOME
                           ' ATUALIZADOS'
               END-IF
           END-IF
           EXIT.
       FIM-ALTERA-AVISOS.

       REGRAVA-RESPONSAVEIS.
           OPEN OUTPUT RESPONSAVEIS
           PERFORM VARYING WS-RESP-I FROM 1 BY 1
                   UNTIL WS-RESP-I > WS-QTD-RESP
               MOVE WS-RESP-ENTRADA(WS-RESP-I) TO RESPONSAVEL-REG
               WRITE RESPONSAVEL-REG
           END-PERFORM
           CLOSE RESPONSAVEIS
           EXIT.
       FIM-REGRAVA-RESPONSAVEIS.

       FINALIZA-PROGRAMA.
           CLOSE RESPONSAVEIS

           IF WS-AVISO-ALTERADO-SIM
               IF WS-RESP-CHEIA-SIM
                   DISPLAY 'CADASTRO EXCEDEU A TABELA - ALTERACOES '
                           'DE AVISO NAO GRAVADAS'
               ELSE
                   PERFORM REGRAVA-RESPONSAVEIS
               END-IF
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY 'RESPONSAVEIS INCLUIDOS: ' WS-QTD-INCLUIDOS
           DISPLAY 'AVISOS ALTERADOS      : ' WS-QTD-ALTERADOS
           DISPLAY '-----------------------------------'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
