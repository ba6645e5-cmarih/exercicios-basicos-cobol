      *                    ENTRADAS) expurga a copia mais velha para
      *                    o spool nao virar o proximo acumulador
      *                    sem fim
      *   15/10/2026 MC  - Cabecalho por unidade escolar: a unidade
      *                    ativa da sessao (rotina UNIDADE-ATIVA,
      *                    UNIDATIVA.TXT) sai numa linha do bloco de
      *                    titulo de toda pagina, com o nome do cadastro
      *                    UNIDADES.TXT ou CONSOLIDADO; sem UNIDADES.TXT
      *                    o titulo fica como antes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPRESSAO.
       01 WS-REL-STATUS            PIC X(02) VALUE '00'.
       01 WS-REL-NOME              PIC X(30) VALUE SPACES.
       01 WS-PERFIL                PIC X(10) VALUE SPACES.
       01 WS-UNIDADE               PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME          PIC X(40) VALUE SPACES.
       01 WS-TITULO                PIC X(60) VALUE SPACES.
       01 WS-CABECALHO             PIC X(100) VALUE SPACES.
       01 WS-LINHAS-POR-PAGINA     PIC 9(02) VALUE 60.
                                       WS-REL-NOME
                                       WS-PERFIL
           END-CALL
           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE
                                      WS-UNIDADE-NOME
           END-CALL
           MOVE LNK-TITULO    TO WS-TITULO
           MOVE LNK-CABECALHO TO WS-CABECALHO
           MOVE ZERO TO WS-PAGINA
           END-STRING
           WRITE RELATORIO-REG

           IF WS-UNIDADE-NOME NOT = SPACES
               MOVE SPACES TO RELATORIO-REG
               STRING 'UNIDADE: ' DELIMITED BY SIZE
                      WS-UNIDADE DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-UNIDADE-NOME DELIMITED BY SIZE
                      INTO RELATORIO-REG
               END-STRING
               WRITE RELATORIO-REG
           END-IF

           MOVE ALL '=' TO RELATORIO-REG
           WRITE RELATORIO-REG

           ELSE
               MOVE 3 TO WS-LINHA-ATUAL
           END-IF
           IF WS-UNIDADE-NOME NOT = SPACES
               ADD 1 TO WS-LINHA-ATUAL
           END-IF
           EXIT.
       FIM-QUEBRA-PAGINA.

