      *   02/09/2026 MC  - Mesma regra na carga do ABERTURA.TXT: mais
      *                    contas que a tabela aborta o fechamento
      *                    (a regravacao perderia saldos de abertura)
      *   15/10/2026 MC  - Lancamento com a unidade (TRANSACAO.CPY, 38
      *                    posicoes): movimento arquivado, aberto e cru
      *                    regravados com a unidade
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHA-MES.
       FD MOV-FECHADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS WS-MOV-NOME.
       01 MOV-FECHADO-REG              PIC X(38).

       FD FECHA-CTL
           LABEL RECORD STANDARD
           02 TC-DATA              PIC X(10).
           02 TC-TIPO              PIC X(01).
           02 TC-COMPETENCIA       PIC 9(06).
           02 TC-UNIDADE           PIC X(02).

       FD TRANS-TEMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TRANSFEC-TEMP.TXT'.
       01 TRANS-TEMP-REG               PIC X(38).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ACEITAS-STATUS            PIC X(02) VALUE '00'.
       01 WS-TAB-MOV-LIMITE            PIC 9(04) VALUE 2000.
       01 WS-QTD-ABERTOS               PIC 9(04) VALUE ZERO.
       01 WS-TABELA-ABERTOS.
           02 WS-MV-REG PIC X(38) OCCURS 2000 TIMES.
       01 WS-MV-I                      PIC 9(04) VALUE ZERO.
       01 WS-QTD-LIDOS                 PIC 9(05) VALUE ZERO.
       01 WS-QTD-ABSORVIDOS            PIC 9(05) VALUE ZERO.
