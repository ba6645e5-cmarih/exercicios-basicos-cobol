      *                    CONTAMESTRE.TXT avisa e impede a
      *                    regravacao (antes as contas excedentes
      *                    eram perdidas em silencio)
      *   15/10/2026 MC  - Tipo E (encargos - multa e juros por
      *                    atraso) aceito na inclusao
      *   15/10/2026 MC  - Tipo C (clinica - receita dos atendimentos
      *                    da clinica) aceito na inclusao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-CONTA.
       01 WS-CODIGO                PIC X(10) VALUE SPACES.
       01 WS-DESCRICAO             PIC X(30) VALUE SPACES.
       01 WS-TIPO                  PIC X(01) VALUE 'M'.
           88 WS-TIPO-VALIDO              VALUE 'M' 'T' 'O' 'E' 'C'.
       01 WS-ATIVA                 PIC X(01) VALUE 'S'.
       01 WS-QTD-INCLUIDAS         PIC 9(03) VALUE ZERO.
       01 WS-QTD-ALTERADAS        PIC 9(03) VALUE ZERO.
                       MOVE SPACES TO WS-DESCRICAO
                       ACCEPT WS-DESCRICAO
                       DISPLAY 'TIPO: (M) MENSALIDADE  (T) TAXA  '
                               '(O) OUTRAS  (E) ENCARGOS  (C) CLINICA'
                       MOVE 'M' TO WS-TIPO
                       ACCEPT WS-TIPO
                       IF NOT WS-TIPO-VALIDO
