      *                     E RESULTADO N QUANDO A MESMA INTERFACE
      *                     JA CARREGOU ARQUIVO DE MESMA ASSINATURA
      *                     (CARGA DUPLICADA, RECUSAR)
      *            ACAO A = SO ASSINATURA: CONTAGEM E ASSINATURA
      *                     SEM CONFERIR O LIVRO (ARQUIVOS DE SAIDA,
      *                     ROTINA ENVIO-CONTROLE)
      *            ACAO R = REGISTRA: ANEXA A LINHA DA CARGA COM A
      *                     DATA DE HOJE
      *          O CARGA-GAPS LE O LIVRO E APONTA OS PERIODOS SEM
      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 MC  - Rotina original
      *   15/10/2026 MC  - Acao A: devolve contagem e assinatura sem
      *                    conferir o livro de cargas, para o livro de
      *                    interfaces de saida (ENVIO-CONTROLE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-CONTROLE.
                   IF LNK-RESULTADO = 'S'
                       PERFORM CONFERE-DUPLICADA
                   END-IF
               WHEN 'A'
                   PERFORM CALCULA-ASSINATURA
               WHEN 'R'
                   PERFORM REGISTRA-CARGA
               WHEN OTHER
