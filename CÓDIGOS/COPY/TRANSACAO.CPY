      *                    competencia para o ALOCA-PAGAMENTOS
      *                    distribuir pelos meses mais antigos em
      *                    aberto
      *   15/10/2026 MC  - Unidade escolar do lancamento (TX-UNIDADE):
      *                    carimbada pelos programas que gravam o
      *                    TRANSACOES.TXT com a unidade ativa da sessao
      *                    (UNIDATIVA.TXT, rotina UNIDADE-ATIVA); em
      *                    branco vale 01 - sede, para os lancamentos
      *                    antigos
      ******************************************************************
       01 TRANSACAO-REG.
           02 TX-CONTA             PIC X(10).
               88 TX-TIPO-CREDITO         VALUE 'C' ' '.
               88 TX-TIPO-DEBITO          VALUE 'D'.
           02 TX-COMPETENCIA       PIC 9(06).
           02 TX-UNIDADE           PIC X(02).
