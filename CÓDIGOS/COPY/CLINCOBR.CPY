      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE COBRANCAS DA CLINICA
      *          (CLINCOBR.TXT) - UMA COBRANCA POR CHECK-IN DO
      *          PESOHIST.TXT (PACIENTE, DATA E EXECUCAO), GRAVADA
      *          PELO CLINICA-COBRANCA COM O SERVICO, O PAGADOR E O
      *          PRECO DO CLINPRECO.TXT; O NUMERO DA COBRANCA E TAMBEM
      *          O NUMERO DA GUIA NO PRESTADOR. SITUACAO:
      *            L = PARTICULAR, LANCADA NO TRANSACOES.TXT
      *            A = CONVENIO, AGUARDANDO O LOTE DE GUIAS DO MES
      *            E = CONVENIO, ENVIADA NO LOTE GUIAS<AAAAMM>.TXT
      *            P = GUIA PAGA PELO CONVENIO (CONVENIO-RETORNO)
      *            G = GUIA GLOSADA NO TODO OU EM PARTE - EM DISPUTA
      *                (RECURSO); PAGAMENTO POSTERIOR DO RECURSO SOMA
      *                EM CC-VALOR-PAGO E QUITA A GUIA
      ******************************************************************
       01 CLIN-COBRANCA-REG.
           02 CC-NUMERO            PIC 9(06).
           02 CC-PACIENTE          PIC X(05).
           02 CC-NOME              PIC X(30).
           02 CC-DATA              PIC X(10).
           02 CC-EXEC              PIC 9(06).
           02 CC-SERVICO           PIC X(01).
           02 CC-PAGADOR           PIC X(01).
               88 CC-PAGADOR-PARTICULAR   VALUE 'P'.
               88 CC-PAGADOR-CONVENIO     VALUE 'C'.
           02 CC-CONVENIO          PIC X(05).
           02 CC-CARTEIRA          PIC X(20).
           02 CC-PROCEDIMENTO      PIC X(10).
           02 CC-CONTA             PIC X(10).
           02 CC-VALOR             PIC 9(07)V99.
           02 CC-COMPETENCIA       PIC 9(06).
           02 CC-SITUACAO          PIC X(01).
               88 CC-SIT-LANCADA          VALUE 'L'.
               88 CC-SIT-AGUARDA-LOTE     VALUE 'A'.
               88 CC-SIT-ENVIADA          VALUE 'E'.
               88 CC-SIT-PAGA             VALUE 'P'.
               88 CC-SIT-GLOSADA          VALUE 'G'.
           02 CC-LOTE              PIC 9(06).
           02 CC-VALOR-PAGO        PIC 9(07)V99.
           02 CC-DATA-RETORNO      PIC X(10).
           02 CC-GLOSA             PIC X(30).
