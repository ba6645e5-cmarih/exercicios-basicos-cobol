      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO DE-PARA CONTABIL (CONTABMAP.TXT), MANTIDO
      *          PELO CADASTRO-CONTABIL E USADO PELO CONTABIL-EXPORTA:
      *          PARA CADA CONTA DO CONTAMESTRE.TXT E EVENTO DO
      *          LANCAMENTO, AS CONTAS DO PLANO DO CONTADOR A DEBITAR
      *          E A CREDITAR E O HISTORICO PADRAO; A ORIGEM E O
      *          CODIGO DA CONTA OU, COMO REGRA GERAL, * SEGUIDO DO
      *          TIPO DA CONTA (*M, *T, *O, *E, *C) - A REGRA DA CONTA
      *          PREVALECE SOBRE A DO TIPO; EVENTOS: C = CREDITO
      *          (RECEBIMENTO), D = DEBITO/ESTORNO, A = AJUSTE DE
      *          PERIODO A CREDITO, B = AJUSTE DE PERIODO A DEBITO
      *          (AJUSTE-PERIODO); MULTA E JUROS POR ATRASO VAO PELA
      *          CONTA DE TIPO E (ENCARGOS)
      ******************************************************************
       01 CONTAB-MAPA-REG.
           02 MP-ORIGEM            PIC X(10).
           02 MP-EVENTO            PIC X(01).
               88 MP-EVENTO-CREDITO       VALUE 'C'.
               88 MP-EVENTO-ESTORNO       VALUE 'D'.
               88 MP-EVENTO-AJUSTE-CRED   VALUE 'A'.
               88 MP-EVENTO-AJUSTE-DEB    VALUE 'B'.
               88 MP-EVENTO-VALIDO        VALUE 'C' 'D' 'A' 'B'.
           02 MP-CONTA-DEBITO      PIC X(20).
           02 MP-CONTA-CREDITO     PIC X(20).
           02 MP-HISTORICO         PIC X(30).
