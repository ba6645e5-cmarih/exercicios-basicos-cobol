      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: TABELA DOS PASSOS QUE OS DRIVERS BATCH-NOTURNO (N) E
      *          BATCH-FECHAMES (F) GRAVAM NO JOBLOG.TXT, COM A ORDEM
      *          DE CADA PASSO NO SEU JOB - A LINHA DO JOBLOG NAO TRAZ
      *          O NOME DO JOB, ENTAO E PELO PASSO QUE SE SABE DE QUAL
      *          JOB ELA E, E PELA ORDEM QUE SE VE ONDE COMECA UMA
      *          NOVA EXECUCAO; PASSO NOVO NUM DOS DRIVERS DEVE
      *          ENTRAR AQUI COM O MESMO NOME GRAVADO NO WS-LOG-PASSO
      ******************************************************************
       01 JP-TABELA-PASSOS-VALORES.
           02 FILLER PIC X(20) VALUE 'PONTO-RECUPERA   N01'.
           02 FILLER PIC X(20) VALUE 'VERIFICA-ENTRADASN02'.
           02 FILLER PIC X(20) VALUE 'INTEGRIDADE-REF  N03'.
           02 FILLER PIC X(20) VALUE 'VALIDACAO-DATA   N04'.
           02 FILLER PIC X(20) VALUE 'MEDIA            N05'.
           02 FILLER PIC X(20) VALUE 'PESO-IDEAL       N06'.
           02 FILLER PIC X(20) VALUE 'INDICE-POLUICAO  N07'.
           02 FILLER PIC X(20) VALUE 'MAIOR-MENOR      N08'.
           02 FILLER PIC X(20) VALUE 'NOTAS-PENDENCIAS N09'.
           02 FILLER PIC X(20) VALUE 'DIGESTO-MATINAL  N10'.
           02 FILLER PIC X(20) VALUE 'TRANS-CRITICA    F01'.
           02 FILLER PIC X(20) VALUE 'CONTAS-RAZAO     F02'.
           02 FILLER PIC X(20) VALUE 'INADIMPLENCIA    F03'.
           02 FILLER PIC X(20) VALUE 'POLUICAO-PERIODO F04'.
           02 FILLER PIC X(20) VALUE 'CONTABIL-EXPORTA F05'.
           02 FILLER PIC X(20) VALUE 'ORCAMENTO-VARIAC F06'.
           02 FILLER PIC X(20) VALUE 'DISTRIB-NOTURNO  N11'.
           02 FILLER PIC X(20) VALUE 'DISTRIB-FECHAMES F07'.
       01 JP-TABELA-PASSOS REDEFINES JP-TABELA-PASSOS-VALORES.
           02 JP-PASSO-ENTRADA OCCURS 18 TIMES.
               03 JP-PASSO         PIC X(17).
               03 JP-JOB           PIC X(01).
                   88 JP-JOB-NOTURNO      VALUE 'N'.
                   88 JP-JOB-FECHAMES     VALUE 'F'.
               03 JP-ORDEM         PIC 9(02).
       01 JP-QTD-PASSOS            PIC 9(02) VALUE 18.
