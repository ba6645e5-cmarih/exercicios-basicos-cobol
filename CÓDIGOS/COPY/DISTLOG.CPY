      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO LOG DE ENTREGA DE RELATORIOS (DISTLOG.TXT,
      *          ACUMULADO ENTRE EXECUCOES) - UMA LINHA POR RELATORIO
      *          DEVIDO A UM DESTINATARIO NUMA EXECUCAO DE JOB: DATA
      *          E HORA DA MONTAGEM DO PACOTE, JOB, EXECUCAO DE
      *          ABERTURA DO JOB (CHAVE DA EXECUCAO DO JOB), RELATORIO,
      *          EXECUCAO DO RELATORIO NO SPOOL, PAGINAS, COPIAS,
      *          SITUACAO (E = ENTREGUE NO PACOTE, N = DEVIDO E NAO
      *          PRODUZIDO) E O ARQUIVO DO PACOTE
      ******************************************************************
       01 DIST-LOG-REG.
           02 DL-DATA              PIC X(10).
           02 DL-HORA              PIC X(08).
           02 DL-JOB               PIC X(01).
           02 DL-BASE              PIC 9(06).
           02 DL-DESTINATARIO      PIC X(20).
           02 DL-RELATORIO         PIC X(20).
           02 DL-RUNID             PIC 9(06).
           02 DL-PAGINAS           PIC 9(04).
           02 DL-COPIAS            PIC 9(02).
           02 DL-SITUACAO          PIC X(01).
               88 DL-ENTREGUE             VALUE 'E'.
               88 DL-NAO-PRODUZIDO        VALUE 'N'.
           02 DL-PACOTE            PIC X(40).
