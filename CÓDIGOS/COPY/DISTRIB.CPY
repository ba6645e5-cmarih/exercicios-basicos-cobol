      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TABELA DE DISTRIBUICAO DE RELATORIOS
      *          (DISTRIB.TXT) - UMA LINHA POR RELATORIO X
      *          DESTINATARIO: NOME LOGICO DO RELATORIO (O MESMO DO
      *          SPOOLIDX.TXT), DESTINATARIO (DIRETORIA, TESOURARIA,
      *          COORDENACAO, AMBIENTAL...), JOB QUE O PRODUZ
      *          (N = BATCH-NOTURNO, F = BATCH-FECHAMES), FREQUENCIA
      *          (D = TODA EXECUCAO DO JOB, S = SO NA SEGUNDA-FEIRA,
      *          M = PRIMEIRA ENTREGA DO MES), NUMERO DE COPIAS E
      *          ORIGEM (S = SPOOL DA ROTINA IMPRESSAO, A = ARQUIVO
      *          GRAVADO DIRETO PELO PROGRAMA, COMO O DIGESTO.TXT)
      ******************************************************************
       01 DISTRIB-REG.
           02 DS-RELATORIO         PIC X(20).
           02 DS-DESTINATARIO      PIC X(20).
           02 DS-JOB               PIC X(01).
               88 DS-JOB-NOTURNO          VALUE 'N'.
               88 DS-JOB-FECHAMES         VALUE 'F'.
           02 DS-FREQUENCIA        PIC X(01).
               88 DS-FREQ-DIARIA          VALUE 'D' ' '.
               88 DS-FREQ-SEMANAL         VALUE 'S'.
               88 DS-FREQ-MENSAL          VALUE 'M'.
           02 DS-COPIAS            PIC 9(02).
           02 DS-ORIGEM            PIC X(01).
               88 DS-ORIGEM-SPOOL         VALUE 'S' ' '.
               88 DS-ORIGEM-ARQUIVO       VALUE 'A'.
