      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO LOG DE ENVIO DO AVISO DE
      *          ATIVIDADE AO AR LIVRE A COORDENACAO (AVISOLOG.TXT,
      *          ACUMULADO) - GRAVADO PELO AVISO-ESCOLA A CADA AVISO
      *          EMITIDO: DATA E HORA DO ENVIO, DATA DO BOLETIM,
      *          REGIOES EM AVISO, TURMAS ATINGIDAS, DESTINO, ARQUIVO
      *          GERADO, NUMERO DA EXECUCAO (RUN-ID) E SE FOI O
      *          PRIMEIRO ENVIO DO BOLETIM OU UM REENVIO
      ******************************************************************
       01 AVISOLOG-REG.
           02 AL-DATA-ENVIO        PIC X(10).
           02 AL-HORA-ENVIO        PIC X(08).
           02 AL-DATA-BOLETIM      PIC X(10).
           02 AL-DIA-SEMANA        PIC 9(01).
           02 AL-QTD-REGIOES       PIC 9(02).
           02 AL-QTD-TURMAS        PIC 9(03).
           02 AL-DESTINO           PIC X(15).
           02 AL-ARQUIVO           PIC X(20).
           02 AL-EXECUCAO          PIC 9(06).
           02 AL-SITUACAO          PIC X(01).
               88 AL-ENVIO                VALUE 'E'.
               88 AL-REENVIO              VALUE 'R'.
