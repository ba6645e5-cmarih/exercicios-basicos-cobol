      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE CERTIFICACAO DIARIA DOS DADOS
      *          DAS ESTACOES (CERTDIA.TXT) - UM REGISTRO POR ESTACAO
      *          E DIA DO MES CERTIFICADO, GRAVADO PELO
      *          POLUICAO-CERTIFICA A PARTIR DAS HORAS VALIDAS DO
      *          LEITHORA.TXT: V = DIA VALIDO (HORAS VALIDAS NO MINIMO
      *          DO ORGAO), I = DIA INVALIDO (HORAS INSUFICIENTES),
      *          M = DIA DENTRO DE JANELA DE MANUTENCAO DO ESTMANUT.TXT;
      *          O POLUICAO-CONFORMIDADE DEIXA DE FORA DA APURACAO OS
      *          DIAS NAO CERTIFICADOS E O POLUICAO-TRANSMITE OS
      *          SINALIZA NO DETALHE ENVIADO AO ORGAO
      ******************************************************************
       01 CERT-DIA-REG.
           02 CD-ESTACAO           PIC X(10).
           02 CD-DATA              PIC X(10).
           02 CD-HORAS-VALIDAS     PIC 9(02).
           02 CD-SITUACAO          PIC X(01).
               88 CD-SIT-VALIDO           VALUE 'V'.
               88 CD-SIT-INVALIDO         VALUE 'I'.
               88 CD-SIT-MANUTENCAO       VALUE 'M'.
