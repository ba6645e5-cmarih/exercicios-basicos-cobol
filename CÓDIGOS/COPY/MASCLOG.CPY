      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DAS COPIAS MASCARADAS PARA O
      *          PERFIL ENSAIO (MASCLOG.TXT) - UMA LINHA POR ARQUIVO
      *          COPIADO PELO COPIA-ENSAIO: DATA, HORA, OPERADOR,
      *          NOME LOGICO, NOME FISICO DE PRODUCAO (ORIGEM) E DO
      *          ENSAIO (DESTINO), REGISTROS COPIADOS, CAMPOS
      *          MASCARADOS E RESULTADO (OK, RECUSADO, AUSENTE OU
      *          SELO - ORIGEM COM SELO QUE NAO BATE)
      ******************************************************************
       01 MASCARA-LOG-REG.
           02 ML-DATA              PIC X(10).
           02 ML-HORA              PIC X(08).
           02 ML-OPERADOR          PIC X(08).
           02 ML-ARQUIVO           PIC X(20).
           02 ML-ORIGEM            PIC X(30).
           02 ML-DESTINO           PIC X(30).
           02 ML-QTD-REGISTROS     PIC 9(07).
           02 ML-QTD-CAMPOS        PIC 9(07).
           02 ML-RESULTADO         PIC X(08).
