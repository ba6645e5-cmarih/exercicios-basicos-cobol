      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO METEOROLOGICO DIARIO POR REGIAO
      *          (METEO.TXT) - UMA LINHA POR REGIAO DO CADASTRO
      *          ESTMESTRE.TXT (EM-REGIAO) E DATA, COM VENTO MEDIO,
      *          TEMPERATURAS MINIMA E MAXIMA, UMIDADE RELATIVA MEDIA,
      *          CHUVA ACUMULADA NO DIA E O INDICADOR DE INVERSAO
      *          TERMICA DO SERVICO DE METEOROLOGIA; O ARQUIVO DO
      *          SERVICO (METEOIMP.TXT) VEM NO MESMO LAYOUT E ENTRA
      *          PELO METEO-IMPORTA (LIVRO DE CARGAS, INTERFACE
      *          METEO); LIDO PELO BOLETIM DO INDICE-POLUICAO, PELO
      *          AVISO DO POLUICAO-REGIAO E PELO POLUICAO-METEO
      ******************************************************************
       01 METEO-REG.
           02 MD-REGIAO            PIC X(15).
           02 MD-DATA              PIC X(10).
           02 MD-VENTO             PIC 9(03)V9.
           02 MD-TEMP-MIN          PIC S9(02)V9
                                   SIGN LEADING SEPARATE.
           02 MD-TEMP-MAX          PIC S9(02)V9
                                   SIGN LEADING SEPARATE.
           02 MD-UMIDADE           PIC 9(03).
           02 MD-CHUVA             PIC 9(03)V9.
           02 MD-INVERSAO          PIC X(01).
               88 MD-INVERSAO-SIM         VALUE 'S'.
               88 MD-INVERSAO-NAO         VALUE 'N' ' '.
