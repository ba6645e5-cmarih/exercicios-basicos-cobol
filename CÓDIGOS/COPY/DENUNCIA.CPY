      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO LIVRO DE DENUNCIAS DE QUALIDADE
      *          DO AR (DENUNCIAS.TXT) - MANTIDO PELO DENUNCIA-AR: UMA
      *          DENUNCIA DE CIDADAO (FUMACA, ODOR, POEIRA, QUEIMADA)
      *          POR REGISTRO, COM PROTOCOLO, DATA E HORA DO FATO,
      *          CANAL DE ENTRADA, ENDERECO, REGIAO DO CADASTRO
      *          ESTMESTRE.TXT (EM-REGIAO), PRAZO DE RESPOSTA E A
      *          SITUACAO ATE A RESPOSTA AO DENUNCIANTE
      ******************************************************************
       01 DENUNCIA-REG.
           02 DN-PROTOCOLO         PIC 9(06).
           02 DN-DATA              PIC X(10).
           02 DN-HORA              PIC X(05).
           02 DN-CANAL             PIC X(01).
               88 DN-CANAL-TELEFONE       VALUE 'T'.
               88 DN-CANAL-EMAIL          VALUE 'E'.
               88 DN-CANAL-PRESENCIAL     VALUE 'P'.
           02 DN-ENDERECO          PIC X(40).
           02 DN-REGIAO            PIC X(15).
           02 DN-TIPO              PIC X(01).
               88 DN-TIPO-FUMACA          VALUE 'F'.
               88 DN-TIPO-ODOR            VALUE 'O'.
               88 DN-TIPO-POEIRA          VALUE 'P'.
               88 DN-TIPO-QUEIMADA        VALUE 'Q'.
               88 DN-TIPO-OUTROS          VALUE 'X'.
           02 DN-DESCRICAO         PIC X(40).
           02 DN-CONTATO           PIC X(40).
           02 DN-OPERADOR          PIC X(08).
           02 DN-PRAZO-DIAS        PIC 9(02).
           02 DN-DATA-LIMITE       PIC X(10).
           02 DN-STATUS            PIC X(01).
               88 DN-ST-ABERTA            VALUE 'A'.
               88 DN-ST-APURACAO          VALUE 'E'.
               88 DN-ST-RESPONDIDA        VALUE 'R'.
               88 DN-ST-IMPROCEDENTE      VALUE 'I'.
               88 DN-ST-PENDENTE          VALUE 'A' 'E'.
           02 DN-DATA-RESPOSTA     PIC X(10).
           02 DN-OPERADOR-RESP     PIC X(08).
           02 DN-RESPOSTA          PIC X(40).
