      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO LIVRO DE DOCUMENTOS EMITIDOS
      *          (DOCUMENTOS.TXT) - GRAVADO PELO DOCUMENTO-EMITE, UM
      *          REGISTRO POR DOCUMENTO OFICIAL (DECLARACAO DE
      *          MATRICULA, DE FREQUENCIA, DE ESCOLARIDADE E GUIA DE
      *          TRANSFERENCIA), COM O NUMERO SEQUENCIAL DO LIVRO, O
      *          CODIGO DE VERIFICACAO IMPRESSO NO DOCUMENTO E O
      *          ARQUIVO DE IMPRESSAO GERADO; A CONFERENCIA DE
      *          AUTENTICIDADE E FEITA PELO NUMERO + CODIGO
      * Modification History:
      *   15/10/2026 MC  - Documentos anuais do financeiro gravados pelo
      *                    QUITACAO-ANUAL no mesmo livro: declaracao de
      *                    quitacao de debitos (Q) e informe de
      *                    pagamentos para o IRPF (I), em nome do
      *                    responsavel, com o ano-base em DC-ANO-BASE
      *                    (zero nos documentos da secretaria)
      ******************************************************************
       01 DOCUMENTO-REG.
           02 DC-NUMERO            PIC 9(06).
           02 DC-TIPO              PIC X(01).
               88 DC-DECL-MATRICULA       VALUE 'M'.
               88 DC-DECL-FREQUENCIA      VALUE 'F'.
               88 DC-DECL-ESCOLARIDADE    VALUE 'E'.
               88 DC-GUIA-TRANSFERENCIA   VALUE 'T'.
               88 DC-DECL-QUITACAO        VALUE 'Q'.
               88 DC-INFORME-PAGAMENTOS   VALUE 'I'.
           02 DC-MATRICULA         PIC X(05).
           02 DC-NOME              PIC X(30).
           02 DC-DATA-EMISSAO      PIC X(10).
           02 DC-OPERADOR          PIC X(08).
           02 DC-CODIGO            PIC 9(09).
           02 DC-ARQUIVO           PIC X(20).
           02 DC-ANO-BASE          PIC 9(04).
