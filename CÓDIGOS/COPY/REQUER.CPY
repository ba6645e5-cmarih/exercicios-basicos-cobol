      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO LIVRO DE REQUERIMENTOS DA
      *          SECRETARIA (REQUERIMENTOS.TXT) - MANTIDO PELO
      *          REQUERIMENTO: UM REGISTRO POR PEDIDO DE BALCAO
      *          (REVISAO DE PROVA, SEGUNDA VIA DE BOLETIM,
      *          DECLARACAO, CANCELAMENTO, TRANCAMENTO), COM NUMERO
      *          DE PROTOCOLO, REQUERENTE (RESPONSAVEL DO
      *          RESPONSAVEIS.TXT, O PROPRIO ALUNO OU OUTRO), DATA DE
      *          ABERTURA, PRAZO EM DIAS UTEIS E DATA LIMITE (CALENDARIO
      *          DE FERIADOS FERIADOS.TXT), SITUACAO E RESOLUCAO; NO
      *          ENCERRAMENTO A REFERENCIA APONTA O RESULTADO NO
      *          PROCESSO PROPRIO (CHAVE DA FILA NOTASPEND.TXT, NUMERO
      *          DO LIVRO DOCUMENTOS.TXT OU SITUACAO DA MATRICULA)
      ******************************************************************
       01 REQUERIMENTO-REG.
           02 RQ-PROTOCOLO         PIC 9(06).
           02 RQ-TIPO              PIC X(01).
               88 RQ-REVISAO-PROVA        VALUE 'P'.
               88 RQ-SEGUNDA-VIA-BOLETIM  VALUE 'B'.
               88 RQ-DECLARACAO           VALUE 'D'.
               88 RQ-CANCELAMENTO         VALUE 'C'.
               88 RQ-TRANCAMENTO          VALUE 'T'.
               88 RQ-OUTROS               VALUE 'O'.
           02 RQ-MATRICULA         PIC X(05).
           02 RQ-REQUERENTE        PIC X(30).
           02 RQ-VINCULO           PIC X(10).
           02 RQ-ASSUNTO           PIC X(40).
           02 RQ-DATA-ABERTURA     PIC X(10).
           02 RQ-PRAZO-UTEIS       PIC 9(02).
           02 RQ-DATA-LIMITE       PIC X(10).
           02 RQ-OPERADOR          PIC X(08).
           02 RQ-STATUS            PIC X(01).
               88 RQ-ST-ABERTO            VALUE 'A'.
               88 RQ-ST-ANDAMENTO         VALUE 'E'.
               88 RQ-ST-DEFERIDO          VALUE 'D'.
               88 RQ-ST-INDEFERIDO        VALUE 'I'.
               88 RQ-ST-PENDENTE          VALUE 'A' 'E'.
           02 RQ-DATA-ENCERRAMENTO PIC X(10).
           02 RQ-OPERADOR-ENCERRA  PIC X(08).
           02 RQ-RESOLUCAO         PIC X(40).
           02 RQ-REFERENCIA.
               03 RQ-REF-TIPO      PIC X(01).
                   88 RQ-REF-NOTASPEND    VALUE 'N'.
                   88 RQ-REF-DOCUMENTO    VALUE 'D'.
                   88 RQ-REF-MATRICULA    VALUE 'M'.
                   88 RQ-REF-NENHUMA      VALUE ' '.
               03 RQ-REF-CHAVE     PIC X(12).
