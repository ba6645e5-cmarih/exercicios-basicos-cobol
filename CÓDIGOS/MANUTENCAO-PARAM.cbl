      *                    pressao sistolica/diastolica e IMC), com a
      *                    mesma validacao assistida e registro de
      *                    antes/depois no PARAMLOG.TXT
      *   15/10/2026 MC  - MEDIAPAR.TXT ganhou o limite de disciplinas
      *                    em dependencia do regimento (0 = sem
      *                    progressao parcial, reprovado em qualquer
      *                    disciplina repete o ano)
      *   15/10/2026 MC  - Opcao R: manutencao do RISCOPAR.TXT (pesos
      *                    dos fatores, alerta de frequencia, corte e
      *                    maximo por turma do alerta de alunos em
      *                    risco do ALUNOS-RISCO)
      *   15/10/2026 MC  - Opcao N: manutencao do MSGMODELO.TXT (texto
      *                    das mensagens aos responsaveis por tipo de
      *                    evento, usado pela rotina NOTIFICA), com
      *                    conferencia dos marcadores #ALUNO, #DATA e
      *                    #INFO e registro de antes/depois no
      *                    PARAMLOG.TXT
      *   15/10/2026 MC  - Opcao B: manutencao do BOLSACRIT.TXT
      *                    (criterios de renovacao de bolsa por motivo
      *                    - media e frequencia minimas, cortes de
      *                    cancelamento e meses de renovacao - usados
      *                    pelo BOLSA-RENOVA), com inclusao, alteracao
      *                    e exclusao por motivo e registro de
      *                    antes/depois no PARAMLOG.TXT
      *   15/10/2026 MC  - Opcao C: manutencao do REGUAPAR.TXT (dias de
      *                    atraso de cada etapa da regua de cobranca,
      *                    espera do aviso previo, prazo da baixa no
      *                    biro e codigo de associada, usados pelo
      *                    REGUA-COBRANCA), com as etapas em ordem
      *                    crescente e registro no PARAMLOG.TXT
      *   15/10/2026 MC  - VITAISPAR.TXT ganhou o prazo em dias do
      *                    retorno medico dos encaminhamentos (1 a
      *                    365; arquivo antigo sem o campo vale 30),
      *                    usado pelo ENCAMINHA-PENDENTES
      *   15/10/2026 MC  - Opcao L: manutencao do LGPDPAR.TXT (anos de
      *                    guarda do cadastro do paciente e do ex-aluno
      *                    antes da anonimizacao pelo LGPD-ANONIMIZA),
      *                    com os minimos legais e registro no
      *                    PARAMLOG.TXT
      *   15/10/2026 MC  - Motivo da alteracao pedido na entrada, junto
      *                    com o operador, e gravado no fim de cada
      *                    linha do PARAMLOG.TXT (registro passou a
      *                    X(200)), para a revisao de acessos mostrar
      *                    a justificativa de cada troca de parametro
      *   15/10/2026 MC  - Vigencia dos parametros: MEDIAPAR.TXT,
      *                    POLUPAR.TXT, VITAISPAR.TXT e o novo
      *                    COBRAPAR.TXT (opcao J, multa e juros de
      *                    atraso) pedem a data de inicio da vigencia
      *                    (hoje ou futura); cada versao e anexada ao
      *                    historico PARAMHIST.TXT (PARAMHIS.CPY), que
      *                    na primeira troca recebe os valores em uso
      *                    com vigencia zero; mudanca para hoje
      *                    regrava o arquivo como antes, mudanca
      *                    futura fica agendada (o BATCH-NOTURNO a poe
      *                    em vigor pela rotina PARAM-APLICA) e os
      *                    programas que reprocessam periodos antigos
      *                    consultam a versao da epoca pela rotina
      *                    PARAM-VIGENTE; as mudancas ja agendadas
      *                    aparecem junto dos valores atuais e a linha
      *                    do PARAMLOG.TXT ganha a vigencia no fim
      *                    (registro X(230))
      *   15/10/2026 MC  - MEDIAPAR.TXT agendado: avisa que na vigencia
      *                    so limites e pesos sao trocados (bimestre e
      *                    maximo de dependencias ficam os do arquivo)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-PARAM.
           SELECT VITAIS-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VITAIS-STATUS.
           SELECT RISCO-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RISCO-STATUS.
           SELECT MSG-MODELO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MODELO-STATUS.
           SELECT BOLSA-CRITERIO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRIT-STATUS.
           SELECT REGUA-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGUA-STATUS.
           SELECT LGPD-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LGPD-STATUS.
           SELECT COBRA-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COBRA-STATUS.
           SELECT PARAM-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           02 PARAM-PESO3                  PIC 9(01)V99.
           02 PARAM-PESO4                  PIC 9(01)V99.
           02 PARAM-BIMESTRE               PIC 9(01).
           02 PARAM-MAX-DEPENDENCIAS       PIC 9(01).

       FD POLUICAO-PARAM
           LABEL RECORD STANDARD
       FD PARAM-LOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PARAMLOG.TXT'.
       01 PARAM-LOG-REG                PIC X(230).

       FD VITAIS-PARAM
           LABEL RECORD STANDARD
           02 PARAM-PRES-SIS-LIM       PIC 9(03).
           02 PARAM-PRES-DIA-LIM       PIC 9(03).
           02 PARAM-IMC-LIM            PIC 9(02)V99.
           02 PARAM-ENCAM-DIAS         PIC 9(03).

       FD RISCO-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'RISCOPAR.TXT'.
       COPY RISCOPAR.CPY.

       FD MSG-MODELO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'MSGMODELO.TXT'.
       COPY MSGMODEL.CPY.

       FD BOLSA-CRITERIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'BOLSACRIT.TXT'.
       COPY BOLSACRI.CPY.

       FD REGUA-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'REGUAPAR.TXT'.
       COPY REGUAPAR.CPY.

       FD LGPD-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'LGPDPAR.TXT'.
       COPY LGPDPAR.CPY.

       FD COBRA-PARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'COBRAPAR.TXT'.
       01 COBRA-PARAM-REC.
           02 CB-MULTA-PCT         PIC 9(02)V99.
           02 CB-JUROS-DIA-PCT     PIC 9(01)V9(3).

       FD PARAM-HIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PARAMHIST.TXT'.
       COPY PARAMHIS.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-MEDIA-STATUS              PIC X(02) VALUE '00'.
       01 WS-POLU-STATUS               PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS                PIC X(02) VALUE '00'.
       01 WS-OPERADOR                  PIC X(08) VALUE SPACES.
       01 WS-MOTIVO-ALTERACAO          PIC X(40) VALUE SPACES.
       01 WS-VITAIS-STATUS             PIC X(02) VALUE '00'.
       01 WS-RISCO-STATUS              PIC X(02) VALUE '00'.
       01 WS-MODELO-STATUS             PIC X(02) VALUE '00'.
       01 WS-CRIT-STATUS               PIC X(02) VALUE '00'.
       01 WS-REGUA-STATUS              PIC X(02) VALUE '00'.
       01 WS-LGPD-STATUS               PIC X(02) VALUE '00'.
       01 WS-COBRA-STATUS              PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
       01 WS-ESCOLHA                   PIC X(01) VALUE 'M'.
           88 WS-ESCOLHA-MEDIA                VALUE 'M' 'm'.
           88 WS-ESCOLHA-POLUICAO             VALUE 'P' 'p'.
           88 WS-ESCOLHA-VITAIS               VALUE 'V' 'v'.
           88 WS-ESCOLHA-RISCO                VALUE 'R' 'r'.
           88 WS-ESCOLHA-MODELO               VALUE 'N' 'n'.
           88 WS-ESCOLHA-CRITERIO             VALUE 'B' 'b'.
           88 WS-ESCOLHA-REGUA                VALUE 'C' 'c'.
           88 WS-ESCOLHA-LGPD                 VALUE 'L' 'l'.
           88 WS-ESCOLHA-COBRANCA             VALUE 'J' 'j'.
       01 WS-FLAGS.
           02 WS-FIM-POLU           PIC X(01) VALUE 'N'.
               88 WS-FIM-POLU-SIM          VALUE 'S'.
               88 WS-ENTRADA-OK            VALUE 'S'.
           02 WS-POL-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-POL-ACHOU-SIM         VALUE 'S'.
           02 WS-FIM-MODELO         PIC X(01) VALUE 'N'.
               88 WS-FIM-MODELO-SIM        VALUE 'S'.
           02 WS-MOD-ACHOU          PIC X(01) VALUE 'N'.
               88 WS-MOD-ACHOU-SIM         VALUE 'S'.
           02 WS-FIM-CRIT           PIC X(01) VALUE 'N'.
               88 WS-FIM-CRIT-SIM          VALUE 'S'.
           02 WS-CRIT-ACHOU         PIC X(01) VALUE 'N'.
               88 WS-CRIT-ACHOU-SIM        VALUE 'S'.
           02 WS-FIM-HIST           PIC X(01) VALUE 'N'.
               88 WS-FIM-HIST-SIM          VALUE 'S'.
           02 WS-HIST-TEM-ARQ       PIC X(01) VALUE 'N'.
               88 WS-HIST-TEM-ARQ-SIM      VALUE 'S'.
       01 WS-ANTES-TXT                 PIC X(40) VALUE SPACES.
       01 WS-DEPOIS-TXT                PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE.
           02 WS-M-PESO3           PIC 9(01)V99 VALUE 0.
           02 WS-M-PESO4           PIC 9(01)V99 VALUE 0.
           02 WS-M-BIMESTRE        PIC 9(01) VALUE 1.
           02 WS-M-MAX-DEPEND      PIC 9(01) VALUE 0.
       01 WS-MEDIA-NOVO.
           02 WS-N-RECUPERACAO     PIC 9(02)V99 VALUE 0.
           02 WS-N-APROVACAO       PIC 9(02)V99 VALUE 0.
           02 WS-N-PESO3           PIC 9(01)V99 VALUE 0.
           02 WS-N-PESO4           PIC 9(01)V99 VALUE 0.
           02 WS-N-BIMESTRE        PIC 9(01) VALUE 1.
           02 WS-N-MAX-DEPEND      PIC 9(01) VALUE 0.
       01 WS-SOMA-PESOS                PIC 9(02)V99 VALUE 0.

       01 WS-POLUENTE-ALVO             PIC X(05) VALUE SPACES.
           02 WS-V-PRES-SIS        PIC 9(03) VALUE 140.
           02 WS-V-PRES-DIA        PIC 9(03) VALUE 090.
           02 WS-V-IMC             PIC 9(02)V99 VALUE 25,00.
           02 WS-V-ENCAM-DIAS      PIC 9(03) VALUE 030.
       01 WS-VITAIS-NOVO.
           02 WS-VN-CINTURA-M      PIC 9(03) VALUE ZERO.
           02 WS-VN-CINTURA-F      PIC 9(03) VALUE ZERO.
           02 WS-VN-PRES-SIS       PIC 9(03) VALUE ZERO.
           02 WS-VN-PRES-DIA       PIC 9(03) VALUE ZERO.
           02 WS-VN-IMC            PIC 9(02)V99 VALUE ZERO.
           02 WS-VN-ENCAM-DIAS     PIC 9(03) VALUE ZERO.
       01 WS-MASK-IMC              PIC Z9,99.

       01 WS-RISCO-ATUAL.
           02 WS-R-PESO-NOTA       PIC 9(02) VALUE 03.
           02 WS-R-PESO-FREQ       PIC 9(02) VALUE 04.
           02 WS-R-PESO-FINANC     PIC 9(02) VALUE 01.
           02 WS-R-PESO-OCORR      PIC 9(02) VALUE 02.
           02 WS-R-FREQ-ALERTA     PIC 9(03) VALUE 080.
           02 WS-R-PONTOS-CORTE    PIC 9(03) VALUE 004.
           02 WS-R-QTD-TURMA       PIC 9(02) VALUE 10.
       01 WS-RISCO-NOVO.
           02 WS-RN-PESO-NOTA      PIC 9(02) VALUE ZERO.
           02 WS-RN-PESO-FREQ      PIC 9(02) VALUE ZERO.
           02 WS-RN-PESO-FINANC    PIC 9(02) VALUE ZERO.
           02 WS-RN-PESO-OCORR     PIC 9(02) VALUE ZERO.
           02 WS-RN-FREQ-ALERTA    PIC 9(03) VALUE ZERO.
           02 WS-RN-PONTOS-CORTE   PIC 9(03) VALUE ZERO.
           02 WS-RN-QTD-TURMA      PIC 9(02) VALUE ZERO.

       COPY MSGPADR.CPY.
       01 WS-TAB-MODELOS.
           02 WS-MOD-ENTRADA OCCURS 4 TIMES.
               03 WS-MOD-TIPO          PIC X(02).
               03 WS-MOD-TEXTO         PIC X(160).
       01 WS-MOD-I                     PIC 9(01) VALUE ZERO.
       01 WS-MOD-ALVO-I                PIC 9(01) VALUE ZERO.
       01 WS-MOD-TIPO-ALVO             PIC X(02) VALUE SPACES.
       01 WS-MOD-NOVO.
           02 WS-MOD-NOVO-TEXTO        PIC X(160) VALUE SPACES.
           02 FILLER                   PIC X(06) VALUE SPACES.
       01 WS-MOD-POS                   PIC 9(03) VALUE ZERO.

       01 WS-TAB-CRIT-LIMITE           PIC 9(02) VALUE 20.
       01 WS-QTD-CRIT                  PIC 9(02) VALUE ZERO.
       01 WS-TAB-CRITERIOS.
           02 WS-CRIT-ENTRADA OCCURS 20 TIMES.
               03 WS-CRIT-MOTIVO       PIC X(20).
               03 WS-CRIT-MEDIA-RENOVA PIC 9(02)V99.
               03 WS-CRIT-MEDIA-CORTE  PIC 9(02)V99.
               03 WS-CRIT-FREQ-RENOVA  PIC 9(03).
               03 WS-CRIT-FREQ-CORTE   PIC 9(03).
               03 WS-CRIT-MESES        PIC 9(02).
       01 WS-CRIT-I                    PIC 9(02) VALUE ZERO.
       01 WS-CRIT-ALVO-I               PIC 9(02) VALUE ZERO.
       01 WS-CRIT-MOTIVO-ALVO          PIC X(20) VALUE SPACES.
       01 WS-CRIT-OPCAO                PIC X(01) VALUE SPACE.
       01 WS-CRIT-NOVO.
           02 WS-CN-MEDIA-RENOVA       PIC 9(02)V99 VALUE ZERO.
           02 WS-CN-MEDIA-CORTE        PIC 9(02)V99 VALUE ZERO.
           02 WS-CN-FREQ-RENOVA        PIC 9(03) VALUE ZERO.
           02 WS-CN-FREQ-CORTE         PIC 9(03) VALUE ZERO.
           02 WS-CN-MESES              PIC 9(02) VALUE ZERO.
       01 WS-MASK-CORTE                PIC Z9,99.

       01 WS-REGUA-ATUAL.
           02 WS-G-DIAS-LEMBRETE   PIC 9(03) VALUE 005.
           02 WS-G-DIAS-CARTA      PIC 9(03) VALUE 015.
           02 WS-G-DIAS-TELEFONE   PIC 9(03) VALUE 030.
           02 WS-G-DIAS-AVISO      PIC 9(03) VALUE 045.
           02 WS-G-DIAS-ESPERA     PIC 9(03) VALUE 010.
           02 WS-G-DIAS-BAIXA      PIC 9(02) VALUE 05.
           02 WS-G-ASSOCIADO       PIC X(10) VALUE SPACES.
       01 WS-REGUA-NOVO.
           02 WS-GN-DIAS-LEMBRETE  PIC 9(03) VALUE ZERO.
           02 WS-GN-DIAS-CARTA     PIC 9(03) VALUE ZERO.
           02 WS-GN-DIAS-TELEFONE  PIC 9(03) VALUE ZERO.
           02 WS-GN-DIAS-AVISO     PIC 9(03) VALUE ZERO.
           02 WS-GN-DIAS-ESPERA    PIC 9(03) VALUE ZERO.
           02 WS-GN-DIAS-BAIXA     PIC 9(02) VALUE ZERO.
           02 WS-GN-ASSOCIADO      PIC X(10) VALUE SPACES.

       01 WS-COBRA-ATUAL.
           02 WS-J-MULTA-PCT       PIC 9(02)V99 VALUE 2,00.
           02 WS-J-JUROS-DIA       PIC 9(01)V9(3) VALUE 0,033.
       01 WS-COBRA-NOVO.
           02 WS-JN-MULTA-PCT      PIC 9(02)V99 VALUE ZERO.
           02 WS-JN-JUROS-DIA      PIC 9(01)V9(3) VALUE ZERO.
       01 WS-MASK-MULTA                PIC Z9,99.
       01 WS-MASK-JUROS                PIC 9,999.

      *-----------------------------------------------------------------
      * VIGENCIA DA MUDANCA E IMAGEM DO REGISTRO GUARDADA NO
      * HISTORICO PARAMHIST.TXT (MESMO LAYOUT DE CADA ARQUIVO)
      *-----------------------------------------------------------------
       01 WS-VIGENCIA-TXT              PIC X(10) VALUE SPACES.
       01 WS-VIGENCIA-OK               PIC X(01) VALUE 'N'.
       01 WS-VIGENCIA-MOTIVO           PIC X(30) VALUE SPACES.
       01 WS-VIGENCIA-DATA             PIC 9(08) VALUE ZERO.
       01 WS-VIGENCIA-FMT              PIC X(10) VALUE SPACES.
       01 WS-VIGENCIA-FUTURA           PIC X(01) VALUE 'N'.
           88 WS-VIGENCIA-FUTURA-SIM          VALUE 'S'.
       01 WS-HOJE-AAAAMMDD             PIC 9(08) VALUE ZERO.
       01 WS-HIST-ARQUIVO              PIC X(13) VALUE SPACES.
       01 WS-HIST-CHAVE                PIC X(05) VALUE SPACES.
       01 WS-HIST-VIGENCIA             PIC 9(08) VALUE ZERO.
       01 WS-HIST-VIG-R REDEFINES WS-HIST-VIGENCIA.
           02 WS-HV-ANO                PIC 9(04).
           02 WS-HV-MES                PIC 9(02).
           02 WS-HV-DIA                PIC 9(02).
       01 WS-HIST-VIG-FMT              PIC X(10) VALUE SPACES.
       01 WS-QTD-AGENDADAS             PIC 9(03) VALUE ZERO.
       01 WS-IMAGEM                    PIC X(40) VALUE SPACES.
       01 WS-IMG-MEDIA REDEFINES WS-IMAGEM.
           02 WS-IM-RECUPERACAO        PIC 9(02)V99.
           02 WS-IM-APROVACAO          PIC 9(02)V99.
           02 WS-IM-PESO1              PIC 9(01)V99.
           02 WS-IM-PESO2              PIC 9(01)V99.
           02 WS-IM-PESO3              PIC 9(01)V99.
           02 WS-IM-PESO4              PIC 9(01)V99.
           02 WS-IM-BIMESTRE           PIC 9(01).
           02 WS-IM-MAX-DEPEND         PIC 9(01).
           02 FILLER                   PIC X(18).
       01 WS-IMG-FAIXA REDEFINES WS-IMAGEM.
           02 WS-IF-POLUENTE           PIC X(05).
           02 WS-IF-ACEITAVEL-MIN      PIC 9(01)V9(2).
           02 WS-IF-ACEITAVEL-MAX      PIC 9(01)V9(2).
           02 WS-IF-GRUPO-I-MIN        PIC 9(01)V9(2).
           02 WS-IF-GRUPO-I-E-II-MIN   PIC 9(01)V9(2).
           02 WS-IF-TODOS-MIN          PIC 9(01)V9(2).
           02 FILLER                   PIC X(20).
       01 WS-IMG-VITAIS REDEFINES WS-IMAGEM.
           02 WS-IV-CINTURA-M          PIC 9(03).
           02 WS-IV-CINTURA-F          PIC 9(03).
           02 WS-IV-PRES-SIS           PIC 9(03).
           02 WS-IV-PRES-DIA           PIC 9(03).
           02 WS-IV-IMC                PIC 9(02)V99.
           02 WS-IV-ENCAM-DIAS         PIC 9(03).
           02 FILLER                   PIC X(21).
       01 WS-IMG-COBRA REDEFINES WS-IMAGEM.
           02 WS-IC-MULTA-PCT          PIC 9(02)V99.
           02 WS-IC-JUROS-DIA          PIC 9(01)V9(3).
           02 FILLER                   PIC X(32).

       01 WS-LGPD-ATUAL.
           02 WS-L-ANOS-PACIENTE   PIC 9(02) VALUE 20.
           02 WS-L-ANOS-ALUNO      PIC 9(02) VALUE 05.
       01 WS-LGPD-NOVO.
           02 WS-LN-ANOS-PACIENTE  PIC 9(02) VALUE ZERO.
           02 WS-LN-ANOS-ALUNO     PIC 9(02) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
                  DELIMITED BY SIZE
                  INTO WS-DATA-FMT
           END-STRING
           MOVE WS-DATA-HOJE TO WS-HOJE-AAAAMMDD

           DISPLAY 'IDENTIFICACAO DO OPERADOR: '
           ACCEPT WS-OPERADOR

           DISPLAY 'MOTIVO DA ALTERACAO: '
           ACCEPT WS-MOTIVO-ALTERACAO

           DISPLAY 'ARQUIVO: (M) MEDIAPAR.TXT  (P) POLUPAR.TXT  '
                   '(V) VITAISPAR.TXT  (R) RISCOPAR.TXT'
           DISPLAY '         (N) MSGMODELO.TXT  (B) BOLSACRIT.TXT  '
                   '(C) REGUAPAR.TXT'
           DISPLAY '         (L) LGPDPAR.TXT  (J) COBRAPAR.TXT'
           ACCEPT WS-ESCOLHA
           EXIT.
       FIM-INICIO.
                   PERFORM MANUTENCAO-POLUPAR
               WHEN WS-ESCOLHA-VITAIS
                   PERFORM MANUTENCAO-VITAISPAR
               WHEN WS-ESCOLHA-RISCO
                   PERFORM MANUTENCAO-RISCOPAR
               WHEN WS-ESCOLHA-MODELO
                   PERFORM MANUTENCAO-MSGMODELO
               WHEN WS-ESCOLHA-CRITERIO
                   PERFORM MANUTENCAO-BOLSACRIT
               WHEN WS-ESCOLHA-REGUA
                   PERFORM MANUTENCAO-REGUAPAR
               WHEN WS-ESCOLHA-LGPD
                   PERFORM MANUTENCAO-LGPDPAR
               WHEN WS-ESCOLHA-COBRANCA
                   PERFORM MANUTENCAO-COBRAPAR
               WHEN OTHER
                   PERFORM MANUTENCAO-MEDIAPAR
           END-EVALUATE
                       MOVE PARAM-PRES-SIS-LIM  TO WS-V-PRES-SIS
                       MOVE PARAM-PRES-DIA-LIM  TO WS-V-PRES-DIA
                       MOVE PARAM-IMC-LIM       TO WS-V-IMC
                       IF PARAM-ENCAM-DIAS NUMERIC
                           MOVE PARAM-ENCAM-DIAS TO WS-V-ENCAM-DIAS
                       END-IF
               END-READ
               CLOSE VITAIS-PARAM
           ELSE
                   WS-V-PRES-DIA
           MOVE WS-V-IMC TO WS-MASK-IMC
           DISPLAY '  IMC DE RISCO...................: ' WS-MASK-IMC
           DISPLAY '  PRAZO DO RETORNO MEDICO (DIAS).: '
                   WS-V-ENCAM-DIAS
           MOVE 'VITAISPAR.TXT' TO WS-HIST-ARQUIVO
           MOVE SPACES TO WS-HIST-CHAVE
           PERFORM LISTA-AGENDADAS

           DISPLAY 'NOVOS VALORES:'
           DISPLAY '  CINTURA DE RISCO MASCULINA (CM): '
           MOVE SPACES TO WS-ENTRADA-TXT
           ACCEPT WS-ENTRADA-TXT
           COMPUTE WS-VN-IMC = FUNCTION NUMVAL(WS-ENTRADA-TXT)
           DISPLAY '  PRAZO DO RETORNO MEDICO (DIAS): '
           ACCEPT WS-VN-ENCAM-DIAS

           PERFORM VALIDA-VITAISPAR
           IF WS-ENTRADA-OK
               PERFORM PEDE-VIGENCIA
           END-IF

           IF WS-ENTRADA-OK
               PERFORM GRAVA-VITAISPAR
               DISPLAY 'CORTE DE IMC DEVE FICAR ENTRE 15 E 50'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK AND
              (WS-VN-ENCAM-DIAS < 1 OR WS-VN-ENCAM-DIAS > 365)
               DISPLAY 'PRAZO DO RETORNO MEDICO DEVE FICAR ENTRE 1 E '
                       '365 DIAS'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF
           EXIT.
       FIM-VALIDA-VITAISPAR.

           MOVE SPACES TO WS-ANTES-TXT
           STRING WS-V-CINTURA-M ' ' WS-V-CINTURA-F ' '
                  WS-V-PRES-SIS ' ' WS-V-PRES-DIA ' ' WS-V-IMC
                  ' ' WS-V-ENCAM-DIAS
                  DELIMITED BY SIZE INTO WS-ANTES-TXT
           END-STRING
           MOVE SPACES TO WS-DEPOIS-TXT
           STRING WS-VN-CINTURA-M ' ' WS-VN-CINTURA-F ' '
                  WS-VN-PRES-SIS ' ' WS-VN-PRES-DIA ' ' WS-VN-IMC
                  ' ' WS-VN-ENCAM-DIAS
                  DELIMITED BY SIZE INTO WS-DEPOIS-TXT
           END-STRING

           MOVE 'VITAISPAR.TXT' TO WS-HIST-ARQUIVO
           MOVE SPACES TO WS-HIST-CHAVE
           PERFORM VERIFICA-HISTORICO-ARQUIVO
           IF NOT WS-HIST-TEM-ARQ-SIM
               MOVE SPACES TO WS-IMAGEM
               MOVE WS-V-CINTURA-M  TO WS-IV-CINTURA-M
               MOVE WS-V-CINTURA-F  TO WS-IV-CINTURA-F
               MOVE WS-V-PRES-SIS   TO WS-IV-PRES-SIS
               MOVE WS-V-PRES-DIA   TO WS-IV-PRES-DIA
               MOVE WS-V-IMC        TO WS-IV-IMC
               MOVE WS-V-ENCAM-DIAS TO WS-IV-ENCAM-DIAS
               MOVE ZERO TO WS-HIST-VIGENCIA
               PERFORM GRAVA-HISTORICO
           END-IF
           MOVE SPACES TO WS-IMAGEM
           MOVE WS-VN-CINTURA-M  TO WS-IV-CINTURA-M
           MOVE WS-VN-CINTURA-F  TO WS-IV-CINTURA-F
           MOVE WS-VN-PRES-SIS   TO WS-IV-PRES-SIS
           MOVE WS-VN-PRES-DIA   TO WS-IV-PRES-DIA
           MOVE WS-VN-IMC        TO WS-IV-IMC
           MOVE WS-VN-ENCAM-DIAS TO WS-IV-ENCAM-DIAS
           MOVE WS-VIGENCIA-DATA TO WS-HIST-VIGENCIA
           PERFORM GRAVA-HISTORICO

           IF NOT WS-VIGENCIA-FUTURA-SIM
               OPEN OUTPUT VITAIS-PARAM
               MOVE WS-VN-CINTURA-M TO PARAM-CINTURA-LIM-M
               MOVE WS-VN-CINTURA-F TO PARAM-CINTURA-LIM-F
               MOVE WS-VN-PRES-SIS  TO PARAM-PRES-SIS-LIM
               MOVE WS-VN-PRES-DIA  TO PARAM-PRES-DIA-LIM
               MOVE WS-VN-IMC       TO PARAM-IMC-LIM
               MOVE WS-VN-ENCAM-DIAS TO PARAM-ENCAM-DIAS
               WRITE PARAM-VITAIS-REC
               CLOSE VITAIS-PARAM
           END-IF

           MOVE 'VITAISPAR.TXT' TO WS-LOG-ALVO
           PERFORM GRAVA-PARAMLOG
           IF WS-VIGENCIA-FUTURA-SIM
               DISPLAY 'VITAISPAR.TXT MANTIDO - MUDANCA AGENDADA '
                       'PARA ' WS-VIGENCIA-FMT
           ELSE
               DISPLAY 'VITAISPAR.TXT REGRAVADO'
           END-IF
           EXIT.
       FIM-GRAVA-VITAISPAR.

      *-----------------------------------------------------------------
      * RISCOPAR.TXT (PESOS E CORTES DO ALERTA DE ALUNOS EM RISCO)
      *-----------------------------------------------------------------
       MANUTENCAO-RISCOPAR.
           OPEN INPUT RISCO-PARAM
           IF WS-RISCO-STATUS = '00'
               READ RISCO-PARAM
                   NOT AT END
                       IF RISCO-PARAM-REG NUMERIC
                           MOVE RP-PESO-NOTA       TO WS-R-PESO-NOTA
                           MOVE RP-PESO-FREQUENCIA TO WS-R-PESO-FREQ
                           MOVE RP-PESO-FINANCEIRO TO WS-R-PESO-FINANC
                           MOVE RP-PESO-OCORRENCIA TO WS-R-PESO-OCORR
                           MOVE RP-FREQ-ALERTA     TO WS-R-FREQ-ALERTA
                           MOVE RP-PONTOS-CORTE    TO WS-R-PONTOS-CORTE
                           MOVE RP-QTD-POR-TURMA   TO WS-R-QTD-TURMA
                       END-IF
               END-READ
               CLOSE RISCO-PARAM
           ELSE
               DISPLAY 'RISCOPAR.TXT AINDA NAO EXISTE - MOSTRANDO '
                       'OS PESOS PADRAO DO ALUNOS-RISCO'
           END-IF

           DISPLAY 'VALORES ATUAIS:'
           DISPLAY '  PESO MEDIA ABAIXO DA RECUPERACAO: '
                   WS-R-PESO-NOTA
           DISPLAY '  PESO FREQUENCIA ABAIXO DO ALERTA: '
                   WS-R-PESO-FREQ
           DISPLAY '  PESO MES EM ABERTO NO FINANCEIRO: '
                   WS-R-PESO-FINANC
           DISPLAY '  PESO OCORRENCIA DISCIPLINAR.....: '
                   WS-R-PESO-OCORR
           DISPLAY '  ALERTA DE FREQUENCIA (%)........: '
                   WS-R-FREQ-ALERTA
           DISPLAY '  PONTOS MINIMOS PARA LISTAR......: '
                   WS-R-PONTOS-CORTE
           DISPLAY '  MAXIMO DE ALUNOS POR TURMA......: '
                   WS-R-QTD-TURMA

           DISPLAY 'NOVOS VALORES:'
           DISPLAY '  PESO MEDIA ABAIXO DA RECUPERACAO: '
           ACCEPT WS-RN-PESO-NOTA
           DISPLAY '  PESO FREQUENCIA ABAIXO DO ALERTA: '
           ACCEPT WS-RN-PESO-FREQ
           DISPLAY '  PESO MES EM ABERTO NO FINANCEIRO: '
           ACCEPT WS-RN-PESO-FINANC
           DISPLAY '  PESO OCORRENCIA DISCIPLINAR: '
           ACCEPT WS-RN-PESO-OCORR
           DISPLAY '  ALERTA DE FREQUENCIA (%): '
           ACCEPT WS-RN-FREQ-ALERTA
           DISPLAY '  PONTOS MINIMOS PARA LISTAR: '
           ACCEPT WS-RN-PONTOS-CORTE
           DISPLAY '  MAXIMO DE ALUNOS POR TURMA: '
           ACCEPT WS-RN-QTD-TURMA

           PERFORM VALIDA-RISCOPAR

           IF WS-ENTRADA-OK
               PERFORM GRAVA-RISCOPAR
           ELSE
               DISPLAY 'NADA FOI ALTERADO'
           END-IF
           EXIT.
       FIM-MANUTENCAO-RISCOPAR.

       VALIDA-RISCOPAR.
           MOVE 'S' TO WS-ENTRADA-VALIDA

           IF WS-RN-PESO-NOTA + WS-RN-PESO-FREQ +
              WS-RN-PESO-FINANC + WS-RN-PESO-OCORR = 0
               DISPLAY 'PELO MENOS UM FATOR DEVE TER PESO MAIOR '
                       'QUE ZERO'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK AND
              (WS-RN-FREQ-ALERTA < 50 OR WS-RN-FREQ-ALERTA > 100)
               DISPLAY 'ALERTA DE FREQUENCIA DEVE FICAR ENTRE 50 E '
                       '100%'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK AND WS-RN-PONTOS-CORTE = 0
               DISPLAY 'PONTOS MINIMOS DEVEM SER MAIORES QUE ZERO'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK AND WS-RN-QTD-TURMA = 0
               DISPLAY 'MAXIMO POR TURMA DEVE FICAR ENTRE 1 E 99'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF
           EXIT.
       FIM-VALIDA-RISCOPAR.

       GRAVA-RISCOPAR.
           MOVE SPACES TO WS-ANTES-TXT
           STRING WS-R-PESO-NOTA ' ' WS-R-PESO-FREQ ' '
                  WS-R-PESO-FINANC ' ' WS-R-PESO-OCORR ' '
                  WS-R-FREQ-ALERTA ' ' WS-R-PONTOS-CORTE ' '
                  WS-R-QTD-TURMA
                  DELIMITED BY SIZE INTO WS-ANTES-TXT
           END-STRING
           MOVE SPACES TO WS-DEPOIS-TXT
           STRING WS-RN-PESO-NOTA ' ' WS-RN-PESO-FREQ ' '
                  WS-RN-PESO-FINANC ' ' WS-RN-PESO-OCORR ' '
                  WS-RN-FREQ-ALERTA ' ' WS-RN-PONTOS-CORTE ' '
                  WS-RN-QTD-TURMA
                  DELIMITED BY SIZE INTO WS-DEPOIS-TXT
           END-STRING

           OPEN OUTPUT RISCO-PARAM
           MOVE WS-RN-PESO-NOTA    TO RP-PESO-NOTA
           MOVE WS-RN-PESO-FREQ    TO RP-PESO-FREQUENCIA
           MOVE WS-RN-PESO-FINANC  TO RP-PESO-FINANCEIRO
           MOVE WS-RN-PESO-OCORR   TO RP-PESO-OCORRENCIA
           MOVE WS-RN-FREQ-ALERTA  TO RP-FREQ-ALERTA
           MOVE WS-RN-PONTOS-CORTE TO RP-PONTOS-CORTE
           MOVE WS-RN-QTD-TURMA    TO RP-QTD-POR-TURMA
           WRITE RISCO-PARAM-REG
           CLOSE RISCO-PARAM

           MOVE 'RISCOPAR.TXT' TO WS-LOG-ALVO
           PERFORM GRAVA-PARAMLOG
           DISPLAY 'RISCOPAR.TXT REGRAVADO'
           EXIT.
       FIM-GRAVA-RISCOPAR.

      *-----------------------------------------------------------------
      * MEDIAPAR.TXT
      *-----------------------------------------------------------------
                       IF PARAM-BIMESTRE NUMERIC
                           MOVE PARAM-BIMESTRE TO WS-M-BIMESTRE
                       END-IF
                       IF PARAM-MAX-DEPENDENCIAS NUMERIC
                           MOVE PARAM-MAX-DEPENDENCIAS
                                TO WS-M-MAX-DEPEND
                       END-IF
               END-READ
               CLOSE MEDIA-PARAM
           ELSE
                   WS-MASK-PESO
           DISPLAY '  BIMESTRE DE REFERENCIA (1-4).........: '
                   WS-M-BIMESTRE
           DISPLAY '  MAXIMO DE DISCIPLINAS EM DEPENDENCIA'
           DISPLAY '  (0 = REPROVADO EM QUALQUER UMA REPETE)..: '
                   WS-M-MAX-DEPEND
           MOVE 'MEDIAPAR.TXT' TO WS-HIST-ARQUIVO
           MOVE SPACES TO WS-HIST-CHAVE
           PERFORM LISTA-AGENDADAS

           DISPLAY 'NOVOS VALORES:'
           DISPLAY '  LIMITE DE RECUPERACAO: '
                   FUNCTION NUMVAL(WS-ENTRADA-TXT)
           DISPLAY '  BIMESTRE DE REFERENCIA: '
           ACCEPT WS-N-BIMESTRE
           DISPLAY '  MAXIMO DE DISCIPLINAS EM DEPENDENCIA (0-3): '
           ACCEPT WS-N-MAX-DEPEND

           PERFORM VALIDA-MEDIAPAR
           IF WS-ENTRADA-OK
               PERFORM PEDE-VIGENCIA
           END-IF

           IF WS-ENTRADA-OK
               PERFORM GRAVA-MEDIAPAR
               DISPLAY 'BIMESTRE DEVE FICAR ENTRE 1 E 4'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK AND WS-N-MAX-DEPEND > 3
               DISPLAY 'MAXIMO DE DEPENDENCIAS DEVE FICAR ENTRE 0 E 3'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF
           EXIT.
       FIM-VALIDA-MEDIAPAR.

           MOVE SPACES TO WS-ANTES-TXT
           STRING WS-M-RECUPERACAO ' ' WS-M-APROVACAO ' '
                  WS-M-PESO1 WS-M-PESO2 WS-M-PESO3 WS-M-PESO4
                  ' ' WS-M-BIMESTRE ' ' WS-M-MAX-DEPEND
                  DELIMITED BY SIZE INTO WS-ANTES-TXT
           END-STRING
           MOVE SPACES TO WS-DEPOIS-TXT
           STRING WS-N-RECUPERACAO ' ' WS-N-APROVACAO ' '
                  WS-N-PESO1 WS-N-PESO2 WS-N-PESO3 WS-N-PESO4
                  ' ' WS-N-BIMESTRE ' ' WS-N-MAX-DEPEND
                  DELIMITED BY SIZE INTO WS-DEPOIS-TXT
           END-STRING

           MOVE 'MEDIAPAR.TXT' TO WS-HIST-ARQUIVO
           MOVE SPACES TO WS-HIST-CHAVE
           PERFORM VERIFICA-HISTORICO-ARQUIVO
           IF NOT WS-HIST-TEM-ARQ-SIM
               MOVE SPACES TO WS-IMAGEM
               MOVE WS-M-RECUPERACAO TO WS-IM-RECUPERACAO
               MOVE WS-M-APROVACAO   TO WS-IM-APROVACAO
               MOVE WS-M-PESO1       TO WS-IM-PESO1
               MOVE WS-M-PESO2       TO WS-IM-PESO2
               MOVE WS-M-PESO3       TO WS-IM-PESO3
               MOVE WS-M-PESO4       TO WS-IM-PESO4
               MOVE WS-M-BIMESTRE    TO WS-IM-BIMESTRE
               MOVE WS-M-MAX-DEPEND  TO WS-IM-MAX-DEPEND
               MOVE ZERO TO WS-HIST-VIGENCIA
               PERFORM GRAVA-HISTORICO
           END-IF
           MOVE SPACES TO WS-IMAGEM
           MOVE WS-N-RECUPERACAO TO WS-IM-RECUPERACAO
           MOVE WS-N-APROVACAO   TO WS-IM-APROVACAO
           MOVE WS-N-PESO1       TO WS-IM-PESO1
           MOVE WS-N-PESO2       TO WS-IM-PESO2
           MOVE WS-N-PESO3       TO WS-IM-PESO3
           MOVE WS-N-PESO4       TO WS-IM-PESO4
           MOVE WS-N-BIMESTRE    TO WS-IM-BIMESTRE
           MOVE WS-N-MAX-DEPEND  TO WS-IM-MAX-DEPEND
           MOVE WS-VIGENCIA-DATA TO WS-HIST-VIGENCIA
           PERFORM GRAVA-HISTORICO

           IF NOT WS-VIGENCIA-FUTURA-SIM
               OPEN OUTPUT MEDIA-PARAM
               MOVE WS-N-RECUPERACAO TO PARAM-LIMITE-RECUPERACAO
               MOVE WS-N-APROVACAO   TO PARAM-LIMITE-APROVACAO
               MOVE WS-N-PESO1       TO PARAM-PESO1
               MOVE WS-N-PESO2       TO PARAM-PESO2
               MOVE WS-N-PESO3       TO PARAM-PESO3
               MOVE WS-N-PESO4       TO PARAM-PESO4
               MOVE WS-N-BIMESTRE    TO PARAM-BIMESTRE
               MOVE WS-N-MAX-DEPEND  TO PARAM-MAX-DEPENDENCIAS
               WRITE PARAM-REC
               CLOSE MEDIA-PARAM
           END-IF

           MOVE 'MEDIAPAR.TXT' TO WS-LOG-ALVO
           PERFORM GRAVA-PARAMLOG
           IF WS-VIGENCIA-FUTURA-SIM
               DISPLAY 'MEDIAPAR.TXT MANTIDO - MUDANCA AGENDADA '
                       'PARA ' WS-VIGENCIA-FMT
               DISPLAY 'NA VIGENCIA SO LIMITES E PESOS SAO TROCADOS; '
                       'BIMESTRE E MAX. DEPENDENCIAS FICAM OS ATUAIS'
           ELSE
               DISPLAY 'MEDIAPAR.TXT REGRAVADO'
           END-IF
           EXIT.
       FIM-GRAVA-MEDIAPAR.

           DISPLAY '  GRUPO I/II A PARTIR DE: ' WS-MASK-FAIXA
           MOVE WS-FX-TODOS-MIN(WS-FX-ALVO-I) TO WS-MASK-FAIXA
           DISPLAY '  TODOS A PARTIR DE....: ' WS-MASK-FAIXA
           MOVE 'POLUPAR.TXT' TO WS-HIST-ARQUIVO
           MOVE WS-POLUENTE-ALVO TO WS-HIST-CHAVE
           PERFORM LISTA-AGENDADAS

           DISPLAY 'NOVAS FAIXAS:'
           DISPLAY '  ACEITAVEL DE: '
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK
               PERFORM PEDE-VIGENCIA
               IF NOT WS-ENTRADA-OK
                   DISPLAY 'NADA FOI ALTERADO'
               END-IF
           END-IF

           IF WS-ENTRADA-OK
               MOVE SPACES TO WS-ANTES-TXT
               STRING WS-FX-ACEITAVEL-MIN(WS-FX-ALVO-I) ' '
                      DELIMITED BY SIZE INTO WS-DEPOIS-TXT
               END-STRING

               PERFORM HISTORICO-POLUPAR

               IF NOT WS-VIGENCIA-FUTURA-SIM
                   MOVE WS-F-ACEITAVEL-MIN
                        TO WS-FX-ACEITAVEL-MIN(WS-FX-ALVO-I)
                   MOVE WS-F-ACEITAVEL-MAX
                        TO WS-FX-ACEITAVEL-MAX(WS-FX-ALVO-I)
                   MOVE WS-F-GRUPO-I-MIN
                        TO WS-FX-GRUPO-I-MIN(WS-FX-ALVO-I)
                   MOVE WS-F-GRUPO-I-E-II-MIN
                        TO WS-FX-GRUPO-I-E-II-MIN(WS-FX-ALVO-I)
                   MOVE WS-F-TODOS-MIN
                        TO WS-FX-TODOS-MIN(WS-FX-ALVO-I)
                   PERFORM GRAVA-POLUPAR
               END-IF

               MOVE WS-POLUENTE-ALVO TO WS-LOG-ALVO
               PERFORM GRAVA-PARAMLOG
               IF WS-VIGENCIA-FUTURA-SIM
                   DISPLAY 'POLUPAR.TXT MANTIDO - MUDANCA AGENDADA '
                           'PARA ' WS-VIGENCIA-FMT
               ELSE
                   DISPLAY 'POLUPAR.TXT REGRAVADO'
               END-IF
           END-IF
           EXIT.
       FIM-ALTERA-FAIXAS-POLUENTE.
           EXIT.
       FIM-GRAVA-POLUPAR.

      *-----------------------------------------------------------------
      * NA PRIMEIRA TROCA O HISTORICO RECEBE AS FAIXAS EM USO DOS TRES
      * POLUENTES (A REGRAVACAO AGENDADA REFAZ O ARQUIVO INTEIRO)
      *-----------------------------------------------------------------
       HISTORICO-POLUPAR.
           MOVE 'POLUPAR.TXT' TO WS-HIST-ARQUIVO
           PERFORM VERIFICA-HISTORICO-ARQUIVO
           IF NOT WS-HIST-TEM-ARQ-SIM
               PERFORM VARYING WS-FX-I FROM 1 BY 1 UNTIL WS-FX-I > 3
                   MOVE SPACES TO WS-IMAGEM
                   MOVE WS-FX-POLUENTE(WS-FX-I) TO WS-IF-POLUENTE
                   MOVE WS-FX-ACEITAVEL-MIN(WS-FX-I)
                        TO WS-IF-ACEITAVEL-MIN
                   MOVE WS-FX-ACEITAVEL-MAX(WS-FX-I)
                        TO WS-IF-ACEITAVEL-MAX
                   MOVE WS-FX-GRUPO-I-MIN(WS-FX-I)
                        TO WS-IF-GRUPO-I-MIN
                   MOVE WS-FX-GRUPO-I-E-II-MIN(WS-FX-I)
                        TO WS-IF-GRUPO-I-E-II-MIN
                   MOVE WS-FX-TODOS-MIN(WS-FX-I)
                        TO WS-IF-TODOS-MIN
                   MOVE WS-FX-POLUENTE(WS-FX-I) TO WS-HIST-CHAVE
                   MOVE ZERO TO WS-HIST-VIGENCIA
                   PERFORM GRAVA-HISTORICO
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-IMAGEM
           MOVE WS-POLUENTE-ALVO      TO WS-IF-POLUENTE
           MOVE WS-F-ACEITAVEL-MIN    TO WS-IF-ACEITAVEL-MIN
           MOVE WS-F-ACEITAVEL-MAX    TO WS-IF-ACEITAVEL-MAX
           MOVE WS-F-GRUPO-I-MIN      TO WS-IF-GRUPO-I-MIN
           MOVE WS-F-GRUPO-I-E-II-MIN TO WS-IF-GRUPO-I-E-II-MIN
           MOVE WS-F-TODOS-MIN        TO WS-IF-TODOS-MIN
           MOVE WS-POLUENTE-ALVO      TO WS-HIST-CHAVE
           MOVE WS-VIGENCIA-DATA      TO WS-HIST-VIGENCIA
           PERFORM GRAVA-HISTORICO
           EXIT.
       FIM-HISTORICO-POLUPAR.

      *-----------------------------------------------------------------
      * MSGMODELO.TXT (TEXTO DAS MENSAGENS AOS RESPONSAVEIS)
      *-----------------------------------------------------------------
       MANUTENCAO-MSGMODELO.
           PERFORM VARYING WS-MOD-I FROM 1 BY 1 UNTIL WS-MOD-I > 4
               MOVE WS-MSG-PADRAO-TIPO(WS-MOD-I)
                    TO WS-MOD-TIPO(WS-MOD-I)
               MOVE WS-MSG-PADRAO-TEXTO(WS-MOD-I)
                    TO WS-MOD-TEXTO(WS-MOD-I)
           END-PERFORM

           OPEN INPUT MSG-MODELO
           IF WS-MODELO-STATUS = '00'
               PERFORM LER-MSGMODELO
               PERFORM UNTIL WS-FIM-MODELO-SIM
                   PERFORM VARYING WS-MOD-I FROM 1 BY 1
                           UNTIL WS-MOD-I > 4
                       IF WS-MOD-TIPO(WS-MOD-I) = MM-TIPO AND
                          MM-TEXTO NOT = SPACES
                           MOVE MM-TEXTO TO WS-MOD-TEXTO(WS-MOD-I)
                       END-IF
                   END-PERFORM
                   PERFORM LER-MSGMODELO
               END-PERFORM
               CLOSE MSG-MODELO
           ELSE
               DISPLAY 'MSGMODELO.TXT AINDA NAO EXISTE - MOSTRANDO '
                       'OS TEXTOS PADRAO DOS PROGRAMAS'
           END-IF

           DISPLAY 'MODELOS ATUAIS (FA FALTA, BO BOLETIM, CB '
                   'COBRANCA, AR QUALIDADE DO AR):'
           PERFORM VARYING WS-MOD-I FROM 1 BY 1 UNTIL WS-MOD-I > 4
               DISPLAY '  ' WS-MOD-TIPO(WS-MOD-I) ': '
                       WS-MOD-TEXTO(WS-MOD-I)(1:70)
               DISPLAY '      ' WS-MOD-TEXTO(WS-MOD-I)(71:70)
               DISPLAY '      ' WS-MOD-TEXTO(WS-MOD-I)(141:20)
           END-PERFORM

           DISPLAY 'TIPO A ALTERAR (FA/BO/CB/AR): '
           MOVE SPACES TO WS-MOD-TIPO-ALVO
           ACCEPT WS-MOD-TIPO-ALVO

           MOVE 'N' TO WS-MOD-ACHOU
           PERFORM VARYING WS-MOD-I FROM 1 BY 1
                   UNTIL WS-MOD-I > 4 OR WS-MOD-ACHOU-SIM
               IF WS-MOD-TIPO(WS-MOD-I) = WS-MOD-TIPO-ALVO
                   SET WS-MOD-ACHOU-SIM TO TRUE
                   MOVE WS-MOD-I TO WS-MOD-ALVO-I
               END-IF
           END-PERFORM

           IF NOT WS-MOD-ACHOU-SIM
               DISPLAY 'TIPO DESCONHECIDO - NADA ALTERADO'
           ELSE
               DISPLAY 'NOVO TEXTO (ATE 160 POSICOES; MARCADORES '
                       '#ALUNO #DATA #INFO):'
               MOVE SPACES TO WS-MOD-NOVO-TEXTO
               ACCEPT WS-MOD-NOVO-TEXTO

               PERFORM VALIDA-MSGMODELO

               IF WS-ENTRADA-OK
                   PERFORM GRAVA-MSGMODELO
               ELSE
                   DISPLAY 'NADA FOI ALTERADO'
               END-IF
           END-IF
           EXIT.
       FIM-MANUTENCAO-MSGMODELO.

       LER-MSGMODELO.
           READ MSG-MODELO
               AT END
                   SET WS-FIM-MODELO-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-MSGMODELO.

      *-----------------------------------------------------------------
      * TEXTO NAO PODE FICAR EM BRANCO E TODO # PRECISA SER UM DOS
      * MARCADORES QUE A NOTIFICA CONHECE
      *-----------------------------------------------------------------
       VALIDA-MSGMODELO.
           MOVE 'S' TO WS-ENTRADA-VALIDA

           IF WS-MOD-NOVO-TEXTO = SPACES
               DISPLAY 'TEXTO EM BRANCO'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           PERFORM VARYING WS-MOD-POS FROM 1 BY 1
                   UNTIL WS-MOD-POS > 160 OR NOT WS-ENTRADA-OK
               IF WS-MOD-NOVO(WS-MOD-POS:1) = '#' AND
                  WS-MOD-NOVO(WS-MOD-POS:6) NOT = '#ALUNO' AND
                  WS-MOD-NOVO(WS-MOD-POS:5) NOT = '#DATA' AND
                  WS-MOD-NOVO(WS-MOD-POS:5) NOT = '#INFO'
                   DISPLAY 'MARCADOR DESCONHECIDO NA POSICAO '
                           WS-MOD-POS ' - USE #ALUNO, #DATA OU #INFO'
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-PERFORM
           EXIT.
       FIM-VALIDA-MSGMODELO.

       GRAVA-MSGMODELO.
           MOVE WS-MOD-TEXTO(WS-MOD-ALVO-I)(1:40) TO WS-ANTES-TXT
           MOVE WS-MOD-NOVO-TEXTO(1:40) TO WS-DEPOIS-TXT
           MOVE WS-MOD-NOVO-TEXTO TO WS-MOD-TEXTO(WS-MOD-ALVO-I)

           OPEN OUTPUT MSG-MODELO
           PERFORM VARYING WS-MOD-I FROM 1 BY 1 UNTIL WS-MOD-I > 4
               MOVE SPACES TO MSGMODELO-REG
               MOVE WS-MOD-TIPO(WS-MOD-I)  TO MM-TIPO
               MOVE WS-MOD-TEXTO(WS-MOD-I) TO MM-TEXTO
               WRITE MSGMODELO-REG
           END-PERFORM
           CLOSE MSG-MODELO

           MOVE SPACES TO WS-LOG-ALVO
           STRING 'MSGMODELO ' WS-MOD-TIPO-ALVO
                  DELIMITED BY SIZE INTO WS-LOG-ALVO
           END-STRING
           PERFORM GRAVA-PARAMLOG
           DISPLAY 'MSGMODELO.TXT REGRAVADO'
           EXIT.
       FIM-GRAVA-MSGMODELO.

      *-----------------------------------------------------------------
      * BOLSACRIT.TXT (CRITERIOS DE RENOVACAO DE BOLSA POR MOTIVO)
      *-----------------------------------------------------------------
       MANUTENCAO-BOLSACRIT.
           OPEN INPUT BOLSA-CRITERIO
           IF WS-CRIT-STATUS = '00'
               PERFORM LER-BOLSACRIT
               PERFORM UNTIL WS-FIM-CRIT-SIM
                   IF WS-QTD-CRIT < WS-TAB-CRIT-LIMITE
                       ADD 1 TO WS-QTD-CRIT
                       MOVE BC-MOTIVO TO WS-CRIT-MOTIVO(WS-QTD-CRIT)
                       MOVE BC-MEDIA-RENOVA
                            TO WS-CRIT-MEDIA-RENOVA(WS-QTD-CRIT)
                       MOVE BC-MEDIA-CORTE
                            TO WS-CRIT-MEDIA-CORTE(WS-QTD-CRIT)
                       MOVE BC-FREQ-RENOVA
                            TO WS-CRIT-FREQ-RENOVA(WS-QTD-CRIT)
                       MOVE BC-FREQ-CORTE
                            TO WS-CRIT-FREQ-CORTE(WS-QTD-CRIT)
                       MOVE BC-MESES-RENOVA
                            TO WS-CRIT-MESES(WS-QTD-CRIT)
                   END-IF
                   PERFORM LER-BOLSACRIT
               END-PERFORM
               CLOSE BOLSA-CRITERIO
           ELSE
               DISPLAY 'BOLSACRIT.TXT AINDA NAO EXISTE - NENHUM '
                       'MOTIVO DE BOLSA COM CRITERIO DE RENOVACAO'
           END-IF

           DISPLAY 'CRITERIOS ATUAIS (MOTIVO - MEDIA MINIMA/CORTE - '
                   'FREQUENCIA MINIMA/CORTE - MESES):'
           PERFORM VARYING WS-CRIT-I FROM 1 BY 1
                   UNTIL WS-CRIT-I > WS-QTD-CRIT
               MOVE WS-CRIT-MEDIA-RENOVA(WS-CRIT-I) TO WS-MASK-NOTA
               MOVE WS-CRIT-MEDIA-CORTE(WS-CRIT-I) TO WS-MASK-CORTE
               DISPLAY '  ' WS-CRIT-MOTIVO(WS-CRIT-I) ' - '
                       WS-MASK-NOTA '/' WS-MASK-CORTE ' - '
                       WS-CRIT-FREQ-RENOVA(WS-CRIT-I) '%/'
                       WS-CRIT-FREQ-CORTE(WS-CRIT-I) '% - '
                       WS-CRIT-MESES(WS-CRIT-I)
           END-PERFORM

           DISPLAY 'MOTIVO DA BOLSA (COMO GRAVADO NO BOLSAS.TXT): '
           MOVE SPACES TO WS-CRIT-MOTIVO-ALVO
           ACCEPT WS-CRIT-MOTIVO-ALVO

           MOVE 'N' TO WS-CRIT-ACHOU
           MOVE ZERO TO WS-CRIT-ALVO-I
           PERFORM VARYING WS-CRIT-I FROM 1 BY 1
                   UNTIL WS-CRIT-I > WS-QTD-CRIT OR WS-CRIT-ACHOU-SIM
               IF WS-CRIT-MOTIVO(WS-CRIT-I) = WS-CRIT-MOTIVO-ALVO
                   SET WS-CRIT-ACHOU-SIM TO TRUE
                   MOVE WS-CRIT-I TO WS-CRIT-ALVO-I
               END-IF
           END-PERFORM

           MOVE 'A' TO WS-CRIT-OPCAO
           EVALUATE TRUE
               WHEN WS-CRIT-MOTIVO-ALVO = SPACES
                   DISPLAY 'MOTIVO EM BRANCO - NADA ALTERADO'
                   MOVE SPACE TO WS-CRIT-OPCAO
               WHEN WS-CRIT-ACHOU-SIM
                   DISPLAY '(A) ALTERA  (E) EXCLUI O CRITERIO: '
                   ACCEPT WS-CRIT-OPCAO
               WHEN WS-QTD-CRIT >= WS-TAB-CRIT-LIMITE
                   DISPLAY 'LIMITE DE ' WS-TAB-CRIT-LIMITE
                           ' MOTIVOS ATINGIDO - NADA ALTERADO'
                   MOVE SPACE TO WS-CRIT-OPCAO
               WHEN OTHER
                   DISPLAY 'MOTIVO NOVO - INCLUSAO DE CRITERIO'
           END-EVALUATE

           EVALUATE WS-CRIT-OPCAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM COLETA-BOLSACRIT
               WHEN 'E'
               WHEN 'e'
                   PERFORM EXCLUI-BOLSACRIT
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - NADA ALTERADO'
           END-EVALUATE
           EXIT.
       FIM-MANUTENCAO-BOLSACRIT.

       LER-BOLSACRIT.
           READ BOLSA-CRITERIO
               AT END
                   SET WS-FIM-CRIT-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-BOLSACRIT.

       COLETA-BOLSACRIT.
           DISPLAY 'NOVOS VALORES:'
           DISPLAY '  MEDIA ANUAL MINIMA PARA RENOVAR: '
           MOVE SPACES TO WS-ENTRADA-TXT
           ACCEPT WS-ENTRADA-TXT
           COMPUTE WS-CN-MEDIA-RENOVA = FUNCTION NUMVAL(WS-ENTRADA-TXT)
           DISPLAY '  MEDIA ABAIXO DA QUAL CANCELA: '
           MOVE SPACES TO WS-ENTRADA-TXT
           ACCEPT WS-ENTRADA-TXT
           COMPUTE WS-CN-MEDIA-CORTE = FUNCTION NUMVAL(WS-ENTRADA-TXT)
           DISPLAY '  FREQUENCIA MINIMA PARA RENOVAR (%): '
           ACCEPT WS-CN-FREQ-RENOVA
           DISPLAY '  FREQUENCIA ABAIXO DA QUAL CANCELA (%): '
           ACCEPT WS-CN-FREQ-CORTE
           DISPLAY '  MESES DE RENOVACAO: '
           ACCEPT WS-CN-MESES

           PERFORM VALIDA-BOLSACRIT

           IF WS-ENTRADA-OK
               MOVE SPACES TO WS-ANTES-TXT
               IF WS-CRIT-ACHOU-SIM
                   STRING WS-CRIT-MOTIVO-ALVO(1:15) ' '
                          WS-CRIT-MEDIA-RENOVA(WS-CRIT-ALVO-I) ' '
                          WS-CRIT-MEDIA-CORTE(WS-CRIT-ALVO-I) ' '
                          WS-CRIT-FREQ-RENOVA(WS-CRIT-ALVO-I) ' '
                          WS-CRIT-FREQ-CORTE(WS-CRIT-ALVO-I) ' '
                          WS-CRIT-MESES(WS-CRIT-ALVO-I)
                          DELIMITED BY SIZE INTO WS-ANTES-TXT
                   END-STRING
               ELSE
                   STRING WS-CRIT-MOTIVO-ALVO(1:15) ' SEM CRITERIO'
                          DELIMITED BY SIZE INTO WS-ANTES-TXT
                   END-STRING
                   ADD 1 TO WS-QTD-CRIT
                   MOVE WS-QTD-CRIT TO WS-CRIT-ALVO-I
                   MOVE WS-CRIT-MOTIVO-ALVO
                        TO WS-CRIT-MOTIVO(WS-CRIT-ALVO-I)
               END-IF
               MOVE SPACES TO WS-DEPOIS-TXT
               STRING WS-CRIT-MOTIVO-ALVO(1:15) ' '
                      WS-CN-MEDIA-RENOVA ' ' WS-CN-MEDIA-CORTE ' '
                      WS-CN-FREQ-RENOVA ' ' WS-CN-FREQ-CORTE ' '
                      WS-CN-MESES
                      DELIMITED BY SIZE INTO WS-DEPOIS-TXT
               END-STRING

               MOVE WS-CN-MEDIA-RENOVA
                    TO WS-CRIT-MEDIA-RENOVA(WS-CRIT-ALVO-I)
               MOVE WS-CN-MEDIA-CORTE
                    TO WS-CRIT-MEDIA-CORTE(WS-CRIT-ALVO-I)
               MOVE WS-CN-FREQ-RENOVA
                    TO WS-CRIT-FREQ-RENOVA(WS-CRIT-ALVO-I)
               MOVE WS-CN-FREQ-CORTE
                    TO WS-CRIT-FREQ-CORTE(WS-CRIT-ALVO-I)
               MOVE WS-CN-MESES TO WS-CRIT-MESES(WS-CRIT-ALVO-I)

               PERFORM GRAVA-BOLSACRIT
           ELSE
               DISPLAY 'NADA FOI ALTERADO'
           END-IF
           EXIT.
       FIM-COLETA-BOLSACRIT.

       VALIDA-BOLSACRIT.
           MOVE 'S' TO WS-ENTRADA-VALIDA

           IF WS-CN-MEDIA-RENOVA > 10 OR WS-CN-MEDIA-CORTE > 10
               DISPLAY 'MEDIAS DEVEM FICAR ENTRE 0 E 10'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK AND
              WS-CN-MEDIA-CORTE > WS-CN-MEDIA-RENOVA
               DISPLAY 'CORTE DA MEDIA NAO PODE PASSAR DO MINIMO '
                       'PARA RENOVAR'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK AND
              (WS-CN-FREQ-RENOVA > 100 OR WS-CN-FREQ-CORTE > 100)
               DISPLAY 'FREQUENCIAS DEVEM FICAR ENTRE 0 E 100%'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK AND
              WS-CN-FREQ-CORTE > WS-CN-FREQ-RENOVA
               DISPLAY 'CORTE DA FREQUENCIA NAO PODE PASSAR DO '
                       'MINIMO PARA RENOVAR'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK AND
              (WS-CN-MESES = 0 OR WS-CN-MESES > 24)
               DISPLAY 'MESES DE RENOVACAO DEVEM FICAR ENTRE 1 E 24'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF
           EXIT.
       FIM-VALIDA-BOLSACRIT.

       EXCLUI-BOLSACRIT.
           MOVE SPACES TO WS-ANTES-TXT
           STRING WS-CRIT-MOTIVO-ALVO(1:15) ' '
                  WS-CRIT-MEDIA-RENOVA(WS-CRIT-ALVO-I) ' '
                  WS-CRIT-MEDIA-CORTE(WS-CRIT-ALVO-I) ' '
                  WS-CRIT-FREQ-RENOVA(WS-CRIT-ALVO-I) ' '
                  WS-CRIT-FREQ-CORTE(WS-CRIT-ALVO-I) ' '
                  WS-CRIT-MESES(WS-CRIT-ALVO-I)
                  DELIMITED BY SIZE INTO WS-ANTES-TXT
           END-STRING
           MOVE SPACES TO WS-DEPOIS-TXT
           STRING WS-CRIT-MOTIVO-ALVO(1:15) ' SEM CRITERIO'
                  DELIMITED BY SIZE INTO WS-DEPOIS-TXT
           END-STRING

           PERFORM VARYING WS-CRIT-I FROM WS-CRIT-ALVO-I BY 1
                   UNTIL WS-CRIT-I >= WS-QTD-CRIT
               MOVE WS-CRIT-ENTRADA(WS-CRIT-I + 1)
                    TO WS-CRIT-ENTRADA(WS-CRIT-I)
           END-PERFORM
           SUBTRACT 1 FROM WS-QTD-CRIT

           PERFORM GRAVA-BOLSACRIT
           EXIT.
       FIM-EXCLUI-BOLSACRIT.

       GRAVA-BOLSACRIT.
           OPEN OUTPUT BOLSA-CRITERIO
           PERFORM VARYING WS-CRIT-I FROM 1 BY 1
                   UNTIL WS-CRIT-I > WS-QTD-CRIT
               MOVE SPACES TO BOLSA-CRITERIO-REG
               MOVE WS-CRIT-MOTIVO(WS-CRIT-I) TO BC-MOTIVO
               MOVE WS-CRIT-MEDIA-RENOVA(WS-CRIT-I)
                    TO BC-MEDIA-RENOVA
               MOVE WS-CRIT-MEDIA-CORTE(WS-CRIT-I) TO BC-MEDIA-CORTE
               MOVE WS-CRIT-FREQ-RENOVA(WS-CRIT-I) TO BC-FREQ-RENOVA
               MOVE WS-CRIT-FREQ-CORTE(WS-CRIT-I) TO BC-FREQ-CORTE
               MOVE WS-CRIT-MESES(WS-CRIT-I) TO BC-MESES-RENOVA
               WRITE BOLSA-CRITERIO-REG
           END-PERFORM
           CLOSE BOLSA-CRITERIO

           MOVE 'BOLSACRIT.TXT' TO WS-LOG-ALVO
           PERFORM GRAVA-PARAMLOG
           DISPLAY 'BOLSACRIT.TXT REGRAVADO'
           EXIT.
       FIM-GRAVA-BOLSACRIT.

      *-----------------------------------------------------------------
      * REGUAPAR.TXT (ETAPAS DA REGUA DE COBRANCA E PRAZOS DO BIRO)
      *-----------------------------------------------------------------
       MANUTENCAO-REGUAPAR.
           OPEN INPUT REGUA-PARAM
           IF WS-REGUA-STATUS = '00'
               READ REGUA-PARAM
                   NOT AT END
                       IF RG-DIAS-LEMBRETE NUMERIC AND
                          RG-DIAS-CARTA NUMERIC AND
                          RG-DIAS-TELEFONE NUMERIC AND
                          RG-DIAS-AVISO NUMERIC AND
                          RG-DIAS-ESPERA NUMERIC AND
                          RG-DIAS-BAIXA NUMERIC
                           MOVE RG-DIAS-LEMBRETE TO WS-G-DIAS-LEMBRETE
                           MOVE RG-DIAS-CARTA    TO WS-G-DIAS-CARTA
                           MOVE RG-DIAS-TELEFONE TO WS-G-DIAS-TELEFONE
                           MOVE RG-DIAS-AVISO    TO WS-G-DIAS-AVISO
                           MOVE RG-DIAS-ESPERA   TO WS-G-DIAS-ESPERA
                           MOVE RG-DIAS-BAIXA    TO WS-G-DIAS-BAIXA
                           MOVE RG-ASSOCIADO     TO WS-G-ASSOCIADO
                       END-IF
               END-READ
               CLOSE REGUA-PARAM
           ELSE
               DISPLAY 'REGUAPAR.TXT AINDA NAO EXISTE - MOSTRANDO '
                       'A REGUA PADRAO DO REGUA-COBRANCA'
           END-IF

           DISPLAY 'VALORES ATUAIS:'
           DISPLAY '  DIAS DE ATRASO PARA O LEMBRETE..: '
                   WS-G-DIAS-LEMBRETE
           DISPLAY '  DIAS DE ATRASO PARA A CARTA.....: '
                   WS-G-DIAS-CARTA
           DISPLAY '  DIAS DE ATRASO PARA A LIGACAO...: '
                   WS-G-DIAS-TELEFONE
           DISPLAY '  DIAS DE ATRASO PARA AVISO PREVIO: '
                   WS-G-DIAS-AVISO
           DISPLAY '  ESPERA DO AVISO ATE O BIRO......: '
                   WS-G-DIAS-ESPERA
           DISPLAY '  PRAZO DA BAIXA NO BIRO (DIAS)...: '
                   WS-G-DIAS-BAIXA
           DISPLAY '  CODIGO DE ASSOCIADA NO BIRO.....: '
                   WS-G-ASSOCIADO

           DISPLAY 'NOVOS VALORES:'
           DISPLAY '  DIAS DE ATRASO PARA O LEMBRETE: '
           ACCEPT WS-GN-DIAS-LEMBRETE
           DISPLAY '  DIAS DE ATRASO PARA A CARTA: '
           ACCEPT WS-GN-DIAS-CARTA
           DISPLAY '  DIAS DE ATRASO PARA A LIGACAO: '
           ACCEPT WS-GN-DIAS-TELEFONE
           DISPLAY '  DIAS DE ATRASO PARA AVISO PREVIO: '
           ACCEPT WS-GN-DIAS-AVISO
           DISPLAY '  ESPERA DO AVISO ATE O BIRO: '
           ACCEPT WS-GN-DIAS-ESPERA
           DISPLAY '  PRAZO DA BAIXA NO BIRO (DIAS): '
           ACCEPT WS-GN-DIAS-BAIXA
           DISPLAY '  CODIGO DE ASSOCIADA NO BIRO: '
           ACCEPT WS-GN-ASSOCIADO

           PERFORM VALIDA-REGUAPAR

           IF WS-ENTRADA-OK
               PERFORM GRAVA-REGUAPAR
           ELSE
               DISPLAY 'NADA FOI ALTERADO'
           END-IF
           EXIT.
       FIM-MANUTENCAO-REGUAPAR.

       VALIDA-REGUAPAR.
           MOVE 'S' TO WS-ENTRADA-VALIDA

           IF WS-GN-DIAS-LEMBRETE = 0 OR
              WS-GN-DIAS-CARTA NOT > WS-GN-DIAS-LEMBRETE OR
              WS-GN-DIAS-TELEFONE NOT > WS-GN-DIAS-CARTA OR
              WS-GN-DIAS-AVISO NOT > WS-GN-DIAS-TELEFONE
               DISPLAY 'AS ETAPAS DEVEM TER DIAS CRESCENTES: '
                       'LEMBRETE < CARTA < LIGACAO < AVISO PREVIO'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK AND WS-GN-DIAS-ESPERA = 0
               DISPLAY 'A ESPERA DO AVISO PREVIO DEVE SER MAIOR '
                       'QUE ZERO'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK AND WS-GN-DIAS-BAIXA = 0
               DISPLAY 'O PRAZO DA BAIXA DEVE FICAR ENTRE 1 E 99 DIAS'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK AND WS-GN-ASSOCIADO = SPACES
               DISPLAY 'INFORME O CODIGO DE ASSOCIADA NO BIRO'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF
           EXIT.
       FIM-VALIDA-REGUAPAR.

       GRAVA-REGUAPAR.
           MOVE SPACES TO WS-ANTES-TXT
           STRING WS-G-DIAS-LEMBRETE ' ' WS-G-DIAS-CARTA ' '
                  WS-G-DIAS-TELEFONE ' ' WS-G-DIAS-AVISO ' '
                  WS-G-DIAS-ESPERA ' ' WS-G-DIAS-BAIXA ' '
                  WS-G-ASSOCIADO
                  DELIMITED BY SIZE INTO WS-ANTES-TXT
           END-STRING
           MOVE SPACES TO WS-DEPOIS-TXT
           STRING WS-GN-DIAS-LEMBRETE ' ' WS-GN-DIAS-CARTA ' '
                  WS-GN-DIAS-TELEFONE ' ' WS-GN-DIAS-AVISO ' '
                  WS-GN-DIAS-ESPERA ' ' WS-GN-DIAS-BAIXA ' '
                  WS-GN-ASSOCIADO
                  DELIMITED BY SIZE INTO WS-DEPOIS-TXT
           END-STRING

           OPEN OUTPUT REGUA-PARAM
           MOVE WS-GN-DIAS-LEMBRETE TO RG-DIAS-LEMBRETE
           MOVE WS-GN-DIAS-CARTA    TO RG-DIAS-CARTA
           MOVE WS-GN-DIAS-TELEFONE TO RG-DIAS-TELEFONE
           MOVE WS-GN-DIAS-AVISO    TO RG-DIAS-AVISO
           MOVE WS-GN-DIAS-ESPERA   TO RG-DIAS-ESPERA
           MOVE WS-GN-DIAS-BAIXA    TO RG-DIAS-BAIXA
           MOVE WS-GN-ASSOCIADO     TO RG-ASSOCIADO
           WRITE REGUA-PARAM-REG
           CLOSE REGUA-PARAM

           MOVE 'REGUAPAR.TXT' TO WS-LOG-ALVO
           PERFORM GRAVA-PARAMLOG
           DISPLAY 'REGUAPAR.TXT REGRAVADO'
           EXIT.
       FIM-GRAVA-REGUAPAR.

      *-----------------------------------------------------------------
      * LGPDPAR.TXT (ANOS DE GUARDA ANTES DA ANONIMIZACAO)
      *-----------------------------------------------------------------
       MANUTENCAO-LGPDPAR.
           OPEN INPUT LGPD-PARAM
           IF WS-LGPD-STATUS = '00'
               READ LGPD-PARAM
                   NOT AT END
                       IF LP-ANOS-PACIENTE NUMERIC AND
                          LP-ANOS-ALUNO NUMERIC
                           MOVE LP-ANOS-PACIENTE TO WS-L-ANOS-PACIENTE
                           MOVE LP-ANOS-ALUNO    TO WS-L-ANOS-ALUNO
                       END-IF
               END-READ
               CLOSE LGPD-PARAM
           ELSE
               DISPLAY 'LGPDPAR.TXT AINDA NAO EXISTE - MOSTRANDO '
                       'OS PRAZOS PADRAO DO LGPD-ANONIMIZA'
           END-IF

           DISPLAY 'VALORES ATUAIS:'
           DISPLAY '  ANOS DE GUARDA DO PACIENTE APOS O ULTIMO '
                   'ATENDIMENTO: ' WS-L-ANOS-PACIENTE
           DISPLAY '  ANOS DE GUARDA DO EX-ALUNO APOS A SAIDA.......'
                   '.....: ' WS-L-ANOS-ALUNO

           DISPLAY 'NOVOS VALORES:'
           DISPLAY '  ANOS DE GUARDA DO PACIENTE (MINIMO 20): '
           ACCEPT WS-LN-ANOS-PACIENTE
           DISPLAY '  ANOS DE GUARDA DO EX-ALUNO (MINIMO 5): '
           ACCEPT WS-LN-ANOS-ALUNO

           PERFORM VALIDA-LGPDPAR

           IF WS-ENTRADA-OK
               PERFORM GRAVA-LGPDPAR
           ELSE
               DISPLAY 'NADA FOI ALTERADO'
           END-IF
           EXIT.
       FIM-MANUTENCAO-LGPDPAR.

       VALIDA-LGPDPAR.
           MOVE 'S' TO WS-ENTRADA-VALIDA

           IF WS-LN-ANOS-PACIENTE < 20
               DISPLAY 'O PRONTUARIO DO PACIENTE E GUARDADO POR NO '
                       'MINIMO 20 ANOS'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK AND WS-LN-ANOS-ALUNO < 5
               DISPLAY 'O CADASTRO DO EX-ALUNO E GUARDADO POR NO '
                       'MINIMO 5 ANOS (DOCUMENTOS FISCAIS)'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF
           EXIT.
       FIM-VALIDA-LGPDPAR.

       GRAVA-LGPDPAR.
           MOVE SPACES TO WS-ANTES-TXT
           STRING WS-L-ANOS-PACIENTE ' ' WS-L-ANOS-ALUNO
                  DELIMITED BY SIZE INTO WS-ANTES-TXT
           END-STRING
           MOVE SPACES TO WS-DEPOIS-TXT
           STRING WS-LN-ANOS-PACIENTE ' ' WS-LN-ANOS-ALUNO
                  DELIMITED BY SIZE INTO WS-DEPOIS-TXT
           END-STRING

           OPEN OUTPUT LGPD-PARAM
           MOVE WS-LN-ANOS-PACIENTE TO LP-ANOS-PACIENTE
           MOVE WS-LN-ANOS-ALUNO    TO LP-ANOS-ALUNO
           WRITE LGPD-PARAM-REG
           CLOSE LGPD-PARAM

           MOVE 'LGPDPAR.TXT' TO WS-LOG-ALVO
           PERFORM GRAVA-PARAMLOG
           DISPLAY 'LGPDPAR.TXT REGRAVADO'
           EXIT.
       FIM-GRAVA-LGPDPAR.

      *-----------------------------------------------------------------
      * COBRAPAR.TXT (MULTA E JUROS DE ATRASO DAS CARTAS DE COBRANCA)
      *-----------------------------------------------------------------
       MANUTENCAO-COBRAPAR.
           OPEN INPUT COBRA-PARAM
           IF WS-COBRA-STATUS = '00'
               READ COBRA-PARAM
                   NOT AT END
                       IF CB-MULTA-PCT NUMERIC
                           MOVE CB-MULTA-PCT TO WS-J-MULTA-PCT
                       END-IF
                       IF CB-JUROS-DIA-PCT NUMERIC
                           MOVE CB-JUROS-DIA-PCT TO WS-J-JUROS-DIA
                       END-IF
               END-READ
               CLOSE COBRA-PARAM
           ELSE
               DISPLAY 'COBRAPAR.TXT AINDA NAO EXISTE - MOSTRANDO '
                       'A MULTA E OS JUROS PADRAO DO COBRANCA-GERA'
           END-IF

           DISPLAY 'VALORES ATUAIS:'
           MOVE WS-J-MULTA-PCT TO WS-MASK-MULTA
           DISPLAY '  MULTA POR ATRASO (%)...........: ' WS-MASK-MULTA
           MOVE WS-J-JUROS-DIA TO WS-MASK-JUROS
           DISPLAY '  JUROS DE MORA AO DIA (%).......: ' WS-MASK-JUROS
           MOVE 'COBRAPAR.TXT' TO WS-HIST-ARQUIVO
           MOVE SPACES TO WS-HIST-CHAVE
           PERFORM LISTA-AGENDADAS

           DISPLAY 'NOVOS VALORES:'
           DISPLAY '  MULTA POR ATRASO (%): '
           MOVE SPACES TO WS-ENTRADA-TXT
           ACCEPT WS-ENTRADA-TXT
           COMPUTE WS-JN-MULTA-PCT = FUNCTION NUMVAL(WS-ENTRADA-TXT)
           DISPLAY '  JUROS DE MORA AO DIA (%): '
           MOVE SPACES TO WS-ENTRADA-TXT
           ACCEPT WS-ENTRADA-TXT
           COMPUTE WS-JN-JUROS-DIA = FUNCTION NUMVAL(WS-ENTRADA-TXT)

           PERFORM VALIDA-COBRAPAR
           IF WS-ENTRADA-OK
               PERFORM PEDE-VIGENCIA
           END-IF

           IF WS-ENTRADA-OK
               PERFORM GRAVA-COBRAPAR
           ELSE
               DISPLAY 'NADA FOI ALTERADO'
           END-IF
           EXIT.
       FIM-MANUTENCAO-COBRAPAR.

       VALIDA-COBRAPAR.
           MOVE 'S' TO WS-ENTRADA-VALIDA

           IF WS-JN-MULTA-PCT > 2
               DISPLAY 'MULTA NAO PODE PASSAR DE 2,00% (LIMITE DO '
                       'CODIGO DE DEFESA DO CONSUMIDOR)'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF

           IF WS-ENTRADA-OK AND WS-JN-JUROS-DIA > 0,100
               DISPLAY 'JUROS AO DIA DEVEM FICAR ENTRE 0 E 0,100%'
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF
           EXIT.
       FIM-VALIDA-COBRAPAR.

       GRAVA-COBRAPAR.
           MOVE SPACES TO WS-ANTES-TXT
           STRING WS-J-MULTA-PCT ' ' WS-J-JUROS-DIA
                  DELIMITED BY SIZE INTO WS-ANTES-TXT
           END-STRING
           MOVE SPACES TO WS-DEPOIS-TXT
           STRING WS-JN-MULTA-PCT ' ' WS-JN-JUROS-DIA
                  DELIMITED BY SIZE INTO WS-DEPOIS-TXT
           END-STRING

           MOVE 'COBRAPAR.TXT' TO WS-HIST-ARQUIVO
           MOVE SPACES TO WS-HIST-CHAVE
           PERFORM VERIFICA-HISTORICO-ARQUIVO
           IF NOT WS-HIST-TEM-ARQ-SIM
               MOVE SPACES TO WS-IMAGEM
               MOVE WS-J-MULTA-PCT TO WS-IC-MULTA-PCT
               MOVE WS-J-JUROS-DIA TO WS-IC-JUROS-DIA
               MOVE ZERO TO WS-HIST-VIGENCIA
               PERFORM GRAVA-HISTORICO
           END-IF
           MOVE SPACES TO WS-IMAGEM
           MOVE WS-JN-MULTA-PCT TO WS-IC-MULTA-PCT
           MOVE WS-JN-JUROS-DIA TO WS-IC-JUROS-DIA
           MOVE WS-VIGENCIA-DATA TO WS-HIST-VIGENCIA
           PERFORM GRAVA-HISTORICO

           IF NOT WS-VIGENCIA-FUTURA-SIM
               OPEN OUTPUT COBRA-PARAM
               MOVE WS-JN-MULTA-PCT TO CB-MULTA-PCT
               MOVE WS-JN-JUROS-DIA TO CB-JUROS-DIA-PCT
               WRITE COBRA-PARAM-REC
               CLOSE COBRA-PARAM
           END-IF

           MOVE 'COBRAPAR.TXT' TO WS-LOG-ALVO
           PERFORM GRAVA-PARAMLOG
           IF WS-VIGENCIA-FUTURA-SIM
               DISPLAY 'COBRAPAR.TXT MANTIDO - MUDANCA AGENDADA '
                       'PARA ' WS-VIGENCIA-FMT
           ELSE
               DISPLAY 'COBRAPAR.TXT REGRAVADO'
           END-IF
           EXIT.
       FIM-GRAVA-COBRAPAR.

      *-----------------------------------------------------------------
      * INICIO DA VIGENCIA DA MUDANCA: HOJE (EM BRANCO) OU DATA
      * FUTURA; DATA PASSADA E RECUSADA - UM PERIODO JA PROCESSADO
      * FICA COM A REGRA QUE VALIA NELE
      *-----------------------------------------------------------------
       PEDE-VIGENCIA.
           MOVE 'N' TO WS-VIGENCIA-FUTURA
           DISPLAY '  INICIO DA VIGENCIA (DD/MM/AAAA, EM BRANCO = '
                   'HOJE): '
           MOVE SPACES TO WS-VIGENCIA-TXT
           ACCEPT WS-VIGENCIA-TXT

           IF WS-VIGENCIA-TXT = SPACES
               MOVE WS-HOJE-AAAAMMDD TO WS-VIGENCIA-DATA
               MOVE WS-DATA-FMT TO WS-VIGENCIA-FMT
           ELSE
               PERFORM CONVERTE-VIGENCIA
               IF WS-VIGENCIA-OK NOT = 'S'
                   DISPLAY 'DATA DE VIGENCIA INVALIDA: '
                           WS-VIGENCIA-MOTIVO
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               ELSE
                   IF WS-VIGENCIA-DATA < WS-HOJE-AAAAMMDD
                       DISPLAY 'VIGENCIA NAO PODE SER ANTERIOR A '
                               'HOJE - PERIODO PASSADO FICA COM A '
                               'REGRA DA EPOCA'
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                   ELSE
                       MOVE WS-VIGENCIA-TXT TO WS-VIGENCIA-FMT
                       IF WS-VIGENCIA-DATA > WS-HOJE-AAAAMMDD
                           SET WS-VIGENCIA-FUTURA-SIM TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
       FIM-PEDE-VIGENCIA.

      *-----------------------------------------------------------------
      * DD/MM/AAAA -> AAAAMMDD SEM A CRITICA DE DATA FUTURA DO
      * DATA-VALIDA (A VIGENCIA AGENDADA E, POR DEFINICAO, FUTURA)
      *-----------------------------------------------------------------
       CONVERTE-VIGENCIA.
           MOVE 'N' TO WS-VIGENCIA-OK
           MOVE 'DATA INVALIDA - USE DD/MM/AAAA' TO WS-VIGENCIA-MOTIVO
           MOVE ZERO TO WS-VIGENCIA-DATA
           IF WS-VIGENCIA-TXT(1:2) NUMERIC AND
              WS-VIGENCIA-TXT(4:2) NUMERIC AND
              WS-VIGENCIA-TXT(7:4) NUMERIC AND
              WS-VIGENCIA-TXT(3:1) = '/' AND
              WS-VIGENCIA-TXT(6:1) = '/'
               MOVE WS-VIGENCIA-TXT(7:4) TO WS-VIGENCIA-DATA(1:4)
               MOVE WS-VIGENCIA-TXT(4:2) TO WS-VIGENCIA-DATA(5:2)
               MOVE WS-VIGENCIA-TXT(1:2) TO WS-VIGENCIA-DATA(7:2)
               IF WS-VIGENCIA-DATA(1:4) > '1600' AND
                  FUNCTION TEST-DATE-YYYYMMDD(WS-VIGENCIA-DATA) = 0
                   MOVE 'S' TO WS-VIGENCIA-OK
                   MOVE SPACES TO WS-VIGENCIA-MOTIVO
               END-IF
           END-IF
           EXIT.
       FIM-CONVERTE-VIGENCIA.

      *-----------------------------------------------------------------
      * HISTORICO PARAMHIST.TXT: JA EXISTE VERSAO DO ARQUIVO? (SEM
      * NENHUMA, A TROCA COMECA GRAVANDO OS VALORES EM USO COM
      * VIGENCIA ZERO)
      *-----------------------------------------------------------------
       VERIFICA-HISTORICO-ARQUIVO.
           MOVE 'N' TO WS-HIST-TEM-ARQ
           MOVE 'N' TO WS-FIM-HIST
           OPEN INPUT PARAM-HIST
           IF WS-HIST-STATUS = '00'
               PERFORM LER-HISTORICO
               PERFORM UNTIL WS-FIM-HIST-SIM OR WS-HIST-TEM-ARQ-SIM
                   IF PH-ARQUIVO = WS-HIST-ARQUIVO
                       SET WS-HIST-TEM-ARQ-SIM TO TRUE
                   END-IF
                   PERFORM LER-HISTORICO
               END-PERFORM
               CLOSE PARAM-HIST
           END-IF
           EXIT.
       FIM-VERIFICA-HISTORICO-ARQUIVO.

       LER-HISTORICO.
           READ PARAM-HIST
               AT END
                   SET WS-FIM-HIST-SIM TO TRUE
           END-READ
           EXIT.
       FIM-LER-HISTORICO.

       LISTA-AGENDADAS.
           MOVE ZERO TO WS-QTD-AGENDADAS
           MOVE 'N' TO WS-FIM-HIST
           OPEN INPUT PARAM-HIST
           IF WS-HIST-STATUS = '00'
               PERFORM LER-HISTORICO
               PERFORM UNTIL WS-FIM-HIST-SIM
                   IF PH-ARQUIVO = WS-HIST-ARQUIVO AND
                      PH-CHAVE = WS-HIST-CHAVE AND
                      PH-VIGENCIA NUMERIC AND
                      PH-VIGENCIA > WS-HOJE-AAAAMMDD
                       IF WS-QTD-AGENDADAS = 0
                           DISPLAY 'MUDANCAS JA AGENDADAS:'
                       END-IF
                       ADD 1 TO WS-QTD-AGENDADAS
                       MOVE PH-VIGENCIA TO WS-HIST-VIGENCIA
                       MOVE SPACES TO WS-HIST-VIG-FMT
                       STRING WS-HV-DIA '/' WS-HV-MES '/' WS-HV-ANO
                              DELIMITED BY SIZE
                              INTO WS-HIST-VIG-FMT
                       END-STRING
                       DISPLAY '  A PARTIR DE ' WS-HIST-VIG-FMT ': '
                               PH-REGISTRO(1:22) ' (' PH-OPERADOR ')'
                   END-IF
                   PERFORM LER-HISTORICO
               END-PERFORM
               CLOSE PARAM-HIST
           END-IF
           EXIT.
       FIM-LISTA-AGENDADAS.

       GRAVA-HISTORICO.
           OPEN EXTEND PARAM-HIST
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT PARAM-HIST
           END-IF

           MOVE SPACES              TO PARAM-HIST-REG
           MOVE WS-HIST-ARQUIVO     TO PH-ARQUIVO
           MOVE WS-HIST-CHAVE       TO PH-CHAVE
           MOVE WS-HIST-VIGENCIA    TO PH-VIGENCIA
           MOVE WS-IMAGEM           TO PH-REGISTRO
           MOVE WS-DATA-FMT         TO PH-DATA-REGISTRO
           MOVE WS-OPERADOR         TO PH-OPERADOR
           MOVE WS-MOTIVO-ALTERACAO TO PH-MOTIVO
           WRITE PARAM-HIST-REG

           CLOSE PARAM-HIST
           EXIT.
       FIM-GRAVA-HISTORICO.

       GRAVA-PARAMLOG.
           OPEN EXTEND PARAM-LOG
           IF WS-LOG-STATUS = '35'
                  WS-ANTES-TXT DELIMITED BY SIZE
                  ' - DEPOIS: ' DELIMITED BY SIZE
                  WS-DEPOIS-TXT DELIMITED BY SIZE
                  ' - MOTIVO: ' DELIMITED BY SIZE
                  WS-MOTIVO-ALTERACAO DELIMITED BY SIZE
                  INTO PARAM-LOG-REG
           END-STRING
           IF WS-VIGENCIA-FMT NOT = SPACES
               MOVE ' - VIGENCIA: '  TO PARAM-LOG-REG(200:13)
               MOVE WS-VIGENCIA-FMT  TO PARAM-LOG-REG(213:10)
           END-IF
           WRITE PARAM-LOG-REG

           CLOSE PARAM-LOG
