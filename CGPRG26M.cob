       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG024.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: EMISSAO DOS AVISOS AOS PAIS. RODA APOS CADA
      *           BIMESTRE (ANO E BIMESTRE NA SYSIN) SOBRE O
      *           HISTORICO ANUAL (ARQ-HIST-ANUAL) E GERA UM AVISO
      *           PARA CADA OCORRENCIA DO ALUNO + DISCIPLINA:
      *           HA-SIT-FINAL EM 'RECUPERACAO' OU 'REPROVADO POR
      *           FALTA' E FREQUENCIA DE UM BIMESTRE JA RECEBIDO
      *           (HA-FREQ-BN, APURADA PELO RSPRG019) ABAIXO DA
      *           FREQUENCIA MINIMA (PR-FREQ-MINIMA DO ARQ-PARAM).
      *           OS DADOS DO RESPONSAVEL VEM DO ARQ-RESPONS
      *           (MANTIDO PELO RSPRG023). SAEM O ARQUIVO DE MALA
      *           DIRETA (ARQ-MALADIR, UM REGISTRO POR OCORRENCIA) E
      *           A LISTAGEM DAS CARTAS (ARQ-CARTAS, 132 COLUNAS,
      *           UMA CARTA POR ALUNO). CADA AVISO EMITIDO E
      *           REGISTRADO NO ARQ-AVISOS (ANO/ALUNO/DISCIPLINA/
      *           OCORRENCIA/BIMESTRE E DATA DO ENVIO) E NAO SE
      *           REPETE NAS EXECUCOES SEGUINTES. ALUNO SEM
      *           RESPONSAVEL CADASTRADO E SO ALERTADO - O AVISO FICA
      *           PENDENTE E SAI QUANDO O RESPONSAVEL FOR INCLUIDO.
      *           UMA DATA DE REEMISSAO OPCIONAL NA SYSIN REEMITE OS
      *           AVISOS JA REGISTRADOS NAQUELA DATA (SEGUNDA VIA OU
      *           SAIDAS PERDIDAS NUM TERMINO ANORMAL).
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  010041  VERSAO INICIAL - AVISOS AOS PAIS DE
      *                          RECUPERACAO, REPROVACAO POR FALTA E
      *                          FREQUENCIA ABAIXO DO MINIMO
      *  V02    10/2026  010044  ALUNO COM O VINCULO ENCERRADO NO
      *                          ANO (HA-SIT-FINAL 'TRANCADO',
      *                          'CANCELADO' OU 'TRANSFERIDO' -
      *                          RSPRG005) NAO GERA AVISO
      *  V03    10/2026  010048  LAYOUT DO ARQ-DISCIP ACOMPANHA A
      *                          SERIE DA DISCIPLINA NO CURSO
      *                          (DC-SERIE - RSPRG012)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT ARQ-HIST-ANUAL   ASSIGN TO HISTANUAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS HA-CHAVE
                  FILE STATUS   IS WS-FS-HISTANUAL.

           SELECT ARQ-RESPONS      ASSIGN TO RESPONS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RS-NUMERO
                  FILE STATUS   IS WS-FS-RESPONS.

           SELECT ARQ-DISCIP       ASSIGN TO DISCIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DC-CODIGO
                  FILE STATUS   IS WS-FS-DISCIP.

           SELECT ARQ-AVISOS       ASSIGN TO AVISOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS AV-CHAVE
                  FILE STATUS   IS WS-FS-AVISOS.

           SELECT ARQ-MALADIR      ASSIGN TO MALADIR
                  FILE STATUS  IS WS-FS-MALADIR.

           SELECT ARQ-CARTAS       ASSIGN TO CARTAS
                  FILE STATUS  IS WS-FS-CARTAS.

           SELECT ARQ-PARAM        ASSIGN TO PARAM
                  FILE STATUS  IS WS-FS-PARAM.

           SELECT ARQ-CONTROLE     ASSIGN TO CONTROLE
                  FILE STATUS  IS WS-FS-CONTROLE.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> HISTORICO ANUAL - MANTIDO PELO RSPRG003 (MESMO LAYOUT)
       FD  ARQ-HIST-ANUAL
           LABEL RECORDS ARE STANDARD.
       01  REG-HIST-ANUAL.
           05  HA-CHAVE.
               10  HA-NUMERO              PIC 9(04).
               10  HA-DISCIPLINA          PIC X(03).
           05  HA-NOME                PIC X(20).
           05  HA-SEXO                PIC X(01).
           05  HA-IDADE               PIC 9(02).
           05  HA-CURSO               PIC X(12).
           05  HA-NOTA-B1             PIC 9(02)V99.
           05  HA-NOTA-B2             PIC 9(02)V99.
           05  HA-NOTA-B3             PIC 9(02)V99.
           05  HA-NOTA-B4             PIC 9(02)V99.
           05  HA-FREQ-B1             PIC 9(03).
           05  HA-FREQ-B2             PIC 9(03).
           05  HA-FREQ-B3             PIC 9(03).
           05  HA-FREQ-B4             PIC 9(03).
           05  HA-RECEBIDO-B1         PIC X(01).
           05  HA-RECEBIDO-B2         PIC X(01).
           05  HA-RECEBIDO-B3         PIC X(01).
           05  HA-RECEBIDO-B4         PIC X(01).
           05  HA-QTD-BIM-RECEBIDOS   PIC 9(01).
           05  HA-NOTA-RECUP          PIC 9(02)V99.
           05  HA-SIT-FINAL           PIC X(20).

      *-----> CADASTRO DE RESPONSAVEIS - MANTIDO PELO RSPRG023 (MESMO
      *       LAYOUT)
       FD  ARQ-RESPONS
           LABEL RECORDS ARE STANDARD.
       01  REG-RESPONS.
           05  RS-NUMERO              PIC 9(04).
           05  RS-NOME-RESP           PIC X(30).
           05  RS-ENDERECO            PIC X(35).
           05  RS-TELEFONE            PIC X(15).
           05  RS-EMAIL               PIC X(35).
           05  FILLER                 PIC X(01).

      *-----> CADASTRO DE DISCIPLINAS - MANTIDO PELO RSPRG012 (MESMO
      *       LAYOUT). SO O NOME DA DISCIPLINA INTERESSA
       FD  ARQ-DISCIP
           LABEL RECORDS ARE STANDARD.
       01  REG-DISCIP.
           05  DC-CODIGO              PIC X(03).
           05  DC-NOME                PIC X(20).
           05  DC-CURSO               PIC X(12).
           05  DC-CARGA               PIC 9(04).
           05  DC-SERIE               PIC 9(01).

      *-----> AVISOS JA EMITIDOS - UM REGISTRO POR OCORRENCIA
      *       AVISADA (R = RECUPERACAO, F = REPROVADO POR FALTA,
      *       B = FREQUENCIA DO BIMESTRE ABAIXO DO MINIMO; BIMESTRE
      *       ZERO NAS OCORRENCIAS DE SITUACAO FINAL), COM A DATA DO
      *       ENVIO. IMPEDE QUE O MESMO AVISO SAIA DUAS VEZES
       FD  ARQ-AVISOS
           LABEL RECORDS ARE STANDARD.
       01  REG-AVISOS.
           05  AV-CHAVE.
               10  AV-ANO                 PIC 9(04).
               10  AV-NUMERO              PIC 9(04).
               10  AV-DISCIPLINA          PIC X(03).
               10  AV-EVENTO              PIC X(01).
               10  AV-BIMESTRE            PIC 9(01).
           05  AV-DATA-ENVIO          PIC 9(08).

      *-----> SAIDA - MALA DIRETA: UM REGISTRO POR AVISO, COM OS
      *       DADOS DO ALUNO, DA OCORRENCIA E DO RESPONSAVEL
       FD  ARQ-MALADIR
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-MALADIR               PIC X(220).

      *-----> SAIDA - LISTAGEM DAS CARTAS AOS RESPONSAVEIS (132
      *       COLUNAS, UMA CARTA POR ALUNO EM PAGINA PROPRIA)
       FD  ARQ-CARTAS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-CARTAS                PIC X(132).

      *-----> PARAMETROS DE NEGOCIO - MESMO ARQUIVO E LAYOUT LIDOS
      *       PELO RSPRG002 E RSPRG003 (AQUI SO A FREQUENCIA MINIMA
      *       INTERESSA)
       FD  ARQ-PARAM
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-PARAM                 PIC X(32).

      *-----> CONTROLE DE EXECUCAO DA SUITE - UM REGISTRO POR
      *       EXECUCAO DE CADA PROGRAMA (MESMO LAYOUT)
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-CONTROLE              PIC X(24).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01)    VALUE 'N'.
           05  WS-SW-ABEND            PIC X(01)    VALUE 'N'.
               88  RUN-ABENDED                  VALUE 'S'.
               88  RUN-OK                        VALUE 'N'.
           05  WS-FS-HISTANUAL        PIC X(02)    VALUE ZEROS.
           05  WS-FS-RESPONS          PIC X(02)    VALUE ZEROS.
           05  WS-FS-DISCIP           PIC X(02)    VALUE ZEROS.
           05  WS-FS-AVISOS           PIC X(02)    VALUE ZEROS.
           05  WS-FS-MALADIR          PIC X(02)    VALUE ZEROS.
           05  WS-FS-CARTAS           PIC X(02)    VALUE ZEROS.
           05  WS-FS-PARAM            PIC X(02)    VALUE ZEROS.
           05  WS-FS-CONTROLE         PIC X(02)    VALUE ZEROS.
           05  WS-SW-EMITIR           PIC X(01)    VALUE 'N'.
               88  EMITIR-AVISO                  VALUE 'S'.
           05  WS-SW-REGISTRAR        PIC X(01)    VALUE 'N'.
               88  REGISTRAR-AVISO               VALUE 'S'.
           05  WS-SW-RESP             PIC X(01)    VALUE 'N'.
               88  RESPONSAVEL-ACHADO            VALUE 'S'.
           05  WS-SW-CARTA            PIC X(01)    VALUE 'N'.
               88  CARTA-ABERTA                  VALUE 'S'.
           05  WS-SW-VINCULO          PIC X(01)    VALUE 'N'.
               88  VINCULO-ENCERRADO             VALUE 'S'.
           05  WS-RESP-NUMERO         PIC 9(04)    VALUE ZEROS.
           05  WS-CARTA-NUMERO        PIC 9(04)    VALUE ZEROS.
           05  WS-FREQ-MINIMA         PIC 9(03)    VALUE ZEROS.
           05  WS-DATA-HOJE           PIC 9(08)    VALUE ZEROS.
           05  WS-CTL-LIDOS           PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-OCORRENCIAS     PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-JA-ENVIADOS     PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-AVISOS          PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-REEMITIDOS      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-SEM-RESP        PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-CARTAS          PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-ENCERRADOS      PIC 9(06)    VALUE ZEROS.
           05  WS-IDX-BIM             PIC 9(01)    VALUE ZEROS.

      *-----> PARAMETROS DE NEGOCIO LIDOS DO ARQ-PARAM (MESMO LAYOUT
      *       NO RSPRG002 E RSPRG003)
       01  WS-REG-PARAM.
           05  PR-NOTA-APROV          PIC 9(02)V99.
           05  PR-NOTA-RECUP          PIC 9(02)V99.
           05  PR-BOLSA-GATILHO       PIC 9(02)V99.
           05  PR-VALOR-PONTO         PIC 9(03)V99.
           05  PR-PESO-B1             PIC 9V99.
           05  PR-PESO-B2             PIC 9V99.
           05  PR-PESO-B3             PIC 9V99.
           05  PR-PESO-B4             PIC 9V99.
           05  PR-FREQ-MINIMA         PIC 9(03).

      *-----> ENTRADA - ANO E BIMESTRE DA EMISSAO E, OPCIONALMENTE,
      *       A DATA (AAAAMMDD) DE ENVIO A REEMITIR (ZEROS = SO
      *       AVISOS NOVOS), VIA SYSIN
       01  WS-REG-SYSIN.
           05  AS-ANO-IN              PIC 9(04).
           05  AS-ANO-IN-ALFA         REDEFINES AS-ANO-IN
                                      PIC X(04).
           05  AS-BIMESTRE-IN         PIC 9(01).
           05  AS-BIMESTRE-IN-ALFA    REDEFINES AS-BIMESTRE-IN
                                      PIC X(01).
           05  AS-DATA-REEMISSAO-IN   PIC 9(08).
           05  AS-DATA-REEMISSAO-ALFA REDEFINES AS-DATA-REEMISSAO-IN
                                      PIC X(08).
           05  FILLER                 PIC X(67).

      *-----> FREQUENCIA E MARCA DE RECEBIDO DOS 4 BIMESTRES DO
      *       REGISTRO CORRENTE, EM TABELA
       01  WS-BIMESTRES.
           05  WS-BIM-OCOR            OCCURS 4 TIMES.
               10  WS-BIM-FREQ            PIC 9(03).
               10  WS-BIM-RECEBIDO        PIC X(01).

      *-----> OCORRENCIA CORRENTE A AVISAR
       01  WS-EVENTO.
           05  WS-EVT-TIPO            PIC X(01).
           05  WS-EVT-BIMESTRE        PIC 9(01).
           05  WS-EVT-FREQ            PIC 9(03).
           05  WS-EVT-DESCRICAO       PIC X(30).

      *-----> CONTROLE DE EXECUCAO DA SUITE (MESMO LAYOUT)
       01  WS-REG-CONTROLE.
           05  CT-PROGRAMA            PIC X(08).
           05  CT-ANO                 PIC 9(04).
           05  CT-BIMESTRE            PIC 9(02).
           05  CT-DATA                PIC 9(08).
           05  CT-RC                  PIC 9(02).

      *-----> SAIDA - REGISTRO DA MALA DIRETA
       01  WS-REG-MALADIR.
           05  MM-NUMERO              PIC 9(04).
           05  MM-NOME-ALUNO          PIC X(20).
           05  MM-CURSO               PIC X(12).
           05  MM-DISCIPLINA          PIC X(03).
           05  MM-NOME-DISC           PIC X(20).
           05  MM-EVENTO              PIC X(01).
           05  MM-DESC-EVENTO         PIC X(30).
           05  MM-BIMESTRE            PIC 9(01).
           05  MM-FREQ                PIC 9(03).
           05  MM-FREQ-MINIMA         PIC 9(03).
           05  MM-NOME-RESP           PIC X(30).
           05  MM-ENDERECO            PIC X(35).
           05  MM-TELEFONE            PIC X(15).
           05  MM-EMAIL               PIC X(35).
           05  MM-DATA-ENVIO          PIC 9(08).

      *-----> LINHAS DAS CARTAS (132 COLUNAS)
       01  WS-LIN-CAB1.
           05  FILLER                 PIC X(38)    VALUE
               ' AVISO AOS PAIS OU RESPONSAVEIS - ANO '.
           05  WS-CTH-ANO             PIC 9(04).
           05  FILLER                 PIC X(11)    VALUE
               '  BIMESTRE '.
           05  WS-CTH-BIMESTRE        PIC 9(01).
           05  FILLER                 PIC X(78)    VALUE SPACES.

       01  WS-LIN-DESTINATARIO.
           05  FILLER                 PIC X(07)    VALUE ' A/C:  '.
           05  WS-CTD-NOME-RESP       PIC X(30).
           05  FILLER                 PIC X(95)    VALUE SPACES.

       01  WS-LIN-ENDERECO.
           05  FILLER                 PIC X(07)    VALUE SPACES.
           05  WS-CTD-ENDERECO        PIC X(35).
           05  FILLER                 PIC X(90)    VALUE SPACES.

       01  WS-LIN-CONTATO.
           05  FILLER                 PIC X(07)    VALUE ' FONE: '.
           05  WS-CTD-TELEFONE        PIC X(15).
           05  FILLER                 PIC X(10)    VALUE
               '  E-MAIL: '.
           05  WS-CTD-EMAIL           PIC X(35).
           05  FILLER                 PIC X(65)    VALUE SPACES.

       01  WS-LIN-SAUDACAO.
           05  FILLER                 PIC X(43)    VALUE
               ' PREZADO(A) RESPONSAVEL PELO(A) ALUNO(A)   '.
           05  WS-CTS-NUMERO          PIC 9(04).
           05  FILLER                 PIC X(03)    VALUE ' - '.
           05  WS-CTS-NOME            PIC X(20).
           05  FILLER                 PIC X(10)    VALUE
               ' - CURSO: '.
           05  WS-CTS-CURSO           PIC X(12).
           05  FILLER                 PIC X(40)    VALUE SPACES.

       01  WS-LIN-INTRODUCAO.
           05  FILLER                 PIC X(46)    VALUE
               ' COMUNICAMOS AS OCORRENCIAS ESCOLARES ABAIXO, '.
           05  FILLER                 PIC X(32)    VALUE
               'REGISTRADAS ATE A DATA DO AVISO:'.
           05  FILLER                 PIC X(54)    VALUE SPACES.

       01  WS-LIN-COLUNAS.
           05  FILLER                 PIC X(06)    VALUE ' DIS  '.
           05  FILLER                 PIC X(22)    VALUE
               'DISCIPLINA            '.
           05  FILLER                 PIC X(32)    VALUE
               'OCORRENCIA                      '.
           05  FILLER                 PIC X(05)    VALUE 'BIM  '.
           05  FILLER                 PIC X(06)    VALUE 'FREQ  '.
           05  FILLER                 PIC X(06)    VALUE 'MINIMA'.
           05  FILLER                 PIC X(55)    VALUE SPACES.

       01  WS-LIN-OCORRENCIA.
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-CTO-DISC            PIC X(03).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-CTO-NOME-DISC       PIC X(20).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-CTO-DESCRICAO       PIC X(30).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-CTO-BIMESTRE        PIC X(01).
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-CTO-FREQUENCIAS.
               10  WS-CTO-FREQ            PIC ZZ9.
               10  FILLER                 PIC X(03)    VALUE SPACES.
               10  WS-CTO-FREQ-MINIMA     PIC ZZ9.
           05  FILLER                 PIC X(59)    VALUE SPACES.

       01  WS-LIN-FECHO1.
           05  FILLER                 PIC X(47)    VALUE
               ' SOLICITAMOS O COMPARECIMENTO DO RESPONSAVEL A '.
           05  FILLER                 PIC X(36)    VALUE
               'SECRETARIA DA ESCOLA PARA TRATAR DO '.
           05  FILLER                 PIC X(49)    VALUE
               'ACOMPANHAMENTO DO(A) ALUNO(A).'.

       01  WS-LIN-FECHO2.
           05  FILLER                 PIC X(30)    VALUE
               ' ATENCIOSAMENTE, A SECRETARIA'.
           05  FILLER                 PIC X(102)   VALUE SPACES.

       01  WS-LIN-IMPRESSA            PIC X(132)   VALUE SPACES.

       01  WS-LIN-TRACO.
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  FILLER                 PIC X(130)   VALUE ALL '-'.
           05  FILLER                 PIC X(01)    VALUE SPACES.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-RSPRG024.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           IF   CARTA-ABERTA  AND  RUN-OK
              PERFORM 054-FECHAR-CARTA
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           PERFORM 012-LER-PARAMETROS
           IF   RUN-ABENDED
              MOVE 'S'  TO  WS-FIM
           ELSE
              PERFORM 015-ABRIR-ARQUIVOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER E VALIDAR A FREQUENCIA MINIMA NO ARQ-PARAM. ARQUIVO
      *    AUSENTE, VAZIO OU FORA DE FAIXA E ABEND CONTROLADO
      *--------------------------------------------------------------*
       012-LER-PARAMETROS.

           OPEN INPUT ARQ-PARAM
           IF   WS-FS-PARAM  NOT =  '00'
              DISPLAY ' *** ARQUIVO DE PARAMETROS AUSENTE - FS='
                      WS-FS-PARAM
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              READ ARQ-PARAM  INTO  WS-REG-PARAM
                 AT END
                    DISPLAY ' *** ARQUIVO DE PARAMETROS VAZIO'
                    MOVE 'S'  TO  WS-SW-ABEND
                 NOT AT END
                    PERFORM 013-VALIDAR-PARAMETROS
              END-READ
              CLOSE ARQ-PARAM
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONSISTIR A FREQUENCIA MINIMA E CARREGA-LA NO CAMPO
      *    VIGENTE
      *--------------------------------------------------------------*
       013-VALIDAR-PARAMETROS.

           IF   WS-REG-PARAM  NOT NUMERIC
              DISPLAY ' *** PARAMETRO NAO NUMERICO NO ARQ-PARAM'
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              IF   PR-FREQ-MINIMA  >  100
                 DISPLAY ' *** FREQUENCIA MINIMA FORA DE 0 A 100 - '
                         PR-FREQ-MINIMA
                 MOVE 'S'  TO  WS-SW-ABEND
              ELSE
                 MOVE PR-FREQ-MINIMA  TO  WS-FREQ-MINIMA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    RECEBER ANO/BIMESTRE/DATA DE REEMISSAO DA SYSIN E ABRIR
      *    OS ARQUIVOS
      *--------------------------------------------------------------*
       015-ABRIR-ARQUIVOS.

           ACCEPT WS-REG-SYSIN  FROM SYSIN
           EVALUATE TRUE
              WHEN AS-ANO-IN  NOT NUMERIC
                 DISPLAY ' *** ANO NAO NUMERICO NA SYSIN - '
                         AS-ANO-IN-ALFA
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN AS-BIMESTRE-IN  NOT NUMERIC
                 DISPLAY ' *** BIMESTRE NAO NUMERICO NA SYSIN - '
                         AS-BIMESTRE-IN-ALFA
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN AS-BIMESTRE-IN  <  1  OR  AS-BIMESTRE-IN  >  4
                 DISPLAY ' *** BIMESTRE FORA DA FAIXA 1 A 4 - '
                         AS-BIMESTRE-IN
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN AS-DATA-REEMISSAO-ALFA  =  SPACES
                 MOVE ZEROS  TO  AS-DATA-REEMISSAO-IN
                 PERFORM 016-ABRIR-SAIDAS
              WHEN AS-DATA-REEMISSAO-IN  NOT NUMERIC
                 DISPLAY ' *** DATA DE REEMISSAO NAO NUMERICA - '
                         AS-DATA-REEMISSAO-ALFA
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN OTHER
                 PERFORM 016-ABRIR-SAIDAS
           END-EVALUATE
           IF   RUN-ABENDED
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR OS CADASTROS, O REGISTRO DE AVISOS E AS SAIDAS E
      *    DISPARAR A LEITURA DO HISTORICO
      *--------------------------------------------------------------*
       016-ABRIR-SAIDAS.

           OPEN INPUT ARQ-HIST-ANUAL
           OPEN INPUT ARQ-RESPONS
           OPEN INPUT ARQ-DISCIP
           PERFORM 017-ABRIR-AVISOS
           OPEN OUTPUT ARQ-MALADIR
           OPEN OUTPUT ARQ-CARTAS
           IF   WS-FS-HISTANUAL  NOT =  '00'  OR
                WS-FS-RESPONS    NOT =  '00'  OR
                WS-FS-DISCIP     NOT =  '00'  OR
                WS-FS-AVISOS     NOT =  '00'  OR
                WS-FS-MALADIR    NOT =  '00'  OR
                WS-FS-CARTAS     NOT =  '00'
              DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS -'
                      ' HISTANUAL='  WS-FS-HISTANUAL
                      ' RESPONS='    WS-FS-RESPONS
                      ' DISCIP='     WS-FS-DISCIP
                      ' AVISOS='     WS-FS-AVISOS
                      ' MALADIR='    WS-FS-MALADIR
                      ' CARTAS='     WS-FS-CARTAS
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              PERFORM 020-LER-HISTORICO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O REGISTRO DE AVISOS EM I-O. SE AINDA NAO EXISTIR
      *    (PRIMEIRA EMISSAO), CRIA-LO VAZIO E REABRI-LO
      *--------------------------------------------------------------*
       017-ABRIR-AVISOS.

           OPEN I-O ARQ-AVISOS
           IF   WS-FS-AVISOS  =  '35'
              OPEN OUTPUT ARQ-AVISOS
              CLOSE ARQ-AVISOS
              OPEN I-O ARQ-AVISOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO HISTORICO ANUAL (SEQUENCIA DE
      *    CHAVE - OS REGISTROS DE UM ALUNO VEM JUNTOS)
      *--------------------------------------------------------------*
       020-LER-HISTORICO.

           READ ARQ-HIST-ANUAL NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-FIM
              NOT AT END
                 ADD  1  TO  WS-CTL-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    APURAR AS OCORRENCIAS DO ALUNO + DISCIPLINA CORRENTE:
      *    SITUACAO FINAL E FREQUENCIA DE CADA BIMESTRE RECEBIDO.
      *    VINCULO ENCERRADO NO ANO (RSPRG005) NAO GERA OCORRENCIA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 031-CARREGAR-BIMESTRES
           MOVE 'N'  TO  WS-SW-VINCULO
           EVALUATE HA-SIT-FINAL
              WHEN 'TRANCADO'
              WHEN 'CANCELADO'
              WHEN 'TRANSFERIDO'
                 MOVE 'S'  TO  WS-SW-VINCULO
                 ADD  1    TO  WS-CTL-ENCERRADOS
              WHEN 'RECUPERACAO'
                 MOVE 'R'              TO  WS-EVT-TIPO
                 MOVE ZEROS            TO  WS-EVT-BIMESTRE
                 MOVE ZEROS            TO  WS-EVT-FREQ
                 MOVE 'ENCAMINHADO PARA RECUPERACAO'
                                       TO  WS-EVT-DESCRICAO
                 PERFORM 040-TRATAR-EVENTO
              WHEN 'REPROVADO POR FALTA'
                 MOVE 'F'              TO  WS-EVT-TIPO
                 MOVE ZEROS            TO  WS-EVT-BIMESTRE
                 MOVE ZEROS            TO  WS-EVT-FREQ
                 MOVE 'REPROVADO POR FALTA'
                                       TO  WS-EVT-DESCRICAO
                 PERFORM 040-TRATAR-EVENTO
           END-EVALUATE
           PERFORM 034-VERIFICAR-FREQUENCIA
              VARYING WS-IDX-BIM FROM 1 BY 1
              UNTIL WS-IDX-BIM  >  AS-BIMESTRE-IN
                 OR RUN-ABENDED
                 OR VINCULO-ENCERRADO
           PERFORM 020-LER-HISTORICO
           .
      *--------------------------------------------------------------*
      *    COPIAR FREQUENCIA E MARCA DE RECEBIDO DOS 4 BIMESTRES
      *    PARA A TABELA DE TRABALHO
      *--------------------------------------------------------------*
       031-CARREGAR-BIMESTRES.

           MOVE HA-FREQ-B1      TO  WS-BIM-FREQ (1)
           MOVE HA-FREQ-B2      TO  WS-BIM-FREQ (2)
           MOVE HA-FREQ-B3      TO  WS-BIM-FREQ (3)
           MOVE HA-FREQ-B4      TO  WS-BIM-FREQ (4)
           MOVE HA-RECEBIDO-B1  TO  WS-BIM-RECEBIDO (1)
           MOVE HA-RECEBIDO-B2  TO  WS-BIM-RECEBIDO (2)
           MOVE HA-RECEBIDO-B3  TO  WS-BIM-RECEBIDO (3)
           MOVE HA-RECEBIDO-B4  TO  WS-BIM-RECEBIDO (4)
           .
      *--------------------------------------------------------------*
      *    OCORRENCIA DE FREQUENCIA: BIMESTRE JA RECEBIDO COM
      *    FREQUENCIA ABAIXO DO MINIMO
      *--------------------------------------------------------------*
       034-VERIFICAR-FREQUENCIA.

           IF   WS-BIM-RECEBIDO (WS-IDX-BIM)  =  'S'  AND
                WS-BIM-FREQ (WS-IDX-BIM)  <  WS-FREQ-MINIMA
              MOVE 'B'                         TO  WS-EVT-TIPO
              MOVE WS-IDX-BIM                  TO  WS-EVT-BIMESTRE
              MOVE WS-BIM-FREQ (WS-IDX-BIM)    TO  WS-EVT-FREQ
              MOVE 'FREQUENCIA ABAIXO DO MINIMO'
                                               TO  WS-EVT-DESCRICAO
              PERFORM 040-TRATAR-EVENTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UMA OCORRENCIA: CONFERIR NO ARQ-AVISOS SE JA FOI
      *    AVISADA (OU SE E REEMISSAO DA DATA DA SYSIN) E, HAVENDO
      *    RESPONSAVEL, EMITIR E REGISTRAR O AVISO
      *--------------------------------------------------------------*
       040-TRATAR-EVENTO.

           ADD  1  TO  WS-CTL-OCORRENCIAS
           MOVE 'N'              TO  WS-SW-EMITIR
           MOVE 'N'              TO  WS-SW-REGISTRAR
           MOVE AS-ANO-IN        TO  AV-ANO
           MOVE HA-NUMERO        TO  AV-NUMERO
           MOVE HA-DISCIPLINA    TO  AV-DISCIPLINA
           MOVE WS-EVT-TIPO      TO  AV-EVENTO
           MOVE WS-EVT-BIMESTRE  TO  AV-BIMESTRE
           READ ARQ-AVISOS
              INVALID KEY
                 MOVE 'S'  TO  WS-SW-EMITIR
                 MOVE 'S'  TO  WS-SW-REGISTRAR
              NOT INVALID KEY
                 IF   AS-DATA-REEMISSAO-IN  NOT =  ZEROS  AND
                      AV-DATA-ENVIO  =  AS-DATA-REEMISSAO-IN
                    MOVE 'S'  TO  WS-SW-EMITIR
                 ELSE
                    ADD  1  TO  WS-CTL-JA-ENVIADOS
                 END-IF
           END-READ
           IF   EMITIR-AVISO
              PERFORM 041-LOCALIZAR-RESPONSAVEL
              IF   RESPONSAVEL-ACHADO
                 PERFORM 044-EMITIR-AVISO
                 IF   REGISTRAR-AVISO  AND  RUN-OK
                    PERFORM 042-REGISTRAR-AVISO
                 END-IF
              ELSE
                 ADD  1  TO  WS-CTL-SEM-RESP
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O RESPONSAVEL DO ALUNO (UMA LEITURA POR ALUNO). ALUNO
      *    SEM RESPONSAVEL E ALERTADO UMA VEZ E O AVISO FICA PENDENTE
      *--------------------------------------------------------------*
       041-LOCALIZAR-RESPONSAVEL.

           IF   HA-NUMERO  NOT =  WS-RESP-NUMERO
              MOVE HA-NUMERO  TO  WS-RESP-NUMERO
              MOVE HA-NUMERO  TO  RS-NUMERO
              READ ARQ-RESPONS
                 INVALID KEY
                    MOVE 'N'  TO  WS-SW-RESP
                    DISPLAY ' *** ALERTA - ALUNO ' HA-NUMERO
                            ' SEM RESPONSAVEL CADASTRADO -'
                            ' AVISO(S) PENDENTE(S)'
                 NOT INVALID KEY
                    MOVE 'S'  TO  WS-SW-RESP
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGISTRAR NO ARQ-AVISOS A OCORRENCIA AVISADA, COM A DATA
      *    DO ENVIO (CHAVE JA MONTADA NO 040)
      *--------------------------------------------------------------*
       042-REGISTRAR-AVISO.

           MOVE AS-ANO-IN        TO  AV-ANO
           MOVE HA-NUMERO        TO  AV-NUMERO
           MOVE HA-DISCIPLINA    TO  AV-DISCIPLINA
           MOVE WS-EVT-TIPO      TO  AV-EVENTO
           MOVE WS-EVT-BIMESTRE  TO  AV-BIMESTRE
           MOVE WS-DATA-HOJE     TO  AV-DATA-ENVIO
           WRITE REG-AVISOS
           IF   WS-FS-AVISOS  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-AVISOS - FS='
                      WS-FS-AVISOS
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR O AVISO: LINHA NA CARTA DO ALUNO (ABRINDO NOVA
      *    CARTA NA TROCA DE ALUNO) E REGISTRO NA MALA DIRETA
      *--------------------------------------------------------------*
       044-EMITIR-AVISO.

           IF   REGISTRAR-AVISO
              ADD  1  TO  WS-CTL-AVISOS
           ELSE
              ADD  1  TO  WS-CTL-REEMITIDOS
           END-IF
           IF   NOT CARTA-ABERTA  OR
                HA-NUMERO  NOT =  WS-CARTA-NUMERO
              IF   CARTA-ABERTA
                 PERFORM 054-FECHAR-CARTA
              END-IF
              PERFORM 050-ABRIR-CARTA
           END-IF
           MOVE HA-DISCIPLINA  TO  DC-CODIGO
           READ ARQ-DISCIP
              INVALID KEY
                 MOVE 'NAO CADASTRADA'  TO  WS-CTO-NOME-DISC
              NOT INVALID KEY
                 MOVE DC-NOME           TO  WS-CTO-NOME-DISC
           END-READ
           PERFORM 052-EMITIR-OCORRENCIA
           PERFORM 058-GRAVAR-MALADIR
           .
      *--------------------------------------------------------------*
      *    ABRIR A CARTA DO ALUNO EM NOVA PAGINA: TITULO,
      *    DESTINATARIO, SAUDACAO E LINHA DE COLUNAS
      *--------------------------------------------------------------*
       050-ABRIR-CARTA.

           ADD  1  TO  WS-CTL-CARTAS
           MOVE 'S'             TO  WS-SW-CARTA
           MOVE HA-NUMERO       TO  WS-CARTA-NUMERO
           MOVE AS-ANO-IN       TO  WS-CTH-ANO
           MOVE AS-BIMESTRE-IN  TO  WS-CTH-BIMESTRE
           WRITE REG-CARTAS  FROM  WS-LIN-CAB1
              AFTER ADVANCING PAGE
           IF   WS-FS-CARTAS  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-CARTAS - FS='
                      WS-FS-CARTAS
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
           END-IF
           MOVE WS-LIN-TRACO     TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE RS-NOME-RESP     TO  WS-CTD-NOME-RESP
           MOVE WS-LIN-DESTINATARIO  TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE RS-ENDERECO      TO  WS-CTD-ENDERECO
           MOVE WS-LIN-ENDERECO  TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE RS-TELEFONE      TO  WS-CTD-TELEFONE
           MOVE RS-EMAIL         TO  WS-CTD-EMAIL
           MOVE WS-LIN-CONTATO   TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE SPACES           TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE HA-NUMERO        TO  WS-CTS-NUMERO
           MOVE HA-NOME          TO  WS-CTS-NOME
           MOVE HA-CURSO         TO  WS-CTS-CURSO
           MOVE WS-LIN-SAUDACAO  TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-LIN-INTRODUCAO  TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE SPACES           TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-LIN-COLUNAS   TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    EMITIR A LINHA DA OCORRENCIA NA CARTA (BIMESTRE E
      *    FREQUENCIA SO NA OCORRENCIA DE FREQUENCIA)
      *--------------------------------------------------------------*
       052-EMITIR-OCORRENCIA.

           MOVE HA-DISCIPLINA     TO  WS-CTO-DISC
           MOVE WS-EVT-DESCRICAO  TO  WS-CTO-DESCRICAO
           IF   WS-EVT-TIPO  =  'B'
              MOVE WS-EVT-BIMESTRE  TO  WS-CTO-BIMESTRE
              MOVE WS-EVT-FREQ      TO  WS-CTO-FREQ
              MOVE WS-FREQ-MINIMA   TO  WS-CTO-FREQ-MINIMA
           ELSE
              MOVE SPACES           TO  WS-CTO-BIMESTRE
              MOVE SPACES           TO  WS-CTO-FREQUENCIAS
           END-IF
           MOVE WS-LIN-OCORRENCIA  TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    FECHAR A CARTA DO ALUNO COM O TEXTO DE ENCERRAMENTO
      *--------------------------------------------------------------*
       054-FECHAR-CARTA.

           MOVE WS-LIN-TRACO   TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-LIN-FECHO1  TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE SPACES         TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-LIN-FECHO2  TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE 'N'  TO  WS-SW-CARTA
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO CORPO DA CARTA
      *--------------------------------------------------------------*
       056-GRAVAR-LINHA.

           WRITE REG-CARTAS  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING 1 LINE
           IF   WS-FS-CARTAS  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-CARTAS - FS='
                      WS-FS-CARTAS
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO DA OCORRENCIA NA MALA DIRETA
      *--------------------------------------------------------------*
       058-GRAVAR-MALADIR.

           MOVE HA-NUMERO         TO  MM-NUMERO
           MOVE HA-NOME           TO  MM-NOME-ALUNO
           MOVE HA-CURSO          TO  MM-CURSO
           MOVE HA-DISCIPLINA     TO  MM-DISCIPLINA
           MOVE WS-CTO-NOME-DISC  TO  MM-NOME-DISC
           MOVE WS-EVT-TIPO       TO  MM-EVENTO
           MOVE WS-EVT-DESCRICAO  TO  MM-DESC-EVENTO
           MOVE WS-EVT-BIMESTRE   TO  MM-BIMESTRE
           MOVE WS-EVT-FREQ       TO  MM-FREQ
           MOVE WS-FREQ-MINIMA    TO  MM-FREQ-MINIMA
           MOVE RS-NOME-RESP      TO  MM-NOME-RESP
           MOVE RS-ENDERECO       TO  MM-ENDERECO
           MOVE RS-TELEFONE       TO  MM-TELEFONE
           MOVE RS-EMAIL          TO  MM-EMAIL
           IF   REGISTRAR-AVISO
              MOVE WS-DATA-HOJE   TO  MM-DATA-ENVIO
           ELSE
              MOVE AV-DATA-ENVIO  TO  MM-DATA-ENVIO
           END-IF
           WRITE REG-MALADIR  FROM  WS-REG-MALADIR
           IF   WS-FS-MALADIR  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-MALADIR - FS='
                      WS-FS-MALADIR
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE ARQ-HIST-ANUAL
           CLOSE ARQ-RESPONS
           CLOSE ARQ-DISCIP
           CLOSE ARQ-AVISOS
           CLOSE ARQ-MALADIR
           CLOSE ARQ-CARTAS

           IF   RUN-ABENDED
              MOVE 16  TO  RETURN-CODE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TERMINO ANORMAL DO RSPRG024 - RC=16   *'
              DISPLAY ' *   (VER ALERTA(S) ACIMA)                 *'
              DISPLAY ' *   AVISOS JA REGISTRADOS HOJE: REEMITIR  *'
              DISPLAY ' *   COM A DATA DE HOJE NA SYSIN           *'
              DISPLAY ' *========================================*'
           ELSE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG024        *'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * ANO / BIMESTRE              = '
                      AS-ANO-IN ' / ' AS-BIMESTRE-IN
              DISPLAY ' * FREQUENCIA MINIMA           = '
                      WS-FREQ-MINIMA
              DISPLAY ' * DATA DE REEMISSAO           = '
                      AS-DATA-REEMISSAO-IN
              DISPLAY ' * REGISTROS LIDOS             = '
                      WS-CTL-LIDOS
              DISPLAY ' * VINCULO ENCERRADO (IGNOR.)  = '
                      WS-CTL-ENCERRADOS
              DISPLAY ' * OCORRENCIAS APURADAS        = '
                      WS-CTL-OCORRENCIAS
              DISPLAY ' * JA AVISADAS ANTES           = '
                      WS-CTL-JA-ENVIADOS
              DISPLAY ' * AVISOS NOVOS EMITIDOS       = '
                      WS-CTL-AVISOS
              DISPLAY ' * AVISOS REEMITIDOS           = '
                      WS-CTL-REEMITIDOS
              DISPLAY ' * PENDENTES SEM RESPONSAVEL   = '
                      WS-CTL-SEM-RESP
              DISPLAY ' * CARTAS EMITIDAS             = '
                      WS-CTL-CARTAS
              DISPLAY ' *========================================*'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' *      TERMINO NORMAL DO RSPRG024        *'
              DISPLAY ' *----------------------------------------*'
           END-IF
           PERFORM 091-REGISTRAR-EXECUCAO
           .
      *--------------------------------------------------------------*
      *    REGISTRAR A EXECUCAO NO CONTROLE DA SUITE (PROGRAMA, ANO,
      *    BIMESTRE, DATA E RETURN-CODE FINAL). SE O ARQUIVO AINDA
      *    NAO EXISTIR, CRIA-LO
      *--------------------------------------------------------------*
       091-REGISTRAR-EXECUCAO.

           OPEN EXTEND ARQ-CONTROLE
           IF   WS-FS-CONTROLE  =  '35'
              OPEN OUTPUT ARQ-CONTROLE
           END-IF
           IF   WS-FS-CONTROLE  NOT =  '00'
              DISPLAY ' *** ERRO ABRINDO ARQ-CONTROLE - FS='
                      WS-FS-CONTROLE
           ELSE
              MOVE 'RSPRG024'       TO  CT-PROGRAMA
              IF   AS-ANO-IN  NUMERIC  AND  AS-BIMESTRE-IN  NUMERIC
                 MOVE AS-ANO-IN        TO  CT-ANO
                 MOVE AS-BIMESTRE-IN   TO  CT-BIMESTRE
              ELSE
                 MOVE ZEROS            TO  CT-ANO
                 MOVE ZEROS            TO  CT-BIMESTRE
              END-IF
              ACCEPT CT-DATA  FROM DATE YYYYMMDD
              MOVE RETURN-CODE      TO  CT-RC
              WRITE REG-CONTROLE  FROM  WS-REG-CONTROLE
              IF   WS-FS-CONTROLE  NOT =  '00'
                 DISPLAY ' *** ERRO GRAVANDO ARQ-CONTROLE - FS='
                         WS-FS-CONTROLE
              END-IF
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA RSPRG024 <-------------------*
