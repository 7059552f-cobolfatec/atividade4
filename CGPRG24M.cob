       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG022.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: RELATORIO DE PENDENCIA DE LANCAMENTO DE NOTAS POR
      *           PROFESSOR. PARA O ANO E O BIMESTRE INFORMADOS NA
      *           SYSIN, O PROGRAMA PERCORRE AS MATRICULAS DO ANO
      *           (ARQ-MATRIC, CARREGADO PELO RSPRG013) E CONFERE NO
      *           HISTORICO ANUAL (ARQ-HIST-ANUAL) SE A NOTA E A
      *           FREQUENCIA DE CADA BIMESTRE DO 1O ATE O INFORMADO
      *           JA CHEGARAM (HA-RECEBIDO-BN = 'S'). ALUNO
      *           MATRICULADO SEM REGISTRO NO HISTORICO CONTA COMO
      *           PENDENTE EM TODOS OS BIMESTRES (CURSO TIRADO DO
      *           ARQ-MESTRE). AS PENDENCIAS SAO ACUMULADAS POR
      *           CURSO + DISCIPLINA (TURMA) E BIMESTRE E IMPRESSAS
      *           (ARQ-PENDENC, 132 COLUNAS) UMA PAGINA POR
      *           PROFESSOR RESPONSAVEL (ARQ-DOCENTE, MANTIDO PELO
      *           RSPRG021), COM TELEFONE DE CONTATO E A QUANTIDADE
      *           DE ALUNOS PENDENTES. TURMAS SEM DOCENTE SAEM NA
      *           ULTIMA PAGINA, COMO 'SEM DOCENTE ATRIBUIDO'.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  010040  VERSAO INICIAL - PENDENCIA DE
      *                          LANCAMENTO DE NOTAS POR PROFESSOR,
      *                          TURMA E BIMESTRE
      *  V02    10/2026  010044  MATRICULA ENCERRADA (TRANCAMENTO,
      *                          CANCELAMENTO OU TRANSFERENCIA -
      *                          RSPRG005) NAO TEM NOTA PENDENTE;
      *                          LAYOUTS ACOMPANHAM O ARQ-MESTRE E
      *                          O ARQ-MATRIC COM A SITUACAO
      *  V03    10/2026  010048  LAYOUT DO ARQ-DISCIP ACOMPANHA A
      *                          SERIE DA DISCIPLINA NO CURSO
      *                          (DC-SERIE - RSPRG012)
      *  V04    10/2026  010040  TABELA DE BLOCOS CHEIA PASSA A SER
      *                          ABEND CONTROLADO (RC=16) EM VEZ DE
      *                          RELATORIO INCOMPLETO COM RC=0
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
           SELECT ARQ-MATRIC       ASSIGN TO MATRIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS MT-CHAVE
                  FILE STATUS   IS WS-FS-MATRIC.

           SELECT ARQ-HIST-ANUAL   ASSIGN TO HISTANUAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS HA-CHAVE
                  FILE STATUS   IS WS-FS-HISTANUAL.

           SELECT ARQ-MESTRE       ASSIGN TO MESTRE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS MF-NUMERO
                  FILE STATUS   IS WS-FS-MESTRE.

           SELECT ARQ-DOCENTE      ASSIGN TO DOCENTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DO-CHAVE
                  FILE STATUS   IS WS-FS-DOCENTE.

           SELECT ARQ-DISCIP       ASSIGN TO DISCIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DC-CODIGO
                  FILE STATUS   IS WS-FS-DISCIP.

           SELECT ARQ-PENDENC      ASSIGN TO PENDENC
                  FILE STATUS  IS WS-FS-PENDENC.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> ARQUIVO DE MATRICULAS - CARREGADO PELO RSPRG013 (MESMO
      *       LAYOUT). DIRIGE A LEITURA: UM REGISTRO POR ALUNO +
      *       DISCIPLINA MATRICULADO NO ANO
       FD  ARQ-MATRIC
           LABEL RECORDS ARE STANDARD.
       01  REG-MATRIC.
           05  MT-CHAVE.
               10  MT-ANO                 PIC 9(04).
               10  MT-NUMERO              PIC 9(04).
               10  MT-DISCIPLINA          PIC X(03).
           05  MT-SITUACAO            PIC X(01).
               88  MT-ATIVA                     VALUE 'A' ' '.
               88  MT-ENCERRADA                 VALUE 'E'.
           05  MT-DATA-ENCERRAMENTO   PIC 9(08).

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

      *-----> MESTRE DE ALUNOS - MANTIDO PELO RSPRG002 (MESMO LAYOUT).
      *       SO O CURSO INTERESSA, PARA O ALUNO AINDA SEM HISTORICO
       FD  ARQ-MESTRE
           LABEL RECORDS ARE STANDARD.
       01  REG-MESTRE.
           05  MF-NUMERO              PIC 9(04).
           05  MF-NOME                PIC X(20).
           05  MF-SEXO                PIC X(01).
           05  MF-IDADE               PIC 9(02).
           05  MF-CURSO               PIC X(12).
           05  MF-QTD-TERMOS          PIC 9(04).
           05  MF-ULT-NOTA1           PIC 9(02)V99.
           05  MF-ULT-NOTA2           PIC 9(02)V99.
           05  MF-ULT-MEDIA           PIC 9(02)V99.
           05  MF-MEDIA-HISTORICA     PIC 9(02)V99.
           05  MF-SIT-FINAL           PIC X(20).
           05  MF-SITUACAO-MAT        PIC X(01).
               88  MF-ALUNO-ATIVO               VALUE 'A' ' '.
               88  MF-ALUNO-TRANCADO            VALUE 'R'.
               88  MF-ALUNO-BLOQUEADO           VALUE 'R' 'C' 'X'.
           05  MF-DATA-SITUACAO       PIC 9(08).

      *-----> CADASTRO DE DOCENTES - MANTIDO PELO RSPRG021 (MESMO
      *       LAYOUT)
       FD  ARQ-DOCENTE
           LABEL RECORDS ARE STANDARD.
       01  REG-DOCENTE.
           05  DO-CHAVE.
               10  DO-CURSO               PIC X(12).
               10  DO-DISCIPLINA          PIC X(03).
           05  DO-CODIGO-PROF         PIC X(06).
           05  DO-NOME-PROF           PIC X(30).
           05  DO-TELEFONE            PIC X(15).

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

      *-----> SAIDA - PENDENCIA DE LANCAMENTO POR PROFESSOR (132
      *       COLUNAS, UMA PAGINA POR PROFESSOR)
       FD  ARQ-PENDENC
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-PENDENC               PIC X(132).

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
           05  WS-FS-MATRIC           PIC X(02)    VALUE ZEROS.
           05  WS-FS-HISTANUAL        PIC X(02)    VALUE ZEROS.
           05  WS-FS-MESTRE           PIC X(02)    VALUE ZEROS.
           05  WS-FS-DOCENTE          PIC X(02)    VALUE ZEROS.
           05  WS-FS-DISCIP           PIC X(02)    VALUE ZEROS.
           05  WS-FS-PENDENC          PIC X(02)    VALUE ZEROS.
           05  WS-SW-BLOCO-OK         PIC X(01)    VALUE 'S'.
           05  WS-PEND-BLOCO          PIC 9(06)    VALUE ZEROS.
           05  WS-PEND-PROF           PIC 9(06)    VALUE ZEROS.
           05  WS-PROF-ANTERIOR       PIC X(06)    VALUE SPACES.
           05  WS-CTL-LIDOS           PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-SEM-HISTORICO   PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-SEM-CADASTRO    PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-PENDENCIAS      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-BLOCOS          PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-SEM-DOCENTE     PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-PROFESSORES     PIC 9(06)    VALUE ZEROS.
           05  WS-IDX-BL1             PIC 9(04)    VALUE ZEROS.
           05  WS-IDX-BL2             PIC 9(04)    VALUE ZEROS.
           05  WS-IDX-BIM             PIC 9(01)    VALUE ZEROS.

      *-----> ENTRADA - ANO DAS MATRICULAS E ULTIMO BIMESTRE A
      *       CONFERIR (1 A 4), VIA SYSIN
       01  WS-REG-SYSIN.
           05  AS-ANO-IN              PIC 9(04).
           05  AS-ANO-IN-ALFA         REDEFINES AS-ANO-IN
                                      PIC X(04).
           05  AS-BIMESTRE-IN         PIC 9(01).
           05  AS-BIMESTRE-IN-ALFA    REDEFINES AS-BIMESTRE-IN
                                      PIC X(01).
           05  FILLER                 PIC X(03).

      *-----> MARCAS DE RECEBIDO DOS 4 BIMESTRES DO ALUNO + DISCIPLINA
      *       CORRENTE ('S' = NOTA E FREQUENCIA JA NO HISTORICO)
       01  WS-RECEBIDOS.
           05  WS-REC-B1              PIC X(01).
           05  WS-REC-B2              PIC X(01).
           05  WS-REC-B3              PIC X(01).
           05  WS-REC-B4              PIC X(01).
       01  FILLER                     REDEFINES WS-RECEBIDOS.
           05  WS-REC-BIM             PIC X(01)    OCCURS 4 TIMES.

      *-----> TABELA DE ACUMULACAO - UM BLOCO POR CURSO+DISCIPLINA
      *       (TURMA) COM O PROFESSOR RESPONSAVEL E OS ALUNOS
      *       PENDENTES POR BIMESTRE (100 BLOCOS COBREM A GRADE COM
      *       FOLGA, COMO NO RSPRG018; ESTOURO E ABEND CONTROLADO)
       01  WS-TAB-BLOCOS.
           05  WS-QTD-BLOCOS          PIC 9(04)    VALUE ZEROS.
           05  WS-TAB-BLOCO           OCCURS 100 TIMES
                                      INDEXED BY WS-IDX-BLO.
               10  WS-TB-ORDEM.
                   15  WS-TB-COD-PROF     PIC X(06).
                   15  WS-TB-CHAVE.
                       20  WS-TB-CURSO        PIC X(12).
                       20  WS-TB-DISC         PIC X(03).
               10  WS-TB-NOME-PROF    PIC X(30).
               10  WS-TB-FONE-PROF    PIC X(15).
               10  WS-TB-NOME-DISC    PIC X(20).
               10  WS-TB-MATRIC       PIC 9(06)    VALUE ZEROS.
               10  WS-TB-PEND         PIC 9(06)    VALUE ZEROS
                                      OCCURS 4 TIMES.

      *-----> AREA AUXILIAR PARA TROCA DE POSICOES NA ORDENACAO DOS
      *       BLOCOS (MESMO LAYOUT DE UMA OCORRENCIA DE WS-TAB-BLOCO)
       01  WS-TAB-BLOCO-AUX.
           05  WS-TB-ORDEM-AUX        PIC X(21).
           05  WS-TB-RESTO-AUX        PIC X(95).

      *-----> CHAVE DE TRABALHO DO BLOCO CORRENTE
       01  WS-CHAVE-BLOCO.
           05  WS-CHB-CURSO           PIC X(12).
           05  WS-CHB-DISC            PIC X(03).

      *-----> LINHAS DO RELATORIO (132 COLUNAS)
       01  WS-LIN-CAB1.
           05  FILLER                 PIC X(40)    VALUE
               ' PENDENCIA DE LANCAMENTO DE NOTAS - ANO '.
           05  WS-PDH-ANO             PIC 9(04).
           05  FILLER                 PIC X(17)    VALUE
               '  ATE O BIMESTRE '.
           05  WS-PDH-BIMESTRE        PIC 9(01).
           05  FILLER                 PIC X(70)    VALUE SPACES.

       01  WS-LIN-PROFESSOR.
           05  FILLER                 PIC X(12)    VALUE
               ' PROFESSOR: '.
           05  WS-PDP-CODIGO          PIC X(06).
           05  FILLER                 PIC X(03)    VALUE ' - '.
           05  WS-PDP-NOME            PIC X(30).
           05  FILLER                 PIC X(08)    VALUE '  FONE: '.
           05  WS-PDP-FONE            PIC X(15).
           05  FILLER                 PIC X(58)    VALUE SPACES.

       01  WS-LIN-COLUNAS.
           05  FILLER                 PIC X(14)    VALUE
               ' CURSO        '.
           05  FILLER                 PIC X(05)    VALUE 'DIS  '.
           05  FILLER                 PIC X(22)    VALUE
               'DISCIPLINA            '.
           05  FILLER                 PIC X(05)    VALUE 'BIM  '.
           05  FILLER                 PIC X(11)    VALUE 'PENDENTES  '.
           05  FILLER                 PIC X(12)    VALUE 'MATRICULADOS'.
           05  FILLER                 PIC X(63)    VALUE SPACES.

       01  WS-LIN-DETALHE.
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-PDD-CURSO           PIC X(12).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-PDD-DISC            PIC X(03).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-PDD-NOME-DISC       PIC X(20).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-PDD-BIMESTRE        PIC 9(01).
           05  FILLER                 PIC X(04)    VALUE SPACES.
           05  WS-PDD-PENDENTES       PIC ZZZZZ9.
           05  FILLER                 PIC X(05)    VALUE SPACES.
           05  WS-PDD-MATRICULADOS    PIC ZZZZZ9.
           05  FILLER                 PIC X(69)    VALUE SPACES.

       01  WS-LIN-TOTAL-PROF.
           05  FILLER                 PIC X(40)    VALUE
               ' TOTAL DE PENDENCIAS DO PROFESSOR     = '.
           05  WS-PDT-PENDENTES       PIC ZZZZZ9.
           05  FILLER                 PIC X(86)    VALUE SPACES.

       01  WS-LIN-SEM-PENDENCIA.
           05  FILLER                 PIC X(48)    VALUE
               ' NENHUMA PENDENCIA DE LANCAMENTO NO PERIODO    '.
           05  FILLER                 PIC X(84)    VALUE SPACES.

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
       000-RSPRG022.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           IF   RUN-OK
              PERFORM 040-COMPLETAR-BLOCO
                 VARYING WS-IDX-BL1 FROM 1 BY 1
                 UNTIL WS-IDX-BL1  >  WS-QTD-BLOCOS
              PERFORM 048-ORDENAR-BLOCOS
              PERFORM 050-EMITIR-BLOCO
                 VARYING WS-IDX-BL1 FROM 1 BY 1
                 UNTIL WS-IDX-BL1  >  WS-QTD-BLOCOS
                    OR RUN-ABENDED
              PERFORM 058-ENCERRAR-RELATORIO
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - RECEBER E CONSISTIR A SYSIN,
      *    ABRIR OS ARQUIVOS E POSICIONAR NO ANO DAS MATRICULAS
      *--------------------------------------------------------------*
       010-INICIAR.

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
              WHEN OTHER
                 PERFORM 015-ABRIR-ARQUIVOS
           END-EVALUATE
           IF   RUN-ABENDED
              MOVE 'S'  TO  WS-FIM
           ELSE
              PERFORM 017-POSICIONAR-MATRIC
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR OS ARQUIVOS (TODOS OS CADASTROS SO PARA LEITURA)
      *--------------------------------------------------------------*
       015-ABRIR-ARQUIVOS.

           OPEN INPUT ARQ-MATRIC
           OPEN INPUT ARQ-HIST-ANUAL
           OPEN INPUT ARQ-MESTRE
           OPEN INPUT ARQ-DOCENTE
           OPEN INPUT ARQ-DISCIP
           OPEN OUTPUT ARQ-PENDENC
           IF   WS-FS-MATRIC     NOT =  '00'  OR
                WS-FS-HISTANUAL  NOT =  '00'  OR
                WS-FS-MESTRE     NOT =  '00'  OR
                WS-FS-DOCENTE    NOT =  '00'  OR
                WS-FS-DISCIP     NOT =  '00'  OR
                WS-FS-PENDENC    NOT =  '00'
              DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS -'
                      ' MATRIC='     WS-FS-MATRIC
                      ' HISTANUAL='  WS-FS-HISTANUAL
                      ' MESTRE='     WS-FS-MESTRE
                      ' DOCENTE='    WS-FS-DOCENTE
                      ' DISCIP='     WS-FS-DISCIP
                      ' PENDENC='    WS-FS-PENDENC
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    POSICIONAR O ARQ-MATRIC NA PRIMEIRA MATRICULA DO ANO DA
      *    SYSIN E LER O PRIMEIRO REGISTRO
      *--------------------------------------------------------------*
       017-POSICIONAR-MATRIC.

           MOVE AS-ANO-IN   TO  MT-ANO
           MOVE ZEROS       TO  MT-NUMERO
           MOVE LOW-VALUES  TO  MT-DISCIPLINA
           START ARQ-MATRIC  KEY NOT <  MT-CHAVE
              INVALID KEY
                 MOVE 'S'  TO  WS-FIM
           END-START
           IF   WS-FIM  NOT =  'S'
              PERFORM 020-LER-MATRIC
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA MATRICULA E CONFERIR SE AINDA PERTENCE AO
      *    ANO DA SYSIN
      *--------------------------------------------------------------*
       020-LER-MATRIC.

           READ ARQ-MATRIC NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-FIM
              NOT AT END
                 IF   MT-ANO  NOT =  AS-ANO-IN
                    MOVE 'S'  TO  WS-FIM
                 ELSE
                    ADD  1  TO  WS-CTL-LIDOS
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    OBTER O CURSO E AS MARCAS DE RECEBIDO DA MATRICULA
      *    CORRENTE E ACUMULAR AS PENDENCIAS NO BLOCO DA TURMA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE 'N'  TO  WS-SW-BLOCO-OK
           IF   MT-ATIVA
              PERFORM 031-OBTER-SITUACAO
           END-IF
           IF   WS-SW-BLOCO-OK  =  'S'
              PERFORM 032-LOCALIZAR-BLOCO
           END-IF
           IF   WS-SW-BLOCO-OK  =  'S'
              ADD  1  TO  WS-TB-MATRIC (WS-IDX-BLO)
              PERFORM 034-ACUMULAR-PENDENCIA
                 VARYING WS-IDX-BIM FROM 1 BY 1
                 UNTIL WS-IDX-BIM  >  AS-BIMESTRE-IN
           END-IF
           PERFORM 020-LER-MATRIC
           .
      *--------------------------------------------------------------*
      *    LER O HISTORICO DO ALUNO + DISCIPLINA. SEM HISTORICO, O
      *    CURSO VEM DO ARQ-MESTRE E TODOS OS BIMESTRES FICAM
      *    PENDENTES; ALUNO FORA DO MESTRE E SO ALERTADO
      *--------------------------------------------------------------*
       031-OBTER-SITUACAO.

           MOVE 'S'            TO  WS-SW-BLOCO-OK
           MOVE MT-NUMERO      TO  HA-NUMERO
           MOVE MT-DISCIPLINA  TO  HA-DISCIPLINA
           READ ARQ-HIST-ANUAL
              INVALID KEY
                 ADD  1  TO  WS-CTL-SEM-HISTORICO
                 MOVE 'NNNN'  TO  WS-RECEBIDOS
                 MOVE MT-NUMERO  TO  MF-NUMERO
                 READ ARQ-MESTRE
                    INVALID KEY
                       ADD  1  TO  WS-CTL-SEM-CADASTRO
                       DISPLAY ' *** ALERTA - MATRICULA DE ALUNO FORA'
                               ' DO MESTRE - ALUNO ' MT-NUMERO
                               ' DISC ' MT-DISCIPLINA
                       MOVE 'N'  TO  WS-SW-BLOCO-OK
                    NOT INVALID KEY
                       MOVE MF-CURSO  TO  WS-CHB-CURSO
                 END-READ
              NOT INVALID KEY
                 MOVE HA-CURSO        TO  WS-CHB-CURSO
                 MOVE HA-RECEBIDO-B1  TO  WS-REC-B1
                 MOVE HA-RECEBIDO-B2  TO  WS-REC-B2
                 MOVE HA-RECEBIDO-B3  TO  WS-REC-B3
                 MOVE HA-RECEBIDO-B4  TO  WS-REC-B4
           END-READ
           MOVE MT-DISCIPLINA  TO  WS-CHB-DISC
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR (OU INCLUIR) O BLOCO CURSO+DISCIPLINA NA TABELA.
      *    TABELA CHEIA INTERROMPE A EXECUCAO - O RELATORIO SAIRIA
      *    SEM AS TURMAS EXCEDENTES
      *--------------------------------------------------------------*
       032-LOCALIZAR-BLOCO.

           SET WS-IDX-BLO  TO  1
           SEARCH WS-TAB-BLOCO
              AT END
                 IF   WS-QTD-BLOCOS  <  100
                    ADD  1  TO  WS-QTD-BLOCOS
                    SET WS-IDX-BLO  TO  WS-QTD-BLOCOS
                    MOVE WS-CHAVE-BLOCO
                                 TO  WS-TB-CHAVE (WS-IDX-BLO)
                 ELSE
                    DISPLAY ' *** TABELA DE BLOCOS CHEIA (100) -'
                            ' CURSO '  WS-CHB-CURSO
                            ' DISC '   WS-CHB-DISC
                            ' SEM POSICAO - AMPLIAR A TABELA'
                    MOVE 'N'  TO  WS-SW-BLOCO-OK
                    MOVE 'S'  TO  WS-SW-ABEND
                    MOVE 'S'  TO  WS-FIM
                 END-IF
              WHEN WS-TB-CHAVE (WS-IDX-BLO) = WS-CHAVE-BLOCO
                 CONTINUE
           END-SEARCH
           .
      *--------------------------------------------------------------*
      *    CONTAR O ALUNO COMO PENDENTE NO BIMESTRE AINDA NAO
      *    RECEBIDO
      *--------------------------------------------------------------*
       034-ACUMULAR-PENDENCIA.

           IF   WS-REC-BIM (WS-IDX-BIM)  NOT =  'S'
              ADD  1  TO  WS-TB-PEND (WS-IDX-BLO, WS-IDX-BIM)
              ADD  1  TO  WS-CTL-PENDENCIAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMPLETAR O BLOCO COM O PROFESSOR RESPONSAVEL (ARQ-DOCENTE)
      *    E O NOME DA DISCIPLINA (ARQ-DISCIP). TURMA SEM DOCENTE
      *    RECEBE CODIGO HIGH-VALUES PARA SAIR NA ULTIMA PAGINA
      *--------------------------------------------------------------*
       040-COMPLETAR-BLOCO.

           MOVE WS-TB-CURSO (WS-IDX-BL1)  TO  DO-CURSO
           MOVE WS-TB-DISC  (WS-IDX-BL1)  TO  DO-DISCIPLINA
           READ ARQ-DOCENTE
              INVALID KEY
                 ADD  1  TO  WS-CTL-SEM-DOCENTE
                 MOVE HIGH-VALUES   TO  WS-TB-COD-PROF  (WS-IDX-BL1)
                 MOVE 'SEM DOCENTE ATRIBUIDO'
                                    TO  WS-TB-NOME-PROF (WS-IDX-BL1)
                 MOVE SPACES        TO  WS-TB-FONE-PROF (WS-IDX-BL1)
              NOT INVALID KEY
                 MOVE DO-CODIGO-PROF
                                    TO  WS-TB-COD-PROF  (WS-IDX-BL1)
                 MOVE DO-NOME-PROF  TO  WS-TB-NOME-PROF (WS-IDX-BL1)
                 MOVE DO-TELEFONE   TO  WS-TB-FONE-PROF (WS-IDX-BL1)
           END-READ
           MOVE WS-TB-DISC (WS-IDX-BL1)  TO  DC-CODIGO
           READ ARQ-DISCIP
              INVALID KEY
                 MOVE 'NAO CADASTRADA'  TO  WS-TB-NOME-DISC (WS-IDX-BL1)
              NOT INVALID KEY
                 MOVE DC-NOME           TO  WS-TB-NOME-DISC (WS-IDX-BL1)
           END-READ
           .
      *--------------------------------------------------------------*
      *    ORDENAR OS BLOCOS POR PROFESSOR + CURSO + DISCIPLINA
      *    (ASCENDENTE) - ORDENACAO POR BOLHA, NOS MOLDES DO RSPRG018
      *--------------------------------------------------------------*
       048-ORDENAR-BLOCOS.

           PERFORM 049-COMPARAR-TROCAR
              VARYING WS-IDX-BL1  FROM 1 BY 1
                 UNTIL WS-IDX-BL1   >  WS-QTD-BLOCOS - 1
              AFTER   WS-IDX-BL2 FROM 1 BY 1
                 UNTIL WS-IDX-BL2  >  WS-QTD-BLOCOS - WS-IDX-BL1
           .
      *--------------------------------------------------------------*
      *    COMPARAR DUAS POSICOES ADJACENTES E TROCA-LAS SE ESTIVEREM
      *    FORA DE ORDEM
      *--------------------------------------------------------------*
       049-COMPARAR-TROCAR.

           IF   WS-TB-ORDEM (WS-IDX-BL2)  >
                WS-TB-ORDEM (WS-IDX-BL2 + 1)
              MOVE WS-TAB-BLOCO (WS-IDX-BL2)
                                        TO  WS-TAB-BLOCO-AUX
              MOVE WS-TAB-BLOCO (WS-IDX-BL2 + 1)
                                        TO  WS-TAB-BLOCO (WS-IDX-BL2)
              MOVE WS-TAB-BLOCO-AUX
                                  TO  WS-TAB-BLOCO (WS-IDX-BL2 + 1)
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR AS LINHAS DE UM BLOCO COM PENDENCIA. NA QUEBRA DE
      *    PROFESSOR, FECHAR O TOTAL DO ANTERIOR E ABRIR NOVA PAGINA
      *--------------------------------------------------------------*
       050-EMITIR-BLOCO.

           MOVE ZEROS  TO  WS-PEND-BLOCO
           PERFORM 051-SOMAR-PENDENCIA
              VARYING WS-IDX-BIM FROM 1 BY 1
              UNTIL WS-IDX-BIM  >  AS-BIMESTRE-IN
           IF   WS-PEND-BLOCO  >  ZEROS
              ADD  1  TO  WS-CTL-BLOCOS
              IF   WS-CTL-PROFESSORES  =  ZEROS  OR
                   WS-TB-COD-PROF (WS-IDX-BL1)  NOT =  WS-PROF-ANTERIOR
                 IF   WS-CTL-PROFESSORES  >  ZEROS
                    PERFORM 054-EMITIR-TOTAL-PROF
                 END-IF
                 PERFORM 052-EMITIR-CABECALHO
              END-IF
              ADD  WS-PEND-BLOCO  TO  WS-PEND-PROF
              PERFORM 053-EMITIR-DETALHE
                 VARYING WS-IDX-BIM FROM 1 BY 1
                 UNTIL WS-IDX-BIM  >  AS-BIMESTRE-IN
           END-IF
           .
      *--------------------------------------------------------------*
      *    SOMAR AS PENDENCIAS DO BIMESTRE NO TOTAL DO BLOCO
      *--------------------------------------------------------------*
       051-SOMAR-PENDENCIA.

           ADD  WS-TB-PEND (WS-IDX-BL1, WS-IDX-BIM)  TO  WS-PEND-BLOCO
           .
      *--------------------------------------------------------------*
      *    EMITIR O CABECALHO DA PAGINA DO PROFESSOR: TITULO,
      *    IDENTIFICACAO/TELEFONE E LINHA DE COLUNAS
      *--------------------------------------------------------------*
       052-EMITIR-CABECALHO.

           ADD  1  TO  WS-CTL-PROFESSORES
           MOVE WS-TB-COD-PROF (WS-IDX-BL1)  TO  WS-PROF-ANTERIOR
           MOVE ZEROS           TO  WS-PEND-PROF
           PERFORM 057-EMITIR-TITULO
           IF   WS-TB-COD-PROF (WS-IDX-BL1)  =  HIGH-VALUES
              MOVE SPACES       TO  WS-PDP-CODIGO
           ELSE
              MOVE WS-TB-COD-PROF (WS-IDX-BL1)   TO  WS-PDP-CODIGO
           END-IF
           MOVE WS-TB-NOME-PROF (WS-IDX-BL1)  TO  WS-PDP-NOME
           MOVE WS-TB-FONE-PROF (WS-IDX-BL1)  TO  WS-PDP-FONE
           MOVE WS-LIN-PROFESSOR  TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-LIN-TRACO      TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-LIN-COLUNAS    TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    EMITIR A LINHA DA TURMA NO BIMESTRE, QUANDO HA ALUNO
      *    PENDENTE
      *--------------------------------------------------------------*
       053-EMITIR-DETALHE.

           IF   WS-TB-PEND (WS-IDX-BL1, WS-IDX-BIM)  >  ZEROS
              MOVE WS-TB-CURSO     (WS-IDX-BL1)  TO  WS-PDD-CURSO
              MOVE WS-TB-DISC      (WS-IDX-BL1)  TO  WS-PDD-DISC
              MOVE WS-TB-NOME-DISC (WS-IDX-BL1)  TO  WS-PDD-NOME-DISC
              MOVE WS-IDX-BIM                    TO  WS-PDD-BIMESTRE
              MOVE WS-TB-PEND (WS-IDX-BL1, WS-IDX-BIM)
                                                 TO  WS-PDD-PENDENTES
              MOVE WS-TB-MATRIC    (WS-IDX-BL1)  TO  WS-PDD-MATRICULADOS
              MOVE WS-LIN-DETALHE  TO  WS-LIN-IMPRESSA
              PERFORM 056-GRAVAR-LINHA
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR O TOTAL DE PENDENCIAS (ALUNO X BIMESTRE) DO
      *    PROFESSOR CORRENTE
      *--------------------------------------------------------------*
       054-EMITIR-TOTAL-PROF.

           MOVE WS-LIN-TRACO   TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-PEND-PROF   TO  WS-PDT-PENDENTES
           MOVE WS-LIN-TOTAL-PROF  TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO CORPO DO RELATORIO
      *--------------------------------------------------------------*
       056-GRAVAR-LINHA.

           WRITE REG-PENDENC  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING 1 LINE
           IF   WS-FS-PENDENC  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-PENDENC - FS='
                      WS-FS-PENDENC
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O TITULO (ANO E BIMESTRE) NO TOPO DE NOVA PAGINA
      *--------------------------------------------------------------*
       057-EMITIR-TITULO.

           MOVE AS-ANO-IN       TO  WS-PDH-ANO
           MOVE AS-BIMESTRE-IN  TO  WS-PDH-BIMESTRE
           WRITE REG-PENDENC  FROM  WS-LIN-CAB1
              AFTER ADVANCING PAGE
           IF   WS-FS-PENDENC  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-PENDENC - FS='
                      WS-FS-PENDENC
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAR O RELATORIO: TOTAL DO ULTIMO PROFESSOR OU, SEM
      *    NENHUMA PENDENCIA, UMA PAGINA UNICA COM O AVISO
      *--------------------------------------------------------------*
       058-ENCERRAR-RELATORIO.

           IF   RUN-OK
              IF   WS-CTL-PROFESSORES  >  ZEROS
                 PERFORM 054-EMITIR-TOTAL-PROF
              ELSE
                 PERFORM 057-EMITIR-TITULO
                 MOVE WS-LIN-SEM-PENDENCIA  TO  WS-LIN-IMPRESSA
                 PERFORM 056-GRAVAR-LINHA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE ARQ-MATRIC
           CLOSE ARQ-HIST-ANUAL
           CLOSE ARQ-MESTRE
           CLOSE ARQ-DOCENTE
           CLOSE ARQ-DISCIP
           CLOSE ARQ-PENDENC

           IF   RUN-ABENDED
              MOVE 16  TO  RETURN-CODE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TERMINO ANORMAL DO RSPRG022 - RC=16   *'
              DISPLAY ' *   (VER ALERTA(S) ACIMA)                 *'
              DISPLAY ' *========================================*'
           ELSE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG022        *'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * ANO DAS MATRICULAS          = '
                      AS-ANO-IN
              DISPLAY ' * CONFERIDO ATE O BIMESTRE    = '
                      AS-BIMESTRE-IN
              DISPLAY ' * MATRICULAS LIDAS            = '
                      WS-CTL-LIDOS
              DISPLAY ' * SEM REGISTRO NO HISTORICO   = '
                      WS-CTL-SEM-HISTORICO
              DISPLAY ' * ALUNOS FORA DO MESTRE       = '
                      WS-CTL-SEM-CADASTRO
              DISPLAY ' * PENDENCIAS (ALUNO X BIM)    = '
                      WS-CTL-PENDENCIAS
              DISPLAY ' * TURMAS COM PENDENCIA        = '
                      WS-CTL-BLOCOS
              DISPLAY ' * TURMAS SEM DOCENTE          = '
                      WS-CTL-SEM-DOCENTE
              DISPLAY ' * PAGINAS DE PROFESSOR        = '
                      WS-CTL-PROFESSORES
              DISPLAY ' *========================================*'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' *      TERMINO NORMAL DO RSPRG022        *'
              DISPLAY ' *----------------------------------------*'
           END-IF
           .
      *---------------> FIM DO PROGRAMA RSPRG022 <-------------------*
