       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG025.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: PROJECAO DA NOTA NECESSARIA NOS BIMESTRES
      *           RESTANTES (ALERTA PRECOCE DE REPROVACAO). RODA APOS
      *           O 2O E O 3O BIMESTRES SOBRE O HISTORICO ANUAL
      *           (ARQ-HIST-ANUAL): PARA CADA ALUNO + DISCIPLINA COM
      *           MENOS DE 4 BIMESTRES RECEBIDOS, SOMA OS PONTOS JA
      *           OBTIDOS (NOTA X PESO DE CADA BIMESTRE RECEBIDO, COM
      *           OS PESOS PR-PESO-B1..B4 DO ARQ-PARAM) E CALCULA A
      *           MEDIA MINIMA QUE O ALUNO PRECISA TIRAR NOS
      *           BIMESTRES QUE FALTAM PARA ATINGIR A NOTA DE
      *           APROVACAO (PR-NOTA-APROV) E A DE RECUPERACAO
      *           (PR-NOTA-RECUP) - MESMA MEDIA PONDERADA DO
      *           035-CALCULAR-MEDIA-ANUAL DO RSPRG003. A LISTAGEM
      *           (ARQ-PROJECAO, 132 COLUNAS) SAI AGRUPADA POR CURSO
      *           (UMA PAGINA POR CURSO, ORDENADA POR DISCIPLINA E
      *           ALUNO), COM ALERTA PARA QUEM JA NAO PODE SER
      *           APROVADO (NECESSIDADE ACIMA DE 10,00), PARA QUEM
      *           NAO ALCANCA NEM A RECUPERACAO E PARA QUEM PRECISA
      *           DE MEDIA ACIMA DA NOTA DE CORTE INFORMADA NA SYSIN.
      *           CADA TURMA (CURSO + DISCIPLINA) FECHA COM A
      *           CONTAGEM POR ALERTA, REPETIDA NA PAGINA FINAL DE
      *           RESUMO PARA A COORDENACAO.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  010042  VERSAO INICIAL - PROJECAO DA NOTA
      *                          NECESSARIA NOS BIMESTRES RESTANTES
      *                          POR CURSO E RESUMO POR TURMA
      *  V02    10/2026  010042  ALUNO COM O VINCULO ENCERRADO NO
      *                          ANO (HA-SIT-FINAL 'TRANCADO',
      *                          'CANCELADO' OU 'TRANSFERIDO' -
      *                          RSPRG005) NAO E PROJETADO, COMO NO
      *                          RSPRG024; TABELA DE TURMAS CHEIA
      *                          PASSA A SER ABEND CONTROLADO (RC=16)
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

           SELECT ARQ-PROJECAO     ASSIGN TO PROJECAO
                  FILE STATUS  IS WS-FS-PROJECAO.

           SELECT ARQ-PARAM        ASSIGN TO PARAM
                  FILE STATUS  IS WS-FS-PARAM.

           SELECT ARQ-CLASSIF      ASSIGN TO SORTWK1.
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

      *-----> SAIDA - PROJECAO POR CURSO E RESUMO POR TURMA (132
      *       COLUNAS)
       FD  ARQ-PROJECAO
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-PROJECAO              PIC X(132).

      *-----> PARAMETROS DE NEGOCIO - MESMO ARQUIVO E LAYOUT LIDOS
      *       PELO RSPRG002 E RSPRG003 (NOTAS DE CORTE E PESOS)
       FD  ARQ-PARAM
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-PARAM                 PIC X(32).

      *-----> ARQUIVO DE CLASSIFICACAO - UM REGISTRO POR ALUNO +
      *       DISCIPLINA PROJETADO, ORDENADO POR CURSO, DISCIPLINA E
      *       ALUNO
       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05  CL-TURMA.
               10  CL-CURSO               PIC X(12).
               10  CL-DISCIPLINA          PIC X(03).
           05  CL-NUMERO              PIC 9(04).
           05  CL-NOME                PIC X(20).
           05  CL-QTD-BIM             PIC 9(01).
           05  CL-MEDIA-PARCIAL       PIC 9(02)V99.
           05  CL-NEC-APROV           PIC 9(03)V99.
           05  CL-NEC-RECUP           PIC 9(03)V99.
           05  CL-ALERTA              PIC X(01).
               88  CL-REPROVACAO-CERTA           VALUE 'R'.
               88  CL-APROV-IMPOSSIVEL           VALUE 'I'.
               88  CL-ACIMA-DO-CORTE             VALUE 'C'.
               88  CL-APROV-GARANTIDA            VALUE 'G'.
               88  CL-SEM-ALERTA                 VALUE ' '.

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
           05  WS-FS-PROJECAO         PIC X(02)    VALUE ZEROS.
           05  WS-FS-PARAM            PIC X(02)    VALUE ZEROS.
           05  WS-SW-FIM-HIST         PIC X(01)    VALUE 'N'.
               88  FIM-HIST                      VALUE 'S'.
           05  WS-SW-FIM-CLASSIF      PIC X(01)    VALUE 'N'.
               88  FIM-CLASSIF                   VALUE 'S'.
           05  WS-PESO-SOMA           PIC 9(02)V99 VALUE ZEROS.
           05  WS-PONTOS              PIC 9(02)V9(04) VALUE ZEROS.
           05  WS-PESO-RECEBIDO       PIC 9V99     VALUE ZEROS.
           05  WS-PESO-RESTANTE       PIC 9V99     VALUE ZEROS.
           05  WS-NECESSIDADE         PIC S9(03)V99 VALUE ZEROS.
           05  WS-CURSO-ANTERIOR      PIC X(12)    VALUE SPACES.
           05  WS-TURMA-ANTERIOR      PIC X(15)    VALUE SPACES.
           05  WS-CTL-LIDOS           PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-ANO-COMPLETO    PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-ENCERRADOS      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-PROJETADOS      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-GARANTIDA       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-ACIMA-CORTE     PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-IMPOSSIVEL      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-REPROV-CERTA    PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-TURMAS          PIC 9(06)    VALUE ZEROS.
           05  WS-IDX-TU1             PIC 9(04)    VALUE ZEROS.

      *-----> NOTAS DE CORTE E PESOS VIGENTES (CARREGADOS DO
      *       ARQ-PARAM) E NOTA DE CORTE DO ALERTA (SYSIN)
       01  WS-AREA-NOTAS.
           05  WS-NOTA-APROV          PIC 9(02)V99 VALUE 7,00.
           05  WS-NOTA-RECUP          PIC 9(02)V99 VALUE 5,00.
           05  WS-NOTA-CORTE          PIC 9(02)V99 VALUE 8,00.
           05  WS-PESO-B1             PIC 9V99     VALUE 0,25.
           05  WS-PESO-B2             PIC 9V99     VALUE 0,25.
           05  WS-PESO-B3             PIC 9V99     VALUE 0,25.
           05  WS-PESO-B4             PIC 9V99     VALUE 0,25.

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

      *-----> ENTRADA - NOTA DE CORTE DO ALERTA (9999 = 99,99; EM
      *       BRANCO = 8,00), VIA SYSIN
       01  WS-REG-SYSIN.
           05  AS-NOTA-CORTE-IN       PIC 9(02)V99.
           05  AS-NOTA-CORTE-ALFA     REDEFINES AS-NOTA-CORTE-IN
                                      PIC X(04).
           05  FILLER                 PIC X(76).

      *-----> TABELA DO RESUMO POR TURMA - UMA OCORRENCIA POR CURSO +
      *       DISCIPLINA, JA NA ORDEM DA CLASSIFICACAO (100 TURMAS
      *       COBREM A GRADE COM FOLGA, COMO NO RSPRG018; ESTOURO E
      *       ABEND CONTROLADO)
       01  WS-TAB-TURMAS.
           05  WS-QTD-TURMAS          PIC 9(04)    VALUE ZEROS.
           05  WS-TAB-TURMA           OCCURS 100 TIMES.
               10  WS-TT-CURSO            PIC X(12).
               10  WS-TT-DISC             PIC X(03).
               10  WS-TT-ALUNOS           PIC 9(06).
               10  WS-TT-GARANTIDA        PIC 9(06).
               10  WS-TT-ACIMA-CORTE      PIC 9(06).
               10  WS-TT-IMPOSSIVEL       PIC 9(06).
               10  WS-TT-REPROV-CERTA     PIC 9(06).

      *-----> CONTADORES DA TURMA CORRENTE NA SAIDA DA CLASSIFICACAO
      *       (MESMO LAYOUT DE UMA OCORRENCIA DE WS-TAB-TURMA)
       01  WS-TURMA-ATUAL.
           05  WS-TA-CURSO            PIC X(12).
           05  WS-TA-DISC             PIC X(03).
           05  WS-TA-ALUNOS           PIC 9(06).
           05  WS-TA-GARANTIDA        PIC 9(06).
           05  WS-TA-ACIMA-CORTE      PIC 9(06).
           05  WS-TA-IMPOSSIVEL       PIC 9(06).
           05  WS-TA-REPROV-CERTA     PIC 9(06).

      *-----> LINHAS DO RELATORIO (132 COLUNAS)
       01  WS-LIN-CAB1.
           05  FILLER                 PIC X(43)    VALUE
               ' PROJECAO DE NOTA NECESSARIA NOS BIMESTRES '.
           05  FILLER                 PIC X(19)    VALUE
               'RESTANTES - CURSO: '.
           05  WS-PJH-CURSO           PIC X(12).
           05  FILLER                 PIC X(16)    VALUE
               '  NOTA DE CORTE '.
           05  WS-PJH-CORTE           PIC Z9,99.
           05  FILLER                 PIC X(37)    VALUE SPACES.

       01  WS-LIN-CAB2.
           05  FILLER                 PIC X(12)    VALUE
               ' APROVACAO: '.
           05  WS-PJH-APROV           PIC Z9,99.
           05  FILLER                 PIC X(15)    VALUE
               '  RECUPERACAO: '.
           05  WS-PJH-RECUP           PIC Z9,99.
           05  FILLER                 PIC X(95)    VALUE SPACES.

       01  WS-LIN-COLUNAS.
           05  FILLER                 PIC X(07)    VALUE ' NUM   '.
           05  FILLER                 PIC X(22)    VALUE
               'NOME DO ALUNO'.
           05  FILLER                 PIC X(04)    VALUE 'DIS '.
           05  FILLER                 PIC X(06)    VALUE ' BIM  '.
           05  FILLER                 PIC X(10)    VALUE 'MED.PARC  '.
           05  FILLER                 PIC X(11)    VALUE
               'NEC.APROV  '.
           05  FILLER                 PIC X(11)    VALUE
               'NEC.RECUP  '.
           05  FILLER                 PIC X(25)    VALUE 'ALERTA'.
           05  FILLER                 PIC X(36)    VALUE SPACES.

       01  WS-LIN-DETALHE.
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-PJD-NUMERO          PIC 9(04).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-PJD-NOME            PIC X(20).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-PJD-DISC            PIC X(03).
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-PJD-QTD-BIM         PIC 9(01).
           05  FILLER                 PIC X(05)    VALUE SPACES.
           05  WS-PJD-MEDIA           PIC Z9,99.
           05  FILLER                 PIC X(05)    VALUE SPACES.
           05  WS-PJD-NEC-APROV       PIC ZZ9,99.
           05  FILLER                 PIC X(05)    VALUE SPACES.
           05  WS-PJD-NEC-RECUP       PIC ZZ9,99.
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-PJD-ALERTA          PIC X(25).
           05  FILLER                 PIC X(36)    VALUE SPACES.

       01  WS-LIN-CAB-RESUMO.
           05  FILLER                 PIC X(45)    VALUE
               ' RESUMO DA PROJECAO POR TURMA - COORDENACAO  '.
           05  FILLER                 PIC X(16)    VALUE
               '  NOTA DE CORTE '.
           05  WS-PJR-CORTE           PIC Z9,99.
           05  FILLER                 PIC X(66)    VALUE SPACES.

       01  WS-LIN-COL-TURMA.
           05  FILLER                 PIC X(14)    VALUE
               ' CURSO        '.
           05  FILLER                 PIC X(05)    VALUE 'DIS  '.
           05  FILLER                 PIC X(10)    VALUE 'ALUNOS    '.
           05  FILLER                 PIC X(10)    VALUE 'GARANTIDA '.
           05  FILLER                 PIC X(10)    VALUE 'ACIMA CRT '.
           05  FILLER                 PIC X(10)    VALUE 'IMPOSSIVEL'.
           05  FILLER                 PIC X(10)    VALUE 'REPR.CERTA'.
           05  FILLER                 PIC X(63)    VALUE SPACES.

       01  WS-LIN-TURMA.
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-PJT-CURSO           PIC X(12).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-PJT-DISC            PIC X(03).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-PJT-ALUNOS          PIC ZZZZZ9.
           05  FILLER                 PIC X(04)    VALUE SPACES.
           05  WS-PJT-GARANTIDA       PIC ZZZZZ9.
           05  FILLER                 PIC X(04)    VALUE SPACES.
           05  WS-PJT-ACIMA-CORTE     PIC ZZZZZ9.
           05  FILLER                 PIC X(04)    VALUE SPACES.
           05  WS-PJT-IMPOSSIVEL      PIC ZZZZZ9.
           05  FILLER                 PIC X(04)    VALUE SPACES.
           05  WS-PJT-REPROV-CERTA    PIC ZZZZZ9.
           05  FILLER                 PIC X(67)    VALUE SPACES.

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
       000-RSPRG025.

           PERFORM 010-INICIAR
           IF   RUN-OK
              SORT ARQ-CLASSIF
                   ON ASCENDING KEY CL-CURSO
                                    CL-DISCIPLINA
                                    CL-NUMERO
                   INPUT PROCEDURE  IS 040-SELECIONAR-REGISTROS
                   OUTPUT PROCEDURE IS 060-EMITIR-PROJECAO
              IF   SORT-RETURN  NOT =  ZERO
                 DISPLAY ' *** ERRO NA CLASSIFICACAO DA PROJECAO -'
                         ' SORT-RETURN='  SORT-RETURN
                 MOVE 'S'  TO  WS-SW-ABEND
              END-IF
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 012-LER-PARAMETROS
           IF   RUN-OK
              PERFORM 015-RECEBER-SYSIN
           END-IF
           IF   RUN-OK
              OPEN INPUT ARQ-HIST-ANUAL
              OPEN OUTPUT ARQ-PROJECAO
              IF   WS-FS-HISTANUAL  NOT =  '00'  OR
                   WS-FS-PROJECAO   NOT =  '00'
                 DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS -'
                         ' HISTANUAL='  WS-FS-HISTANUAL
                         ' PROJECAO='   WS-FS-PROJECAO
                 MOVE 'S'  TO  WS-SW-ABEND
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER E VALIDAR AS NOTAS DE CORTE E OS PESOS NO ARQ-PARAM.
      *    ARQUIVO AUSENTE, VAZIO OU FORA DE FAIXA E ABEND CONTROLADO
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
      *    CONSISTIR OS PARAMETROS E CARREGA-LOS NOS CAMPOS VIGENTES
      *--------------------------------------------------------------*
       013-VALIDAR-PARAMETROS.

           IF   WS-REG-PARAM  NOT NUMERIC
              DISPLAY ' *** PARAMETRO NAO NUMERICO NO ARQ-PARAM'
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              COMPUTE WS-PESO-SOMA = PR-PESO-B1 + PR-PESO-B2 +
                                     PR-PESO-B3 + PR-PESO-B4
              PERFORM 014-CONSISTIR-FAIXAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONSISTIR AS FAIXAS DOS PARAMETROS (JA CONFERIDOS COMO
      *    NUMERICOS) E CARREGA-LOS NOS CAMPOS VIGENTES
      *--------------------------------------------------------------*
       014-CONSISTIR-FAIXAS.

           EVALUATE TRUE
              WHEN PR-NOTA-APROV  >  9,99  OR
                   PR-NOTA-RECUP  >=  PR-NOTA-APROV
                 DISPLAY ' *** NOTAS DE CORTE FORA DE FAIXA -'
                         ' APROV='  PR-NOTA-APROV
                         ' RECUP='  PR-NOTA-RECUP
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN WS-PESO-SOMA  NOT =  1,00
                 DISPLAY ' *** PESOS DOS BIMESTRES NAO SOMAM 1,00 -'
                         ' SOMA='  WS-PESO-SOMA
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN OTHER
                 MOVE PR-NOTA-APROV   TO  WS-NOTA-APROV
                 MOVE PR-NOTA-RECUP   TO  WS-NOTA-RECUP
                 MOVE PR-PESO-B1      TO  WS-PESO-B1
                 MOVE PR-PESO-B2      TO  WS-PESO-B2
                 MOVE PR-PESO-B3      TO  WS-PESO-B3
                 MOVE PR-PESO-B4      TO  WS-PESO-B4
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    RECEBER A NOTA DE CORTE DO ALERTA DA SYSIN (EM BRANCO
      *    MANTEM O PADRAO DE 8,00)
      *--------------------------------------------------------------*
       015-RECEBER-SYSIN.

           ACCEPT WS-REG-SYSIN  FROM SYSIN
           EVALUATE TRUE
              WHEN AS-NOTA-CORTE-ALFA  =  SPACES
                 CONTINUE
              WHEN AS-NOTA-CORTE-IN  NOT NUMERIC
                 DISPLAY ' *** NOTA DE CORTE NAO NUMERICA NA SYSIN - '
                         AS-NOTA-CORTE-ALFA
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN AS-NOTA-CORTE-IN  >  10,00
                 DISPLAY ' *** NOTA DE CORTE ACIMA DE 10,00 - '
                         AS-NOTA-CORTE-IN
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN OTHER
                 MOVE AS-NOTA-CORTE-IN  TO  WS-NOTA-CORTE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ENTRADA DA CLASSIFICACAO - LER O HISTORICO INTEIRO E
      *    LIBERAR A PROJECAO DE CADA ALUNO + DISCIPLINA COM O ANO
      *    AINDA INCOMPLETO
      *--------------------------------------------------------------*
       040-SELECIONAR-REGISTROS.

           MOVE 'N'  TO  WS-SW-FIM-HIST
           PERFORM 042-LER-HISTORICO
           PERFORM 044-PROJETAR-REGISTRO
              UNTIL FIM-HIST
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO HISTORICO ANUAL
      *--------------------------------------------------------------*
       042-LER-HISTORICO.

           READ ARQ-HIST-ANUAL NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-HIST
              NOT AT END
                 ADD  1  TO  WS-CTL-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROJETAR O REGISTRO CORRENTE QUANDO AINDA FALTA BIMESTRE
      *    (O ANO COMPLETO JA TEM SITUACAO FINAL NO RSPRG003). ALUNO
      *    COM O VINCULO ENCERRADO NO ANO (RSPRG005) NAO E PROJETADO
      *--------------------------------------------------------------*
       044-PROJETAR-REGISTRO.

           EVALUATE TRUE
              WHEN HA-SIT-FINAL  =  'TRANCADO'     OR
                   HA-SIT-FINAL  =  'CANCELADO'    OR
                   HA-SIT-FINAL  =  'TRANSFERIDO'
                 ADD  1  TO  WS-CTL-ENCERRADOS
              WHEN HA-QTD-BIM-RECEBIDOS  <  4
                 PERFORM 046-CALCULAR-NECESSIDADE
                 IF   WS-PESO-RESTANTE  >  ZEROS  AND
                      WS-PESO-RECEBIDO  >  ZEROS
                    ADD  1  TO  WS-CTL-PROJETADOS
                    RELEASE REG-CLASSIF
                 END-IF
              WHEN OTHER
                 ADD  1  TO  WS-CTL-ANO-COMPLETO
           END-EVALUATE
           PERFORM 042-LER-HISTORICO
           .
      *--------------------------------------------------------------*
      *    SOMAR OS PONTOS DOS BIMESTRES RECEBIDOS E O PESO QUE
      *    FALTA, E CALCULAR A MEDIA NECESSARIA NOS BIMESTRES
      *    RESTANTES PARA A APROVACAO E PARA A RECUPERACAO:
      *    NECESSIDADE = (NOTA DE CORTE - PONTOS) / PESO RESTANTE
      *--------------------------------------------------------------*
       046-CALCULAR-NECESSIDADE.

           MOVE ZEROS  TO  WS-PONTOS
           MOVE ZEROS  TO  WS-PESO-RECEBIDO
           IF   HA-RECEBIDO-B1  =  'S'
              COMPUTE WS-PONTOS = WS-PONTOS + HA-NOTA-B1 * WS-PESO-B1
              ADD  WS-PESO-B1  TO  WS-PESO-RECEBIDO
           END-IF
           IF   HA-RECEBIDO-B2  =  'S'
              COMPUTE WS-PONTOS = WS-PONTOS + HA-NOTA-B2 * WS-PESO-B2
              ADD  WS-PESO-B2  TO  WS-PESO-RECEBIDO
           END-IF
           IF   HA-RECEBIDO-B3  =  'S'
              COMPUTE WS-PONTOS = WS-PONTOS + HA-NOTA-B3 * WS-PESO-B3
              ADD  WS-PESO-B3  TO  WS-PESO-RECEBIDO
           END-IF
           IF   HA-RECEBIDO-B4  =  'S'
              COMPUTE WS-PONTOS = WS-PONTOS + HA-NOTA-B4 * WS-PESO-B4
              ADD  WS-PESO-B4  TO  WS-PESO-RECEBIDO
           END-IF
           COMPUTE WS-PESO-RESTANTE = 1 - WS-PESO-RECEBIDO

           IF   WS-PESO-RESTANTE  >  ZEROS  AND
                WS-PESO-RECEBIDO  >  ZEROS
              MOVE HA-CURSO              TO  CL-CURSO
              MOVE HA-DISCIPLINA         TO  CL-DISCIPLINA
              MOVE HA-NUMERO             TO  CL-NUMERO
              MOVE HA-NOME               TO  CL-NOME
              MOVE HA-QTD-BIM-RECEBIDOS  TO  CL-QTD-BIM
              COMPUTE CL-MEDIA-PARCIAL  ROUNDED  =
                      WS-PONTOS / WS-PESO-RECEBIDO
              COMPUTE WS-NECESSIDADE  ROUNDED  =
                      (WS-NOTA-APROV - WS-PONTOS) / WS-PESO-RESTANTE
              IF   WS-NECESSIDADE  <  ZEROS
                 MOVE ZEROS           TO  CL-NEC-APROV
              ELSE
                 MOVE WS-NECESSIDADE  TO  CL-NEC-APROV
              END-IF
              COMPUTE WS-NECESSIDADE  ROUNDED  =
                      (WS-NOTA-RECUP - WS-PONTOS) / WS-PESO-RESTANTE
              IF   WS-NECESSIDADE  <  ZEROS
                 MOVE ZEROS           TO  CL-NEC-RECUP
              ELSE
                 MOVE WS-NECESSIDADE  TO  CL-NEC-RECUP
              END-IF
              PERFORM 048-CLASSIFICAR-ALERTA
           END-IF
           .
      *--------------------------------------------------------------*
      *    CLASSIFICAR O ALERTA DA PROJECAO (NOTA MAXIMA POR
      *    BIMESTRE = 10,00)
      *--------------------------------------------------------------*
       048-CLASSIFICAR-ALERTA.

           EVALUATE TRUE
              WHEN CL-NEC-RECUP  >  10,00
                 MOVE 'R'  TO  CL-ALERTA
              WHEN CL-NEC-APROV  >  10,00
                 MOVE 'I'  TO  CL-ALERTA
              WHEN CL-NEC-APROV  >  WS-NOTA-CORTE
                 MOVE 'C'  TO  CL-ALERTA
              WHEN CL-NEC-APROV  =  ZEROS
                 MOVE 'G'  TO  CL-ALERTA
              WHEN OTHER
                 MOVE ' '  TO  CL-ALERTA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    SAIDA DA CLASSIFICACAO - EMITIR A PROJECAO POR CURSO COM
      *    QUEBRA POR TURMA E, NO FIM, O RESUMO POR TURMA
      *--------------------------------------------------------------*
       060-EMITIR-PROJECAO.

           IF   RUN-OK
              MOVE 'N'  TO  WS-SW-FIM-CLASSIF
              PERFORM 062-RETORNAR-REGISTRO
              PERFORM 064-TRATAR-REGISTRO
                 UNTIL FIM-CLASSIF  OR  RUN-ABENDED
              IF   WS-CTL-TURMAS  >  ZEROS  AND  RUN-OK
                 PERFORM 068-FECHAR-TURMA
                 PERFORM 070-EMITIR-RESUMO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    OBTER O PROXIMO REGISTRO CLASSIFICADO
      *--------------------------------------------------------------*
       062-RETORNAR-REGISTRO.

           RETURN ARQ-CLASSIF
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-CLASSIF
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    TRATAR AS QUEBRAS DE TURMA E DE CURSO E EMITIR A LINHA DO
      *    ALUNO + DISCIPLINA
      *--------------------------------------------------------------*
       064-TRATAR-REGISTRO.

           IF   WS-CTL-TURMAS  =  ZEROS  OR
                CL-TURMA  NOT =  WS-TURMA-ANTERIOR
              IF   WS-CTL-TURMAS  >  ZEROS
                 PERFORM 068-FECHAR-TURMA
              END-IF
              IF   WS-CTL-TURMAS  =  ZEROS  OR
                   CL-CURSO  NOT =  WS-CURSO-ANTERIOR
                 PERFORM 066-EMITIR-CABECALHO
              END-IF
              PERFORM 067-ABRIR-TURMA
           END-IF
           PERFORM 069-EMITIR-DETALHE
           PERFORM 062-RETORNAR-REGISTRO
           .
      *--------------------------------------------------------------*
      *    EMITIR O CABECALHO DO CURSO EM NOVA PAGINA
      *--------------------------------------------------------------*
       066-EMITIR-CABECALHO.

           MOVE CL-CURSO       TO  WS-CURSO-ANTERIOR
           MOVE CL-CURSO       TO  WS-PJH-CURSO
           MOVE WS-NOTA-CORTE  TO  WS-PJH-CORTE
           MOVE WS-LIN-CAB1    TO  WS-LIN-IMPRESSA
           PERFORM 057-GRAVAR-TOPO
           MOVE WS-NOTA-APROV  TO  WS-PJH-APROV
           MOVE WS-NOTA-RECUP  TO  WS-PJH-RECUP
           MOVE WS-LIN-CAB2    TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-LIN-TRACO   TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-LIN-COLUNAS TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    ABRIR A TURMA (CURSO + DISCIPLINA) CORRENTE, ZERANDO OS
      *    CONTADORES
      *--------------------------------------------------------------*
       067-ABRIR-TURMA.

           ADD  1  TO  WS-CTL-TURMAS
           MOVE CL-TURMA       TO  WS-TURMA-ANTERIOR
           MOVE CL-CURSO       TO  WS-TA-CURSO
           MOVE CL-DISCIPLINA  TO  WS-TA-DISC
           MOVE ZEROS          TO  WS-TA-ALUNOS
           MOVE ZEROS          TO  WS-TA-GARANTIDA
           MOVE ZEROS          TO  WS-TA-ACIMA-CORTE
           MOVE ZEROS          TO  WS-TA-IMPOSSIVEL
           MOVE ZEROS          TO  WS-TA-REPROV-CERTA
           .
      *--------------------------------------------------------------*
      *    FECHAR A TURMA: LINHA DE CONTAGEM POR ALERTA E GUARDA NA
      *    TABELA DO RESUMO. TABELA CHEIA INTERROMPE A EXECUCAO - O
      *    RESUMO SAIRIA SEM AS TURMAS EXCEDENTES
      *--------------------------------------------------------------*
       068-FECHAR-TURMA.

           MOVE WS-TA-CURSO         TO  WS-PJT-CURSO
           MOVE WS-TA-DISC          TO  WS-PJT-DISC
           MOVE WS-TA-ALUNOS        TO  WS-PJT-ALUNOS
           MOVE WS-TA-GARANTIDA     TO  WS-PJT-GARANTIDA
           MOVE WS-TA-ACIMA-CORTE   TO  WS-PJT-ACIMA-CORTE
           MOVE WS-TA-IMPOSSIVEL    TO  WS-PJT-IMPOSSIVEL
           MOVE WS-TA-REPROV-CERTA  TO  WS-PJT-REPROV-CERTA
           MOVE WS-LIN-TRACO        TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-LIN-COL-TURMA    TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-LIN-TURMA        TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE SPACES              TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           IF   WS-QTD-TURMAS  <  100
              ADD  1  TO  WS-QTD-TURMAS
              MOVE WS-TURMA-ATUAL  TO  WS-TAB-TURMA (WS-QTD-TURMAS)
           ELSE
              DISPLAY ' *** TABELA DE TURMAS CHEIA (100) -'
                      ' CURSO '  WS-TA-CURSO
                      ' DISC '   WS-TA-DISC
                      ' SEM POSICAO - AMPLIAR A TABELA'
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR A LINHA DO ALUNO + DISCIPLINA E CONTAR O ALERTA NA
      *    TURMA E NOS TOTAIS
      *--------------------------------------------------------------*
       069-EMITIR-DETALHE.

           ADD  1  TO  WS-TA-ALUNOS
           EVALUATE TRUE
              WHEN CL-REPROVACAO-CERTA
                 ADD  1  TO  WS-TA-REPROV-CERTA
                 ADD  1  TO  WS-CTL-REPROV-CERTA
                 MOVE '** NEM RECUPERACAO **'  TO  WS-PJD-ALERTA
              WHEN CL-APROV-IMPOSSIVEL
                 ADD  1  TO  WS-TA-IMPOSSIVEL
                 ADD  1  TO  WS-CTL-IMPOSSIVEL
                 MOVE '** APROVACAO IMPOSSIVEL'  TO  WS-PJD-ALERTA
              WHEN CL-ACIMA-DO-CORTE
                 ADD  1  TO  WS-TA-ACIMA-CORTE
                 ADD  1  TO  WS-CTL-ACIMA-CORTE
                 MOVE '*  ACIMA DA NOTA DE CORTE'  TO  WS-PJD-ALERTA
              WHEN CL-APROV-GARANTIDA
                 ADD  1  TO  WS-TA-GARANTIDA
                 ADD  1  TO  WS-CTL-GARANTIDA
                 MOVE 'APROVACAO GARANTIDA'  TO  WS-PJD-ALERTA
              WHEN OTHER
                 MOVE SPACES  TO  WS-PJD-ALERTA
           END-EVALUATE
           MOVE CL-NUMERO         TO  WS-PJD-NUMERO
           MOVE CL-NOME           TO  WS-PJD-NOME
           MOVE CL-DISCIPLINA     TO  WS-PJD-DISC
           MOVE CL-QTD-BIM        TO  WS-PJD-QTD-BIM
           MOVE CL-MEDIA-PARCIAL  TO  WS-PJD-MEDIA
           MOVE CL-NEC-APROV      TO  WS-PJD-NEC-APROV
           MOVE CL-NEC-RECUP      TO  WS-PJD-NEC-RECUP
           MOVE WS-LIN-DETALHE    TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    EMITIR A PAGINA DE RESUMO POR TURMA PARA A COORDENACAO
      *--------------------------------------------------------------*
       070-EMITIR-RESUMO.

           MOVE WS-NOTA-CORTE      TO  WS-PJR-CORTE
           MOVE WS-LIN-CAB-RESUMO  TO  WS-LIN-IMPRESSA
           PERFORM 057-GRAVAR-TOPO
           MOVE WS-LIN-TRACO       TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-LIN-COL-TURMA   TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           PERFORM 072-EMITIR-LINHA-RESUMO
              VARYING WS-IDX-TU1 FROM 1 BY 1
              UNTIL WS-IDX-TU1  >  WS-QTD-TURMAS
                 OR RUN-ABENDED
           .
      *--------------------------------------------------------------*
      *    EMITIR A LINHA DE UMA TURMA NO RESUMO
      *--------------------------------------------------------------*
       072-EMITIR-LINHA-RESUMO.

           MOVE WS-TT-CURSO (WS-IDX-TU1)     TO  WS-PJT-CURSO
           MOVE WS-TT-DISC (WS-IDX-TU1)      TO  WS-PJT-DISC
           MOVE WS-TT-ALUNOS (WS-IDX-TU1)    TO  WS-PJT-ALUNOS
           MOVE WS-TT-GARANTIDA (WS-IDX-TU1) TO  WS-PJT-GARANTIDA
           MOVE WS-TT-ACIMA-CORTE (WS-IDX-TU1)
                                             TO  WS-PJT-ACIMA-CORTE
           MOVE WS-TT-IMPOSSIVEL (WS-IDX-TU1)
                                             TO  WS-PJT-IMPOSSIVEL
           MOVE WS-TT-REPROV-CERTA (WS-IDX-TU1)
                                             TO  WS-PJT-REPROV-CERTA
           MOVE WS-LIN-TURMA  TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO CORPO DO RELATORIO
      *--------------------------------------------------------------*
       056-GRAVAR-LINHA.

           WRITE REG-PROJECAO  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING 1 LINE
           IF   WS-FS-PROJECAO  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-PROJECAO - FS='
                      WS-FS-PROJECAO
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A PRIMEIRA LINHA DE UMA NOVA PAGINA
      *--------------------------------------------------------------*
       057-GRAVAR-TOPO.

           WRITE REG-PROJECAO  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING PAGE
           IF   WS-FS-PROJECAO  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-PROJECAO - FS='
                      WS-FS-PROJECAO
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE ARQ-HIST-ANUAL
           CLOSE ARQ-PROJECAO

           IF   RUN-ABENDED
              MOVE 16  TO  RETURN-CODE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TERMINO ANORMAL DO RSPRG025 - RC=16   *'
              DISPLAY ' *   (VER ALERTA(S) ACIMA)                 *'
              DISPLAY ' *========================================*'
           ELSE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG025        *'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * NOTA DE CORTE DO ALERTA     = '
                      WS-NOTA-CORTE
              DISPLAY ' * REGISTROS LIDOS             = '
                      WS-CTL-LIDOS
              DISPLAY ' * COM O ANO JA COMPLETO       = '
                      WS-CTL-ANO-COMPLETO
              DISPLAY ' * COM O VINCULO ENCERRADO     = '
                      WS-CTL-ENCERRADOS
              DISPLAY ' * ALUNO+DISCIPLINA PROJETADOS = '
                      WS-CTL-PROJETADOS
              DISPLAY ' * APROVACAO GARANTIDA         = '
                      WS-CTL-GARANTIDA
              DISPLAY ' * ACIMA DA NOTA DE CORTE      = '
                      WS-CTL-ACIMA-CORTE
              DISPLAY ' * APROVACAO IMPOSSIVEL        = '
                      WS-CTL-IMPOSSIVEL
              DISPLAY ' * NEM RECUPERACAO POSSIVEL    = '
                      WS-CTL-REPROV-CERTA
              DISPLAY ' * TURMAS                      = '
                      WS-CTL-TURMAS
              DISPLAY ' *========================================*'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' *      TERMINO NORMAL DO RSPRG025        *'
              DISPLAY ' *----------------------------------------*'
           END-IF
           .
      *---------------> FIM DO PROGRAMA RSPRG025 <-------------------*
