       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG029.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: REMATRICULA AUTOMATICA DO ANO LETIVO SEGUINTE. LE
      *           O RESULTADO DA APURACAO FINAL DO RSPRG010 (ARQ-
      *           APURACAO: LINHAS DE DEPENDENCIA SEGUIDAS DA LINHA DE
      *           RESUMO DE CADA ALUNO) DO ANO ENCERRADO PELO RSPRG007
      *           E, COM A SERIE DE CADA DISCIPLINA NO CADASTRO (ARQ-
      *           DISCIP, DC-SERIE) E AS MATRICULAS DO ANO (ARQ-
      *           MATRIC), DECIDE O ANO SEGUINTE DE CADA ALUNO:
      *           APROVADO NO ANO E PROMOVIDO PARA A SERIE SEGUINTE;
      *           COM DEPENDENCIAS ATE O LIMITE DA SYSIN TAMBEM E
      *           PROMOVIDO, LEVANDO AS DISCIPLINAS NAO APROVADAS
      *           COMO DEPENDENCIA; ACIMA DO LIMITE E RETIDO E REPETE
      *           A SERIE (AS DEPENDENCIAS DE SERIES ANTERIORES
      *           CONTINUAM). PROMOVIDO NA ULTIMA SERIE DO CURSO E
      *           CONCLUINTE (SO LEVA AS DEPENDENCIAS, SE HOUVER).
      *           GERA OS MOVIMENTOS DE INCLUSAO NO LAYOUT DE ENTRADA
      *           DO RSPRG013 (ARQ-REMATRIC), SEM APLICA-LOS, E A
      *           PREVIA PARA CONFERENCIA DA SECRETARIA (ARQ-PREVIA)
      *           ANTES DE O RSPRG013 RODAR. ALUNO TRANCADO,
      *           CANCELADO OU TRANSFERIDO (NA APURACAO OU NO
      *           MESTRE) FICA FORA DA REMATRICULA E SAI NA PREVIA
      *           COMO EXCLUIDO; ALUNO QUE NAO PODE SER TRATADO SAI
      *           NA LISTAGEM DE EXCECOES - INCLUSIVE O ALUNO QUE O
      *           RSPRG010 APUROU SEM HISTORICO ANUAL ('*SEM
      *           HISTORICO ANUAL'), CUJAS LINHAS 'SEM NOTA LANCADA'
      *           NAO SAO DEPENDENCIAS DE FATO. A APURACAO TEM DE SER
      *           DO ANO DA SYSIN: A ULTIMA EXECUCAO DO RSPRG010
      *           REGISTRADA NO ARQ-CONTROLE (DE QUALQUER ANO - E A
      *           QUE GRAVOU O ARQ-APURACAO) PRECISA SER DO ANO DA
      *           SYSIN E TER RC=0, SENAO RC=16.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  010048  VERSAO INICIAL - REMATRICULA DO ANO
      *                          SEGUINTE COM PROMOCAO, RETENCAO E
      *                          DEPENDENCIAS E PREVIA PARA A
      *                          SECRETARIA
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
           SELECT ARQ-APURACAO     ASSIGN TO APURACAO
                  FILE STATUS  IS WS-FS-APURACAO.

           SELECT ARQ-MESTRE       ASSIGN TO MESTRE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS MF-NUMERO
                  FILE STATUS   IS WS-FS-MESTRE.

           SELECT ARQ-MATRIC       ASSIGN TO MATRIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS MT-CHAVE
                  FILE STATUS   IS WS-FS-MATRIC.

           SELECT ARQ-DISCIP       ASSIGN TO DISCIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DC-CODIGO
                  FILE STATUS   IS WS-FS-DISCIP.

           SELECT ARQ-REMATRIC     ASSIGN TO REMATRIC
                  FILE STATUS  IS WS-FS-REMATRIC.

           SELECT ARQ-PREVIA       ASSIGN TO PREVIA
                  FILE STATUS  IS WS-FS-PREVIA.

           SELECT ARQ-EXCECAO      ASSIGN TO EXCECAO
                  FILE STATUS  IS WS-FS-EXCECAO.

           SELECT ARQ-CONTROLE     ASSIGN TO CONTROLE
                  FILE STATUS  IS WS-FS-CONTROLE.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> ENTRADA - LISTAGEM DA APURACAO FINAL GRAVADA PELO
      *       RSPRG010 (MESMO LAYOUT)
       FD  ARQ-APURACAO
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-APURACAO              PIC X(90).

      *-----> MESTRE DE ALUNOS - MANTIDO PELO RSPRG002 (MESMO LAYOUT).
      *       SITUACAO DA MATRICULA E CURSO DO ALUNO
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

      *-----> ARQUIVO DE MATRICULAS - CARREGADO PELO RSPRG013 (MESMO
      *       LAYOUT). DA A SERIE CURSADA NO ANO ENCERRADO E
      *       MOSTRA SE O ANO SEGUINTE JA FOI CARREGADO
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

      *-----> CADASTRO DE DISCIPLINAS - MANTIDO PELO RSPRG012 (MESMO
      *       LAYOUT). A SERIE DA DISCIPLINA NO CURSO DA A
      *       PROGRESSAO
       FD  ARQ-DISCIP
           LABEL RECORDS ARE STANDARD.
       01  REG-DISCIP.
           05  DC-CODIGO              PIC X(03).
           05  DC-NOME                PIC X(20).
           05  DC-CURSO               PIC X(12).
           05  DC-CARGA               PIC 9(04).
           05  DC-SERIE               PIC 9(01).

      *-----> SAIDA - MOVIMENTOS DE MATRICULA DO ANO SEGUINTE NO
      *       LAYOUT DE ENTRADA DO RSPRG013 (ARQ-MOVTO)
       FD  ARQ-REMATRIC
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-REMATRIC              PIC X(80).

      *-----> SAIDA - PREVIA DA REMATRICULA PARA A SECRETARIA (132
      *       COLUNAS)
       FD  ARQ-PREVIA
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-PREVIA                PIC X(132).

      *-----> SAIDA - LISTAGEM DE EXCECOES DA REMATRICULA (MESMO
      *       MOLDE DA LISTAGEM DO RSPRG003)
       FD  ARQ-EXCECAO
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-EXCECAO               PIC X(63).

      *-----> CONTROLE DE EXECUCAO DA SUITE - UM REGISTRO POR
      *       EXECUCAO DE CADA PROGRAMA. LIDO NO INICIO PARA CONFERIR
      *       O FECHAMENTO DO ANO E ESTENDIDO NO TERMINO
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
           05  WS-FS-APURACAO         PIC X(02)    VALUE ZEROS.
           05  WS-FS-MESTRE           PIC X(02)    VALUE ZEROS.
           05  WS-FS-MATRIC           PIC X(02)    VALUE ZEROS.
           05  WS-FS-DISCIP           PIC X(02)    VALUE ZEROS.
           05  WS-FS-REMATRIC         PIC X(02)    VALUE ZEROS.
           05  WS-FS-PREVIA           PIC X(02)    VALUE ZEROS.
           05  WS-FS-EXCECAO          PIC X(02)    VALUE ZEROS.
           05  WS-FS-CONTROLE         PIC X(02)    VALUE ZEROS.
           05  WS-SW-FIM-CTRL         PIC X(01)    VALUE 'N'.
               88  FIM-CONTROLE                  VALUE 'S'.
           05  WS-SW-EXEC-ACHADA      PIC X(01)    VALUE 'N'.
               88  EXEC-ACHADA                   VALUE 'S'.
           05  WS-SW-APUR-ACHADA      PIC X(01)    VALUE 'N'.
               88  APURACAO-ACHADA               VALUE 'S'.
           05  WS-RC-APURACAO         PIC 9(02)    VALUE ZEROS.
           05  WS-ANO-APURACAO        PIC 9(04)    VALUE ZEROS.
           05  WS-SW-FIM-DISCIP       PIC X(01)    VALUE 'N'.
               88  FIM-DISCIP                    VALUE 'S'.
           05  WS-SW-FIM-MATRIC       PIC X(01)    VALUE 'N'.
               88  FIM-MATRIC                    VALUE 'S'.
           05  WS-SW-VALIDO           PIC X(01)    VALUE 'S'.
               88  ALUNO-VALIDO                  VALUE 'S'.
               88  ALUNO-INVALIDO                VALUE 'N'.
           05  WS-ANO-SEGUINTE        PIC 9(04)    VALUE ZEROS.
           05  WS-IDX-DIS             PIC 9(04)    VALUE ZEROS.
           05  WS-IDX-DEP             PIC 9(04)    VALUE ZEROS.
           05  WS-CTL-LINHAS-LIDAS    PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-ALUNOS          PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-PROMOVIDOS      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-PROMOV-DEP      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-RETIDOS         PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-CONCLUINTES     PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-EXCLUIDOS       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-EXCECOES        PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-SEM-HIST        PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-LINHAS-EXC      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-MOV-SERIE       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-MOV-DEPEND      PIC 9(06)    VALUE ZEROS.

      *-----> ENTRADA - ANO ENCERRADO E LIMITE DE DEPENDENCIAS PARA
      *       A PROMOCAO, VIA SYSIN (LIMITE EM BRANCO ASSUME 02)
       01  WS-REG-SYSIN.
           05  AS-ANO-IN              PIC 9(04).
           05  AS-ANO-IN-ALFA         REDEFINES AS-ANO-IN
                                      PIC X(04).
           05  AS-MAX-DEP             PIC 9(02).
           05  AS-MAX-DEP-ALFA        REDEFINES AS-MAX-DEP
                                      PIC X(02).
           05  FILLER                 PIC X(74).

      *-----> REGISTRO DO CONTROLE DE EXECUCAO (MESMO LAYOUT EM
      *       TODOS OS PROGRAMAS DA SUITE)
       01  WS-REG-CONTROLE.
           05  CT-PROGRAMA            PIC X(08).
           05  CT-ANO                 PIC 9(04).
           05  CT-BIMESTRE            PIC 9(02).
           05  CT-DATA                PIC 9(08).
           05  CT-RC                  PIC 9(02).

      *-----> ENTRADA - LINHA DA APURACAO DO RSPRG010: LINHA DE
      *       DEPENDENCIA ('DEPENDENCIA EM ' + DISCIPLINA +
      *       SITUACAO) OU LINHA DE RESUMO DO ALUNO, QUE FECHA O
      *       GRUPO DO ALUNO (MESMO LAYOUT DAS LINHAS DO RSPRG010)
       01  WS-REG-APURACAO.
           05  AP-NUMERO              PIC 9(04).
           05  AP-NUMERO-ALFA         REDEFINES AP-NUMERO
                                      PIC X(04).
           05  FILLER                 PIC X(01).
           05  AP-RESTO               PIC X(85).
           05  AP-LINHA-DEP           REDEFINES AP-RESTO.
               10  AP-DEP-LITERAL         PIC X(15).
                   88  AP-LINHA-DEPENDENCIA     VALUE
                                          'DEPENDENCIA EM '.
               10  AP-DEP-DISC            PIC X(03).
               10  FILLER                 PIC X(01).
               10  AP-DEP-SIT             PIC X(20).
               10  FILLER                 PIC X(46).
           05  AP-LINHA-ALUNO         REDEFINES AP-RESTO.
               10  AP-ALU-NOME            PIC X(20).
               10  FILLER                 PIC X(01).
               10  AP-ALU-CURSO           PIC X(12).
               10  FILLER                 PIC X(01).
               10  FILLER                 PIC X(05).
               10  AP-ALU-QTD             PIC 9(02).
               10  FILLER                 PIC X(01).
               10  FILLER                 PIC X(06).
               10  AP-ALU-APROV           PIC 9(02).
               10  FILLER                 PIC X(01).
               10  AP-ALU-SIT             PIC X(20).
               10  FILLER                 PIC X(14).

      *-----> SAIDA - MOVIMENTO DE MATRICULA NO LAYOUT DE ENTRADA DO
      *       RSPRG013 (OPERACAO + ANO + ALUNO + DISCIPLINA)
       01  WS-REG-MOVTO.
           05  MV-OPERACAO            PIC X(01).
           05  MV-ANO                 PIC 9(04).
           05  MV-NUMERO              PIC 9(04).
           05  MV-DISCIPLINA          PIC X(03).
           05  FILLER                 PIC X(68).

      *-----> DEPENDENCIAS DO ALUNO CORRENTE LIDAS DA APURACAO (20
      *       COBRE COM FOLGA AS 8 DA GRADE, COMO NO RSPRG010)
       01  WS-TAB-DEPENDENCIAS.
           05  WS-DEP-NUMERO          PIC 9(04)    VALUE ZEROS.
           05  WS-DEP-QTD             PIC 9(02)    VALUE ZEROS.
           05  WS-TAB-DEP             OCCURS 20 TIMES.
               10  WS-TDP-DISC            PIC X(03).
               10  WS-TDP-NOME            PIC X(20).
               10  WS-TDP-SERIE           PIC 9(01).

      *-----> DISCIPLINAS DO CURSO CORRENTE COM A SERIE (CADASTRO
      *       ARQ-DISCIP). RECARREGADA SO NA TROCA DE CURSO (60 COBRE
      *       COM FOLGA A GRADE DE UM CURSO)
       01  WS-TAB-CURSO.
           05  WS-TCU-CURSO           PIC X(12)    VALUE SPACES.
           05  WS-TCU-QTD             PIC 9(02)    VALUE ZEROS.
           05  WS-TCU-ULT-SERIE       PIC 9(01)    VALUE ZEROS.
           05  WS-TAB-DISC-CURSO      OCCURS 60 TIMES.
               10  WS-TDC-CODIGO          PIC X(03).
               10  WS-TDC-NOME            PIC X(20).
               10  WS-TDC-SERIE           PIC 9(01).

      *-----> DECISAO DO ALUNO CORRENTE
       01  WS-AREA-ALUNO.
           05  WS-ALU-SERIE           PIC 9(01)    VALUE ZEROS.
           05  WS-ALU-SERIE-NOVA      PIC 9(01)    VALUE ZEROS.
           05  WS-ALU-DECISAO         PIC X(26)    VALUE SPACES.
           05  WS-ALU-SW-RETIDO       PIC X(01)    VALUE 'N'.
               88  ALUNO-RETIDO                  VALUE 'S'.
           05  WS-ALU-TIPO-MOV        PIC X(14)    VALUE SPACES.
           05  WS-ALU-DISC-MOV        PIC X(03)    VALUE SPACES.
           05  WS-ALU-NOME-MOV        PIC X(20)    VALUE SPACES.

      *-----> TIPO DO MOVIMENTO DA SERIE NA PREVIA ('SERIE N')
       01  WS-TIPO-SERIE.
           05  FILLER                 PIC X(06)    VALUE 'SERIE '.
           05  WS-TIPO-SERIE-NUM      PIC 9(01)    VALUE ZEROS.
           05  FILLER                 PIC X(07)    VALUE SPACES.

      *-----> DECISAO DO ALUNO EXCLUIDO NA PREVIA ('EXCLUIDO - ' +
      *       SITUACAO DO VINCULO)
       01  WS-DECISAO-EXCLUIDO.
           05  FILLER                 PIC X(11)    VALUE
               'EXCLUIDO - '.
           05  WS-EXCL-SITUACAO       PIC X(15)    VALUE SPACES.

      *-----> SAIDA - REGISTRO MONTADO PARA A LISTAGEM DE EXCECOES
       01  WS-REG-EXCECAO.
           05  WS-EXC-NUM             PIC 9(04).
           05  FILLER                 PIC X(01).
           05  WS-EXC-CAMPO           PIC X(12).
           05  FILLER                 PIC X(01).
           05  WS-EXC-VALOR           PIC X(14).
           05  FILLER                 PIC X(01).
           05  WS-EXC-MOTIVO          PIC X(30).

      *-----> LINHAS DA PREVIA DA REMATRICULA (132 COLUNAS)
       01  WS-LIN-CAB1.
           05  FILLER                 PIC X(44)    VALUE
               ' PREVIA DA REMATRICULA - ANO LETIVO '.
           05  WS-PRV-ANO-NOVO        PIC 9(04).
           05  FILLER                 PIC X(21)    VALUE
               '   APURACAO DO ANO '.
           05  WS-PRV-ANO             PIC 9(04).
           05  FILLER                 PIC X(40)    VALUE
               '   LIMITE DE DEPENDENCIAS P/ PROMOCAO '.
           05  WS-PRV-MAX-DEP         PIC Z9.
           05  FILLER                 PIC X(17)    VALUE SPACES.

       01  WS-LIN-COLUNAS.
           05  FILLER                 PIC X(28)    VALUE
               ' ALUNO NOME'.
           05  FILLER                 PIC X(14)    VALUE 'CURSO'.
           05  FILLER                 PIC X(10)    VALUE ' SER  NOVA'.
           05  FILLER                 PIC X(28)    VALUE 'DECISAO'.
           05  FILLER                 PIC X(25)    VALUE
               'DIS  DISCIPLINA'.
           05  FILLER                 PIC X(27)    VALUE '  TIPO'.

       01  WS-LIN-PRV-ALUNO.
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-PRV-NUM             PIC 9(04).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-PRV-NOME            PIC X(20).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-PRV-CURSO           PIC X(12).
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-PRV-SERIE           PIC 9(01).
           05  WS-PRV-SERIE-X         REDEFINES WS-PRV-SERIE
                                      PIC X(01).
           05  FILLER                 PIC X(04)    VALUE ' -> '.
           05  WS-PRV-SERIE-NOVA      PIC 9(01).
           05  WS-PRV-SERIE-NOVA-X    REDEFINES WS-PRV-SERIE-NOVA
                                      PIC X(01).
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-PRV-DECISAO         PIC X(26).
           05  FILLER                 PIC X(54)    VALUE SPACES.

       01  WS-LIN-PRV-MOV.
           05  FILLER                 PIC X(80)    VALUE SPACES.
           05  WS-PRV-DISC            PIC X(03).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-PRV-DISC-NOME       PIC X(20).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-PRV-TIPO            PIC X(14).
           05  FILLER                 PIC X(11)    VALUE SPACES.

       01  WS-LIN-QTD.
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-PRQ-TEXTO           PIC X(50).
           05  WS-PRQ-QTD             PIC ZZZZZ9.
           05  FILLER                 PIC X(73)    VALUE SPACES.

       01  WS-LIN-BRANCO              PIC X(132)   VALUE SPACES.

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
       000-RSPRG029.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           IF   RUN-OK  AND  WS-DEP-QTD  >  ZEROS
              DISPLAY ' *** ARQUIVO DE APURACAO TRUNCADO - ALUNO '
                      WS-DEP-NUMERO  ' SEM LINHA DE RESUMO'
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           IF   RUN-OK  AND  WS-CTL-SEM-HIST  >  ZEROS  AND
                WS-CTL-SEM-HIST  =  WS-CTL-ALUNOS
              DISPLAY ' *** NENHUM ALUNO DA APURACAO TEM HISTORICO'
                      ' ANUAL - APURACAO GERADA DEPOIS DO'
                      ' FECHAMENTO (RSPRG007)?'
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           IF   RUN-OK
              PERFORM 080-EMITIR-TOTAIS
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - RECEBER ANO E LIMITE DA SYSIN,
      *    CONFERIR O FECHAMENTO DO ANO E ABRIR OS ARQUIVOS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-REG-SYSIN  FROM SYSIN
           IF   AS-MAX-DEP-ALFA  =  SPACES
              MOVE 02  TO  AS-MAX-DEP
           END-IF
           EVALUATE TRUE
              WHEN AS-ANO-IN  NOT NUMERIC  OR  AS-ANO-IN  =  ZEROS
                 DISPLAY ' *** ANO LETIVO INVALIDO NA SYSIN - '
                         AS-ANO-IN-ALFA
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN AS-MAX-DEP  NOT NUMERIC
                 DISPLAY ' *** LIMITE DE DEPENDENCIAS INVALIDO NA'
                         ' SYSIN - '  AS-MAX-DEP-ALFA
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN OTHER
                 COMPUTE WS-ANO-SEGUINTE  =  AS-ANO-IN + 1
                 PERFORM 015-VERIFICAR-PRE-REQ
           END-EVALUATE
           IF   RUN-OK
              PERFORM 018-ABRIR-ARQUIVOS
           END-IF
           IF   RUN-OK
              MOVE WS-ANO-SEGUINTE  TO  WS-PRV-ANO-NOVO
              MOVE AS-ANO-IN        TO  WS-PRV-ANO
              MOVE AS-MAX-DEP       TO  WS-PRV-MAX-DEP
              MOVE WS-LIN-CAB1      TO  WS-LIN-IMPRESSA
              PERFORM 077-GRAVAR-TOPO
              MOVE WS-LIN-COLUNAS   TO  WS-LIN-IMPRESSA
              PERFORM 076-GRAVAR-LINHA
              MOVE WS-LIN-TRACO     TO  WS-LIN-IMPRESSA
              PERFORM 076-GRAVAR-LINHA
           END-IF
           IF   RUN-OK
              PERFORM 020-LER-APURACAO
           ELSE
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O PRE-REQUISITO DE ORDEM DOS JOBS: A REMATRICULA
      *    SO PODE SER GERADA DEPOIS DE O ANO CONSTAR ENCERRADO PELO
      *    RSPRG007 COM RC=0 NO ARQ-CONTROLE, E A APURACAO LIDA TEM
      *    DE SER DO MESMO ANO: VALE A ULTIMA EXECUCAO DO RSPRG010
      *    REGISTRADA, DE QUALQUER ANO (A QUE GRAVOU O ARQ-APURACAO
      *    EM DISCO), QUE PRECISA SER DO ANO DA SYSIN E TER
      *    TERMINADO COM RC=0
      *--------------------------------------------------------------*
       015-VERIFICAR-PRE-REQ.

           MOVE 'N'  TO  WS-SW-EXEC-ACHADA
           MOVE 'N'  TO  WS-SW-APUR-ACHADA
           MOVE 'N'  TO  WS-SW-FIM-CTRL
           OPEN INPUT ARQ-CONTROLE
           IF   WS-FS-CONTROLE  =  '00'
              PERFORM 016-LER-CONTROLE
                 UNTIL FIM-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF
           IF   NOT EXEC-ACHADA
              DISPLAY ' *** PRE-REQUISITO NAO ATENDIDO - O ANO '
                      AS-ANO-IN
                      ' NAO CONSTA ENCERRADO PELO RSPRG007 COM RC=0'
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           EVALUATE TRUE
              WHEN NOT APURACAO-ACHADA
                 DISPLAY ' *** PRE-REQUISITO NAO ATENDIDO - NAO HA'
                         ' APURACAO DO RSPRG010 REGISTRADA NO'
                         ' ARQ-CONTROLE'
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN WS-ANO-APURACAO  NOT =  AS-ANO-IN
                 DISPLAY ' *** APURACAO EM DISCO E DE OUTRO ANO - A'
                         ' ULTIMA EXECUCAO DO RSPRG010 APUROU O ANO '
                         WS-ANO-APURACAO  ' E A SYSIN PEDE '
                         AS-ANO-IN
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN WS-RC-APURACAO  NOT =  ZEROS
                 DISPLAY ' *** PRE-REQUISITO NAO ATENDIDO - A ULTIMA'
                         ' APURACAO DO RSPRG010 PARA O ANO '
                         AS-ANO-IN  ' TERMINOU COM RC='
                         WS-RC-APURACAO
                 MOVE 'S'  TO  WS-SW-ABEND
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO CONTROLE DE EXECUCAO, PROCURANDO
      *    O FECHAMENTO DO ANO COM RC=0 E GUARDANDO O ANO E O RC DA
      *    ULTIMA APURACAO REGISTRADA
      *--------------------------------------------------------------*
       016-LER-CONTROLE.

           READ ARQ-CONTROLE  INTO  WS-REG-CONTROLE
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-CTRL
              NOT AT END
                 IF   CT-PROGRAMA  =  'RSPRG007'  AND
                      CT-ANO       =  AS-ANO-IN   AND
                      CT-RC        =  ZEROS
                    MOVE 'S'  TO  WS-SW-EXEC-ACHADA
                 END-IF
                 IF   CT-PROGRAMA  =  'RSPRG010'
                    MOVE 'S'     TO  WS-SW-APUR-ACHADA
                    MOVE CT-ANO  TO  WS-ANO-APURACAO
                    MOVE CT-RC   TO  WS-RC-APURACAO
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    ABRIR OS ARQUIVOS
      *--------------------------------------------------------------*
       018-ABRIR-ARQUIVOS.

           OPEN INPUT  ARQ-APURACAO
           OPEN INPUT  ARQ-MESTRE
           OPEN INPUT  ARQ-MATRIC
           OPEN INPUT  ARQ-DISCIP
           OPEN OUTPUT ARQ-REMATRIC
           OPEN OUTPUT ARQ-PREVIA
           OPEN OUTPUT ARQ-EXCECAO
           IF   WS-FS-APURACAO  NOT =  '00'  OR
                WS-FS-MESTRE    NOT =  '00'  OR
                WS-FS-MATRIC    NOT =  '00'  OR
                WS-FS-DISCIP    NOT =  '00'  OR
                WS-FS-REMATRIC  NOT =  '00'  OR
                WS-FS-PREVIA    NOT =  '00'  OR
                WS-FS-EXCECAO   NOT =  '00'
              DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS -'
                      ' APURACAO='  WS-FS-APURACAO
                      ' MESTRE='    WS-FS-MESTRE
                      ' MATRIC='    WS-FS-MATRIC
                      ' DISCIP='    WS-FS-DISCIP
                      ' REMATRIC='  WS-FS-REMATRIC
                      ' PREVIA='    WS-FS-PREVIA
                      ' EXCECAO='   WS-FS-EXCECAO
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA LINHA DA APURACAO DO RSPRG010
      *--------------------------------------------------------------*
       020-LER-APURACAO.

           READ ARQ-APURACAO  INTO  WS-REG-APURACAO
              AT END
                 MOVE 'S'  TO  WS-FIM
              NOT AT END
                 ADD  1  TO  WS-CTL-LINHAS-LIDAS
           END-READ
           .
      *--------------------------------------------------------------*
      *    TRATAR A LINHA LIDA: DEPENDENCIA VAI PARA A TABELA DO
      *    ALUNO; A LINHA DE RESUMO FECHA O ALUNO E DISPARA A
      *    REMATRICULA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           EVALUATE TRUE
              WHEN AP-NUMERO  NOT NUMERIC
                 DISPLAY ' *** LINHA INVALIDA NO ARQUIVO DE APURACAO'
                         ' - LINHA '  WS-CTL-LINHAS-LIDAS
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN WS-DEP-QTD  >  ZEROS  AND
                   AP-NUMERO   NOT =  WS-DEP-NUMERO
                 DISPLAY ' *** ARQUIVO DE APURACAO FORA DE SEQUENCIA'
                         ' - ALUNO '  WS-DEP-NUMERO
                         ' SEM LINHA DE RESUMO'
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN AP-LINHA-DEPENDENCIA
                 PERFORM 032-GUARDAR-DEPENDENCIA
              WHEN OTHER
                 PERFORM 040-REMATRICULAR-ALUNO
                 MOVE ZEROS  TO  WS-DEP-QTD
           END-EVALUATE
           IF   RUN-OK
              PERFORM 020-LER-APURACAO
           ELSE
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR A DISCIPLINA DA LINHA DE DEPENDENCIA NA TABELA DO
      *    ALUNO. TABELA CHEIA E ABEND CONTROLADO (A REMATRICULA DO
      *    ALUNO FICARIA SEM DEPENDENCIA)
      *--------------------------------------------------------------*
       032-GUARDAR-DEPENDENCIA.

           IF   WS-DEP-QTD  =  20
              DISPLAY ' *** ALUNO ' AP-NUMERO
                      ' COM MAIS DE 20 DEPENDENCIAS NA APURACAO'
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              ADD  1  TO  WS-DEP-QTD
              MOVE AP-NUMERO    TO  WS-DEP-NUMERO
              MOVE AP-DEP-DISC  TO  WS-TDP-DISC  (WS-DEP-QTD)
              MOVE SPACES       TO  WS-TDP-NOME  (WS-DEP-QTD)
              MOVE ZEROS        TO  WS-TDP-SERIE (WS-DEP-QTD)
           END-IF
           .
      *--------------------------------------------------------------*
      *    REMATRICULAR O ALUNO DA LINHA DE RESUMO: CONFERIR O
      *    VINCULO, O ANO SEGUINTE E A SERIE ATUAL, CLASSIFICAR AS
      *    DEPENDENCIAS, DECIDIR E GERAR OS MOVIMENTOS
      *--------------------------------------------------------------*
       040-REMATRICULAR-ALUNO.

           ADD  1  TO  WS-CTL-ALUNOS
           MOVE 'S'     TO  WS-SW-VALIDO
           MOVE SPACES  TO  WS-ALU-DECISAO
           EVALUATE TRUE
              WHEN AP-ALU-SIT  =  'TRANCADO'     OR
                   AP-ALU-SIT  =  'CANCELADO'    OR
                   AP-ALU-SIT  =  'TRANSFERIDO'
                 MOVE AP-ALU-SIT  TO  WS-ALU-DECISAO
                 PERFORM 070-LISTAR-EXCLUIDO
              WHEN AP-ALU-NOME  =  '*SEM HISTORICO ANUAL'
                 MOVE 'AP-ALU-NOME'                TO WS-EXC-CAMPO
                 MOVE AP-ALU-NOME                   TO WS-EXC-VALOR
                 MOVE 'APURADO SEM HISTORICO ANUAL' TO WS-EXC-MOTIVO
                 ADD  1  TO  WS-CTL-SEM-HIST
                 PERFORM 078-GRAVAR-EXCECAO
              WHEN OTHER
                 PERFORM 042-CONFERIR-MESTRE
           END-EVALUATE
           IF   ALUNO-VALIDO
              PERFORM 044-CONFERIR-ANO-SEGUINTE
           END-IF
           IF   ALUNO-VALIDO
              PERFORM 046-APURAR-SERIE-ATUAL
           END-IF
           IF   ALUNO-VALIDO
              PERFORM 050-CLASSIFICAR-DEPENDENCIA
                 VARYING WS-IDX-DEP FROM 1 BY 1
                 UNTIL WS-IDX-DEP  >  WS-DEP-QTD
           END-IF
           IF   ALUNO-VALIDO
              PERFORM 055-DECIDIR
              PERFORM 060-GERAR-MOVIMENTOS
           END-IF
           IF   ALUNO-INVALIDO  AND  WS-ALU-DECISAO  =  SPACES
              ADD  1  TO  WS-CTL-EXCECOES
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O ALUNO NO MESTRE: VINCULO ENCERRADO DEPOIS DA
      *    APURACAO TAMBEM EXCLUI. CARREGAR A GRADE DO CURSO
      *--------------------------------------------------------------*
       042-CONFERIR-MESTRE.

           MOVE AP-NUMERO  TO  MF-NUMERO
           READ ARQ-MESTRE
              INVALID KEY
                 MOVE 'MF-NUMERO'                TO WS-EXC-CAMPO
                 MOVE AP-NUMERO-ALFA              TO WS-EXC-VALOR
                 MOVE 'ALUNO SEM CADASTRO NO MESTRE' TO WS-EXC-MOTIVO
                 PERFORM 078-GRAVAR-EXCECAO
           END-READ
           IF   ALUNO-VALIDO  AND  MF-ALUNO-BLOQUEADO
              EVALUATE MF-SITUACAO-MAT
                 WHEN 'C'
                    MOVE 'CANCELADO'    TO  WS-ALU-DECISAO
                 WHEN 'X'
                    MOVE 'TRANSFERIDO'  TO  WS-ALU-DECISAO
                 WHEN OTHER
                    MOVE 'TRANCADO'     TO  WS-ALU-DECISAO
              END-EVALUATE
              PERFORM 070-LISTAR-EXCLUIDO
           END-IF
           IF   ALUNO-VALIDO  AND  MF-CURSO  NOT =  WS-TCU-CURSO
              PERFORM 036-CARREGAR-CURSO
           END-IF
           IF   ALUNO-VALIDO  AND  WS-TCU-QTD  =  ZEROS
              MOVE 'MF-CURSO'                    TO WS-EXC-CAMPO
              MOVE MF-CURSO                       TO WS-EXC-VALOR
              MOVE 'CURSO SEM DISCIPLINAS NO CAD.' TO WS-EXC-MOTIVO
              PERFORM 078-GRAVAR-EXCECAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR AS DISCIPLINAS DO CURSO DO ALUNO CORRENTE, COM A
      *    SERIE, A PARTIR DO CADASTRO DE DISCIPLINAS
      *--------------------------------------------------------------*
       036-CARREGAR-CURSO.

           MOVE MF-CURSO    TO  WS-TCU-CURSO
           MOVE ZEROS       TO  WS-TCU-QTD
           MOVE ZEROS       TO  WS-TCU-ULT-SERIE
           MOVE 'N'         TO  WS-SW-FIM-DISCIP
           MOVE LOW-VALUES  TO  DC-CODIGO
           START ARQ-DISCIP  KEY NOT <  DC-CODIGO
              INVALID KEY
                 MOVE 'S'  TO  WS-SW-FIM-DISCIP
           END-START
           IF   NOT FIM-DISCIP
              PERFORM 037-LER-DISCIP
           END-IF
           PERFORM 038-GUARDAR-DISCIP
              UNTIL FIM-DISCIP
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA DISCIPLINA DO CADASTRO
      *--------------------------------------------------------------*
       037-LER-DISCIP.

           READ ARQ-DISCIP NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-DISCIP
           END-READ
           .
      *--------------------------------------------------------------*
      *    GUARDAR A DISCIPLINA NA TABELA SE FOR DO CURSO CORRENTE E
      *    LER A PROXIMA. GRADE MAIOR QUE A TABELA E ABEND
      *    CONTROLADO
      *--------------------------------------------------------------*
       038-GUARDAR-DISCIP.

           IF   DC-CURSO  =  WS-TCU-CURSO
              IF   WS-TCU-QTD  =  60
                 DISPLAY ' *** CURSO ' WS-TCU-CURSO
                         ' COM MAIS DE 60 DISCIPLINAS NO CADASTRO'
                 MOVE 'S'  TO  WS-SW-ABEND
                 MOVE 'N'  TO  WS-SW-VALIDO
                 MOVE 'S'  TO  WS-SW-FIM-DISCIP
              ELSE
                 ADD  1  TO  WS-TCU-QTD
                 MOVE DC-CODIGO  TO  WS-TDC-CODIGO (WS-TCU-QTD)
                 MOVE DC-NOME    TO  WS-TDC-NOME   (WS-TCU-QTD)
                 MOVE DC-SERIE   TO  WS-TDC-SERIE  (WS-TCU-QTD)
                 IF   DC-SERIE  >  WS-TCU-ULT-SERIE
                    MOVE DC-SERIE  TO  WS-TCU-ULT-SERIE
                 END-IF
              END-IF
           END-IF
           IF   NOT FIM-DISCIP
              PERFORM 037-LER-DISCIP
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR SE O ALUNO JA TEM MATRICULA NO ANO SEGUINTE
      *    (CARGA MANUAL OU EXECUCAO ANTERIOR JA APLICADA): NESSE
      *    CASO NAO SE GERA MOVIMENTO, PARA NAO DUPLICAR
      *--------------------------------------------------------------*
       044-CONFERIR-ANO-SEGUINTE.

           MOVE WS-ANO-SEGUINTE  TO  MT-ANO
           MOVE AP-NUMERO        TO  MT-NUMERO
           MOVE LOW-VALUES       TO  MT-DISCIPLINA
           START ARQ-MATRIC  KEY NOT <  MT-CHAVE
              NOT INVALID KEY
                 READ ARQ-MATRIC NEXT RECORD
                    NOT AT END
                       IF   MT-ANO     =  WS-ANO-SEGUINTE  AND
                            MT-NUMERO  =  AP-NUMERO
                          MOVE 'MT-ANO'            TO WS-EXC-CAMPO
                          MOVE WS-ANO-SEGUINTE      TO WS-EXC-VALOR
                          MOVE 'JA MATRICULADO NO ANO SEGUINTE'
                                                    TO WS-EXC-MOTIVO
                          PERFORM 078-GRAVAR-EXCECAO
                       END-IF
                 END-READ
           END-START
           .
      *--------------------------------------------------------------*
      *    APURAR A SERIE CURSADA NO ANO ENCERRADO: A MAIOR SERIE
      *    ENTRE AS DISCIPLINAS MATRICULADAS (AS DEPENDENCIAS SAO DE
      *    SERIES ANTERIORES)
      *--------------------------------------------------------------*
       046-APURAR-SERIE-ATUAL.

           MOVE ZEROS        TO  WS-ALU-SERIE
           MOVE 'N'          TO  WS-SW-FIM-MATRIC
           MOVE AS-ANO-IN    TO  MT-ANO
           MOVE AP-NUMERO    TO  MT-NUMERO
           MOVE LOW-VALUES   TO  MT-DISCIPLINA
           START ARQ-MATRIC  KEY NOT <  MT-CHAVE
              INVALID KEY
                 MOVE 'S'  TO  WS-SW-FIM-MATRIC
           END-START
           IF   NOT FIM-MATRIC
              PERFORM 047-LER-MATRIC-ALUNO
           END-IF
           PERFORM 048-SERIE-DA-MATRICULA
              UNTIL FIM-MATRIC
           IF   WS-ALU-SERIE  =  ZEROS
              MOVE 'MT-ANO'                      TO WS-EXC-CAMPO
              MOVE AS-ANO-IN                      TO WS-EXC-VALOR
              MOVE 'SEM MATRICULA SERIADA NO ANO' TO WS-EXC-MOTIVO
              PERFORM 078-GRAVAR-EXCECAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA MATRICULA E CONFERIR SE AINDA PERTENCE AO
      *    ANO+ALUNO CORRENTE
      *--------------------------------------------------------------*
       047-LER-MATRIC-ALUNO.

           READ ARQ-MATRIC NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-MATRIC
              NOT AT END
                 IF   MT-ANO     NOT =  AS-ANO-IN  OR
                      MT-NUMERO  NOT =  AP-NUMERO
                    MOVE 'S'  TO  WS-SW-FIM-MATRIC
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONSIDERAR A SERIE DA DISCIPLINA MATRICULADA E LER A
      *    PROXIMA (DISCIPLINA FORA DO CADASTRO NAO TEM SERIE)
      *--------------------------------------------------------------*
       048-SERIE-DA-MATRICULA.

           MOVE MT-DISCIPLINA  TO  DC-CODIGO
           READ ARQ-DISCIP
              INVALID KEY
                 MOVE ZEROS  TO  DC-SERIE
           END-READ
           IF   DC-SERIE  NUMERIC  AND  DC-SERIE  >  WS-ALU-SERIE
              MOVE DC-SERIE  TO  WS-ALU-SERIE
           END-IF
           PERFORM 047-LER-MATRIC-ALUNO
           .
      *--------------------------------------------------------------*
      *    BUSCAR NO CADASTRO O NOME E A SERIE DE UMA DEPENDENCIA
      *--------------------------------------------------------------*
       050-CLASSIFICAR-DEPENDENCIA.

           MOVE WS-TDP-DISC (WS-IDX-DEP)  TO  DC-CODIGO
           READ ARQ-DISCIP
              INVALID KEY
                 MOVE 'AP-DEP-DISC'               TO WS-EXC-CAMPO
                 MOVE WS-TDP-DISC (WS-IDX-DEP)     TO WS-EXC-VALOR
                 MOVE 'DEPENDENCIA FORA DO CADASTRO' TO WS-EXC-MOTIVO
                 PERFORM 078-GRAVAR-EXCECAO
              NOT INVALID KEY
                 MOVE DC-NOME   TO  WS-TDP-NOME  (WS-IDX-DEP)
                 MOVE DC-SERIE  TO  WS-TDP-SERIE (WS-IDX-DEP)
           END-READ
           .
      *--------------------------------------------------------------*
      *    DECIDIR O ANO SEGUINTE: SEM DEPENDENCIA, PROMOVIDO; ATE O
      *    LIMITE, PROMOVIDO COM DEPENDENCIA; ACIMA DO LIMITE, RETIDO
      *    NA SERIE. PROMOVIDO NA ULTIMA SERIE DO CURSO E CONCLUINTE
      *--------------------------------------------------------------*
       055-DECIDIR.

           MOVE 'N'  TO  WS-ALU-SW-RETIDO
           EVALUATE TRUE
              WHEN WS-DEP-QTD  =  ZEROS
                 MOVE 'PROMOVIDO'                  TO  WS-ALU-DECISAO
              WHEN WS-DEP-QTD  NOT >  AS-MAX-DEP
                 MOVE 'PROMOVIDO COM DEPENDENCIA'  TO  WS-ALU-DECISAO
              WHEN OTHER
                 MOVE 'S'                          TO  WS-ALU-SW-RETIDO
                 MOVE 'RETIDO'                     TO  WS-ALU-DECISAO
           END-EVALUATE
           IF   ALUNO-RETIDO
              MOVE WS-ALU-SERIE  TO  WS-ALU-SERIE-NOVA
              ADD  1  TO  WS-CTL-RETIDOS
           ELSE
              IF   WS-ALU-SERIE  <  WS-TCU-ULT-SERIE
                 COMPUTE WS-ALU-SERIE-NOVA  =  WS-ALU-SERIE + 1
                 IF   WS-DEP-QTD  =  ZEROS
                    ADD  1  TO  WS-CTL-PROMOVIDOS
                 ELSE
                    ADD  1  TO  WS-CTL-PROMOV-DEP
                 END-IF
              ELSE
                 MOVE ZEROS  TO  WS-ALU-SERIE-NOVA
                 ADD  1  TO  WS-CTL-CONCLUINTES
                 IF   WS-DEP-QTD  =  ZEROS
                    MOVE 'CONCLUINTE'              TO  WS-ALU-DECISAO
                 ELSE
                    MOVE 'CONCLUINTE COM DEPENDENCIA'
                                                   TO  WS-ALU-DECISAO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTAR O ALUNO NA PREVIA E GERAR OS MOVIMENTOS: AS
      *    DISCIPLINAS DA SERIE DO ANO SEGUINTE E AS DEPENDENCIAS
      *    (NO RETIDO, AS DA PROPRIA SERIE JA VEM COM A SERIE)
      *--------------------------------------------------------------*
       060-GERAR-MOVIMENTOS.

           MOVE AP-NUMERO       TO  WS-PRV-NUM
           MOVE MF-NOME         TO  WS-PRV-NOME
           MOVE MF-CURSO        TO  WS-PRV-CURSO
           MOVE WS-ALU-SERIE    TO  WS-PRV-SERIE
           IF   WS-ALU-SERIE-NOVA  =  ZEROS
              MOVE '-'                TO  WS-PRV-SERIE-NOVA-X
           ELSE
              MOVE WS-ALU-SERIE-NOVA  TO  WS-PRV-SERIE-NOVA
           END-IF
           MOVE WS-ALU-DECISAO  TO  WS-PRV-DECISAO
           MOVE WS-LIN-PRV-ALUNO  TO  WS-LIN-IMPRESSA
           PERFORM 076-GRAVAR-LINHA
           IF   WS-ALU-SERIE-NOVA  >  ZEROS
              PERFORM 062-MOVIMENTO-DA-SERIE
                 VARYING WS-IDX-DIS FROM 1 BY 1
                 UNTIL WS-IDX-DIS  >  WS-TCU-QTD
           END-IF
           PERFORM 064-MOVIMENTO-DA-DEPENDENCIA
              VARYING WS-IDX-DEP FROM 1 BY 1
              UNTIL WS-IDX-DEP  >  WS-DEP-QTD
           .
      *--------------------------------------------------------------*
      *    GERAR A MATRICULA DE UMA DISCIPLINA DA GRADE SE FOR DA
      *    SERIE DO ANO SEGUINTE
      *--------------------------------------------------------------*
       062-MOVIMENTO-DA-SERIE.

           IF   WS-TDC-SERIE (WS-IDX-DIS)  =  WS-ALU-SERIE-NOVA
              MOVE WS-TDC-CODIGO (WS-IDX-DIS)  TO  WS-ALU-DISC-MOV
              MOVE WS-TDC-NOME   (WS-IDX-DIS)  TO  WS-ALU-NOME-MOV
              MOVE WS-ALU-SERIE-NOVA           TO  WS-TIPO-SERIE-NUM
              MOVE WS-TIPO-SERIE               TO  WS-ALU-TIPO-MOV
              ADD  1  TO  WS-CTL-MOV-SERIE
              PERFORM 066-GRAVAR-MOVIMENTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GERAR A MATRICULA DE UMA DEPENDENCIA (NO RETIDO, A
      *    DISCIPLINA DA SERIE REPETIDA JA FOI GERADA COM A SERIE)
      *--------------------------------------------------------------*
       064-MOVIMENTO-DA-DEPENDENCIA.

           IF   NOT ALUNO-RETIDO  OR
                WS-TDP-SERIE (WS-IDX-DEP)  NOT =  WS-ALU-SERIE
              MOVE WS-TDP-DISC (WS-IDX-DEP)  TO  WS-ALU-DISC-MOV
              MOVE WS-TDP-NOME (WS-IDX-DEP)  TO  WS-ALU-NOME-MOV
              MOVE 'DEPENDENCIA'             TO  WS-ALU-TIPO-MOV
              ADD  1  TO  WS-CTL-MOV-DEPEND
              PERFORM 066-GRAVAR-MOVIMENTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O MOVIMENTO DE INCLUSAO NO LAYOUT DO RSPRG013 E A
      *    LINHA CORRESPONDENTE NA PREVIA
      *--------------------------------------------------------------*
       066-GRAVAR-MOVIMENTO.

           MOVE SPACES           TO  WS-REG-MOVTO
           MOVE 'I'              TO  MV-OPERACAO
           MOVE WS-ANO-SEGUINTE  TO  MV-ANO
           MOVE AP-NUMERO        TO  MV-NUMERO
           MOVE WS-ALU-DISC-MOV  TO  MV-DISCIPLINA
           WRITE REG-REMATRIC  FROM  WS-REG-MOVTO
           IF   WS-FS-REMATRIC  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-REMATRIC - FS='
                      WS-FS-REMATRIC
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           MOVE WS-ALU-DISC-MOV  TO  WS-PRV-DISC
           MOVE WS-ALU-NOME-MOV  TO  WS-PRV-DISC-NOME
           MOVE WS-ALU-TIPO-MOV  TO  WS-PRV-TIPO
           MOVE WS-LIN-PRV-MOV   TO  WS-LIN-IMPRESSA
           PERFORM 076-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    LISTAR NA PREVIA O ALUNO EXCLUIDO DA REMATRICULA (VINCULO
      *    TRANCADO, CANCELADO OU TRANSFERIDO)
      *--------------------------------------------------------------*
       070-LISTAR-EXCLUIDO.

           MOVE 'N'             TO  WS-SW-VALIDO
           ADD  1               TO  WS-CTL-EXCLUIDOS
           MOVE AP-NUMERO       TO  WS-PRV-NUM
           MOVE AP-ALU-NOME     TO  WS-PRV-NOME
           MOVE AP-ALU-CURSO    TO  WS-PRV-CURSO
           MOVE SPACES          TO  WS-PRV-SERIE-X
           MOVE SPACES          TO  WS-PRV-SERIE-NOVA-X
           MOVE WS-ALU-DECISAO       TO  WS-EXCL-SITUACAO
           MOVE WS-DECISAO-EXCLUIDO  TO  WS-PRV-DECISAO
           MOVE WS-LIN-PRV-ALUNO  TO  WS-LIN-IMPRESSA
           PERFORM 076-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO CORPO DA PREVIA
      *--------------------------------------------------------------*
       076-GRAVAR-LINHA.

           DISPLAY WS-LIN-IMPRESSA
           WRITE REG-PREVIA  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING 1 LINE
           IF   WS-FS-PREVIA  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-PREVIA - FS='
                      WS-FS-PREVIA
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A PRIMEIRA LINHA DA PREVIA
      *--------------------------------------------------------------*
       077-GRAVAR-TOPO.

           DISPLAY WS-LIN-IMPRESSA
           WRITE REG-PREVIA  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING PAGE
           IF   WS-FS-PREVIA  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-PREVIA - FS='
                      WS-FS-PREVIA
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA NA LISTAGEM DE EXCECOES E MARCAR O ALUNO
      *    CORRENTE COMO NAO REMATRICULAVEL
      *--------------------------------------------------------------*
       078-GRAVAR-EXCECAO.

           MOVE 'N'              TO  WS-SW-VALIDO
           ADD  1                TO  WS-CTL-LINHAS-EXC
           MOVE AP-NUMERO        TO  WS-EXC-NUM
           DISPLAY WS-REG-EXCECAO
           WRITE REG-EXCECAO  FROM  WS-REG-EXCECAO
           IF   WS-FS-EXCECAO  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-EXCECAO - FS='
                      WS-FS-EXCECAO
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR O RESUMO DA PREVIA PARA A CONFERENCIA DA
      *    SECRETARIA
      *--------------------------------------------------------------*
       080-EMITIR-TOTAIS.

           MOVE WS-LIN-TRACO               TO  WS-LIN-IMPRESSA
           PERFORM 076-GRAVAR-LINHA
           MOVE 'ALUNOS DA APURACAO'       TO  WS-PRQ-TEXTO
           MOVE WS-CTL-ALUNOS              TO  WS-PRQ-QTD
           PERFORM 082-EMITIR-QTD
           MOVE '  PROMOVIDOS'             TO  WS-PRQ-TEXTO
           MOVE WS-CTL-PROMOVIDOS          TO  WS-PRQ-QTD
           PERFORM 082-EMITIR-QTD
           MOVE '  PROMOVIDOS COM DEPENDENCIA'  TO  WS-PRQ-TEXTO
           MOVE WS-CTL-PROMOV-DEP          TO  WS-PRQ-QTD
           PERFORM 082-EMITIR-QTD
           MOVE '  RETIDOS NA SERIE'       TO  WS-PRQ-TEXTO
           MOVE WS-CTL-RETIDOS             TO  WS-PRQ-QTD
           PERFORM 082-EMITIR-QTD
           MOVE '  CONCLUINTES'            TO  WS-PRQ-TEXTO
           MOVE WS-CTL-CONCLUINTES         TO  WS-PRQ-QTD
           PERFORM 082-EMITIR-QTD
           MOVE '  EXCLUIDOS (TRANCADO/CANCELADO/TRANSFERIDO)'
                                           TO  WS-PRQ-TEXTO
           MOVE WS-CTL-EXCLUIDOS           TO  WS-PRQ-QTD
           PERFORM 082-EMITIR-QTD
           MOVE '  NA LISTAGEM DE EXCECOES'  TO  WS-PRQ-TEXTO
           MOVE WS-CTL-EXCECOES            TO  WS-PRQ-QTD
           PERFORM 082-EMITIR-QTD
           MOVE 'MOVIMENTOS GERADOS - DISCIPLINAS DA SERIE'
                                           TO  WS-PRQ-TEXTO
           MOVE WS-CTL-MOV-SERIE           TO  WS-PRQ-QTD
           PERFORM 082-EMITIR-QTD
           MOVE 'MOVIMENTOS GERADOS - DEPENDENCIAS'
                                           TO  WS-PRQ-TEXTO
           MOVE WS-CTL-MOV-DEPEND          TO  WS-PRQ-QTD
           PERFORM 082-EMITIR-QTD
           .
      *--------------------------------------------------------------*
      *    EMITIR UMA LINHA DE QUANTIDADE DO RESUMO
      *--------------------------------------------------------------*
       082-EMITIR-QTD.

           MOVE WS-LIN-QTD  TO  WS-LIN-IMPRESSA
           PERFORM 076-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE ARQ-APURACAO
           CLOSE ARQ-MESTRE
           CLOSE ARQ-MATRIC
           CLOSE ARQ-DISCIP
           CLOSE ARQ-REMATRIC
           CLOSE ARQ-PREVIA
           CLOSE ARQ-EXCECAO

           IF   RUN-ABENDED
              MOVE 16  TO  RETURN-CODE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TERMINO ANORMAL DO RSPRG029 - RC=16   *'
              DISPLAY ' *   (VER ALERTA(S) ACIMA - OS MOVIMENTOS  *'
              DISPLAY ' *    NAO DEVEM SER APLICADOS)             *'
              DISPLAY ' *========================================*'
           ELSE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG029        *'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * LINHAS DA APURACAO LIDAS    = '
                      WS-CTL-LINHAS-LIDAS
              DISPLAY ' * ALUNOS DA APURACAO          = '
                      WS-CTL-ALUNOS
              DISPLAY ' * PROMOVIDOS                  = '
                      WS-CTL-PROMOVIDOS
              DISPLAY ' * PROMOVIDOS COM DEPENDENCIA  = '
                      WS-CTL-PROMOV-DEP
              DISPLAY ' * RETIDOS                     = '
                      WS-CTL-RETIDOS
              DISPLAY ' * CONCLUINTES                 = '
                      WS-CTL-CONCLUINTES
              DISPLAY ' * EXCLUIDOS                   = '
                      WS-CTL-EXCLUIDOS
              DISPLAY ' * ALUNOS EM EXCECAO           = '
                      WS-CTL-EXCECOES
              DISPLAY ' * LINHAS DE EXCECAO           = '
                      WS-CTL-LINHAS-EXC
              DISPLAY ' * MOVIMENTOS DA SERIE         = '
                      WS-CTL-MOV-SERIE
              DISPLAY ' * MOVIMENTOS DE DEPENDENCIA   = '
                      WS-CTL-MOV-DEPEND
              DISPLAY ' *========================================*'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' *      TERMINO NORMAL DO RSPRG029        *'
              DISPLAY ' *----------------------------------------*'
           END-IF
           PERFORM 091-REGISTRAR-EXECUCAO
           .
      *--------------------------------------------------------------*
      *    REGISTRAR A EXECUCAO NO CONTROLE DA SUITE (PROGRAMA, ANO
      *    APURADO, DATA E RETURN-CODE FINAL). SE O ARQUIVO AINDA
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
              MOVE 'RSPRG029'  TO  CT-PROGRAMA
              MOVE AS-ANO-IN   TO  CT-ANO
              MOVE ZEROS       TO  CT-BIMESTRE
              ACCEPT CT-DATA  FROM DATE YYYYMMDD
              MOVE RETURN-CODE TO  CT-RC
              WRITE REG-CONTROLE  FROM  WS-REG-CONTROLE
              IF   WS-FS-CONTROLE  NOT =  '00'
                 DISPLAY ' *** ERRO GRAVANDO ARQ-CONTROLE - FS='
                         WS-FS-CONTROLE
              END-IF
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA RSPRG029 <-------------------*
