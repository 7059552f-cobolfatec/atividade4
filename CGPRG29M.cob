       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG027.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: EXPORTACAO ANUAL PARA O CENSO ESCOLAR (RENDIMENTO
      *           E MOVIMENTO). RODA DEPOIS DO FECHAMENTO DO ANO PELO
      *           RSPRG007 (PRE-REQUISITO CONFERIDO NO ARQ-CONTROLE)
      *           E LE O HISTORICO PLURIANUAL (ARQ-HIST-PLURI) DO ANO
      *           ENCERRADO, QUE TEM UM REGISTRO POR ALUNO+DISCIPLINA,
      *           JUNTO COM O MESTRE DE ALUNOS (ARQ-MESTRE). GRAVA O
      *           ARQUIVO DO CENSO NO LAYOUT FIXO DO GOVERNO (ARQ-
      *           CENSO, 80 POSICOES): HEADER, UM DETALHE POR ALUNO
      *           COM SEXO, IDADE, CURSO, SITUACAO FINAL (1 APROVADO,
      *           2 REPROVADO, 3 REPROVADO POR FALTA, 4 TRANSFERIDO) E
      *           FREQUENCIA ANUAL, E O TRAILER COM OS TOTAIS DE
      *           CONTROLE EXIGIDOS PELO MINISTERIO. O ALUNO QUE NAO
      *           PODE SER CLASSIFICADO (SEM MESTRE, SEXO OU IDADE
      *           INVALIDOS, CURSO EM BRANCO, DISCIPLINA EM SITUACAO
      *           SEM CORRESPONDENCIA NO CENSO) VAI PARA A LISTAGEM
      *           DE EXCECOES E NAO SAI NO ARQUIVO. A PAGINA DE
      *           RECONCILIACAO (ARQ-RELCENSO) RELE O ARQUIVO GERADO
      *           E BATE OS TOTAIS DO CENSO COM AS CONTAGENS DO ANO
      *           ENCERRADO E COM OS ALUNOS MATRICULADOS NO ANO NO
      *           ARQ-MATRIC (CONTAGEM INDEPENDENTE DO PLURIANUAL);
      *           BATIMENTO DIVERGENTE DEVOLVE RC=04.
      *           ANO LETIVO E CODIGO INEP DA ESCOLA CHEGAM PELA
      *           SYSIN.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  010046  VERSAO INICIAL - EXPORTACAO PARA O
      *                          CENSO ESCOLAR COM LISTAGEM DE
      *                          EXCECOES E PAGINA DE RECONCILIACAO
      *  V02    10/2026  010046  BATIMENTO DOS ALUNOS EXPORTADOS E EM
      *                          EXCECAO COM OS ALUNOS MATRICULADOS
      *                          NO ANO (ARQ-MATRIC)
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
           SELECT ARQ-HIST-PLURI   ASSIGN TO HISTPLURI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS HP-CHAVE
                  FILE STATUS   IS WS-FS-HISTPLURI.

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

           SELECT ARQ-CENSO        ASSIGN TO CENSO
                  FILE STATUS  IS WS-FS-CENSO.

           SELECT ARQ-EXCECAO      ASSIGN TO EXCECAO
                  FILE STATUS  IS WS-FS-EXCECAO.

           SELECT ARQ-RELCENSO     ASSIGN TO RELCENSO
                  FILE STATUS  IS WS-FS-RELCENSO.

           SELECT ARQ-CONTROLE     ASSIGN TO CONTROLE
                  FILE STATUS  IS WS-FS-CONTROLE.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> HISTORICO PLURIANUAL - GRAVADO PELO RSPRG007 NO
      *       FECHAMENTO DO ANO (MESMO LAYOUT)
       FD  ARQ-HIST-PLURI
           LABEL RECORDS ARE STANDARD.
       01  REG-HIST-PLURI.
           05  HP-CHAVE.
               10  HP-ANO                 PIC 9(04).
               10  HP-NUMERO              PIC 9(04).
               10  HP-DISCIPLINA          PIC X(03).
           05  HP-NOME                PIC X(20).
           05  HP-SEXO                PIC X(01).
           05  HP-IDADE               PIC 9(02).
           05  HP-CURSO               PIC X(12).
           05  HP-NOTA-B1             PIC 9(02)V99.
           05  HP-NOTA-B2             PIC 9(02)V99.
           05  HP-NOTA-B3             PIC 9(02)V99.
           05  HP-NOTA-B4             PIC 9(02)V99.
           05  HP-FREQ-B1             PIC 9(03).
           05  HP-FREQ-B2             PIC 9(03).
           05  HP-FREQ-B3             PIC 9(03).
           05  HP-FREQ-B4             PIC 9(03).
           05  HP-RECEBIDO-B1         PIC X(01).
           05  HP-RECEBIDO-B2         PIC X(01).
           05  HP-RECEBIDO-B3         PIC X(01).
           05  HP-RECEBIDO-B4         PIC X(01).
           05  HP-QTD-BIM-RECEBIDOS   PIC 9(01).
           05  HP-NOTA-RECUP          PIC 9(02)V99.
           05  HP-SIT-FINAL           PIC X(20).

      *-----> MESTRE DE ALUNOS - MANTIDO PELO RSPRG002 (MESMO LAYOUT).
      *       FONTE DO SEXO E DA IDADE INFORMADOS AO CENSO
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
      *       LAYOUT). DA A QUANTIDADE DE ALUNOS MATRICULADOS NO ANO
      *       ENCERRADO PARA A RECONCILIACAO
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

      *-----> SAIDA - ARQUIVO DO CENSO ESCOLAR NO LAYOUT FIXO DO
      *       GOVERNO (HEADER, DETALHES POR ALUNO E TRAILER).
      *       RELIDO NO FIM PARA A RECONCILIACAO
       FD  ARQ-CENSO
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-CENSO                 PIC X(80).

      *-----> SAIDA - LISTAGEM DE EXCECOES DO CENSO (MESMO MOLDE DA
      *       LISTAGEM DO RSPRG003)
       FD  ARQ-EXCECAO
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-EXCECAO               PIC X(63).

      *-----> SAIDA - PAGINA DE RECONCILIACAO DO CENSO (132 COLUNAS)
       FD  ARQ-RELCENSO
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-RELCENSO              PIC X(132).

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
           05  WS-FS-HISTPLURI        PIC X(02)    VALUE ZEROS.
           05  WS-FS-MESTRE           PIC X(02)    VALUE ZEROS.
           05  WS-FS-MATRIC           PIC X(02)    VALUE ZEROS.
           05  WS-FS-CENSO            PIC X(02)    VALUE ZEROS.
           05  WS-FS-EXCECAO          PIC X(02)    VALUE ZEROS.
           05  WS-FS-RELCENSO         PIC X(02)    VALUE ZEROS.
           05  WS-FS-CONTROLE         PIC X(02)    VALUE ZEROS.
           05  WS-SW-FIM-CTRL         PIC X(01)    VALUE 'N'.
               88  FIM-CONTROLE                  VALUE 'S'.
           05  WS-SW-EXEC-ACHADA      PIC X(01)    VALUE 'N'.
               88  EXEC-ACHADA                   VALUE 'S'.
           05  WS-SW-ALUNO-ABERTO     PIC X(01)    VALUE 'N'.
               88  ALUNO-ABERTO                  VALUE 'S'.
           05  WS-SW-VALIDO           PIC X(01)    VALUE 'S'.
               88  REGISTRO-VALIDO              VALUE 'S'.
               88  REGISTRO-INVALIDO            VALUE 'N'.
           05  WS-SW-FIM-CENSO        PIC X(01)    VALUE 'N'.
               88  FIM-CENSO                     VALUE 'S'.
           05  WS-SW-FIM-MATRIC       PIC X(01)    VALUE 'N'.
               88  FIM-MATRIC                    VALUE 'S'.
           05  WS-SW-BATIMENTO        PIC X(01)    VALUE 'S'.
               88  BATIMENTO-OK                  VALUE 'S'.
               88  BATIMENTO-DIVERGENTE          VALUE 'N'.
           05  WS-DATA-HOJE           PIC 9(08)    VALUE ZEROS.
           05  WS-CTL-LIDOS           PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-ALUNOS          PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-EXPORTADOS      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-EXCECOES        PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-LINHAS-EXC      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-DISC-EXPORT     PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-DISC-EXCECAO    PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-MATRICULADOS    PIC 9(06)    VALUE ZEROS.
           05  WS-MAT-NUMERO-ANT      PIC 9(04)    VALUE ZEROS.

      *-----> ALUNO CORRENTE DO HISTORICO PLURIANUAL (QUEBRA POR
      *       HP-NUMERO DENTRO DO ANO)
       01  WS-ALUNO-CORRENTE.
           05  WS-ALU-NUMERO          PIC 9(04)    VALUE ZEROS.
           05  WS-ALU-CURSO           PIC X(12)    VALUE SPACES.
           05  WS-ALU-QTD-DISC        PIC 9(04)    VALUE ZEROS.
           05  WS-ALU-QTD-APROV       PIC 9(04)    VALUE ZEROS.
           05  WS-ALU-QTD-REPROV      PIC 9(04)    VALUE ZEROS.
           05  WS-ALU-QTD-REPFALTA    PIC 9(04)    VALUE ZEROS.
           05  WS-ALU-QTD-TRANSF      PIC 9(04)    VALUE ZEROS.
           05  WS-ALU-QTD-OUTRA       PIC 9(04)    VALUE ZEROS.
           05  WS-ALU-SIT-OUTRA       PIC X(20)    VALUE SPACES.
           05  WS-ALU-SOMA-FREQ       PIC 9(07)    VALUE ZEROS.
           05  WS-ALU-QTD-BIM         PIC 9(04)    VALUE ZEROS.
           05  WS-ALU-FREQ            PIC 9(03)V99 VALUE ZEROS.
           05  WS-ALU-SITUACAO        PIC 9(01)    VALUE ZEROS.

      *-----> CONTAGENS DO ANO ENCERRADO - REGISTROS ALUNO+DISCIPLINA
      *       DO HISTORICO PLURIANUAL POR SITUACAO FINAL
       01  WS-TOTAIS-ANO.
           05  WS-ANO-APROV           PIC 9(06)    VALUE ZEROS.
           05  WS-ANO-REPROV          PIC 9(06)    VALUE ZEROS.
           05  WS-ANO-REPFALTA        PIC 9(06)    VALUE ZEROS.
           05  WS-ANO-TRANSF          PIC 9(06)    VALUE ZEROS.
           05  WS-ANO-OUTRAS          PIC 9(06)    VALUE ZEROS.

      *-----> TOTAIS DE CONTROLE DO CENSO (ALUNOS EXPORTADOS)
       01  WS-TOTAIS-CENSO.
           05  WS-CEN-APROV           PIC 9(06)    VALUE ZEROS.
           05  WS-CEN-REPROV          PIC 9(06)    VALUE ZEROS.
           05  WS-CEN-REPFALTA        PIC 9(06)    VALUE ZEROS.
           05  WS-CEN-TRANSF          PIC 9(06)    VALUE ZEROS.
           05  WS-CEN-MASC            PIC 9(06)    VALUE ZEROS.
           05  WS-CEN-FEM             PIC 9(06)    VALUE ZEROS.

      *-----> CONTAGENS DO ARQUIVO DO CENSO RELIDO NA RECONCILIACAO
      *       E TOTAIS DO TRAILER LIDO
       01  WS-TOTAIS-RELIDOS.
           05  WS-REL-HEADERS         PIC 9(06)    VALUE ZEROS.
           05  WS-REL-DETALHES        PIC 9(06)    VALUE ZEROS.
           05  WS-REL-TRAILERS        PIC 9(06)    VALUE ZEROS.
           05  WS-REL-APROV           PIC 9(06)    VALUE ZEROS.
           05  WS-REL-REPROV          PIC 9(06)    VALUE ZEROS.
           05  WS-REL-REPFALTA        PIC 9(06)    VALUE ZEROS.
           05  WS-REL-TRANSF          PIC 9(06)    VALUE ZEROS.
           05  WS-REL-MASC            PIC 9(06)    VALUE ZEROS.
           05  WS-REL-FEM             PIC 9(06)    VALUE ZEROS.
           05  WS-TRL-QTD-DETALHES    PIC 9(06)    VALUE ZEROS.
           05  WS-TRL-QTD-APROV       PIC 9(06)    VALUE ZEROS.
           05  WS-TRL-QTD-REPROV      PIC 9(06)    VALUE ZEROS.
           05  WS-TRL-QTD-REPFALTA    PIC 9(06)    VALUE ZEROS.
           05  WS-TRL-QTD-TRANSF      PIC 9(06)    VALUE ZEROS.
           05  WS-TRL-QTD-MASC        PIC 9(06)    VALUE ZEROS.
           05  WS-TRL-QTD-FEM         PIC 9(06)    VALUE ZEROS.

      *-----> AREA DE UM BATIMENTO DA RECONCILIACAO (QUANTIDADE DO
      *       CENSO CONTRA A QUANTIDADE DE REFERENCIA)
       01  WS-AREA-BATIMENTO.
           05  WS-BAT-QTD-CENSO       PIC 9(06)    VALUE ZEROS.
           05  WS-BAT-QTD-REF         PIC 9(06)    VALUE ZEROS.

      *-----> ENTRADA - ANO ENCERRADO E CODIGO INEP DA ESCOLA, VIA
      *       SYSIN
       01  WS-REG-SYSIN.
           05  AS-ANO-IN              PIC 9(04).
           05  AS-ANO-IN-ALFA         REDEFINES AS-ANO-IN
                                      PIC X(04).
           05  AS-INEP-IN             PIC 9(08).
           05  AS-INEP-IN-ALFA        REDEFINES AS-INEP-IN
                                      PIC X(08).
           05  FILLER                 PIC X(68).

      *-----> REGISTRO DO CONTROLE DE EXECUCAO (MESMO LAYOUT EM
      *       TODOS OS PROGRAMAS DA SUITE)
       01  WS-REG-CONTROLE.
           05  CT-PROGRAMA            PIC X(08).
           05  CT-ANO                 PIC 9(04).
           05  CT-BIMESTRE            PIC 9(02).
           05  CT-DATA                PIC 9(08).
           05  CT-RC                  PIC 9(02).

      *-----> REGISTRO DO ARQUIVO DO CENSO - LAYOUT FIXO DO GOVERNO
      *       (80 POSICOES). TIPO 0 HEADER, 1 DETALHE DO ALUNO, 9
      *       TRAILER COM OS TOTAIS DE CONTROLE
       01  WS-REG-CENSO.
           05  CE-TIPO                PIC X(01).
               88  CE-HEADER                    VALUE '0'.
               88  CE-DETALHE                   VALUE '1'.
               88  CE-TRAILER                   VALUE '9'.
           05  CE-INEP                PIC 9(08).
           05  CE-ANO                 PIC 9(04).
           05  CE-DADOS               PIC X(67).
           05  CE-DADOS-DETALHE       REDEFINES CE-DADOS.
               10  CE-ALUNO               PIC 9(04).
               10  CE-SEXO                PIC X(01).
               10  CE-IDADE               PIC 9(02).
               10  CE-CURSO               PIC X(12).
               10  CE-SITUACAO            PIC 9(01).
                   88  CE-SIT-APROVADO          VALUE 1.
                   88  CE-SIT-REPROVADO         VALUE 2.
                   88  CE-SIT-REPROV-FALTA      VALUE 3.
                   88  CE-SIT-TRANSFERIDO       VALUE 4.
               10  CE-FREQ                PIC 9(03)V99.
               10  CE-QTD-DISC            PIC 9(02).
               10  FILLER                 PIC X(40).
           05  CE-DADOS-HEADER        REDEFINES CE-DADOS.
               10  CE-DATA-GERACAO        PIC 9(08).
               10  FILLER                 PIC X(59).
           05  CE-DADOS-TRAILER       REDEFINES CE-DADOS.
               10  CE-QTD-DETALHES        PIC 9(06).
               10  CE-QTD-APROV           PIC 9(06).
               10  CE-QTD-REPROV          PIC 9(06).
               10  CE-QTD-REPFALTA        PIC 9(06).
               10  CE-QTD-TRANSF          PIC 9(06).
               10  CE-QTD-MASC            PIC 9(06).
               10  CE-QTD-FEM             PIC 9(06).
               10  FILLER                 PIC X(25).

      *-----> SAIDA - REGISTRO MONTADO PARA A LISTAGEM DE EXCECOES
       01  WS-REG-EXCECAO.
           05  WS-EXC-NUM             PIC 9(04).
           05  FILLER                 PIC X(01).
           05  WS-EXC-CAMPO           PIC X(12).
           05  FILLER                 PIC X(01).
           05  WS-EXC-VALOR           PIC X(14).
           05  FILLER                 PIC X(01).
           05  WS-EXC-MOTIVO          PIC X(30).

      *-----> LINHAS DA PAGINA DE RECONCILIACAO (132 COLUNAS)
       01  WS-LIN-CAB1.
           05  FILLER                 PIC X(42)    VALUE
               ' CENSO ESCOLAR - RECONCILIACAO DO ANO     '.
           05  WS-RCH-ANO             PIC 9(04).
           05  FILLER                 PIC X(13)    VALUE
               '   COD. INEP '.
           05  WS-RCH-INEP            PIC 9(08).
           05  FILLER                 PIC X(65)    VALUE SPACES.

       01  WS-LIN-SECAO.
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-RCS-TEXTO           PIC X(60).
           05  FILLER                 PIC X(71)    VALUE SPACES.

       01  WS-LIN-QTD.
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-RCQ-TEXTO           PIC X(50).
           05  WS-RCQ-QTD             PIC ZZZZZ9.
           05  FILLER                 PIC X(73)    VALUE SPACES.

       01  WS-LIN-COL-BATIMENTO.
           05  FILLER                 PIC X(53)    VALUE
               '   BATIMENTO'.
           05  FILLER                 PIC X(10)    VALUE
               '   CENSO  '.
           05  FILLER                 PIC X(12)    VALUE
               '  REFERENC. '.
           05  FILLER                 PIC X(10)    VALUE 'RESULTADO '.
           05  FILLER                 PIC X(47)    VALUE SPACES.

       01  WS-LIN-BATIMENTO.
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-RCB-TEXTO           PIC X(50).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-RCB-QTD-CENSO       PIC ZZZZZ9.
           05  FILLER                 PIC X(04)    VALUE SPACES.
           05  WS-RCB-QTD-REF         PIC ZZZZZ9.
           05  FILLER                 PIC X(04)    VALUE SPACES.
           05  WS-RCB-RESULTADO       PIC X(10).
           05  FILLER                 PIC X(47)    VALUE SPACES.

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
      *    PROCESSO PRINCIPAL: EXPORTAR OS ALUNOS DO ANO ENCERRADO,
      *    FECHAR O ARQUIVO DO CENSO COM O TRAILER E RECONCILIAR
      *--------------------------------------------------------------*
       000-RSPRG027.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           IF   RUN-OK  AND  ALUNO-ABERTO
              PERFORM 050-FECHAR-ALUNO
           END-IF
           IF   RUN-OK
              PERFORM 060-GRAVAR-TRAILER
           END-IF
           IF   RUN-OK
              PERFORM 070-RELER-CENSO
           END-IF
           IF   RUN-OK
              PERFORM 076-CONTAR-MATRICULADOS
           END-IF
           IF   RUN-OK
              PERFORM 080-EMITIR-RECONCILIACAO
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - RECEBER ANO E CODIGO INEP DA
      *    SYSIN, CONFERIR O FECHAMENTO DO ANO E ABRIR OS ARQUIVOS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-REG-SYSIN  FROM SYSIN
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           EVALUATE TRUE
              WHEN AS-ANO-IN  NOT NUMERIC  OR  AS-ANO-IN  =  ZEROS
                 DISPLAY ' *** ANO LETIVO INVALIDO NA SYSIN - '
                         AS-ANO-IN-ALFA
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN AS-INEP-IN  NOT NUMERIC  OR  AS-INEP-IN  =  ZEROS
                 DISPLAY ' *** CODIGO INEP INVALIDO NA SYSIN - '
                         AS-INEP-IN-ALFA
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN OTHER
                 PERFORM 015-VERIFICAR-PRE-REQ
           END-EVALUATE
           IF   RUN-OK
              PERFORM 018-ABRIR-ARQUIVOS
           END-IF
           IF   RUN-ABENDED
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O PRE-REQUISITO DE ORDEM DOS JOBS: O CENSO SO
      *    PODE SER GERADO DEPOIS DE O ANO CONSTAR ENCERRADO PELO
      *    RSPRG007 COM RC=0 NO ARQ-CONTROLE
      *--------------------------------------------------------------*
       015-VERIFICAR-PRE-REQ.

           MOVE 'N'  TO  WS-SW-EXEC-ACHADA
           MOVE 'N'  TO  WS-SW-FIM-CTRL
           OPEN INPUT ARQ-CONTROLE
           IF   WS-FS-CONTROLE  =  '00'
              PERFORM 016-LER-CONTROLE
                 UNTIL FIM-CONTROLE  OR  EXEC-ACHADA
              CLOSE ARQ-CONTROLE
           END-IF
           IF   NOT EXEC-ACHADA
              DISPLAY ' *** PRE-REQUISITO NAO ATENDIDO - O ANO '
                      AS-ANO-IN
                      ' NAO CONSTA ENCERRADO PELO RSPRG007 COM RC=0'
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO CONTROLE DE EXECUCAO, PROCURANDO
      *    O FECHAMENTO DO ANO COM RC=0
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
           END-READ
           .
      *--------------------------------------------------------------*
      *    ABRIR OS ARQUIVOS, GRAVAR O HEADER DO CENSO E POSICIONAR
      *    O HISTORICO PLURIANUAL NO PRIMEIRO REGISTRO DO ANO
      *--------------------------------------------------------------*
       018-ABRIR-ARQUIVOS.

           OPEN INPUT  ARQ-HIST-PLURI
           OPEN INPUT  ARQ-MESTRE
           OPEN INPUT  ARQ-MATRIC
           OPEN OUTPUT ARQ-CENSO
           OPEN OUTPUT ARQ-EXCECAO
           OPEN OUTPUT ARQ-RELCENSO
           IF   WS-FS-HISTPLURI  NOT =  '00'  OR
                WS-FS-MESTRE     NOT =  '00'  OR
                WS-FS-MATRIC     NOT =  '00'  OR
                WS-FS-CENSO      NOT =  '00'  OR
                WS-FS-EXCECAO    NOT =  '00'  OR
                WS-FS-RELCENSO   NOT =  '00'
              DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS -'
                      ' HISTPLURI='  WS-FS-HISTPLURI
                      ' MESTRE='     WS-FS-MESTRE
                      ' MATRIC='     WS-FS-MATRIC
                      ' CENSO='      WS-FS-CENSO
                      ' EXCECAO='    WS-FS-EXCECAO
                      ' RELCENSO='   WS-FS-RELCENSO
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              MOVE SPACES          TO  WS-REG-CENSO
              MOVE '0'             TO  CE-TIPO
              MOVE AS-INEP-IN      TO  CE-INEP
              MOVE AS-ANO-IN       TO  CE-ANO
              MOVE WS-DATA-HOJE    TO  CE-DATA-GERACAO
              PERFORM 058-GRAVAR-CENSO
              IF   RUN-OK
                 PERFORM 019-POSICIONAR-PLURIANUAL
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    POSICIONAR O HISTORICO PLURIANUAL NO INICIO DO ANO E LER
      *    O PRIMEIRO REGISTRO. ANO SEM NENHUM REGISTRO E ABEND
      *    CONTROLADO (ANO ERRADO NA SYSIN OU PLURIANUAL TROCADO)
      *--------------------------------------------------------------*
       019-POSICIONAR-PLURIANUAL.

           MOVE AS-ANO-IN   TO  HP-ANO
           MOVE ZEROS       TO  HP-NUMERO
           MOVE LOW-VALUES  TO  HP-DISCIPLINA
           START ARQ-HIST-PLURI  KEY NOT <  HP-CHAVE
              INVALID KEY
                 MOVE 'S'  TO  WS-FIM
           END-START
           IF   WS-FIM  NOT =  'S'
              PERFORM 020-LER-PLURIANUAL
           END-IF
           IF   WS-FIM  =  'S'
              DISPLAY ' *** NENHUM REGISTRO DO ANO '  AS-ANO-IN
                      ' NO HISTORICO PLURIANUAL'
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO HISTORICO PLURIANUAL (FIM NA
      *    TROCA DE ANO)
      *--------------------------------------------------------------*
       020-LER-PLURIANUAL.

           READ ARQ-HIST-PLURI NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-FIM
              NOT AT END
                 IF   HP-ANO  NOT =  AS-ANO-IN
                    MOVE 'S'  TO  WS-FIM
                 ELSE
                    ADD  1  TO  WS-CTL-LIDOS
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    TRATAR O REGISTRO ALUNO+DISCIPLINA CORRENTE: NA TROCA DE
      *    ALUNO, FECHAR O ANTERIOR E ABRIR O NOVO; ACUMULAR A
      *    DISCIPLINA E LER A PROXIMA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF   ALUNO-ABERTO  AND  HP-NUMERO  NOT =  WS-ALU-NUMERO
              PERFORM 050-FECHAR-ALUNO
           END-IF
           IF   RUN-OK
              IF   NOT ALUNO-ABERTO
                 PERFORM 032-ABRIR-ALUNO
              END-IF
              PERFORM 034-ACUMULAR-DISCIPLINA
              PERFORM 020-LER-PLURIANUAL
           ELSE
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O ACUMULADOR DO ALUNO CORRENTE (O CURSO VEM DO
      *    RETRATO DO ANO NO HISTORICO PLURIANUAL)
      *--------------------------------------------------------------*
       032-ABRIR-ALUNO.

           MOVE ZEROS      TO  WS-ALUNO-CORRENTE
           MOVE SPACES     TO  WS-ALU-SIT-OUTRA
           MOVE HP-NUMERO  TO  WS-ALU-NUMERO
           MOVE HP-CURSO   TO  WS-ALU-CURSO
           MOVE 'S'        TO  WS-SW-ALUNO-ABERTO
           .
      *--------------------------------------------------------------*
      *    ACUMULAR A DISCIPLINA CORRENTE NO ALUNO E NAS CONTAGENS DO
      *    ANO: SITUACAO FINAL E FREQUENCIA DOS BIMESTRES RECEBIDOS
      *--------------------------------------------------------------*
       034-ACUMULAR-DISCIPLINA.

           ADD  1  TO  WS-ALU-QTD-DISC
           EVALUATE HP-SIT-FINAL
              WHEN 'APROVADO'
              WHEN 'APROV RECUP'
                 ADD  1  TO  WS-ALU-QTD-APROV
                 ADD  1  TO  WS-ANO-APROV
              WHEN 'REPROVADO'
                 ADD  1  TO  WS-ALU-QTD-REPROV
                 ADD  1  TO  WS-ANO-REPROV
              WHEN 'REPROVADO POR FALTA'
                 ADD  1  TO  WS-ALU-QTD-REPFALTA
                 ADD  1  TO  WS-ANO-REPFALTA
              WHEN 'TRANSFERIDO'
                 ADD  1  TO  WS-ALU-QTD-TRANSF
                 ADD  1  TO  WS-ANO-TRANSF
              WHEN OTHER
                 IF   WS-ALU-QTD-OUTRA  =  ZEROS
                    MOVE HP-SIT-FINAL  TO  WS-ALU-SIT-OUTRA
                 END-IF
                 ADD  1  TO  WS-ALU-QTD-OUTRA
                 ADD  1  TO  WS-ANO-OUTRAS
           END-EVALUATE
           IF   HP-RECEBIDO-B1  =  'S'
              ADD  HP-FREQ-B1  TO  WS-ALU-SOMA-FREQ
              ADD  1           TO  WS-ALU-QTD-BIM
           END-IF
           IF   HP-RECEBIDO-B2  =  'S'
              ADD  HP-FREQ-B2  TO  WS-ALU-SOMA-FREQ
              ADD  1           TO  WS-ALU-QTD-BIM
           END-IF
           IF   HP-RECEBIDO-B3  =  'S'
              ADD  HP-FREQ-B3  TO  WS-ALU-SOMA-FREQ
              ADD  1           TO  WS-ALU-QTD-BIM
           END-IF
           IF   HP-RECEBIDO-B4  =  'S'
              ADD  HP-FREQ-B4  TO  WS-ALU-SOMA-FREQ
              ADD  1           TO  WS-ALU-QTD-BIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAR O ALUNO CORRENTE: CLASSIFICAR A SITUACAO FINAL,
      *    CONFERIR OS DADOS DO MESTRE E GRAVAR O DETALHE DO CENSO;
      *    ALUNO NAO CLASSIFICAVEL SAI SO NA LISTAGEM DE EXCECOES
      *--------------------------------------------------------------*
       050-FECHAR-ALUNO.

           ADD  1  TO  WS-CTL-ALUNOS
           MOVE 'S'  TO  WS-SW-VALIDO
           MOVE 'N'  TO  WS-SW-ALUNO-ABERTO
           PERFORM 052-CLASSIFICAR-SITUACAO
           PERFORM 054-CONFERIR-MESTRE
           IF   WS-ALU-CURSO  =  SPACES
              MOVE 'HP-CURSO'                 TO WS-EXC-CAMPO
              MOVE WS-ALU-CURSO                TO WS-EXC-VALOR
              MOVE 'CURSO NAO INFORMADO'      TO WS-EXC-MOTIVO
              PERFORM 059-GRAVAR-EXCECAO
           END-IF
           IF   REGISTRO-VALIDO
              PERFORM 056-EXPORTAR-ALUNO
           ELSE
              ADD  1                TO  WS-CTL-EXCECOES
              ADD  WS-ALU-QTD-DISC  TO  WS-CTL-DISC-EXCECAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CLASSIFICAR A SITUACAO FINAL DO ALUNO NO CODIGO DO CENSO:
      *    TRANSFERIDO PREVALECE; DISCIPLINA EM SITUACAO SEM
      *    CORRESPONDENCIA (TRANCADO, CANCELADO, RECUPERACAO, EM
      *    BRANCO) IMPEDE A CLASSIFICACAO; DEPOIS REPROVADO POR
      *    FALTA, REPROVADO E, COM TODAS APROVADAS, APROVADO (MESMA
      *    REGRA DO 'APROVADO NO ANO' DO RSPRG010)
      *--------------------------------------------------------------*
       052-CLASSIFICAR-SITUACAO.

           EVALUATE TRUE
              WHEN WS-ALU-QTD-TRANSF  >  ZEROS
                 MOVE 4  TO  WS-ALU-SITUACAO
              WHEN WS-ALU-QTD-OUTRA  >  ZEROS
                 MOVE ZEROS  TO  WS-ALU-SITUACAO
                 MOVE 'HP-SIT-FINAL'             TO WS-EXC-CAMPO
                 IF   WS-ALU-SIT-OUTRA  =  SPACES
                    MOVE 'EM BRANCO'              TO WS-EXC-VALOR
                 ELSE
                    MOVE WS-ALU-SIT-OUTRA         TO WS-EXC-VALOR
                 END-IF
                 MOVE 'SITUACAO NAO CLASSIFICAVEL' TO WS-EXC-MOTIVO
                 PERFORM 059-GRAVAR-EXCECAO
              WHEN WS-ALU-QTD-REPFALTA  >  ZEROS
                 MOVE 3  TO  WS-ALU-SITUACAO
              WHEN WS-ALU-QTD-REPROV  >  ZEROS
                 MOVE 2  TO  WS-ALU-SITUACAO
              WHEN OTHER
                 MOVE 1  TO  WS-ALU-SITUACAO
           END-EVALUATE
           IF   WS-ALU-QTD-BIM  >  ZEROS
              COMPUTE WS-ALU-FREQ  ROUNDED  =
                      WS-ALU-SOMA-FREQ / WS-ALU-QTD-BIM
           ELSE
              MOVE ZEROS  TO  WS-ALU-FREQ
              IF   WS-ALU-SITUACAO  NOT =  4  AND
                   WS-ALU-SITUACAO  NOT =  ZEROS
                 MOVE 'HP-FREQ'                  TO WS-EXC-CAMPO
                 MOVE SPACES                      TO WS-EXC-VALOR
                 MOVE 'SEM FREQUENCIA APURADA'   TO WS-EXC-MOTIVO
                 PERFORM 059-GRAVAR-EXCECAO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR NO MESTRE O CADASTRO DO ALUNO E OS DADOS PESSOAIS
      *    INFORMADOS AO CENSO (SEXO M/F E IDADE)
      *--------------------------------------------------------------*
       054-CONFERIR-MESTRE.

           MOVE WS-ALU-NUMERO  TO  MF-NUMERO
           READ ARQ-MESTRE
              INVALID KEY
                 MOVE 'MF-NUMERO'                TO WS-EXC-CAMPO
                 MOVE WS-ALU-NUMERO               TO WS-EXC-VALOR
                 MOVE 'ALUNO SEM CADASTRO NO MESTRE' TO WS-EXC-MOTIVO
                 PERFORM 059-GRAVAR-EXCECAO
              NOT INVALID KEY
                 IF   MF-SEXO  NOT =  'M'  AND  MF-SEXO  NOT =  'F'
                    MOVE 'MF-SEXO'                TO WS-EXC-CAMPO
                    MOVE MF-SEXO                   TO WS-EXC-VALOR
                    MOVE 'SEXO INVALIDO PARA O CENSO'
                                                   TO WS-EXC-MOTIVO
                    PERFORM 059-GRAVAR-EXCECAO
                 END-IF
                 IF   MF-IDADE  NOT NUMERIC  OR  MF-IDADE  =  ZEROS
                    MOVE 'MF-IDADE'               TO WS-EXC-CAMPO
                    MOVE MF-IDADE                  TO WS-EXC-VALOR
                    MOVE 'IDADE INVALIDA PARA O CENSO'
                                                   TO WS-EXC-MOTIVO
                    PERFORM 059-GRAVAR-EXCECAO
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    MONTAR E GRAVAR O DETALHE DO ALUNO NO ARQUIVO DO CENSO E
      *    ACUMULAR OS TOTAIS DE CONTROLE
      *--------------------------------------------------------------*
       056-EXPORTAR-ALUNO.

           MOVE SPACES           TO  WS-REG-CENSO
           MOVE '1'              TO  CE-TIPO
           MOVE AS-INEP-IN       TO  CE-INEP
           MOVE AS-ANO-IN        TO  CE-ANO
           MOVE WS-ALU-NUMERO    TO  CE-ALUNO
           MOVE MF-SEXO          TO  CE-SEXO
           MOVE MF-IDADE         TO  CE-IDADE
           MOVE WS-ALU-CURSO     TO  CE-CURSO
           MOVE WS-ALU-SITUACAO  TO  CE-SITUACAO
           MOVE WS-ALU-FREQ      TO  CE-FREQ
           MOVE WS-ALU-QTD-DISC  TO  CE-QTD-DISC
           PERFORM 058-GRAVAR-CENSO
           IF   RUN-OK
              ADD  1                TO  WS-CTL-EXPORTADOS
              ADD  WS-ALU-QTD-DISC  TO  WS-CTL-DISC-EXPORT
              EVALUATE TRUE
                 WHEN CE-SIT-APROVADO
                    ADD  1  TO  WS-CEN-APROV
                 WHEN CE-SIT-REPROVADO
                    ADD  1  TO  WS-CEN-REPROV
                 WHEN CE-SIT-REPROV-FALTA
                    ADD  1  TO  WS-CEN-REPFALTA
                 WHEN CE-SIT-TRANSFERIDO
                    ADD  1  TO  WS-CEN-TRANSF
              END-EVALUATE
              IF   CE-SEXO  =  'M'
                 ADD  1  TO  WS-CEN-MASC
              ELSE
                 ADD  1  TO  WS-CEN-FEM
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM REGISTRO NO ARQUIVO DO CENSO
      *--------------------------------------------------------------*
       058-GRAVAR-CENSO.

           WRITE REG-CENSO  FROM  WS-REG-CENSO
           IF   WS-FS-CENSO  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-CENSO - FS='
                      WS-FS-CENSO
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA NA LISTAGEM DE EXCECOES E MARCAR O ALUNO
      *    CORRENTE COMO NAO EXPORTAVEL
      *--------------------------------------------------------------*
       059-GRAVAR-EXCECAO.

           MOVE 'N'              TO  WS-SW-VALIDO
           ADD  1                TO  WS-CTL-LINHAS-EXC
           MOVE WS-ALU-NUMERO    TO  WS-EXC-NUM
           DISPLAY WS-REG-EXCECAO
           WRITE REG-EXCECAO  FROM  WS-REG-EXCECAO
           IF   WS-FS-EXCECAO  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-EXCECAO - FS='
                      WS-FS-EXCECAO
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O TRAILER DO CENSO COM OS TOTAIS DE CONTROLE E
      *    FECHAR O ARQUIVO PARA A RELEITURA
      *--------------------------------------------------------------*
       060-GRAVAR-TRAILER.

           MOVE SPACES              TO  WS-REG-CENSO
           MOVE '9'                 TO  CE-TIPO
           MOVE AS-INEP-IN          TO  CE-INEP
           MOVE AS-ANO-IN           TO  CE-ANO
           MOVE WS-CTL-EXPORTADOS   TO  CE-QTD-DETALHES
           MOVE WS-CEN-APROV        TO  CE-QTD-APROV
           MOVE WS-CEN-REPROV       TO  CE-QTD-REPROV
           MOVE WS-CEN-REPFALTA     TO  CE-QTD-REPFALTA
           MOVE WS-CEN-TRANSF       TO  CE-QTD-TRANSF
           MOVE WS-CEN-MASC         TO  CE-QTD-MASC
           MOVE WS-CEN-FEM          TO  CE-QTD-FEM
           PERFORM 058-GRAVAR-CENSO
           CLOSE ARQ-CENSO
           .
      *--------------------------------------------------------------*
      *    RELER O ARQUIVO DO CENSO GERADO, CONTANDO OS DETALHES POR
      *    SITUACAO E SEXO E GUARDANDO OS TOTAIS DO TRAILER
      *--------------------------------------------------------------*
       070-RELER-CENSO.

           OPEN INPUT ARQ-CENSO
           IF   WS-FS-CENSO  NOT =  '00'
              DISPLAY ' *** ERRO REABRINDO ARQ-CENSO - FS='
                      WS-FS-CENSO
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              MOVE 'N'  TO  WS-SW-FIM-CENSO
              PERFORM 072-LER-CENSO
              PERFORM 074-CONTAR-CENSO
                 UNTIL FIM-CENSO
              CLOSE ARQ-CENSO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO ARQUIVO DO CENSO
      *--------------------------------------------------------------*
       072-LER-CENSO.

           READ ARQ-CENSO  INTO  WS-REG-CENSO
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-CENSO
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONTAR O REGISTRO RELIDO CONFORME O TIPO E LER O PROXIMO
      *--------------------------------------------------------------*
       074-CONTAR-CENSO.

           EVALUATE TRUE
              WHEN CE-HEADER
                 ADD  1  TO  WS-REL-HEADERS
              WHEN CE-DETALHE
                 ADD  1  TO  WS-REL-DETALHES
                 EVALUATE TRUE
                    WHEN CE-SIT-APROVADO
                       ADD  1  TO  WS-REL-APROV
                    WHEN CE-SIT-REPROVADO
                       ADD  1  TO  WS-REL-REPROV
                    WHEN CE-SIT-REPROV-FALTA
                       ADD  1  TO  WS-REL-REPFALTA
                    WHEN CE-SIT-TRANSFERIDO
                       ADD  1  TO  WS-REL-TRANSF
                 END-EVALUATE
                 IF   CE-SEXO  =  'M'
                    ADD  1  TO  WS-REL-MASC
                 ELSE
                    ADD  1  TO  WS-REL-FEM
                 END-IF
              WHEN CE-TRAILER
                 ADD  1  TO  WS-REL-TRAILERS
                 MOVE CE-QTD-DETALHES  TO  WS-TRL-QTD-DETALHES
                 MOVE CE-QTD-APROV     TO  WS-TRL-QTD-APROV
                 MOVE CE-QTD-REPROV    TO  WS-TRL-QTD-REPROV
                 MOVE CE-QTD-REPFALTA  TO  WS-TRL-QTD-REPFALTA
                 MOVE CE-QTD-TRANSF    TO  WS-TRL-QTD-TRANSF
                 MOVE CE-QTD-MASC      TO  WS-TRL-QTD-MASC
                 MOVE CE-QTD-FEM       TO  WS-TRL-QTD-FEM
           END-EVALUATE
           PERFORM 072-LER-CENSO
           .
      *--------------------------------------------------------------*
      *    CONTAR OS ALUNOS DISTINTOS MATRICULADOS NO ANO ENCERRADO
      *    NO ARQ-MATRIC (QUEBRA POR MT-NUMERO DENTRO DO ANO), PARA
      *    BATER COM OS ALUNOS EXPORTADOS E EM EXCECAO SEM DEPENDER
      *    DO HISTORICO PLURIANUAL
      *--------------------------------------------------------------*
       076-CONTAR-MATRICULADOS.

           MOVE 'N'         TO  WS-SW-FIM-MATRIC
           MOVE ZEROS       TO  WS-MAT-NUMERO-ANT
           MOVE AS-ANO-IN   TO  MT-ANO
           MOVE ZEROS       TO  MT-NUMERO
           MOVE LOW-VALUES  TO  MT-DISCIPLINA
           START ARQ-MATRIC  KEY NOT <  MT-CHAVE
              INVALID KEY
                 MOVE 'S'  TO  WS-SW-FIM-MATRIC
           END-START
           IF   NOT FIM-MATRIC
              PERFORM 078-LER-MATRIC
                 UNTIL FIM-MATRIC
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA MATRICULA DO ANO (FIM NA TROCA DE ANO) E
      *    CONTAR O ALUNO NA PRIMEIRA DISCIPLINA DE CADA NUMERO
      *--------------------------------------------------------------*
       078-LER-MATRIC.

           READ ARQ-MATRIC NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-MATRIC
              NOT AT END
                 IF   MT-ANO  NOT =  AS-ANO-IN
                    MOVE 'S'  TO  WS-SW-FIM-MATRIC
                 ELSE
                    IF   WS-CTL-MATRICULADOS  =  ZEROS  OR
                         MT-NUMERO  NOT =  WS-MAT-NUMERO-ANT
                       ADD  1          TO  WS-CTL-MATRICULADOS
                       MOVE MT-NUMERO  TO  WS-MAT-NUMERO-ANT
                    END-IF
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    EMITIR A PAGINA DE RECONCILIACAO: CONTAGENS DO ANO
      *    ENCERRADO, TOTAIS DO CENSO E OS BATIMENTOS ENTRE ELES E
      *    COM O ARQUIVO RELIDO
      *--------------------------------------------------------------*
       080-EMITIR-RECONCILIACAO.

           MOVE AS-ANO-IN      TO  WS-RCH-ANO
           MOVE AS-INEP-IN     TO  WS-RCH-INEP
           MOVE WS-LIN-CAB1    TO  WS-LIN-IMPRESSA
           PERFORM 089-GRAVAR-TOPO
           MOVE WS-LIN-TRACO   TO  WS-LIN-IMPRESSA
           PERFORM 088-GRAVAR-LINHA

           MOVE 'ANO ENCERRADO - HISTORICO PLURIANUAL'
                                                 TO  WS-RCS-TEXTO
           PERFORM 082-EMITIR-SECAO
           MOVE 'REGISTROS ALUNO+DISCIPLINA DO ANO'  TO  WS-RCQ-TEXTO
           MOVE WS-CTL-LIDOS                     TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD
           MOVE '  APROVADO / APROV RECUP'       TO  WS-RCQ-TEXTO
           MOVE WS-ANO-APROV                     TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD
           MOVE '  REPROVADO'                    TO  WS-RCQ-TEXTO
           MOVE WS-ANO-REPROV                    TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD
           MOVE '  REPROVADO POR FALTA'          TO  WS-RCQ-TEXTO
           MOVE WS-ANO-REPFALTA                  TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD
           MOVE '  TRANSFERIDO'                  TO  WS-RCQ-TEXTO
           MOVE WS-ANO-TRANSF                    TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD
           MOVE '  OUTRAS SITUACOES'             TO  WS-RCQ-TEXTO
           MOVE WS-ANO-OUTRAS                    TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD
           MOVE 'ALUNOS DISTINTOS DO ANO'        TO  WS-RCQ-TEXTO
           MOVE WS-CTL-ALUNOS                    TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD
           MOVE 'ALUNOS MATRICULADOS NO ANO (ARQ-MATRIC)'
                                                 TO  WS-RCQ-TEXTO
           MOVE WS-CTL-MATRICULADOS              TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD

           MOVE 'CENSO ESCOLAR - ARQUIVO GERADO' TO  WS-RCS-TEXTO
           PERFORM 082-EMITIR-SECAO
           MOVE 'ALUNOS EXPORTADOS'              TO  WS-RCQ-TEXTO
           MOVE WS-CTL-EXPORTADOS                TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD
           MOVE '  1 APROVADO'                   TO  WS-RCQ-TEXTO
           MOVE WS-CEN-APROV                     TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD
           MOVE '  2 REPROVADO'                  TO  WS-RCQ-TEXTO
           MOVE WS-CEN-REPROV                    TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD
           MOVE '  3 REPROVADO POR FALTA'        TO  WS-RCQ-TEXTO
           MOVE WS-CEN-REPFALTA                  TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD
           MOVE '  4 TRANSFERIDO'                TO  WS-RCQ-TEXTO
           MOVE WS-CEN-TRANSF                    TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD
           MOVE '  SEXO MASCULINO'               TO  WS-RCQ-TEXTO
           MOVE WS-CEN-MASC                      TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD
           MOVE '  SEXO FEMININO'                TO  WS-RCQ-TEXTO
           MOVE WS-CEN-FEM                       TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD
           MOVE 'ALUNOS NA LISTAGEM DE EXCECOES' TO  WS-RCQ-TEXTO
           MOVE WS-CTL-EXCECOES                  TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD
           MOVE '  LINHAS DE EXCECAO'            TO  WS-RCQ-TEXTO
           MOVE WS-CTL-LINHAS-EXC                TO  WS-RCQ-QTD
           PERFORM 084-EMITIR-QTD

           MOVE WS-LIN-BRANCO          TO  WS-LIN-IMPRESSA
           PERFORM 088-GRAVAR-LINHA
           MOVE WS-LIN-COL-BATIMENTO   TO  WS-LIN-IMPRESSA
           PERFORM 088-GRAVAR-LINHA
           MOVE WS-LIN-TRACO           TO  WS-LIN-IMPRESSA
           PERFORM 088-GRAVAR-LINHA
           MOVE 'EXPORTADOS + EXCECOES = ALUNOS DO ANO'
                                                 TO  WS-RCB-TEXTO
           COMPUTE WS-BAT-QTD-CENSO = WS-CTL-EXPORTADOS +
                                      WS-CTL-EXCECOES
           MOVE WS-CTL-ALUNOS                    TO  WS-BAT-QTD-REF
           PERFORM 086-EMITIR-BATIMENTO
           MOVE 'EXPORTADOS + EXCECOES = MATRICULADOS NO ANO'
                                                 TO  WS-RCB-TEXTO
           COMPUTE WS-BAT-QTD-CENSO = WS-CTL-EXPORTADOS +
                                      WS-CTL-EXCECOES
           MOVE WS-CTL-MATRICULADOS              TO  WS-BAT-QTD-REF
           PERFORM 086-EMITIR-BATIMENTO
           MOVE 'DISCIPLINAS EXPORT. + EXCECAO = REGISTROS DO ANO'
                                                 TO  WS-RCB-TEXTO
           COMPUTE WS-BAT-QTD-CENSO = WS-CTL-DISC-EXPORT +
                                      WS-CTL-DISC-EXCECAO
           MOVE WS-CTL-LIDOS                     TO  WS-BAT-QTD-REF
           PERFORM 086-EMITIR-BATIMENTO
           MOVE 'SOMA DAS SITUACOES = ALUNOS EXPORTADOS'
                                                 TO  WS-RCB-TEXTO
           COMPUTE WS-BAT-QTD-CENSO = WS-CEN-APROV + WS-CEN-REPROV +
                                      WS-CEN-REPFALTA + WS-CEN-TRANSF
           MOVE WS-CTL-EXPORTADOS                TO  WS-BAT-QTD-REF
           PERFORM 086-EMITIR-BATIMENTO
           MOVE 'MASCULINO + FEMININO = ALUNOS EXPORTADOS'
                                                 TO  WS-RCB-TEXTO
           COMPUTE WS-BAT-QTD-CENSO = WS-CEN-MASC + WS-CEN-FEM
           MOVE WS-CTL-EXPORTADOS                TO  WS-BAT-QTD-REF
           PERFORM 086-EMITIR-BATIMENTO
           MOVE 'HEADER E TRAILER NO ARQUIVO RELIDO (1 CADA)'
                                                 TO  WS-RCB-TEXTO
           COMPUTE WS-BAT-QTD-CENSO = WS-REL-HEADERS +
                                      WS-REL-TRAILERS
           MOVE 2                                TO  WS-BAT-QTD-REF
           PERFORM 086-EMITIR-BATIMENTO
           MOVE 'DETALHES RELIDOS = ALUNOS EXPORTADOS'
                                                 TO  WS-RCB-TEXTO
           MOVE WS-REL-DETALHES                  TO  WS-BAT-QTD-CENSO
           MOVE WS-CTL-EXPORTADOS                TO  WS-BAT-QTD-REF
           PERFORM 086-EMITIR-BATIMENTO
           MOVE 'TRAILER - QTDE DE DETALHES = RELIDOS'
                                                 TO  WS-RCB-TEXTO
           MOVE WS-TRL-QTD-DETALHES              TO  WS-BAT-QTD-CENSO
           MOVE WS-REL-DETALHES                  TO  WS-BAT-QTD-REF
           PERFORM 086-EMITIR-BATIMENTO
           MOVE 'TRAILER - APROVADOS = RELIDOS'  TO  WS-RCB-TEXTO
           MOVE WS-TRL-QTD-APROV                 TO  WS-BAT-QTD-CENSO
           MOVE WS-REL-APROV                     TO  WS-BAT-QTD-REF
           PERFORM 086-EMITIR-BATIMENTO
           MOVE 'TRAILER - REPROVADOS = RELIDOS' TO  WS-RCB-TEXTO
           MOVE WS-TRL-QTD-REPROV                TO  WS-BAT-QTD-CENSO
           MOVE WS-REL-REPROV                    TO  WS-BAT-QTD-REF
           PERFORM 086-EMITIR-BATIMENTO
           MOVE 'TRAILER - REPROVADOS POR FALTA = RELIDOS'
                                                 TO  WS-RCB-TEXTO
           MOVE WS-TRL-QTD-REPFALTA              TO  WS-BAT-QTD-CENSO
           MOVE WS-REL-REPFALTA                  TO  WS-BAT-QTD-REF
           PERFORM 086-EMITIR-BATIMENTO
           MOVE 'TRAILER - TRANSFERIDOS = RELIDOS'
                                                 TO  WS-RCB-TEXTO
           MOVE WS-TRL-QTD-TRANSF                TO  WS-BAT-QTD-CENSO
           MOVE WS-REL-TRANSF                    TO  WS-BAT-QTD-REF
           PERFORM 086-EMITIR-BATIMENTO
           MOVE 'TRAILER - SEXO MASCULINO = RELIDOS'
                                                 TO  WS-RCB-TEXTO
           MOVE WS-TRL-QTD-MASC                  TO  WS-BAT-QTD-CENSO
           MOVE WS-REL-MASC                      TO  WS-BAT-QTD-REF
           PERFORM 086-EMITIR-BATIMENTO
           MOVE 'TRAILER - SEXO FEMININO = RELIDOS'
                                                 TO  WS-RCB-TEXTO
           MOVE WS-TRL-QTD-FEM                   TO  WS-BAT-QTD-CENSO
           MOVE WS-REL-FEM                       TO  WS-BAT-QTD-REF
           PERFORM 086-EMITIR-BATIMENTO
           MOVE WS-LIN-TRACO           TO  WS-LIN-IMPRESSA
           PERFORM 088-GRAVAR-LINHA
           IF   BATIMENTO-OK
              MOVE 'RECONCILIACAO DO CENSO: OK'  TO  WS-RCS-TEXTO
           ELSE
              MOVE 'RECONCILIACAO DO CENSO: DIVERGENTE - VER ACIMA'
                                                 TO  WS-RCS-TEXTO
           END-IF
           MOVE WS-LIN-SECAO           TO  WS-LIN-IMPRESSA
           PERFORM 088-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    EMITIR O TITULO DE UMA SECAO DA RECONCILIACAO
      *--------------------------------------------------------------*
       082-EMITIR-SECAO.

           MOVE WS-LIN-BRANCO  TO  WS-LIN-IMPRESSA
           PERFORM 088-GRAVAR-LINHA
           MOVE WS-LIN-SECAO   TO  WS-LIN-IMPRESSA
           PERFORM 088-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    EMITIR UMA LINHA DE QUANTIDADE DA RECONCILIACAO
      *--------------------------------------------------------------*
       084-EMITIR-QTD.

           MOVE WS-LIN-QTD  TO  WS-LIN-IMPRESSA
           PERFORM 088-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    EMITIR UM BATIMENTO: QUANTIDADE DO CENSO CONTRA A DE
      *    REFERENCIA; DIFERENCA MARCA A RECONCILIACAO DIVERGENTE
      *--------------------------------------------------------------*
       086-EMITIR-BATIMENTO.

           MOVE WS-BAT-QTD-CENSO  TO  WS-RCB-QTD-CENSO
           MOVE WS-BAT-QTD-REF    TO  WS-RCB-QTD-REF
           IF   WS-BAT-QTD-CENSO  =  WS-BAT-QTD-REF
              MOVE 'OK'          TO  WS-RCB-RESULTADO
           ELSE
              MOVE 'DIVERGENTE'  TO  WS-RCB-RESULTADO
              MOVE 'N'           TO  WS-SW-BATIMENTO
           END-IF
           MOVE WS-LIN-BATIMENTO  TO  WS-LIN-IMPRESSA
           PERFORM 088-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO CORPO DA RECONCILIACAO
      *--------------------------------------------------------------*
       088-GRAVAR-LINHA.

           DISPLAY WS-LIN-IMPRESSA
           WRITE REG-RELCENSO  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING 1 LINE
           IF   WS-FS-RELCENSO  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-RELCENSO - FS='
                      WS-FS-RELCENSO
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A PRIMEIRA LINHA DA PAGINA DE RECONCILIACAO
      *--------------------------------------------------------------*
       089-GRAVAR-TOPO.

           DISPLAY WS-LIN-IMPRESSA
           WRITE REG-RELCENSO  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING PAGE
           IF   WS-FS-RELCENSO  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-RELCENSO - FS='
                      WS-FS-RELCENSO
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE ARQ-HIST-PLURI
           CLOSE ARQ-MESTRE
           CLOSE ARQ-MATRIC
           CLOSE ARQ-CENSO
           CLOSE ARQ-EXCECAO
           CLOSE ARQ-RELCENSO

           IF   RUN-ABENDED
              MOVE 16  TO  RETURN-CODE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TERMINO ANORMAL DO RSPRG027 - RC=16   *'
              DISPLAY ' *   (VER ALERTA(S) ACIMA - O ARQUIVO DO   *'
              DISPLAY ' *    CENSO NAO DEVE SER ENVIADO)          *'
              DISPLAY ' *========================================*'
           ELSE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG027        *'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * ANO / CODIGO INEP           = '
                      AS-ANO-IN  ' / '  AS-INEP-IN
              DISPLAY ' * REGISTROS DO PLURIANUAL     = '
                      WS-CTL-LIDOS
              DISPLAY ' * ALUNOS DO ANO               = '
                      WS-CTL-ALUNOS
              DISPLAY ' * ALUNOS MATRICULADOS NO ANO  = '
                      WS-CTL-MATRICULADOS
              DISPLAY ' * ALUNOS EXPORTADOS AO CENSO  = '
                      WS-CTL-EXPORTADOS
              DISPLAY ' * ALUNOS EM EXCECAO           = '
                      WS-CTL-EXCECOES
              DISPLAY ' * LINHAS DE EXCECAO           = '
                      WS-CTL-LINHAS-EXC
              IF   BATIMENTO-DIVERGENTE
                 MOVE 04  TO  RETURN-CODE
                 DISPLAY ' * RECONCILIACAO DIVERGENTE - RC=04       *'
              END-IF
              DISPLAY ' *========================================*'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' *      TERMINO NORMAL DO RSPRG027        *'
              DISPLAY ' *----------------------------------------*'
           END-IF
           PERFORM 091-REGISTRAR-EXECUCAO
           .
      *--------------------------------------------------------------*
      *    REGISTRAR A EXECUCAO NO CONTROLE DA SUITE (PROGRAMA, ANO
      *    EXPORTADO, DATA E RETURN-CODE FINAL). SE O ARQUIVO AINDA
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
              MOVE 'RSPRG027'  TO  CT-PROGRAMA
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
      *---------------> FIM DO PROGRAMA RSPRG027 <-------------------*
