       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG020.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: ESTORNO DE UMA EXECUCAO A PARTIR DAS IMAGENS
      *           ANTERIORES GRAVADAS NO DIARIO DE AUDITORIA
      *           (ARQ-DIARIO). SUBSTITUI A RESTAURACAO MANUAL DO
      *           ARQ-MESTRE / ARQ-HIST-ANUAL DO BACKUP QUANDO O
      *           RSPRG002 REJEITA O LOTE (RC=08) OU QUANDO O
      *           RSPRG003 OU O RSPRG019 TERMINAM ANORMALMENTE NO
      *           MEIO DO ARQUIVO, SEM PERDER AS ATUALIZACOES DOS
      *           DEMAIS PROGRAMAS FEITAS NA MESMA JANELA.
      *           A SYSIN TRAZ O PROGRAMA A ESTORNAR E A ORIGEM DA
      *           JANELA: 'J' - DATA/HORA INICIAL E FINAL INFORMADAS
      *           NA PROPRIA SYSIN; 'C' - ULTIMA EXECUCAO DO PROGRAMA
      *           REGISTRADA NO ARQ-CONTROLE (JANELA = O DIA INTEIRO
      *           DA EXECUCAO; SE O PROGRAMA RODOU MAIS DE UMA VEZ NO
      *           DIA, A EXECUCAO TERMINA COM RC=16 E A JANELA DEVE
      *           SER INFORMADA COM 'J').
      *           OS MOVIMENTOS DO PROGRAMA NA JANELA SAO
      *           CLASSIFICADOS EM ORDEM INVERSA DE GRAVACAO NO
      *           DIARIO E DESFEITOS UM A UM NO ARQ-MESTRE, NO
      *           ARQ-HIST-ANUAL E NO ARQ-MATRIC (ENCERRAMENTO DE
      *           MATRICULA PELO RSPRG005): INCLUSAO E DESFEITA POR
      *           EXCLUSAO, EXCLUSAO POR REINCLUSAO DA IMAGEM
      *           ANTERIOR E REGRAVACAO PELA REGRAVACAO DA IMAGEM
      *           ANTERIOR.
      *           O REGISTRO SO E ESTORNADO SE O CONTEUDO ATUAL AINDA
      *           FOR IGUAL A IMAGEM NOVA DO MOVIMENTO - REGISTRO
      *           ALTERADO DE NOVO POR EXECUCAO POSTERIOR E RECUSADO
      *           (E, COM ELE, OS MOVIMENTOS ANTERIORES DO MESMO
      *           REGISTRO NA JANELA). CADA ESTORNO APLICADO GERA UM
      *           MOVIMENTO 'ESTORNO' NO DIARIO; ESTORNADOS E
      *           RECUSADOS SAEM NA LISTAGEM ARQ-LISTA E NO SYSOUT.
      *           RC=04 QUANDO HOUVER RECUSA OU NENHUM MOVIMENTO NA
      *           JANELA.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  010039  VERSAO INICIAL - ESTORNO DE UMA
      *                          EXECUCAO DO ARQ-MESTRE E DO
      *                          ARQ-HIST-ANUAL PELAS IMAGENS
      *                          ANTERIORES DO DIARIO DE AUDITORIA
      *  V02    10/2026  010044  LAYOUTS ACOMPANHAM O ARQ-MESTRE
      *                          COM A SITUACAO DA MATRICULA
      *                          (MF-SITUACAO-MAT E DATA - RSPRG005)
      *  V03    10/2026  010044  ESTORNO DOS MOVIMENTOS DO ARQ-MATRIC
      *                          (MATRICULAS ENCERRADAS PELO RSPRG005
      *                          NO R/C/X); ORIGEM 'C' COM MAIS DE UMA
      *                          EXECUCAO DO PROGRAMA NO DIA TERMINA
      *                          COM RC=16 (JANELA DEVE VIR NA 'J')
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
           SELECT ARQ-DIARIO       ASSIGN TO DIARIO
                  FILE STATUS  IS WS-FS-DIARIO.

           SELECT ARQ-CONTROLE     ASSIGN TO CONTROLE
                  FILE STATUS  IS WS-FS-CONTROLE.

           SELECT ARQ-MESTRE       ASSIGN TO MESTRE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS MF-NUMERO
                  FILE STATUS   IS WS-FS-MESTRE.

           SELECT ARQ-HIST-ANUAL   ASSIGN TO HISTANUAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS HA-CHAVE
                  FILE STATUS   IS WS-FS-HISTANUAL.

           SELECT ARQ-MATRIC       ASSIGN TO MATRIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS MT-CHAVE
                  FILE STATUS   IS WS-FS-MATRIC.

           SELECT ARQ-LISTA        ASSIGN TO LISTA
                  FILE STATUS  IS WS-FS-LISTA.

           SELECT ARQ-CLASSIF      ASSIGN TO SORTWK1.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> DIARIO DE AUDITORIA (MESMO LAYOUT GRAVADO PELOS
      *       PROGRAMAS DA SUITE). LIDO NA SELECAO DOS MOVIMENTOS E
      *       REABERTO EM EXTEND PARA OS MOVIMENTOS DE ESTORNO
       FD  ARQ-DIARIO
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-DIARIO                PIC X(285).

      *-----> CONTROLE DE EXECUCAO DA SUITE (MESMO LAYOUT). LIDO
      *       PARA LOCALIZAR A EXECUCAO A ESTORNAR E ESTENDIDO NO
      *       TERMINO
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-CONTROLE              PIC X(24).

      *-----> MESTRE DE ALUNOS - MANTIDO PELO RSPRG002 (MESMO LAYOUT)
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

      *-----> ARQUIVO DE MATRICULAS - CARREGADO PELO RSPRG013 (MESMO
      *       LAYOUT). ENCERRAMENTOS DO RSPRG005 SAO ESTORNADOS AQUI
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

      *-----> SAIDA - LISTAGEM DOS MOVIMENTOS ESTORNADOS E RECUSADOS
       FD  ARQ-LISTA
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-LISTA                 PIC X(86).

      *-----> TRABALHO - MOVIMENTOS DA EXECUCAO A ESTORNAR, COM A
      *       SEQUENCIA DE LEITURA NO DIARIO (CLASSIFICADOS EM ORDEM
      *       DECRESCENTE PARA O ESTORNO DO MAIS RECENTE AO MAIS
      *       ANTIGO)
       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05  CL-SEQUENCIA           PIC 9(08).
           05  CL-REG-DIARIO          PIC X(285).

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
           05  WS-FS-DIARIO           PIC X(02)    VALUE ZEROS.
           05  WS-FS-CONTROLE         PIC X(02)    VALUE ZEROS.
           05  WS-FS-MESTRE           PIC X(02)    VALUE ZEROS.
           05  WS-FS-HISTANUAL        PIC X(02)    VALUE ZEROS.
           05  WS-FS-MATRIC           PIC X(02)    VALUE ZEROS.
           05  WS-FS-LISTA            PIC X(02)    VALUE ZEROS.
           05  WS-SW-FIM-CTRL         PIC X(01)    VALUE 'N'.
               88  FIM-CONTROLE                  VALUE 'S'.
           05  WS-SW-EXEC-ACHADA      PIC X(01)    VALUE 'N'.
               88  EXEC-ACHADA                   VALUE 'S'.
           05  WS-SW-FIM-DIARIO       PIC X(01)    VALUE 'N'.
               88  FIM-DIARIO                    VALUE 'S'.
           05  WS-SW-FIM-CLASSIF      PIC X(01)    VALUE 'N'.
               88  FIM-CLASSIF                   VALUE 'S'.
           05  WS-SW-EXISTE           PIC X(01)    VALUE 'N'.
               88  REGISTRO-EXISTE               VALUE 'S'.
           05  WS-TIPO-ESTORNO        PIC X(01)    VALUE SPACES.
               88  ESTORNO-INCLUSAO              VALUE 'I'.
               88  ESTORNO-EXCLUSAO              VALUE 'E'.
               88  ESTORNO-REGRAVACAO            VALUE 'R'.
           05  WS-CTL-LIDOS           PIC 9(08)    VALUE ZEROS.
           05  WS-CTL-SELECIONADOS    PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-ESTORNADOS      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-RECUSADOS       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-DIARIO          PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-EXEC-DIA        PIC 9(04)    VALUE ZEROS.
           05  WS-IMAGEM-ATUAL        PIC X(120)   VALUE SPACES.

      *-----> ENTRADA - PROGRAMA A ESTORNAR E ORIGEM DA JANELA, VIA
      *       SYSIN ('J' = JANELA INFORMADA; 'C' = ULTIMA EXECUCAO
      *       DO PROGRAMA NO ARQ-CONTROLE, DATAS/HORAS IGNORADAS)
       01  WS-REG-SYSIN.
           05  AS-PROGRAMA-IN         PIC X(08).
           05  AS-ORIGEM-IN           PIC X(01).
               88  ORIGEM-JANELA                 VALUE 'J'.
               88  ORIGEM-CONTROLE               VALUE 'C'.
           05  AS-INICIO-IN.
               10  AS-DATA-INI-IN         PIC 9(08).
               10  AS-HORA-INI-IN         PIC 9(06).
           05  AS-FIM-IN.
               10  AS-DATA-FIM-IN         PIC 9(08).
               10  AS-HORA-FIM-IN         PIC 9(06).

      *-----> JANELA DE DATA/HORA EFETIVA DO ESTORNO (AAAAMMDDHHMMSS)
       01  WS-AREA-JANELA.
           05  WS-JAN-INICIO.
               10  WS-JAN-DATA-INI        PIC 9(08)    VALUE ZEROS.
               10  WS-JAN-HORA-INI        PIC 9(06)    VALUE ZEROS.
           05  WS-JAN-FIM.
               10  WS-JAN-DATA-FIM        PIC 9(08)    VALUE ZEROS.
               10  WS-JAN-HORA-FIM        PIC 9(06)    VALUE ZEROS.
           05  WS-EXE-ANO             PIC 9(04)    VALUE ZEROS.
           05  WS-EXE-BIMESTRE        PIC 9(02)    VALUE ZEROS.
           05  WS-EXE-RC              PIC 9(02)    VALUE ZEROS.

      *-----> REGISTRO DO CONTROLE DE EXECUCAO (MESMO LAYOUT EM
      *       TODOS OS PROGRAMAS DA SUITE)
       01  WS-REG-CONTROLE.
           05  CT-PROGRAMA            PIC X(08).
           05  CT-ANO                 PIC 9(04).
           05  CT-BIMESTRE            PIC 9(02).
           05  CT-DATA                PIC 9(08).
           05  CT-RC                  PIC 9(02).

      *-----> ENTRADA - MOVIMENTO DO DIARIO A ESTORNAR, DESMEMBRADO
      *       (MESMO LAYOUT DO WS-REG-DIARIO)
       01  WS-REG-MOVIMENTO.
           05  WS-MOV-MOMENTO.
               10  WS-MOV-DATA            PIC 9(08).
               10  WS-MOV-HORA            PIC 9(06).
           05  WS-MOV-PROGRAMA        PIC X(08).
           05  WS-MOV-ARQUIVO         PIC X(09).
           05  WS-MOV-OPERACAO        PIC X(10).
           05  WS-MOV-NUMERO          PIC 9(04).
           05  WS-MOV-IMAGEM-ANT      PIC X(120).
           05  WS-MOV-IMAGEM-NOVA     PIC X(120).

      *-----> SAIDA - REGISTRO MONTADO PARA O DIARIO DE AUDITORIA
      *       (MESMO LAYOUT GRAVADO PELOS DEMAIS PROGRAMAS)
       01  WS-REG-DIARIO.
           05  WS-DIA-DATA            PIC 9(08).
           05  WS-DIA-HORA            PIC 9(06).
           05  WS-DIA-PROGRAMA        PIC X(08).
           05  WS-DIA-ARQUIVO         PIC X(09).
           05  WS-DIA-OPERACAO        PIC X(10).
           05  WS-DIA-NUMERO          PIC 9(04).
           05  WS-DIA-IMAGEM-ANT      PIC X(120).
           05  WS-DIA-IMAGEM-NOVA     PIC X(120).

      *-----> AREA AUXILIAR DO DIARIO - HORA ACEITA DO SISTEMA (COM
      *       CENTESIMOS, DESCARTADOS)
       01  WS-AREA-DIARIO.
           05  WS-DIA-HORA-ACEITA     PIC 9(08).
           05  FILLER                 REDEFINES WS-DIA-HORA-ACEITA.
               10  WS-DIA-HORA-HHMMSS     PIC 9(06).
               10  FILLER                 PIC 9(02).

      *-----> SAIDA - CABECALHO DA LISTAGEM (PROGRAMA E JANELA)
       01  WS-LIN-CAB.
           05  FILLER                 PIC X(21)    VALUE
               ' ESTORNO DO PROGRAMA '.
           05  WS-CAB-PROGRAMA        PIC X(08).
           05  FILLER                 PIC X(09)    VALUE ' JANELA '.
           05  WS-CAB-DATA-INI        PIC 9(08).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-CAB-HORA-INI        PIC 9(06).
           05  FILLER                 PIC X(03)    VALUE ' A '.
           05  WS-CAB-DATA-FIM        PIC 9(08).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-CAB-HORA-FIM        PIC 9(06).
           05  FILLER                 PIC X(15)    VALUE SPACES.

      *-----> SAIDA - LINHA MONTADA PARA A LISTAGEM DE ESTORNO
       01  WS-REG-LISTA.
           05  WS-LIS-DATA            PIC 9(08).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-HORA            PIC 9(06).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-ARQUIVO         PIC X(09).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-NUMERO          PIC 9(04).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-DISC            PIC X(03).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-OPER            PIC X(10).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-RESULT          PIC X(09).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-MOTIVO          PIC X(30).

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-RSPRG020.

           PERFORM 010-INICIAR
           IF   RUN-OK
              SORT ARQ-CLASSIF
                   ON DESCENDING KEY CL-SEQUENCIA
                   INPUT PROCEDURE  IS 040-SELECIONAR-MOVIMENTOS
                   OUTPUT PROCEDURE IS 060-ESTORNAR-MOVIMENTOS
              IF   SORT-RETURN  NOT =  ZERO
                 DISPLAY ' *** ERRO NA CLASSIFICACAO DOS MOVIMENTOS -'
                         ' SORT-RETURN='  SORT-RETURN
                 MOVE 'S'  TO  WS-SW-ABEND
              END-IF
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - RECEBER O PROGRAMA E A JANELA DA
      *    SYSIN, LOCALIZAR A EXECUCAO NO CONTROLE QUANDO PEDIDO E
      *    ABRIR OS ARQUIVOS A ESTORNAR
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-REG-SYSIN  FROM SYSIN
           PERFORM 013-VALIDAR-SYSIN
           IF   RUN-OK  AND  ORIGEM-CONTROLE
              PERFORM 015-LOCALIZAR-EXECUCAO
           END-IF
           IF   RUN-OK
              OPEN I-O    ARQ-MESTRE
              OPEN I-O    ARQ-HIST-ANUAL
              OPEN I-O    ARQ-MATRIC
              OPEN OUTPUT ARQ-LISTA
              IF   WS-FS-MESTRE     NOT =  '00'  OR
                   WS-FS-HISTANUAL  NOT =  '00'  OR
                   WS-FS-MATRIC     NOT =  '00'  OR
                   WS-FS-LISTA      NOT =  '00'
                 DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS -'
                         ' MESTRE='     WS-FS-MESTRE
                         ' HISTANUAL='  WS-FS-HISTANUAL
                         ' MATRIC='     WS-FS-MATRIC
                         ' LISTA='      WS-FS-LISTA
                 MOVE 'S'  TO  WS-SW-ABEND
              ELSE
                 PERFORM 018-GRAVAR-CABECALHO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDAR A SYSIN: PROGRAMA INFORMADO (NUNCA O PROPRIO
      *    RSPRG020), ORIGEM DA JANELA E, NA ORIGEM 'J', AS DATAS E
      *    HORAS NUMERICAS COM O INICIO ANTERIOR AO FIM
      *--------------------------------------------------------------*
       013-VALIDAR-SYSIN.

           EVALUATE TRUE
              WHEN AS-PROGRAMA-IN  =  SPACES
                 DISPLAY ' *** PROGRAMA A ESTORNAR NAO INFORMADO'
                         ' NA SYSIN'
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN AS-PROGRAMA-IN  =  'RSPRG020'
                 DISPLAY ' *** O PROPRIO ESTORNO NAO PODE SER'
                         ' ESTORNADO - RSPRG020'
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN NOT ORIGEM-JANELA  AND  NOT ORIGEM-CONTROLE
                 DISPLAY ' *** ORIGEM DA JANELA INVALIDA NA SYSIN - '
                         AS-ORIGEM-IN  ' (USE J OU C)'
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN ORIGEM-CONTROLE
                 CONTINUE
              WHEN AS-DATA-INI-IN  NOT NUMERIC  OR
                   AS-HORA-INI-IN  NOT NUMERIC  OR
                   AS-DATA-FIM-IN  NOT NUMERIC  OR
                   AS-HORA-FIM-IN  NOT NUMERIC
                 DISPLAY ' *** DATA/HORA DA JANELA NAO NUMERICA NA'
                         ' SYSIN'
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN AS-INICIO-IN  >  AS-FIM-IN
                 DISPLAY ' *** INICIO DA JANELA POSTERIOR AO FIM - '
                         AS-INICIO-IN  ' A '  AS-FIM-IN
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN OTHER
                 MOVE AS-DATA-INI-IN  TO  WS-JAN-DATA-INI
                 MOVE AS-HORA-INI-IN  TO  WS-JAN-HORA-INI
                 MOVE AS-DATA-FIM-IN  TO  WS-JAN-DATA-FIM
                 MOVE AS-HORA-FIM-IN  TO  WS-JAN-HORA-FIM
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR NO ARQ-CONTROLE A ULTIMA EXECUCAO REGISTRADA DO
      *    PROGRAMA A ESTORNAR. A JANELA PASSA A SER O DIA INTEIRO DA
      *    EXECUCAO (O CONTROLE NAO GUARDA A HORA) - POR ISSO, SE O
      *    PROGRAMA RODOU MAIS DE UMA VEZ NESSE DIA, A JANELA TEM DE
      *    SER INFORMADA NA SYSIN (ORIGEM 'J')
      *--------------------------------------------------------------*
       015-LOCALIZAR-EXECUCAO.

           MOVE 'N'    TO  WS-SW-EXEC-ACHADA
           MOVE 'N'    TO  WS-SW-FIM-CTRL
           MOVE ZEROS  TO  WS-CTL-EXEC-DIA
           OPEN INPUT ARQ-CONTROLE
           IF   WS-FS-CONTROLE  =  '00'
              PERFORM 016-LER-CONTROLE
                 UNTIL FIM-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF
           EVALUATE TRUE
              WHEN NOT EXEC-ACHADA
                 DISPLAY ' *** NENHUMA EXECUCAO DO '  AS-PROGRAMA-IN
                         ' REGISTRADA NO ARQ-CONTROLE - FS='
                         WS-FS-CONTROLE
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN WS-CTL-EXEC-DIA  >  1
                 DISPLAY ' *** '  AS-PROGRAMA-IN  ' RODOU '
                         WS-CTL-EXEC-DIA  ' VEZES EM '
                         WS-JAN-DATA-INI  ' - O ESTORNO DO DIA'
                         ' INTEIRO DESFARIA TODAS. INFORMAR A'
                         ' JANELA DA EXECUCAO NA SYSIN (ORIGEM J)'
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN OTHER
                 MOVE ZEROS   TO  WS-JAN-HORA-INI
                 MOVE 235959  TO  WS-JAN-HORA-FIM
                 DISPLAY ' * EXECUCAO LOCALIZADA NO CONTROLE - '
                         AS-PROGRAMA-IN  ' ANO '  WS-EXE-ANO
                         ' BIM/TERMO '  WS-EXE-BIMESTRE
                         ' DATA '  WS-JAN-DATA-INI  ' RC='  WS-EXE-RC
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO CONTROLE DE EXECUCAO, GUARDANDO
      *    A ULTIMA EXECUCAO DO PROGRAMA A ESTORNAR E CONTANDO AS
      *    EXECUCOES DELE NA MESMA DATA (O CONTROLE E CRONOLOGICO)
      *--------------------------------------------------------------*
       016-LER-CONTROLE.

           READ ARQ-CONTROLE  INTO  WS-REG-CONTROLE
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-CTRL
              NOT AT END
                 IF   CT-PROGRAMA  =  AS-PROGRAMA-IN
                    IF   EXEC-ACHADA  AND
                         CT-DATA  =  WS-JAN-DATA-INI
                       ADD  1      TO  WS-CTL-EXEC-DIA
                    ELSE
                       MOVE 1      TO  WS-CTL-EXEC-DIA
                    END-IF
                    MOVE 'S'          TO  WS-SW-EXEC-ACHADA
                    MOVE CT-DATA      TO  WS-JAN-DATA-INI
                    MOVE CT-DATA      TO  WS-JAN-DATA-FIM
                    MOVE CT-ANO       TO  WS-EXE-ANO
                    MOVE CT-BIMESTRE  TO  WS-EXE-BIMESTRE
                    MOVE CT-RC        TO  WS-EXE-RC
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR O CABECALHO DA LISTAGEM COM O PROGRAMA E A JANELA
      *    EFETIVA DO ESTORNO
      *--------------------------------------------------------------*
       018-GRAVAR-CABECALHO.

           MOVE AS-PROGRAMA-IN   TO  WS-CAB-PROGRAMA
           MOVE WS-JAN-DATA-INI  TO  WS-CAB-DATA-INI
           MOVE WS-JAN-HORA-INI  TO  WS-CAB-HORA-INI
           MOVE WS-JAN-DATA-FIM  TO  WS-CAB-DATA-FIM
           MOVE WS-JAN-HORA-FIM  TO  WS-CAB-HORA-FIM
           DISPLAY WS-LIN-CAB
           WRITE REG-LISTA  FROM  WS-LIN-CAB
           IF   WS-FS-LISTA  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-LISTA - FS='
                      WS-FS-LISTA
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O DIARIO DE AUDITORIA EM EXTEND PARA OS MOVIMENTOS
      *    DE ESTORNO (A TRILHA ACUMULA ENTRE EXECUCOES E NUNCA E
      *    TRUNCADA)
      *--------------------------------------------------------------*
       019-ABRIR-DIARIO.

           OPEN EXTEND ARQ-DIARIO
           IF   WS-FS-DIARIO  =  '35'
              OPEN OUTPUT ARQ-DIARIO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENTRADA DA CLASSIFICACAO - LER O DIARIO INTEIRO E LIBERAR
      *    OS MOVIMENTOS DO PROGRAMA DENTRO DA JANELA, NUMERADOS NA
      *    ORDEM DE GRAVACAO
      *--------------------------------------------------------------*
       040-SELECIONAR-MOVIMENTOS.

           OPEN INPUT ARQ-DIARIO
           IF   WS-FS-DIARIO  NOT =  '00'
              DISPLAY ' *** ERRO ABRINDO ARQ-DIARIO - FS='
                      WS-FS-DIARIO
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              MOVE 'N'  TO  WS-SW-FIM-DIARIO
              PERFORM 042-LER-DIARIO
              PERFORM 044-FILTRAR-MOVIMENTO
                 UNTIL FIM-DIARIO
              CLOSE ARQ-DIARIO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO MOVIMENTO DO DIARIO DE AUDITORIA
      *--------------------------------------------------------------*
       042-LER-DIARIO.

           READ ARQ-DIARIO  INTO  WS-REG-MOVIMENTO
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-DIARIO
              NOT AT END
                 ADD  1  TO  WS-CTL-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    LIBERAR PARA A CLASSIFICACAO O MOVIMENTO CORRENTE QUANDO
      *    FOR DO PROGRAMA A ESTORNAR E ESTIVER DENTRO DA JANELA
      *--------------------------------------------------------------*
       044-FILTRAR-MOVIMENTO.

           IF   WS-MOV-PROGRAMA  =  AS-PROGRAMA-IN   AND
                WS-MOV-MOMENTO   NOT <  WS-JAN-INICIO  AND
                WS-MOV-MOMENTO   NOT >  WS-JAN-FIM
              ADD  1  TO  WS-CTL-SELECIONADOS
              MOVE WS-CTL-LIDOS      TO  CL-SEQUENCIA
              MOVE WS-REG-MOVIMENTO  TO  CL-REG-DIARIO
              RELEASE REG-CLASSIF
           END-IF
           PERFORM 042-LER-DIARIO
           .
      *--------------------------------------------------------------*
      *    SAIDA DA CLASSIFICACAO - ESTORNAR OS MOVIMENTOS DO MAIS
      *    RECENTE AO MAIS ANTIGO
      *--------------------------------------------------------------*
       060-ESTORNAR-MOVIMENTOS.

           IF   RUN-OK
              PERFORM 019-ABRIR-DIARIO
              IF   WS-FS-DIARIO  NOT =  '00'
                 DISPLAY ' *** ERRO ABRINDO ARQ-DIARIO EM EXTEND - FS='
                         WS-FS-DIARIO
                 MOVE 'S'  TO  WS-SW-ABEND
              ELSE
                 MOVE 'N'  TO  WS-SW-FIM-CLASSIF
                 PERFORM 062-RETORNAR-MOVIMENTO
                 PERFORM 064-ESTORNAR-MOVIMENTO
                    UNTIL FIM-CLASSIF  OR  RUN-ABENDED
                 CLOSE ARQ-DIARIO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    OBTER O PROXIMO MOVIMENTO CLASSIFICADO
      *--------------------------------------------------------------*
       062-RETORNAR-MOVIMENTO.

           RETURN ARQ-CLASSIF
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-CLASSIF
              NOT AT END
                 MOVE CL-REG-DIARIO  TO  WS-REG-MOVIMENTO
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    CLASSIFICAR O TIPO DE ESTORNO PELAS IMAGENS DO MOVIMENTO
      *    (IMAGEM ANTERIOR VAZIA = INCLUSAO; IMAGEM NOVA VAZIA =
      *    EXCLUSAO; AS DUAS PREENCHIDAS = REGRAVACAO) E DESVIAR
      *    PARA O ARQUIVO DO MOVIMENTO. O FECHAMENTO ANUAL DO
      *    RSPRG007 E OS ARQUIVOS FORA DO MESTRE/HISTORICO ANUAL/
      *    MATRICULAS SAO RECUSADOS
      *--------------------------------------------------------------*
       064-ESTORNAR-MOVIMENTO.

           MOVE SPACES          TO  WS-LIS-DISC
           EVALUATE TRUE
              WHEN WS-MOV-IMAGEM-ANT   =  SPACES
                 MOVE 'I'  TO  WS-TIPO-ESTORNO
              WHEN WS-MOV-IMAGEM-NOVA  =  SPACES
                 MOVE 'E'  TO  WS-TIPO-ESTORNO
              WHEN OTHER
                 MOVE 'R'  TO  WS-TIPO-ESTORNO
           END-EVALUATE

           EVALUATE TRUE
              WHEN WS-MOV-OPERACAO  =  'FECHAMENTO'
                 MOVE 'FECHAMENTO ANUAL NAO ESTORNA'
                                                    TO  WS-LIS-MOTIVO
                 PERFORM 087-GRAVAR-RECUSA
              WHEN WS-MOV-ARQUIVO  =  'MESTRE'
                 PERFORM 070-ESTORNAR-MESTRE
              WHEN WS-MOV-ARQUIVO  =  'HISTANUAL'
                 PERFORM 080-ESTORNAR-HISTORICO
              WHEN WS-MOV-ARQUIVO  =  'MATRIC'
                 PERFORM 076-ESTORNAR-MATRICULA
              WHEN OTHER
                 MOVE 'ARQUIVO FORA DO ESTORNO'     TO  WS-LIS-MOTIVO
                 PERFORM 087-GRAVAR-RECUSA
           END-EVALUATE
           PERFORM 062-RETORNAR-MOVIMENTO
           .
      *--------------------------------------------------------------*
      *    ESTORNAR UM MOVIMENTO DO ARQ-MESTRE: LER O REGISTRO PELA
      *    CHAVE DA IMAGEM DO MOVIMENTO E CONFERIR QUE O CONTEUDO
      *    ATUAL AINDA E A IMAGEM NOVA (NENHUMA EXECUCAO POSTERIOR O
      *    ALTEROU) ANTES DE DESFAZER
      *--------------------------------------------------------------*
       070-ESTORNAR-MESTRE.

           IF   ESTORNO-INCLUSAO
              MOVE WS-MOV-IMAGEM-NOVA  TO  REG-MESTRE
           ELSE
              MOVE WS-MOV-IMAGEM-ANT   TO  REG-MESTRE
           END-IF
           READ ARQ-MESTRE
              INVALID KEY
                 MOVE 'N'         TO  WS-SW-EXISTE
                 MOVE SPACES      TO  WS-IMAGEM-ATUAL
              NOT INVALID KEY
                 MOVE 'S'         TO  WS-SW-EXISTE
                 MOVE REG-MESTRE  TO  WS-IMAGEM-ATUAL
           END-READ

           EVALUATE TRUE
              WHEN ESTORNO-EXCLUSAO  AND  REGISTRO-EXISTE
                 MOVE 'REGISTRO RECRIADO APOS A EXEC'
                                                    TO  WS-LIS-MOTIVO
                 PERFORM 087-GRAVAR-RECUSA
              WHEN ESTORNO-EXCLUSAO
                 PERFORM 073-REINCLUIR-MESTRE
              WHEN NOT REGISTRO-EXISTE
                 MOVE 'REGISTRO EXCLUIDO APOS A EXEC'
                                                    TO  WS-LIS-MOTIVO
                 PERFORM 087-GRAVAR-RECUSA
              WHEN WS-IMAGEM-ATUAL  NOT =  WS-MOV-IMAGEM-NOVA
                 MOVE 'ALTERADO POR EXEC POSTERIOR' TO  WS-LIS-MOTIVO
                 PERFORM 087-GRAVAR-RECUSA
              WHEN ESTORNO-INCLUSAO
                 PERFORM 072-EXCLUIR-MESTRE
              WHEN OTHER
                 PERFORM 074-REGRAVAR-MESTRE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    DESFAZER UMA INCLUSAO NO ARQ-MESTRE (EXCLUIR O REGISTRO)
      *--------------------------------------------------------------*
       072-EXCLUIR-MESTRE.

           DELETE ARQ-MESTRE RECORD
           IF   WS-FS-MESTRE  =  '00'
              MOVE WS-IMAGEM-ATUAL  TO  WS-DIA-IMAGEM-ANT
              MOVE SPACES           TO  WS-DIA-IMAGEM-NOVA
              PERFORM 085-GRAVAR-DIARIO
              PERFORM 086-GRAVAR-ESTORNADO
           ELSE
              DISPLAY ' *** ERRO EXCLUINDO DO ARQ-MESTRE - FS='
                      WS-FS-MESTRE
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    DESFAZER UMA EXCLUSAO NO ARQ-MESTRE (REINCLUIR A IMAGEM
      *    ANTERIOR)
      *--------------------------------------------------------------*
       073-REINCLUIR-MESTRE.

           MOVE WS-MOV-IMAGEM-ANT  TO  REG-MESTRE
           WRITE REG-MESTRE
           IF   WS-FS-MESTRE  =  '00'
              MOVE SPACES       TO  WS-DIA-IMAGEM-ANT
              MOVE REG-MESTRE   TO  WS-DIA-IMAGEM-NOVA
              PERFORM 085-GRAVAR-DIARIO
              PERFORM 086-GRAVAR-ESTORNADO
           ELSE
              DISPLAY ' *** ERRO GRAVANDO ARQ-MESTRE - FS='
                      WS-FS-MESTRE
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    DESFAZER UMA REGRAVACAO NO ARQ-MESTRE (REGRAVAR A IMAGEM
      *    ANTERIOR)
      *--------------------------------------------------------------*
       074-REGRAVAR-MESTRE.

           MOVE WS-MOV-IMAGEM-ANT  TO  REG-MESTRE
           REWRITE REG-MESTRE
           IF   WS-FS-MESTRE  =  '00'
              MOVE WS-IMAGEM-ATUAL  TO  WS-DIA-IMAGEM-ANT
              MOVE REG-MESTRE       TO  WS-DIA-IMAGEM-NOVA
              PERFORM 085-GRAVAR-DIARIO
              PERFORM 086-GRAVAR-ESTORNADO
           ELSE
              DISPLAY ' *** ERRO REGRAVANDO ARQ-MESTRE - FS='
                      WS-FS-MESTRE
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    ESTORNAR UM MOVIMENTO DO ARQ-MATRIC. O RSPRG005 SO REGRAVA
      *    A MATRICULA (ENCERRAMENTO); A MESMA CONFERENCIA DO
      *    CONTEUDO ATUAL CONTRA A IMAGEM NOVA PRECEDE A REGRAVACAO
      *    DA IMAGEM ANTERIOR
      *--------------------------------------------------------------*
       076-ESTORNAR-MATRICULA.

           IF   ESTORNO-INCLUSAO
              MOVE WS-MOV-IMAGEM-NOVA  TO  REG-MATRIC
           ELSE
              MOVE WS-MOV-IMAGEM-ANT   TO  REG-MATRIC
           END-IF
           MOVE MT-DISCIPLINA  TO  WS-LIS-DISC
           READ ARQ-MATRIC
              INVALID KEY
                 MOVE 'N'         TO  WS-SW-EXISTE
                 MOVE SPACES      TO  WS-IMAGEM-ATUAL
              NOT INVALID KEY
                 MOVE 'S'         TO  WS-SW-EXISTE
                 MOVE REG-MATRIC  TO  WS-IMAGEM-ATUAL
           END-READ

           EVALUATE TRUE
              WHEN NOT ESTORNO-REGRAVACAO
                 MOVE 'OPERACAO FORA DO ESTORNO'    TO  WS-LIS-MOTIVO
                 PERFORM 087-GRAVAR-RECUSA
              WHEN NOT REGISTRO-EXISTE
                 MOVE 'REGISTRO EXCLUIDO APOS A EXEC'
                                                    TO  WS-LIS-MOTIVO
                 PERFORM 087-GRAVAR-RECUSA
              WHEN WS-IMAGEM-ATUAL  NOT =  WS-MOV-IMAGEM-NOVA
                 MOVE 'ALTERADO POR EXEC POSTERIOR' TO  WS-LIS-MOTIVO
                 PERFORM 087-GRAVAR-RECUSA
              WHEN OTHER
                 PERFORM 078-REGRAVAR-MATRICULA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    DESFAZER UMA REGRAVACAO NO ARQ-MATRIC (REGRAVAR A IMAGEM
      *    ANTERIOR - A MATRICULA VOLTA A FICAR ATIVA)
      *--------------------------------------------------------------*
       078-REGRAVAR-MATRICULA.

           MOVE WS-MOV-IMAGEM-ANT  TO  REG-MATRIC
           REWRITE REG-MATRIC
           IF   WS-FS-MATRIC  =  '00'
              MOVE WS-IMAGEM-ATUAL  TO  WS-DIA-IMAGEM-ANT
              MOVE REG-MATRIC       TO  WS-DIA-IMAGEM-NOVA
              PERFORM 085-GRAVAR-DIARIO
              PERFORM 086-GRAVAR-ESTORNADO
           ELSE
              DISPLAY ' *** ERRO REGRAVANDO ARQ-MATRIC - FS='
                      WS-FS-MATRIC
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    ESTORNAR UM MOVIMENTO DO ARQ-HIST-ANUAL, COM A MESMA
      *    CONFERENCIA DO CONTEUDO ATUAL CONTRA A IMAGEM NOVA (A
      *    CHAVE ALUNO+DISCIPLINA VEM DA IMAGEM DO MOVIMENTO)
      *--------------------------------------------------------------*
       080-ESTORNAR-HISTORICO.

           IF   ESTORNO-INCLUSAO
              MOVE WS-MOV-IMAGEM-NOVA  TO  REG-HIST-ANUAL
           ELSE
              MOVE WS-MOV-IMAGEM-ANT   TO  REG-HIST-ANUAL
           END-IF
           MOVE HA-DISCIPLINA  TO  WS-LIS-DISC
           READ ARQ-HIST-ANUAL
              INVALID KEY
                 MOVE 'N'             TO  WS-SW-EXISTE
                 MOVE SPACES          TO  WS-IMAGEM-ATUAL
              NOT INVALID KEY
                 MOVE 'S'             TO  WS-SW-EXISTE
                 MOVE REG-HIST-ANUAL  TO  WS-IMAGEM-ATUAL
           END-READ

           EVALUATE TRUE
              WHEN ESTORNO-EXCLUSAO  AND  REGISTRO-EXISTE
                 MOVE 'REGISTRO RECRIADO APOS A EXEC'
                                                    TO  WS-LIS-MOTIVO
                 PERFORM 087-GRAVAR-RECUSA
              WHEN ESTORNO-EXCLUSAO
                 PERFORM 083-REINCLUIR-HISTORICO
              WHEN NOT REGISTRO-EXISTE
                 MOVE 'REGISTRO EXCLUIDO APOS A EXEC'
                                                    TO  WS-LIS-MOTIVO
                 PERFORM 087-GRAVAR-RECUSA
              WHEN WS-IMAGEM-ATUAL  NOT =  WS-MOV-IMAGEM-NOVA
                 MOVE 'ALTERADO POR EXEC POSTERIOR' TO  WS-LIS-MOTIVO
                 PERFORM 087-GRAVAR-RECUSA
              WHEN ESTORNO-INCLUSAO
                 PERFORM 082-EXCLUIR-HISTORICO
              WHEN OTHER
                 PERFORM 084-REGRAVAR-HISTORICO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    DESFAZER UMA INCLUSAO NO ARQ-HIST-ANUAL
      *--------------------------------------------------------------*
       082-EXCLUIR-HISTORICO.

           DELETE ARQ-HIST-ANUAL RECORD
           IF   WS-FS-HISTANUAL  =  '00'
              MOVE WS-IMAGEM-ATUAL  TO  WS-DIA-IMAGEM-ANT
              MOVE SPACES           TO  WS-DIA-IMAGEM-NOVA
              PERFORM 085-GRAVAR-DIARIO
              PERFORM 086-GRAVAR-ESTORNADO
           ELSE
              DISPLAY ' *** ERRO EXCLUINDO DO HIST-ANUAL - FS='
                      WS-FS-HISTANUAL
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    DESFAZER UMA EXCLUSAO NO ARQ-HIST-ANUAL
      *--------------------------------------------------------------*
       083-REINCLUIR-HISTORICO.

           MOVE WS-MOV-IMAGEM-ANT  TO  REG-HIST-ANUAL
           WRITE REG-HIST-ANUAL
           IF   WS-FS-HISTANUAL  =  '00'
              MOVE SPACES          TO  WS-DIA-IMAGEM-ANT
              MOVE REG-HIST-ANUAL  TO  WS-DIA-IMAGEM-NOVA
              PERFORM 085-GRAVAR-DIARIO
              PERFORM 086-GRAVAR-ESTORNADO
           ELSE
              DISPLAY ' *** ERRO GRAVANDO ARQ-HIST-ANUAL - FS='
                      WS-FS-HISTANUAL
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    DESFAZER UMA REGRAVACAO NO ARQ-HIST-ANUAL
      *--------------------------------------------------------------*
       084-REGRAVAR-HISTORICO.

           MOVE WS-MOV-IMAGEM-ANT  TO  REG-HIST-ANUAL
           REWRITE REG-HIST-ANUAL
           IF   WS-FS-HISTANUAL  =  '00'
              MOVE WS-IMAGEM-ATUAL  TO  WS-DIA-IMAGEM-ANT
              MOVE REG-HIST-ANUAL   TO  WS-DIA-IMAGEM-NOVA
              PERFORM 085-GRAVAR-DIARIO
              PERFORM 086-GRAVAR-ESTORNADO
           ELSE
              DISPLAY ' *** ERRO REGRAVANDO HIST-ANUAL - FS='
                      WS-FS-HISTANUAL
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO DIARIO DE AUDITORIA O MOVIMENTO DE ESTORNO (AS
      *    IMAGENS JA FORAM PREENCHIDAS PELO CHAMADOR: ANTERIOR = O
      *    CONTEUDO DESFEITO, NOVA = O CONTEUDO RESTAURADO)
      *--------------------------------------------------------------*
       085-GRAVAR-DIARIO.

           ACCEPT WS-DIA-DATA         FROM DATE YYYYMMDD
           ACCEPT WS-DIA-HORA-ACEITA  FROM TIME
           MOVE WS-DIA-HORA-HHMMSS  TO  WS-DIA-HORA
           MOVE 'RSPRG020'          TO  WS-DIA-PROGRAMA
           MOVE WS-MOV-ARQUIVO      TO  WS-DIA-ARQUIVO
           MOVE 'ESTORNO'           TO  WS-DIA-OPERACAO
           MOVE WS-MOV-NUMERO       TO  WS-DIA-NUMERO
           WRITE REG-DIARIO  FROM  WS-REG-DIARIO
           IF   WS-FS-DIARIO  =  '00'
              ADD  1  TO  WS-CTL-DIARIO
           ELSE
              DISPLAY ' *** ERRO GRAVANDO ARQ-DIARIO - FS='
                      WS-FS-DIARIO
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NA LISTAGEM UM MOVIMENTO ESTORNADO COM SUCESSO
      *--------------------------------------------------------------*
       086-GRAVAR-ESTORNADO.

           ADD  1  TO  WS-CTL-ESTORNADOS
           MOVE 'ESTORNADO'  TO  WS-LIS-RESULT
           MOVE SPACES       TO  WS-LIS-MOTIVO
           PERFORM 088-GRAVAR-LISTA
           .
      *--------------------------------------------------------------*
      *    GRAVAR NA LISTAGEM UM MOVIMENTO RECUSADO (O MOTIVO JA FOI
      *    PREENCHIDO PELO CHAMADOR)
      *--------------------------------------------------------------*
       087-GRAVAR-RECUSA.

           ADD  1  TO  WS-CTL-RECUSADOS
           MOVE 'RECUSADO'  TO  WS-LIS-RESULT
           PERFORM 088-GRAVAR-LISTA
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA NA LISTAGEM DE ESTORNO COM OS DADOS DO
      *    MOVIMENTO ORIGINAL
      *--------------------------------------------------------------*
       088-GRAVAR-LISTA.

           MOVE WS-MOV-DATA      TO  WS-LIS-DATA
           MOVE WS-MOV-HORA      TO  WS-LIS-HORA
           MOVE WS-MOV-ARQUIVO   TO  WS-LIS-ARQUIVO
           MOVE WS-MOV-NUMERO    TO  WS-LIS-NUMERO
           MOVE WS-MOV-OPERACAO  TO  WS-LIS-OPER
           DISPLAY WS-REG-LISTA
           WRITE REG-LISTA  FROM  WS-REG-LISTA
           IF   WS-FS-LISTA  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-LISTA - FS='
                      WS-FS-LISTA
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE ARQ-MESTRE
           CLOSE ARQ-HIST-ANUAL
           CLOSE ARQ-MATRIC
           CLOSE ARQ-LISTA

           IF   RUN-ABENDED
              MOVE 16  TO  RETURN-CODE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TERMINO ANORMAL DO RSPRG020 - RC=16   *'
              DISPLAY ' *   (VER ALERTA(S) ACIMA - OS ESTORNOS    *'
              DISPLAY ' *    JA APLICADOS ESTAO NO DIARIO; CORRI- *'
              DISPLAY ' *    GIR A CAUSA E REEXECUTAR: O QUE JA   *'
              DISPLAY ' *    FOI ESTORNADO SERA RECUSADO)         *'
              DISPLAY ' *========================================*'
           ELSE
              IF   WS-CTL-RECUSADOS     >  ZEROS  OR
                   WS-CTL-SELECIONADOS  =  ZEROS
                 MOVE 04  TO  RETURN-CODE
              END-IF
              DISPLAY ' *========================================*'
              DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG020        *'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * PROGRAMA ESTORNADO          = '
                      AS-PROGRAMA-IN
              DISPLAY ' * JANELA - INICIO             = '
                      WS-JAN-DATA-INI  ' '  WS-JAN-HORA-INI
              DISPLAY ' * JANELA - FIM                = '
                      WS-JAN-DATA-FIM  ' '  WS-JAN-HORA-FIM
              DISPLAY ' * MOVIMENTOS LIDOS DO DIARIO  = '
                      WS-CTL-LIDOS
              DISPLAY ' * MOVIMENTOS NA JANELA        = '
                      WS-CTL-SELECIONADOS
              DISPLAY ' * MOVIMENTOS ESTORNADOS       = '
                      WS-CTL-ESTORNADOS
              DISPLAY ' * MOVIMENTOS RECUSADOS        = '
                      WS-CTL-RECUSADOS
              DISPLAY ' * MOVIMENTOS ESTORNO NO DIARIO= '
                      WS-CTL-DIARIO
              IF   WS-CTL-SELECIONADOS  =  ZEROS
                 DISPLAY ' *----------------------------------------*'
                 DISPLAY ' * NENHUM MOVIMENTO DO PROGRAMA NA JANELA *'
                 DISPLAY ' * (CONFERIR O PROGRAMA E A JANELA) RC=04 *'
              END-IF
              IF   WS-CTL-RECUSADOS  >  ZEROS
                 DISPLAY ' *----------------------------------------*'
                 DISPLAY ' * HOUVE RECUSA (VER ARQ-LISTA) - RC=04   *'
                 DISPLAY ' * OS REGISTROS RECUSADOS FORAM ALTERADOS *'
                 DISPLAY ' * DE NOVO APOS A EXECUCAO E PRECISAM DE  *'
                 DISPLAY ' * ACERTO MANUAL ANTES DE REAPRESENTAR    *'
              END-IF
              DISPLAY ' *========================================*'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' *      TERMINO NORMAL DO RSPRG020        *'
              DISPLAY ' *----------------------------------------*'
           END-IF
           PERFORM 091-REGISTRAR-EXECUCAO
           .
      *--------------------------------------------------------------*
      *    REGISTRAR A EXECUCAO NO CONTROLE DA SUITE (PROGRAMA, ANO E
      *    BIMESTRE DA EXECUCAO ESTORNADA QUANDO LOCALIZADA NO
      *    CONTROLE, DATA E RETURN-CODE FINAL). SE O ARQUIVO AINDA
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
              MOVE 'RSPRG020'        TO  CT-PROGRAMA
              MOVE WS-EXE-ANO        TO  CT-ANO
              MOVE WS-EXE-BIMESTRE   TO  CT-BIMESTRE
              ACCEPT CT-DATA  FROM DATE YYYYMMDD
              MOVE RETURN-CODE       TO  CT-RC
              WRITE REG-CONTROLE  FROM  WS-REG-CONTROLE
              IF   WS-FS-CONTROLE  NOT =  '00'
                 DISPLAY ' *** ERRO GRAVANDO ARQ-CONTROLE - FS='
                         WS-FS-CONTROLE
              END-IF
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA RSPRG020 <-------------------*
