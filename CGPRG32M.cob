       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG030.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: PROTOCOLO DOS RECURSOS DE NOTA (ARQ-RECURSO). A
      *           MANUTENCAO SEGUE OS MOLDES DO RSPRG012: CADA
      *           MOVIMENTO DO ARQ-MOVTO TRAZ O CODIGO DE OPERACAO E
      *           O NUMERO DO PROTOCOLO - I (ABERTURA DO RECURSO:
      *           ANO + ALUNO + DISCIPLINA + BIMESTRE, REQUERENTE,
      *           DATA DE ABERTURA E PRAZO DE RESPOSTA), A (CORRECAO
      *           DOS DADOS DE UM RECURSO AINDA PENDENTE), S (MUDANCA
      *           DE SITUACAO: E EM ANALISE, D DEFERIDO, I
      *           INDEFERIDO, COM O PARECER) E E (EXCLUSAO DE
      *           RECURSO AINDA ABERTO, PROTOCOLADO POR ENGANO).
      *           RECURSO DECIDIDO NAO MUDA MAIS. BIMESTRE 0 E O
      *           RECURSO SOBRE O RESULTADO FINAL (QUALQUER CAMPO,
      *           INCLUSIVE A PROVA DE RECUPERACAO). O NUMERO DO
      *           PROTOCOLO DEFERIDO E A AUTORIZACAO EXIGIDA PELO
      *           RSPRG016 PARA RETIFICAR O PLURIANUAL. DEPOIS DOS
      *           MOVIMENTOS, EMITE O RELATORIO DIARIO (ARQ-RELREC)
      *           DOS RECURSOS PENDENTES (ABERTOS OU EM ANALISE) COM
      *           PRAZO VENCIDO OU A VENCER DENTRO DOS DIAS DE
      *           ALERTA; HAVENDO PRAZO VENCIDO, RC=04. DATA DE
      *           REFERENCIA E DIAS DE ALERTA CHEGAM PELA SYSIN (EM
      *           BRANCO, DATA DO SISTEMA E 03 DIAS). OS MOVIMENTOS
      *           APLICADOS E OS RECUSADOS SAEM NA LISTAGEM ARQ-LISTA
      *           E NO SYSOUT.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  010049  VERSAO INICIAL - PROTOCOLO DOS
      *                          RECURSOS DE NOTA COM SITUACAO E
      *                          PRAZO E RELATORIO DIARIO DE PRAZOS
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
           SELECT ARQ-MOVTO        ASSIGN TO MOVTO
                  FILE STATUS  IS WS-FS-MOVTO.

           SELECT ARQ-RECURSO      ASSIGN TO RECURSO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RE-PROTOCOLO
                  FILE STATUS   IS WS-FS-RECURSO.

           SELECT ARQ-MESTRE       ASSIGN TO MESTRE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS MF-NUMERO
                  FILE STATUS   IS WS-FS-MESTRE.

           SELECT ARQ-DISCIP       ASSIGN TO DISCIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DC-CODIGO
                  FILE STATUS   IS WS-FS-DISCIP.

           SELECT ARQ-LISTA        ASSIGN TO LISTA
                  FILE STATUS  IS WS-FS-LISTA.

           SELECT ARQ-RELREC       ASSIGN TO RELREC
                  FILE STATUS  IS WS-FS-RELREC.

           SELECT ARQ-DIARIO       ASSIGN TO DIARIO
                  FILE STATUS  IS WS-FS-DIARIO.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> ENTRADA - MOVIMENTOS DO PROTOCOLO: CODIGO DE OPERACAO +
      *       NUMERO DO PROTOCOLO + DADOS DO RECURSO OU DA DECISAO
       FD  ARQ-MOVTO
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-MOVTO                 PIC X(80).

      *-----> PROTOCOLO DE RECURSOS DE NOTA - UM REGISTRO POR
      *       PROTOCOLO (LIDO PELO RSPRG016). SITUACAO A ABERTO, E EM
      *       ANALISE, D DEFERIDO, I INDEFERIDO
       FD  ARQ-RECURSO
           LABEL RECORDS ARE STANDARD.
       01  REG-RECURSO.
           05  RE-PROTOCOLO           PIC X(10).
           05  RE-ANO                 PIC 9(04).
           05  RE-NUMERO              PIC 9(04).
           05  RE-DISCIPLINA          PIC X(03).
           05  RE-BIMESTRE            PIC 9(01).
           05  RE-REQUERENTE          PIC X(30).
           05  RE-DATA-ABERTURA       PIC 9(08).
           05  RE-PRAZO               PIC 9(08).
           05  RE-SITUACAO            PIC X(01).
               88  RE-ABERTO                    VALUE 'A'.
               88  RE-EM-ANALISE                VALUE 'E'.
               88  RE-DEFERIDO                  VALUE 'D'.
               88  RE-INDEFERIDO                VALUE 'I'.
               88  RE-PENDENTE                  VALUE 'A' 'E'.
           05  RE-DATA-SITUACAO       PIC 9(08).
           05  RE-PARECER             PIC X(30).
           05  FILLER                 PIC X(13).

      *-----> MESTRE DE ALUNOS - MANTIDO PELO RSPRG002 (MESMO LAYOUT).
      *       CONFERENCIA DO ALUNO DO RECURSO
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

      *-----> CADASTRO DE DISCIPLINAS - MANTIDO PELO RSPRG012 (MESMO
      *       LAYOUT). CONFERENCIA DA DISCIPLINA DO RECURSO
       FD  ARQ-DISCIP
           LABEL RECORDS ARE STANDARD.
       01  REG-DISCIP.
           05  DC-CODIGO              PIC X(03).
           05  DC-NOME                PIC X(20).
           05  DC-CURSO               PIC X(12).
           05  DC-CARGA               PIC 9(04).
           05  DC-SERIE               PIC 9(01).

      *-----> SAIDA - LISTAGEM DOS MOVIMENTOS APLICADOS E RECUSADOS
       FD  ARQ-LISTA
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-LISTA                 PIC X(69).

      *-----> SAIDA - RELATORIO DIARIO DOS RECURSOS PENDENTES COM
      *       PRAZO VENCIDO OU PROXIMO (132 COLUNAS)
       FD  ARQ-RELREC
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-RELREC                PIC X(132).

      *-----> DIARIO DE AUDITORIA - UM REGISTRO POR MOVIMENTO
      *       APLICADO NO ARQ-RECURSO, COM DATA/HORA, PROGRAMA DE
      *       ORIGEM E AS IMAGENS ANTERIOR E NOVA DO REGISTRO.
      *       SEMPRE ABERTO EM EXTEND (NUNCA TRUNCADO)
       FD  ARQ-DIARIO
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-DIARIO                PIC X(285).

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
           05  WS-FS-MOVTO            PIC X(02)    VALUE ZEROS.
           05  WS-FS-RECURSO          PIC X(02)    VALUE ZEROS.
           05  WS-FS-MESTRE           PIC X(02)    VALUE ZEROS.
           05  WS-FS-DISCIP           PIC X(02)    VALUE ZEROS.
           05  WS-FS-LISTA            PIC X(02)    VALUE ZEROS.
           05  WS-FS-RELREC           PIC X(02)    VALUE ZEROS.
           05  WS-FS-DIARIO           PIC X(02)    VALUE ZEROS.
           05  WS-SW-VALIDO           PIC X(01)    VALUE 'S'.
               88  MOVTO-VALIDO                  VALUE 'S'.
               88  MOVTO-INVALIDO                VALUE 'N'.
           05  WS-SW-FIM-RECURSO      PIC X(01)    VALUE 'N'.
               88  FIM-RECURSO                   VALUE 'S'.
           05  WS-DATA-HOJE           PIC 9(08)    VALUE ZEROS.
           05  WS-DIA-JUL-REF         PIC 9(08)    VALUE ZEROS.
           05  WS-DIAS-PRAZO          PIC S9(05)   VALUE ZEROS.
           05  WS-CTL-LIDOS           PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-INCLUIDOS       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-ALTERADOS       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-SITUACOES       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-EXCLUIDOS       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-RECUSADOS       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-PENDENTES       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-VENCIDOS        PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-A-VENCER        PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-NO-PRAZO        PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-DEFERIDOS       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-INDEFERIDOS     PIC 9(06)    VALUE ZEROS.

      *-----> ENTRADA - DATA DE REFERENCIA DO RELATORIO E DIAS DE
      *       ALERTA ANTES DO PRAZO, VIA SYSIN (EM BRANCO ASSUME A
      *       DATA DO SISTEMA E 03 DIAS)
       01  WS-REG-SYSIN.
           05  AS-DATA-REF            PIC 9(08).
           05  AS-DATA-REF-ALFA       REDEFINES AS-DATA-REF
                                      PIC X(08).
           05  AS-DIAS-ALERTA         PIC 9(02).
           05  AS-DIAS-ALERTA-ALFA    REDEFINES AS-DIAS-ALERTA
                                      PIC X(02).
           05  FILLER                 PIC X(70).

      *-----> ENTRADA - MOVIMENTO DESMEMBRADO PARA O PROCESSAMENTO.
      *       NA ABERTURA/CORRECAO VEM OS DADOS DO RECURSO; NA
      *       MUDANCA DE SITUACAO, A NOVA SITUACAO E O PARECER
       01  WS-REG-MOVTO.
           05  MV-OPERACAO            PIC X(01).
               88  MOV-INCLUSAO                 VALUE 'I'.
               88  MOV-ALTERACAO                VALUE 'A'.
               88  MOV-SITUACAO                 VALUE 'S'.
               88  MOV-EXCLUSAO                 VALUE 'E'.
           05  MV-PROTOCOLO           PIC X(10).
           05  MV-DADOS-RECURSO.
               10  MV-ANO                 PIC 9(04).
               10  MV-ANO-ALFA            REDEFINES MV-ANO
                                          PIC X(04).
               10  MV-NUMERO              PIC 9(04).
               10  MV-NUMERO-ALFA         REDEFINES MV-NUMERO
                                          PIC X(04).
               10  MV-DISCIPLINA          PIC X(03).
               10  MV-BIMESTRE            PIC 9(01).
               10  MV-DATA-ABERTURA       PIC 9(08).
               10  FILLER                 REDEFINES MV-DATA-ABERTURA.
                   15  MV-ANO-ABERTURA        PIC 9(04).
                   15  MV-MES-ABERTURA        PIC 9(02).
                   15  MV-DIA-ABERTURA        PIC 9(02).
               10  MV-PRAZO               PIC 9(08).
               10  FILLER                 REDEFINES MV-PRAZO.
                   15  MV-ANO-PRAZO           PIC 9(04).
                   15  MV-MES-PRAZO           PIC 9(02).
                   15  MV-DIA-PRAZO           PIC 9(02).
               10  MV-REQUERENTE          PIC X(30).
               10  FILLER                 PIC X(11).
           05  MV-DADOS-DECISAO       REDEFINES MV-DADOS-RECURSO.
               10  MV-NOVA-SITUACAO       PIC X(01).
                   88  MV-SIT-EM-ANALISE        VALUE 'E'.
                   88  MV-SIT-DEFERIDO          VALUE 'D'.
                   88  MV-SIT-INDEFERIDO        VALUE 'I'.
               10  MV-PARECER             PIC X(30).
               10  FILLER                 PIC X(38).

      *-----> SAIDA - LINHA MONTADA PARA A LISTAGEM DE MOVIMENTOS
       01  WS-REG-LISTA.
           05  WS-LIS-PROTOCOLO       PIC X(10).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-NUM             PIC X(04).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-DISC            PIC X(03).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-OPER            PIC X(09).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-RESULT          PIC X(08).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-MOTIVO          PIC X(30).

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
      *       CENTESIMOS, DESCARTADOS). AS IMAGENS ANTERIOR E NOVA
      *       SAO PREENCHIDAS DIRETO EM WS-REG-DIARIO PELO CHAMADOR
       01  WS-AREA-DIARIO.
           05  WS-DIA-HORA-ACEITA     PIC 9(08).
           05  FILLER                 REDEFINES WS-DIA-HORA-ACEITA.
               10  WS-DIA-HORA-HHMMSS     PIC 9(06).
               10  FILLER                 PIC 9(02).

      *-----> CONVERSAO DE DATA AAAAMMDD EM NUMERO DE DIA CORRIDO
      *       (CALENDARIO JULIANO), PARA CONTAR OS DIAS ATE O PRAZO
       01  WS-AREA-JULIANO.
           05  WS-JUL-DATA            PIC 9(08)    VALUE ZEROS.
           05  FILLER                 REDEFINES WS-JUL-DATA.
               10  WS-JUL-ANO             PIC 9(04).
               10  WS-JUL-MES             PIC 9(02).
               10  WS-JUL-DIA             PIC 9(02).
           05  WS-JUL-A               PIC 9(01)    VALUE ZEROS.
           05  WS-JUL-Y               PIC 9(05)    VALUE ZEROS.
           05  WS-JUL-M               PIC 9(02)    VALUE ZEROS.
           05  WS-JUL-T1              PIC 9(04)    VALUE ZEROS.
           05  WS-JUL-T2              PIC 9(05)    VALUE ZEROS.
           05  WS-JUL-T3              PIC 9(05)    VALUE ZEROS.
           05  WS-JUL-T4              PIC 9(05)    VALUE ZEROS.
           05  WS-JUL-DIAS            PIC 9(08)    VALUE ZEROS.

      *-----> DATA AAAAMMDD DESMEMBRADA PARA IMPRESSAO DD/MM/AAAA
       01  WS-DATA-AUX                PIC 9(08)    VALUE ZEROS.
       01  FILLER                     REDEFINES WS-DATA-AUX.
           05  WS-AUX-ANO             PIC 9(04).
           05  WS-AUX-MES             PIC 9(02).
           05  WS-AUX-DIA             PIC 9(02).

      *-----> LINHAS DO RELATORIO DE PRAZOS (132 COLUNAS)
       01  WS-LIN-CAB1.
           05  FILLER                 PIC X(41)    VALUE
               ' RECURSOS DE NOTA PENDENTES - POSICAO EM '.
           05  WS-CAB-DIA             PIC 9(02).
           05  FILLER                 PIC X(01)    VALUE '/'.
           05  WS-CAB-MES             PIC 9(02).
           05  FILLER                 PIC X(01)    VALUE '/'.
           05  WS-CAB-ANO             PIC 9(04).
           05  FILLER                 PIC X(24)    VALUE
               '   ALERTA: PRAZO EM ATE '.
           05  WS-CAB-DIAS            PIC Z9.
           05  FILLER                 PIC X(05)    VALUE ' DIAS'.
           05  FILLER                 PIC X(50)    VALUE SPACES.

       01  WS-LIN-COLUNAS.
           05  FILLER                 PIC X(13)    VALUE ' PROTOCOLO'.
           05  FILLER                 PIC X(06)    VALUE 'ANO'.
           05  FILLER                 PIC X(06)    VALUE 'ALUNO'.
           05  FILLER                 PIC X(05)    VALUE 'DIS'.
           05  FILLER                 PIC X(04)    VALUE 'BIM'.
           05  FILLER                 PIC X(32)    VALUE 'REQUERENTE'.
           05  FILLER                 PIC X(12)    VALUE 'ABERTURA'.
           05  FILLER                 PIC X(12)    VALUE 'PRAZO'.
           05  FILLER                 PIC X(13)    VALUE 'SITUACAO'.
           05  FILLER                 PIC X(07)    VALUE ' DIAS'.
           05  FILLER                 PIC X(22)    VALUE 'ALERTA'.

       01  WS-LIN-RECURSO.
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-REL-PROTOCOLO       PIC X(10).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-REL-ANO             PIC 9(04).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-REL-NUM             PIC 9(04).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-REL-DISC            PIC X(03).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-REL-BIM             PIC 9(01).
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-REL-REQUERENTE      PIC X(30).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-REL-ABERTURA.
               10  WS-REL-ABE-DIA         PIC 9(02).
               10  FILLER                 PIC X(01)    VALUE '/'.
               10  WS-REL-ABE-MES         PIC 9(02).
               10  FILLER                 PIC X(01)    VALUE '/'.
               10  WS-REL-ABE-ANO         PIC 9(04).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-REL-PRAZO.
               10  WS-REL-PRZ-DIA         PIC 9(02).
               10  FILLER                 PIC X(01)    VALUE '/'.
               10  WS-REL-PRZ-MES         PIC 9(02).
               10  FILLER                 PIC X(01)    VALUE '/'.
               10  WS-REL-PRZ-ANO         PIC 9(04).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-REL-SITUACAO        PIC X(11).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-REL-DIAS            PIC -ZZZ9.
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-REL-ALERTA          PIC X(10).
           05  FILLER                 PIC X(08)    VALUE SPACES.

       01  WS-LIN-NENHUM.
           05  FILLER                 PIC X(50)    VALUE
               ' NENHUM RECURSO PENDENTE NO PERIODO DE ALERTA'.
           05  FILLER                 PIC X(82)    VALUE SPACES.

       01  WS-LIN-QTD.
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-QTD-TEXTO           PIC X(50).
           05  WS-QTD-VALOR           PIC ZZZZZ9.
           05  FILLER                 PIC X(73)    VALUE SPACES.

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
       000-RSPRG030.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           IF   RUN-OK
              PERFORM 060-EMITIR-RELATORIO
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - RECEBER A DATA DE REFERENCIA E
      *    OS DIAS DE ALERTA DA SYSIN E ABRIR OS ARQUIVOS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-REG-SYSIN  FROM SYSIN
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           IF   AS-DATA-REF-ALFA  =  SPACES
              MOVE WS-DATA-HOJE  TO  AS-DATA-REF
           END-IF
           IF   AS-DIAS-ALERTA-ALFA  =  SPACES
              MOVE 03  TO  AS-DIAS-ALERTA
           END-IF
           MOVE AS-DATA-REF  TO  WS-DATA-AUX
           EVALUATE TRUE
              WHEN AS-DATA-REF  NOT NUMERIC
                 DISPLAY ' *** DATA DE REFERENCIA INVALIDA NA SYSIN - '
                         AS-DATA-REF-ALFA
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN WS-AUX-ANO  <  1900        OR
                   WS-AUX-MES  <  1  OR  WS-AUX-MES  >  12  OR
                   WS-AUX-DIA  <  1  OR  WS-AUX-DIA  >  31
                 DISPLAY ' *** DATA DE REFERENCIA INVALIDA NA SYSIN - '
                         AS-DATA-REF-ALFA
                 MOVE 'S'  TO  WS-SW-ABEND
              WHEN AS-DIAS-ALERTA  NOT NUMERIC
                 DISPLAY ' *** DIAS DE ALERTA INVALIDOS NA SYSIN - '
                         AS-DIAS-ALERTA-ALFA
                 MOVE 'S'  TO  WS-SW-ABEND
           END-EVALUATE
           IF   RUN-OK
              PERFORM 015-ABRIR-ARQUIVOS
           END-IF
           IF   RUN-OK
              PERFORM 020-LER-MOVTO
           ELSE
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR OS ARQUIVOS DA EXECUCAO
      *--------------------------------------------------------------*
       015-ABRIR-ARQUIVOS.

           OPEN INPUT ARQ-MOVTO
           PERFORM 017-ABRIR-RECURSO
           OPEN INPUT ARQ-MESTRE
           OPEN INPUT ARQ-DISCIP
           PERFORM 019-ABRIR-DIARIO
           OPEN OUTPUT ARQ-LISTA
           OPEN OUTPUT ARQ-RELREC
           IF   WS-FS-MOVTO    NOT =  '00'  OR
                WS-FS-RECURSO  NOT =  '00'  OR
                WS-FS-MESTRE   NOT =  '00'  OR
                WS-FS-DISCIP   NOT =  '00'  OR
                WS-FS-LISTA    NOT =  '00'  OR
                WS-FS-RELREC   NOT =  '00'  OR
                WS-FS-DIARIO   NOT =  '00'
              DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS -'
                      ' MOVTO='    WS-FS-MOVTO
                      ' RECURSO='  WS-FS-RECURSO
                      ' MESTRE='   WS-FS-MESTRE
                      ' DISCIP='   WS-FS-DISCIP
                      ' LISTA='    WS-FS-LISTA
                      ' RELREC='   WS-FS-RELREC
                      ' DIARIO='   WS-FS-DIARIO
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O PROTOCOLO DE RECURSOS EM I-O. SE AINDA NAO EXISTIR
      *    (PRIMEIRA EXECUCAO), CRIA-LO VAZIO E REABRI-LO
      *--------------------------------------------------------------*
       017-ABRIR-RECURSO.

           OPEN I-O ARQ-RECURSO
           IF   WS-FS-RECURSO  =  '35'
              OPEN OUTPUT ARQ-RECURSO
              CLOSE ARQ-RECURSO
              OPEN I-O ARQ-RECURSO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O DIARIO DE AUDITORIA EM EXTEND (A TRILHA ACUMULA
      *    ENTRE EXECUCOES E NUNCA E TRUNCADA). SE AINDA NAO EXISTIR
      *    (PRIMEIRA EXECUCAO), CRIA-LO
      *--------------------------------------------------------------*
       019-ABRIR-DIARIO.

           OPEN EXTEND ARQ-DIARIO
           IF   WS-FS-DIARIO  =  '35'
              OPEN OUTPUT ARQ-DIARIO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO MOVIMENTO DO ARQUIVO DE MOVIMENTOS
      *--------------------------------------------------------------*
       020-LER-MOVTO.

           READ ARQ-MOVTO  INTO  WS-REG-MOVTO
              AT END
                 MOVE 'S'  TO  WS-FIM
              NOT AT END
                 ADD  1  TO  WS-CTL-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    VALIDAR E APLICAR O MOVIMENTO LIDO NO PROTOCOLO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 026-VALIDAR-MOVTO
           IF   MOVTO-VALIDO
              EVALUATE TRUE
                 WHEN MOV-INCLUSAO
                    PERFORM 040-INCLUIR
                 WHEN MOV-ALTERACAO
                    PERFORM 041-ALTERAR
                 WHEN MOV-SITUACAO
                    PERFORM 043-MUDAR-SITUACAO
                 WHEN MOV-EXCLUSAO
                    PERFORM 042-EXCLUIR
              END-EVALUATE
           END-IF
           IF   RUN-OK
              PERFORM 020-LER-MOVTO
           ELSE
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDAR OS DADOS DO MOVIMENTO: OPERACAO E PROTOCOLO E,
      *    PARA ABERTURA/CORRECAO, A CHAVE DO RECURSO, O BIMESTRE,
      *    O REQUERENTE E AS DATAS; PARA MUDANCA DE SITUACAO, A
      *    NOVA SITUACAO E O PARECER
      *--------------------------------------------------------------*
       026-VALIDAR-MOVTO.

           MOVE 'S'  TO  WS-SW-VALIDO

           EVALUATE TRUE
              WHEN NOT MOV-INCLUSAO   AND
                   NOT MOV-ALTERACAO  AND
                   NOT MOV-SITUACAO   AND
                   NOT MOV-EXCLUSAO
                 MOVE 'OPERACAO INVALIDA-USE I A S E'
                                                    TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MV-PROTOCOLO  =  SPACES
                 MOVE 'PROTOCOLO NAO INFORMADO'     TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MOV-EXCLUSAO
                 CONTINUE
              WHEN MOV-SITUACAO
                 PERFORM 028-VALIDAR-DECISAO
              WHEN OTHER
                 PERFORM 027-VALIDAR-RECURSO
           END-EVALUATE

           IF   MOVTO-INVALIDO
              PERFORM 048-GRAVAR-RECUSA
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDAR OS DADOS DO RECURSO (ABERTURA E CORRECAO): ALUNO
      *    NO MESTRE, DISCIPLINA NO CADASTRO, BIMESTRE 0 A 4,
      *    REQUERENTE E DATAS COERENTES (PRAZO NAO ANTERIOR A
      *    ABERTURA)
      *--------------------------------------------------------------*
       027-VALIDAR-RECURSO.

           EVALUATE TRUE
              WHEN MV-ANO  NOT NUMERIC  OR  MV-ANO  <  1900
                 MOVE 'ANO LETIVO INVALIDO'         TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MV-NUMERO  NOT NUMERIC
                 MOVE 'NUMERO DO ALUNO INVALIDO'    TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MV-DISCIPLINA  =  SPACES
                 MOVE 'DISCIPLINA NAO INFORMADA'    TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MV-BIMESTRE  NOT NUMERIC  OR  MV-BIMESTRE  >  4
                 MOVE 'BIMESTRE INVALIDO - USE 0 A 4'
                                                    TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MV-REQUERENTE  =  SPACES
                 MOVE 'REQUERENTE NAO INFORMADO'    TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MV-DATA-ABERTURA  NOT NUMERIC
                 MOVE 'DATA DE ABERTURA NAO NUMERICA'
                                                    TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MV-ANO-ABERTURA  <  1900        OR
                   MV-MES-ABERTURA  <  1  OR  MV-MES-ABERTURA  >  12  OR
                   MV-DIA-ABERTURA  <  1  OR  MV-DIA-ABERTURA  >  31
                 MOVE 'DATA DE ABERTURA INVALIDA'   TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MV-PRAZO  NOT NUMERIC
                 MOVE 'PRAZO NAO NUMERICO'          TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MV-ANO-PRAZO  <  1900        OR
                   MV-MES-PRAZO  <  1  OR  MV-MES-PRAZO  >  12  OR
                   MV-DIA-PRAZO  <  1  OR  MV-DIA-PRAZO  >  31
                 MOVE 'PRAZO INVALIDO'              TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MV-PRAZO  <  MV-DATA-ABERTURA
                 MOVE 'PRAZO ANTERIOR A ABERTURA'   TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN OTHER
                 PERFORM 029-VERIFICAR-CADASTROS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    VALIDAR A MUDANCA DE SITUACAO: SO E EM ANALISE, DEFERIDO
      *    OU INDEFERIDO, E A DECISAO EXIGE O PARECER
      *--------------------------------------------------------------*
       028-VALIDAR-DECISAO.

           EVALUATE TRUE
              WHEN NOT MV-SIT-EM-ANALISE  AND
                   NOT MV-SIT-DEFERIDO    AND
                   NOT MV-SIT-INDEFERIDO
                 MOVE 'SITUACAO INVALIDA - USE E D I'
                                                    TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MV-PARECER  =  SPACES  AND
                   NOT MV-SIT-EM-ANALISE
                 MOVE 'PARECER DA DECISAO NAO INFORM.'
                                                    TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CONFERIR O ALUNO NO MESTRE E A DISCIPLINA NO CADASTRO DE
      *    DISCIPLINAS
      *--------------------------------------------------------------*
       029-VERIFICAR-CADASTROS.

           MOVE MV-NUMERO  TO  MF-NUMERO
           READ ARQ-MESTRE
              INVALID KEY
                 MOVE 'ALUNO NAO CADASTRADO'        TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
           END-READ
           IF   MOVTO-VALIDO
              MOVE MV-DISCIPLINA  TO  DC-CODIGO
              READ ARQ-DISCIP
                 INVALID KEY
                    MOVE 'DISCIPLINA NAO CADASTRADA' TO  WS-LIS-MOTIVO
                    MOVE 'N'  TO  WS-SW-VALIDO
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O RECURSO NO PROTOCOLO, NA SITUACAO ABERTO (RECUSA
      *    PROTOCOLO DUPLICADO)
      *--------------------------------------------------------------*
       040-INCLUIR.

           MOVE SPACES            TO  REG-RECURSO
           MOVE MV-PROTOCOLO      TO  RE-PROTOCOLO
           PERFORM 045-MOVER-DADOS
           MOVE 'A'               TO  RE-SITUACAO
           MOVE MV-DATA-ABERTURA  TO  RE-DATA-SITUACAO
           WRITE REG-RECURSO
              INVALID KEY
                 MOVE 'PROTOCOLO JA CADASTRADO'     TO  WS-LIS-MOTIVO
                 PERFORM 048-GRAVAR-RECUSA
              NOT INVALID KEY
                 IF   WS-FS-RECURSO  =  '00'
                    ADD  1  TO  WS-CTL-INCLUIDOS
                    MOVE SPACES       TO  WS-DIA-IMAGEM-ANT
                    MOVE REG-RECURSO  TO  WS-DIA-IMAGEM-NOVA
                    MOVE 'INCLUSAO'   TO  WS-DIA-OPERACAO
                    PERFORM 046-GRAVAR-DIARIO
                    PERFORM 049-GRAVAR-APLICADO
                 ELSE
                    DISPLAY ' *** ERRO GRAVANDO ARQ-RECURSO - FS='
                            WS-FS-RECURSO
                    MOVE 'S'  TO  WS-SW-ABEND
                 END-IF
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    CORRIGIR OS DADOS DE UM RECURSO AINDA PENDENTE (RECUSA
      *    PROTOCOLO INEXISTENTE OU JA DECIDIDO). A SITUACAO NAO
      *    MUDA POR AQUI
      *--------------------------------------------------------------*
       041-ALTERAR.

           MOVE MV-PROTOCOLO  TO  RE-PROTOCOLO
           READ ARQ-RECURSO
              INVALID KEY
                 MOVE 'ALTERACAO DE CHAVE INEXISTENTE'
                                                     TO  WS-LIS-MOTIVO
                 PERFORM 048-GRAVAR-RECUSA
              NOT INVALID KEY
                 IF   NOT RE-PENDENTE
                    MOVE 'RECURSO JA DECIDIDO'       TO  WS-LIS-MOTIVO
                    PERFORM 048-GRAVAR-RECUSA
                 ELSE
                    MOVE REG-RECURSO  TO  WS-DIA-IMAGEM-ANT
                    PERFORM 045-MOVER-DADOS
                    MOVE 'ALTERACAO'  TO  WS-DIA-OPERACAO
                    PERFORM 047-REGRAVAR-RECURSO
                    IF   RUN-OK
                       ADD  1  TO  WS-CTL-ALTERADOS
                    END-IF
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    EXCLUIR UM RECURSO AINDA ABERTO, PROTOCOLADO POR ENGANO
      *    (RECURSO EM ANALISE OU DECIDIDO FICA NO PROTOCOLO). O
      *    REGISTRO E LIDO ANTES DA EXCLUSAO PARA PRESERVAR A IMAGEM
      *    ANTERIOR NO DIARIO
      *--------------------------------------------------------------*
       042-EXCLUIR.

           MOVE MV-PROTOCOLO  TO  RE-PROTOCOLO
           READ ARQ-RECURSO
              INVALID KEY
                 MOVE 'EXCLUSAO DE CHAVE INEXISTENTE'
                                                     TO  WS-LIS-MOTIVO
                 PERFORM 048-GRAVAR-RECUSA
              NOT INVALID KEY
                 IF   NOT RE-ABERTO
                    MOVE 'SO EXCLUI RECURSO ABERTO'  TO  WS-LIS-MOTIVO
                    PERFORM 048-GRAVAR-RECUSA
                 ELSE
                    MOVE REG-RECURSO  TO  WS-DIA-IMAGEM-ANT
                    DELETE ARQ-RECURSO RECORD
                    IF   WS-FS-RECURSO  =  '00'
                       ADD  1  TO  WS-CTL-EXCLUIDOS
                       MOVE SPACES      TO  WS-DIA-IMAGEM-NOVA
                       MOVE 'EXCLUSAO'  TO  WS-DIA-OPERACAO
                       PERFORM 046-GRAVAR-DIARIO
                       PERFORM 049-GRAVAR-APLICADO
                    ELSE
                       DISPLAY ' *** ERRO EXCLUINDO DO ARQ-RECURSO -'
                               ' FS='  WS-FS-RECURSO
                       MOVE 'S'  TO  WS-SW-ABEND
                    END-IF
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    MUDAR A SITUACAO DO RECURSO: ABERTO PASSA A EM ANALISE;
      *    ABERTO OU EM ANALISE PASSA A DEFERIDO OU INDEFERIDO.
      *    RECURSO DECIDIDO NAO MUDA MAIS
      *--------------------------------------------------------------*
       043-MUDAR-SITUACAO.

           MOVE MV-PROTOCOLO  TO  RE-PROTOCOLO
           READ ARQ-RECURSO
              INVALID KEY
                 MOVE 'PROTOCOLO INEXISTENTE'        TO  WS-LIS-MOTIVO
                 PERFORM 048-GRAVAR-RECUSA
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN NOT RE-PENDENTE
                       MOVE 'RECURSO JA DECIDIDO'    TO  WS-LIS-MOTIVO
                       PERFORM 048-GRAVAR-RECUSA
                    WHEN MV-SIT-EM-ANALISE  AND  RE-EM-ANALISE
                       MOVE 'RECURSO JA ESTA EM ANALISE'
                                                     TO  WS-LIS-MOTIVO
                       PERFORM 048-GRAVAR-RECUSA
                    WHEN OTHER
                       MOVE REG-RECURSO       TO  WS-DIA-IMAGEM-ANT
                       MOVE MV-NOVA-SITUACAO  TO  RE-SITUACAO
                       MOVE WS-DATA-HOJE      TO  RE-DATA-SITUACAO
                       IF   MV-PARECER  NOT =  SPACES
                          MOVE MV-PARECER  TO  RE-PARECER
                       END-IF
                       MOVE 'SITUACAO'        TO  WS-DIA-OPERACAO
                       PERFORM 047-REGRAVAR-RECURSO
                       IF   RUN-OK
                          ADD  1  TO  WS-CTL-SITUACOES
                       END-IF
                 END-EVALUATE
           END-READ
           .
      *--------------------------------------------------------------*
      *    MOVER OS DADOS DO RECURSO DO MOVIMENTO PARA O REGISTRO
      *--------------------------------------------------------------*
       045-MOVER-DADOS.

           MOVE MV-ANO            TO  RE-ANO
           MOVE MV-NUMERO         TO  RE-NUMERO
           MOVE MV-DISCIPLINA     TO  RE-DISCIPLINA
           MOVE MV-BIMESTRE       TO  RE-BIMESTRE
           MOVE MV-REQUERENTE     TO  RE-REQUERENTE
           MOVE MV-DATA-ABERTURA  TO  RE-DATA-ABERTURA
           MOVE MV-PRAZO          TO  RE-PRAZO
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO DIARIO DE AUDITORIA O MOVIMENTO MONTADO PELO
      *    CHAMADOR (OPERACAO E IMAGENS JA PREENCHIDAS), COM
      *    DATA/HORA, PROGRAMA DE ORIGEM E O ALUNO DO RECURSO
      *--------------------------------------------------------------*
       046-GRAVAR-DIARIO.

           ACCEPT WS-DIA-DATA         FROM DATE YYYYMMDD
           ACCEPT WS-DIA-HORA-ACEITA  FROM TIME
           MOVE WS-DIA-HORA-HHMMSS  TO  WS-DIA-HORA
           MOVE 'RSPRG030'          TO  WS-DIA-PROGRAMA
           MOVE 'RECURSO'           TO  WS-DIA-ARQUIVO
           MOVE RE-NUMERO           TO  WS-DIA-NUMERO
           WRITE REG-DIARIO  FROM  WS-REG-DIARIO
           IF   WS-FS-DIARIO  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-DIARIO - FS='
                      WS-FS-DIARIO
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR O RECURSO ALTERADO PELO CHAMADOR, COM AS IMAGENS
      *    ANTERIOR E NOVA NO DIARIO
      *--------------------------------------------------------------*
       047-REGRAVAR-RECURSO.

           REWRITE REG-RECURSO
           IF   WS-FS-RECURSO  =  '00'
              MOVE REG-RECURSO  TO  WS-DIA-IMAGEM-NOVA
              PERFORM 046-GRAVAR-DIARIO
              PERFORM 049-GRAVAR-APLICADO
           ELSE
              DISPLAY ' *** ERRO REGRAVANDO ARQ-RECURSO - FS='
                      WS-FS-RECURSO
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NA LISTAGEM UM MOVIMENTO RECUSADO (O MOTIVO JA FOI
      *    PREENCHIDO PELO CHAMADOR)
      *--------------------------------------------------------------*
       048-GRAVAR-RECUSA.

           ADD  1  TO  WS-CTL-RECUSADOS
           MOVE 'RECUSADO'  TO  WS-LIS-RESULT
           PERFORM 050-GRAVAR-LISTA
           .
      *--------------------------------------------------------------*
      *    GRAVAR NA LISTAGEM UM MOVIMENTO APLICADO COM SUCESSO
      *--------------------------------------------------------------*
       049-GRAVAR-APLICADO.

           MOVE 'APLICADO'  TO  WS-LIS-RESULT
           MOVE SPACES      TO  WS-LIS-MOTIVO
           PERFORM 050-GRAVAR-LISTA
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA NA LISTAGEM DE MOVIMENTOS
      *--------------------------------------------------------------*
       050-GRAVAR-LISTA.

           MOVE MV-PROTOCOLO  TO  WS-LIS-PROTOCOLO
           IF   MOV-INCLUSAO  OR  MOV-ALTERACAO
              MOVE MV-NUMERO-ALFA  TO  WS-LIS-NUM
              MOVE MV-DISCIPLINA   TO  WS-LIS-DISC
           ELSE
              MOVE SPACES          TO  WS-LIS-NUM
              MOVE SPACES          TO  WS-LIS-DISC
           END-IF
           EVALUATE TRUE
              WHEN MOV-INCLUSAO
                 MOVE 'INCLUSAO'   TO  WS-LIS-OPER
              WHEN MOV-ALTERACAO
                 MOVE 'ALTERACAO'  TO  WS-LIS-OPER
              WHEN MOV-SITUACAO
                 MOVE 'SITUACAO'   TO  WS-LIS-OPER
              WHEN MOV-EXCLUSAO
                 MOVE 'EXCLUSAO'   TO  WS-LIS-OPER
              WHEN OTHER
                 MOVE MV-OPERACAO  TO  WS-LIS-OPER
           END-EVALUATE
           DISPLAY WS-REG-LISTA
           WRITE REG-LISTA  FROM  WS-REG-LISTA
           IF   WS-FS-LISTA  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-LISTA - FS='
                      WS-FS-LISTA
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR O RELATORIO DIARIO DE PRAZOS: VARRER O PROTOCOLO E
      *    LISTAR OS RECURSOS PENDENTES COM PRAZO VENCIDO OU A
      *    VENCER DENTRO DOS DIAS DE ALERTA
      *--------------------------------------------------------------*
       060-EMITIR-RELATORIO.

           MOVE AS-DATA-REF     TO  WS-JUL-DATA
           PERFORM 070-CALCULAR-DIA-JULIANO
           MOVE WS-JUL-DIAS     TO  WS-DIA-JUL-REF
           MOVE AS-DATA-REF     TO  WS-DATA-AUX
           MOVE WS-AUX-DIA      TO  WS-CAB-DIA
           MOVE WS-AUX-MES      TO  WS-CAB-MES
           MOVE WS-AUX-ANO      TO  WS-CAB-ANO
           MOVE AS-DIAS-ALERTA  TO  WS-CAB-DIAS
           MOVE WS-LIN-CAB1     TO  WS-LIN-IMPRESSA
           PERFORM 077-GRAVAR-TOPO
           MOVE WS-LIN-COLUNAS  TO  WS-LIN-IMPRESSA
           PERFORM 076-GRAVAR-LINHA
           MOVE WS-LIN-TRACO    TO  WS-LIN-IMPRESSA
           PERFORM 076-GRAVAR-LINHA

           MOVE 'N'         TO  WS-SW-FIM-RECURSO
           MOVE LOW-VALUES  TO  RE-PROTOCOLO
           START ARQ-RECURSO  KEY NOT <  RE-PROTOCOLO
              INVALID KEY
                 MOVE 'S'  TO  WS-SW-FIM-RECURSO
           END-START
           IF   NOT FIM-RECURSO
              PERFORM 062-LER-RECURSO
           END-IF
           PERFORM 064-AVALIAR-PRAZO
              UNTIL FIM-RECURSO  OR  RUN-ABENDED

           IF   WS-CTL-VENCIDOS + WS-CTL-A-VENCER  =  ZEROS
              MOVE WS-LIN-NENHUM  TO  WS-LIN-IMPRESSA
              PERFORM 076-GRAVAR-LINHA
           END-IF
           MOVE WS-LIN-TRACO               TO  WS-LIN-IMPRESSA
           PERFORM 076-GRAVAR-LINHA
           MOVE 'RECURSOS PENDENTES (ABERTOS OU EM ANALISE)'
                                           TO  WS-QTD-TEXTO
           MOVE WS-CTL-PENDENTES           TO  WS-QTD-VALOR
           PERFORM 082-EMITIR-QTD
           MOVE '  COM PRAZO VENCIDO'      TO  WS-QTD-TEXTO
           MOVE WS-CTL-VENCIDOS            TO  WS-QTD-VALOR
           PERFORM 082-EMITIR-QTD
           MOVE '  A VENCER NO PERIODO DE ALERTA'  TO  WS-QTD-TEXTO
           MOVE WS-CTL-A-VENCER            TO  WS-QTD-VALOR
           PERFORM 082-EMITIR-QTD
           MOVE '  DENTRO DO PRAZO (NAO LISTADOS)' TO  WS-QTD-TEXTO
           MOVE WS-CTL-NO-PRAZO            TO  WS-QTD-VALOR
           PERFORM 082-EMITIR-QTD
           MOVE 'RECURSOS DEFERIDOS'       TO  WS-QTD-TEXTO
           MOVE WS-CTL-DEFERIDOS           TO  WS-QTD-VALOR
           PERFORM 082-EMITIR-QTD
           MOVE 'RECURSOS INDEFERIDOS'     TO  WS-QTD-TEXTO
           MOVE WS-CTL-INDEFERIDOS         TO  WS-QTD-VALOR
           PERFORM 082-EMITIR-QTD
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO RECURSO DO PROTOCOLO
      *--------------------------------------------------------------*
       062-LER-RECURSO.

           READ ARQ-RECURSO NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-RECURSO
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONTAR O RECURSO PELA SITUACAO E, SE PENDENTE, APURAR OS
      *    DIAS ATE O PRAZO; VENCIDO OU DENTRO DO ALERTA SAI NO
      *    RELATORIO. LER O PROXIMO
      *--------------------------------------------------------------*
       064-AVALIAR-PRAZO.

           EVALUATE TRUE
              WHEN RE-DEFERIDO
                 ADD  1  TO  WS-CTL-DEFERIDOS
              WHEN RE-INDEFERIDO
                 ADD  1  TO  WS-CTL-INDEFERIDOS
              WHEN OTHER
                 ADD  1  TO  WS-CTL-PENDENTES
                 MOVE RE-PRAZO  TO  WS-JUL-DATA
                 PERFORM 070-CALCULAR-DIA-JULIANO
                 COMPUTE WS-DIAS-PRAZO  =  WS-JUL-DIAS - WS-DIA-JUL-REF
                 EVALUATE TRUE
                    WHEN WS-DIAS-PRAZO  <  ZEROS
                       ADD  1  TO  WS-CTL-VENCIDOS
                       MOVE 'VENCIDO'     TO  WS-REL-ALERTA
                       PERFORM 066-LISTAR-RECURSO
                    WHEN WS-DIAS-PRAZO  =  ZEROS
                       ADD  1  TO  WS-CTL-A-VENCER
                       MOVE 'VENCE HOJE'  TO  WS-REL-ALERTA
                       PERFORM 066-LISTAR-RECURSO
                    WHEN WS-DIAS-PRAZO  NOT >  AS-DIAS-ALERTA
                       ADD  1  TO  WS-CTL-A-VENCER
                       MOVE 'A VENCER'    TO  WS-REL-ALERTA
                       PERFORM 066-LISTAR-RECURSO
                    WHEN OTHER
                       ADD  1  TO  WS-CTL-NO-PRAZO
                 END-EVALUATE
           END-EVALUATE
           PERFORM 062-LER-RECURSO
           .
      *--------------------------------------------------------------*
      *    LISTAR O RECURSO PENDENTE NO RELATORIO DE PRAZOS
      *--------------------------------------------------------------*
       066-LISTAR-RECURSO.

           MOVE RE-PROTOCOLO      TO  WS-REL-PROTOCOLO
           MOVE RE-ANO            TO  WS-REL-ANO
           MOVE RE-NUMERO         TO  WS-REL-NUM
           MOVE RE-DISCIPLINA     TO  WS-REL-DISC
           MOVE RE-BIMESTRE       TO  WS-REL-BIM
           MOVE RE-REQUERENTE     TO  WS-REL-REQUERENTE
           MOVE RE-DATA-ABERTURA  TO  WS-DATA-AUX
           MOVE WS-AUX-DIA        TO  WS-REL-ABE-DIA
           MOVE WS-AUX-MES        TO  WS-REL-ABE-MES
           MOVE WS-AUX-ANO        TO  WS-REL-ABE-ANO
           MOVE RE-PRAZO          TO  WS-DATA-AUX
           MOVE WS-AUX-DIA        TO  WS-REL-PRZ-DIA
           MOVE WS-AUX-MES        TO  WS-REL-PRZ-MES
           MOVE WS-AUX-ANO        TO  WS-REL-PRZ-ANO
           IF   RE-ABERTO
              MOVE 'ABERTO'       TO  WS-REL-SITUACAO
           ELSE
              MOVE 'EM ANALISE'   TO  WS-REL-SITUACAO
           END-IF
           MOVE WS-DIAS-PRAZO     TO  WS-REL-DIAS
           MOVE WS-LIN-RECURSO    TO  WS-LIN-IMPRESSA
           PERFORM 076-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    CONVERTER A DATA AAAAMMDD DE WS-JUL-DATA NO NUMERO DO DIA
      *    CORRIDO (WS-JUL-DIAS). AS DIVISOES SAO INTEIRAS (CAMPOS
      *    SEM DECIMAIS TRUNCAM O RESULTADO)
      *--------------------------------------------------------------*
       070-CALCULAR-DIA-JULIANO.

           COMPUTE WS-JUL-A   =  (14 - WS-JUL-MES) / 12
           COMPUTE WS-JUL-Y   =  WS-JUL-ANO + 4800 - WS-JUL-A
           COMPUTE WS-JUL-M   =  WS-JUL-MES + (12 * WS-JUL-A) - 3
           COMPUTE WS-JUL-T1  =  ((153 * WS-JUL-M) + 2) / 5
           COMPUTE WS-JUL-T2  =  WS-JUL-Y / 4
           COMPUTE WS-JUL-T3  =  WS-JUL-Y / 100
           COMPUTE WS-JUL-T4  =  WS-JUL-Y / 400
           COMPUTE WS-JUL-DIAS  =  WS-JUL-DIA + WS-JUL-T1 +
                                   (365 * WS-JUL-Y) + WS-JUL-T2 -
                                   WS-JUL-T3 + WS-JUL-T4 - 32045
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO CORPO DO RELATORIO DE PRAZOS
      *--------------------------------------------------------------*
       076-GRAVAR-LINHA.

           DISPLAY WS-LIN-IMPRESSA
           WRITE REG-RELREC  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING 1 LINE
           IF   WS-FS-RELREC  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-RELREC - FS='
                      WS-FS-RELREC
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A PRIMEIRA LINHA DO RELATORIO DE PRAZOS
      *--------------------------------------------------------------*
       077-GRAVAR-TOPO.

           DISPLAY WS-LIN-IMPRESSA
           WRITE REG-RELREC  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING PAGE
           IF   WS-FS-RELREC  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-RELREC - FS='
                      WS-FS-RELREC
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
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

           CLOSE ARQ-MOVTO
           CLOSE ARQ-RECURSO
           CLOSE ARQ-MESTRE
           CLOSE ARQ-DISCIP
           CLOSE ARQ-LISTA
           CLOSE ARQ-RELREC
           CLOSE ARQ-DIARIO

           IF   RUN-ABENDED
              MOVE 16  TO  RETURN-CODE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TERMINO ANORMAL DO RSPRG030 - RC=16   *'
              DISPLAY ' *   (VER ALERTA(S) ACIMA)                 *'
              DISPLAY ' *========================================*'
           ELSE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG030        *'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * MOVIMENTOS LIDOS            = '
                      WS-CTL-LIDOS
              DISPLAY ' * RECURSOS PROTOCOLADOS       = '
                      WS-CTL-INCLUIDOS
              DISPLAY ' * CORRECOES APLICADAS         = '
                      WS-CTL-ALTERADOS
              DISPLAY ' * MUDANCAS DE SITUACAO        = '
                      WS-CTL-SITUACOES
              DISPLAY ' * EXCLUSOES APLICADAS         = '
                      WS-CTL-EXCLUIDOS
              DISPLAY ' * MOVIMENTOS RECUSADOS        = '
                      WS-CTL-RECUSADOS
              DISPLAY ' * RECURSOS PENDENTES          = '
                      WS-CTL-PENDENTES
              DISPLAY ' * PENDENTES COM PRAZO VENCIDO = '
                      WS-CTL-VENCIDOS
              DISPLAY ' * PENDENTES A VENCER (ALERTA) = '
                      WS-CTL-A-VENCER
              IF   WS-CTL-VENCIDOS  >  ZEROS
                 MOVE 04  TO  RETURN-CODE
                 DISPLAY ' * RECURSO COM PRAZO VENCIDO - RC=04      *'
              END-IF
              DISPLAY ' *========================================*'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' *      TERMINO NORMAL DO RSPRG030        *'
              DISPLAY ' *----------------------------------------*'
           END-IF
           .
      *---------------> FIM DO PROGRAMA RSPRG030 <-------------------*
