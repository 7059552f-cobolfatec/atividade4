       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG021.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO DO CADASTRO DE DOCENTES (ARQ-DOCENTE)
      *           A PARTIR DE UM ARQUIVO DE MOVIMENTOS (ARQ-MOVTO),
      *           NOS MOLDES DO RSPRG012. O CADASTRO AMARRA CADA
      *           CURSO + DISCIPLINA (DC-CODIGO) AO PROFESSOR
      *           RESPONSAVEL (MATRICULA, NOME E TELEFONE DE
      *           CONTATO). CADA MOVIMENTO TRAZ UM CODIGO DE
      *           OPERACAO - I (INCLUSAO), A (ALTERACAO) OU E
      *           (EXCLUSAO) - SEGUIDO DOS CAMPOS DO CADASTRO. A
      *           DISCIPLINA PRECISA CONSTAR DO ARQ-DISCIP. O
      *           RSPRG003 REJEITA NOTA DE CURSO + DISCIPLINA SEM
      *           DOCENTE E O RSPRG022 EMITE A PENDENCIA DE
      *           LANCAMENTO DE NOTAS POR DOCENTE. OS MOVIMENTOS
      *           APLICADOS E OS RECUSADOS SAEM NA LISTAGEM
      *           ARQ-LISTA E NO SYSOUT.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  010040  VERSAO INICIAL - MANUTENCAO DO
      *                          CADASTRO DE DOCENTES POR CURSO +
      *                          DISCIPLINA VIA ARQUIVO DE MOVIMENTOS
      *  V02    10/2026  010048  LAYOUT DO ARQ-DISCIP ACOMPANHA A
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
           SELECT ARQ-MOVTO        ASSIGN TO MOVTO
                  FILE STATUS  IS WS-FS-MOVTO.

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

           SELECT ARQ-LISTA        ASSIGN TO LISTA
                  FILE STATUS  IS WS-FS-LISTA.

           SELECT ARQ-DIARIO       ASSIGN TO DIARIO
                  FILE STATUS  IS WS-FS-DIARIO.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> ENTRADA - MOVIMENTOS DE MANUTENCAO DO CADASTRO:
      *       CODIGO DE OPERACAO + CAMPOS DO REG-DOCENTE
       FD  ARQ-MOVTO
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-MOVTO                 PIC X(80).

      *-----> CADASTRO DE DOCENTES - UM REGISTRO POR CURSO +
      *       DISCIPLINA COM O PROFESSOR RESPONSAVEL (LIDO PELO
      *       RSPRG003 E PELO RSPRG022)
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
      *       LAYOUT). CONFERENCIA DA DISCIPLINA DO MOVIMENTO
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
       01  REG-LISTA                 PIC X(66).

      *-----> DIARIO DE AUDITORIA - UM REGISTRO POR MOVIMENTO
      *       APLICADO NO ARQ-DOCENTE, COM DATA/HORA, PROGRAMA DE
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
           05  WS-FS-DOCENTE          PIC X(02)    VALUE ZEROS.
           05  WS-FS-DISCIP           PIC X(02)    VALUE ZEROS.
           05  WS-FS-LISTA            PIC X(02)    VALUE ZEROS.
           05  WS-FS-DIARIO           PIC X(02)    VALUE ZEROS.
           05  WS-SW-VALIDO           PIC X(01)    VALUE 'S'.
               88  MOVTO-VALIDO                  VALUE 'S'.
               88  MOVTO-INVALIDO                VALUE 'N'.
           05  WS-CTL-LIDOS           PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-INCLUIDOS       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-ALTERADOS       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-EXCLUIDOS       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-RECUSADOS       PIC 9(06)    VALUE ZEROS.

      *-----> ENTRADA - MOVIMENTO DESMEMBRADO PARA O PROCESSAMENTO
       01  WS-REG-MOVTO.
           05  MV-OPERACAO            PIC X(01).
               88  MOV-INCLUSAO                 VALUE 'I'.
               88  MOV-ALTERACAO                VALUE 'A'.
               88  MOV-EXCLUSAO                 VALUE 'E'.
           05  MV-CURSO               PIC X(12).
           05  MV-DISCIPLINA          PIC X(03).
           05  MV-CODIGO-PROF         PIC X(06).
           05  MV-NOME-PROF           PIC X(30).
           05  MV-TELEFONE            PIC X(15).
           05  FILLER                 PIC X(13).

      *-----> SAIDA - LINHA MONTADA PARA A LISTAGEM DE MOVIMENTOS
       01  WS-REG-LISTA.
           05  WS-LIS-CURSO           PIC X(12).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-DISC            PIC X(03).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-OPER            PIC X(09).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-RESULT          PIC X(08).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-LIS-MOTIVO          PIC X(30).

      *-----> SAIDA - REGISTRO MONTADO PARA O DIARIO DE AUDITORIA
      *       (MESMO LAYOUT GRAVADO PELOS DEMAIS PROGRAMAS; O
      *       NUMERO DE ALUNO SAI ZERADO POIS O MOVIMENTO E DO
      *       CADASTRO DE DOCENTES)
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

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-RSPRG021.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN INPUT ARQ-MOVTO
           PERFORM 017-ABRIR-DOCENTE
           OPEN INPUT ARQ-DISCIP
           PERFORM 019-ABRIR-DIARIO
           OPEN OUTPUT ARQ-LISTA
           IF   WS-FS-MOVTO    NOT =  '00'  OR
                WS-FS-DOCENTE  NOT =  '00'  OR
                WS-FS-DISCIP   NOT =  '00'  OR
                WS-FS-LISTA    NOT =  '00'  OR
                WS-FS-DIARIO   NOT =  '00'
              DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS -'
                      ' MOVTO='    WS-FS-MOVTO
                      ' DOCENTE='  WS-FS-DOCENTE
                      ' DISCIP='   WS-FS-DISCIP
                      ' LISTA='    WS-FS-LISTA
                      ' DIARIO='   WS-FS-DIARIO
              MOVE 'S'  TO  WS-FIM
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              PERFORM 020-LER-MOVTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O CADASTRO DE DOCENTES EM I-O. SE AINDA NAO EXISTIR
      *    (SO HA MOVIMENTOS DE INCLUSAO), CRIA-LO VAZIO E REABRI-LO
      *--------------------------------------------------------------*
       017-ABRIR-DOCENTE.

           OPEN I-O ARQ-DOCENTE
           IF   WS-FS-DOCENTE  =  '35'
              OPEN OUTPUT ARQ-DOCENTE
              CLOSE ARQ-DOCENTE
              OPEN I-O ARQ-DOCENTE
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
      *    VALIDAR E APLICAR O MOVIMENTO LIDO NO CADASTRO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 026-VALIDAR-MOVTO
           IF   MOVTO-VALIDO
              EVALUATE TRUE
                 WHEN MOV-INCLUSAO
                    PERFORM 040-INCLUIR
                 WHEN MOV-ALTERACAO
                    PERFORM 041-ALTERAR
                 WHEN MOV-EXCLUSAO
                    PERFORM 042-EXCLUIR
              END-EVALUATE
           END-IF
           PERFORM 020-LER-MOVTO
           .
      *--------------------------------------------------------------*
      *    VALIDAR OS DADOS DO MOVIMENTO: OPERACAO, CURSO E
      *    DISCIPLINA DA CHAVE E, PARA INCLUSAO/ALTERACAO, A
      *    DISCIPLINA NO ARQ-DISCIP E OS DADOS DO PROFESSOR
      *--------------------------------------------------------------*
       026-VALIDAR-MOVTO.

           MOVE 'S'  TO  WS-SW-VALIDO

           EVALUATE TRUE
              WHEN NOT MOV-INCLUSAO   AND
                   NOT MOV-ALTERACAO  AND
                   NOT MOV-EXCLUSAO
                 MOVE 'OPERACAO INVALIDA - USE I A E'
                                                    TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MV-CURSO  =  SPACES
                 MOVE 'CURSO NAO INFORMADO'         TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MV-DISCIPLINA  =  SPACES
                 MOVE 'DISCIPLINA NAO INFORMADA'    TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MOV-EXCLUSAO
                 CONTINUE
              WHEN MV-CODIGO-PROF  =  SPACES
                 MOVE 'MATRICULA DO PROFESSOR VAZIA'
                                                    TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MV-NOME-PROF  =  SPACES
                 MOVE 'NOME DO PROFESSOR VAZIO'     TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN OTHER
                 PERFORM 027-VERIFICAR-DISCIPLINA
           END-EVALUATE

           IF   MOVTO-INVALIDO
              PERFORM 048-GRAVAR-RECUSA
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR A DISCIPLINA DO MOVIMENTO CONTRA O CADASTRO DE
      *    DISCIPLINAS (ARQ-DISCIP, MANTIDO PELO RSPRG012)
      *--------------------------------------------------------------*
       027-VERIFICAR-DISCIPLINA.

           MOVE MV-DISCIPLINA  TO  DC-CODIGO
           READ ARQ-DISCIP
              INVALID KEY
                 MOVE 'DISCIPLINA NAO CADASTRADA'   TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
           END-READ
           .
      *--------------------------------------------------------------*
      *    INCLUIR O DOCENTE DO CURSO + DISCIPLINA NO CADASTRO
      *    (RECUSA CHAVE DUPLICADA)
      *--------------------------------------------------------------*
       040-INCLUIR.

           MOVE MV-CURSO        TO  DO-CURSO
           MOVE MV-DISCIPLINA   TO  DO-DISCIPLINA
           MOVE MV-CODIGO-PROF  TO  DO-CODIGO-PROF
           MOVE MV-NOME-PROF    TO  DO-NOME-PROF
           MOVE MV-TELEFONE     TO  DO-TELEFONE
           WRITE REG-DOCENTE
              INVALID KEY
                 MOVE 'INCLUSAO DE CHAVE DUPLICADA'  TO  WS-LIS-MOTIVO
                 PERFORM 048-GRAVAR-RECUSA
              NOT INVALID KEY
                 IF   WS-FS-DOCENTE  =  '00'
                    ADD  1  TO  WS-CTL-INCLUIDOS
                    MOVE 'DOCENTE'    TO  WS-DIA-ARQUIVO
                    MOVE ZEROS        TO  WS-DIA-NUMERO
                    MOVE SPACES       TO  WS-DIA-IMAGEM-ANT
                    MOVE REG-DOCENTE  TO  WS-DIA-IMAGEM-NOVA
                    MOVE 'INCLUSAO'   TO  WS-DIA-OPERACAO
                    PERFORM 046-GRAVAR-DIARIO
                    PERFORM 049-GRAVAR-APLICADO
                 ELSE
                    DISPLAY ' *** ERRO GRAVANDO ARQ-DOCENTE - FS='
                            WS-FS-DOCENTE
                    MOVE 'S'  TO  WS-SW-ABEND
                    MOVE 'S'  TO  WS-FIM
                 END-IF
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    ALTERAR O PROFESSOR DO CURSO + DISCIPLINA (RECUSA
      *    ALTERACAO DE CHAVE INEXISTENTE)
      *--------------------------------------------------------------*
       041-ALTERAR.

           MOVE MV-CURSO       TO  DO-CURSO
           MOVE MV-DISCIPLINA  TO  DO-DISCIPLINA
           READ ARQ-DOCENTE
              INVALID KEY
                 MOVE 'ALTERACAO DE CHAVE INEXISTENTE'
                                                     TO  WS-LIS-MOTIVO
                 PERFORM 048-GRAVAR-RECUSA
              NOT INVALID KEY
                 MOVE REG-DOCENTE     TO  WS-DIA-IMAGEM-ANT
                 MOVE MV-CODIGO-PROF  TO  DO-CODIGO-PROF
                 MOVE MV-NOME-PROF    TO  DO-NOME-PROF
                 MOVE MV-TELEFONE     TO  DO-TELEFONE
                 REWRITE REG-DOCENTE
                 IF   WS-FS-DOCENTE  =  '00'
                    ADD  1  TO  WS-CTL-ALTERADOS
                    MOVE 'DOCENTE'     TO  WS-DIA-ARQUIVO
                    MOVE ZEROS         TO  WS-DIA-NUMERO
                    MOVE REG-DOCENTE   TO  WS-DIA-IMAGEM-NOVA
                    MOVE 'ALTERACAO'   TO  WS-DIA-OPERACAO
                    PERFORM 046-GRAVAR-DIARIO
                    PERFORM 049-GRAVAR-APLICADO
                 ELSE
                    DISPLAY ' *** ERRO REGRAVANDO ARQ-DOCENTE - FS='
                            WS-FS-DOCENTE
                    MOVE 'S'  TO  WS-SW-ABEND
                    MOVE 'S'  TO  WS-FIM
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    EXCLUIR O DOCENTE DO CURSO + DISCIPLINA (RECUSA EXCLUSAO
      *    DE CHAVE INEXISTENTE). O REGISTRO E LIDO ANTES DA
      *    EXCLUSAO PARA PRESERVAR A IMAGEM ANTERIOR NO DIARIO
      *--------------------------------------------------------------*
       042-EXCLUIR.

           MOVE MV-CURSO       TO  DO-CURSO
           MOVE MV-DISCIPLINA  TO  DO-DISCIPLINA
           READ ARQ-DOCENTE
              INVALID KEY
                 MOVE 'EXCLUSAO DE CHAVE INEXISTENTE'
                                                     TO  WS-LIS-MOTIVO
                 PERFORM 048-GRAVAR-RECUSA
              NOT INVALID KEY
                 MOVE REG-DOCENTE  TO  WS-DIA-IMAGEM-ANT
                 DELETE ARQ-DOCENTE RECORD
                 IF   WS-FS-DOCENTE  =  '00'
                    ADD  1  TO  WS-CTL-EXCLUIDOS
                    MOVE 'DOCENTE'   TO  WS-DIA-ARQUIVO
                    MOVE ZEROS       TO  WS-DIA-NUMERO
                    MOVE SPACES      TO  WS-DIA-IMAGEM-NOVA
                    MOVE 'EXCLUSAO'  TO  WS-DIA-OPERACAO
                    PERFORM 046-GRAVAR-DIARIO
                    PERFORM 049-GRAVAR-APLICADO
                 ELSE
                    DISPLAY ' *** ERRO EXCLUINDO DO ARQ-DOCENTE - FS='
                            WS-FS-DOCENTE
                    MOVE 'S'  TO  WS-SW-ABEND
                    MOVE 'S'  TO  WS-FIM
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO DIARIO DE AUDITORIA O MOVIMENTO MONTADO PELO
      *    CHAMADOR (ARQUIVO, NUMERO E IMAGENS JA PREENCHIDOS), COM
      *    DATA/HORA E PROGRAMA DE ORIGEM
      *--------------------------------------------------------------*
       046-GRAVAR-DIARIO.

           ACCEPT WS-DIA-DATA         FROM DATE YYYYMMDD
           ACCEPT WS-DIA-HORA-ACEITA  FROM TIME
           MOVE WS-DIA-HORA-HHMMSS  TO  WS-DIA-HORA
           MOVE 'RSPRG021'          TO  WS-DIA-PROGRAMA
           WRITE REG-DIARIO  FROM  WS-REG-DIARIO
           IF   WS-FS-DIARIO  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-DIARIO - FS='
                      WS-FS-DIARIO
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
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

           MOVE MV-CURSO       TO  WS-LIS-CURSO
           MOVE MV-DISCIPLINA  TO  WS-LIS-DISC
           EVALUATE TRUE
              WHEN MOV-INCLUSAO
                 MOVE 'INCLUSAO'   TO  WS-LIS-OPER
              WHEN MOV-ALTERACAO
                 MOVE 'ALTERACAO'  TO  WS-LIS-OPER
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
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE ARQ-MOVTO
           CLOSE ARQ-DOCENTE
           CLOSE ARQ-DISCIP
           CLOSE ARQ-LISTA
           CLOSE ARQ-DIARIO

           IF   RUN-ABENDED
              MOVE 16  TO  RETURN-CODE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TERMINO ANORMAL DO RSPRG021 - RC=16   *'
              DISPLAY ' *   (VER ALERTA(S) ACIMA)                 *'
              DISPLAY ' *========================================*'
           ELSE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG021        *'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * MOVIMENTOS LIDOS            = '
                      WS-CTL-LIDOS
              DISPLAY ' * INCLUSOES APLICADAS         = '
                      WS-CTL-INCLUIDOS
              DISPLAY ' * ALTERACOES APLICADAS        = '
                      WS-CTL-ALTERADOS
              DISPLAY ' * EXCLUSOES APLICADAS         = '
                      WS-CTL-EXCLUIDOS
              DISPLAY ' * MOVIMENTOS RECUSADOS        = '
                      WS-CTL-RECUSADOS
              DISPLAY ' *========================================*'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' *      TERMINO NORMAL DO RSPRG021        *'
              DISPLAY ' *----------------------------------------*'
           END-IF
           .
      *---------------> FIM DO PROGRAMA RSPRG021 <-------------------*
