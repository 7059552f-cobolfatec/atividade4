       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG023.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO DO CADASTRO DE RESPONSAVEIS (ARQ-RESPONS)
      *           A PARTIR DE UM ARQUIVO DE MOVIMENTOS (ARQ-MOVTO),
      *           NOS MOLDES DO RSPRG012. UM REGISTRO POR ALUNO
      *           (MF-NUMERO) COM NOME, ENDERECO, TELEFONE E E-MAIL
      *           DO RESPONSAVEL, USADO PELO RSPRG024 NA EMISSAO DOS
      *           AVISOS AOS PAIS. CADA MOVIMENTO TRAZ UM CODIGO DE
      *           OPERACAO - I (INCLUSAO), A (ALTERACAO) OU E
      *           (EXCLUSAO) - SEGUIDO DOS CAMPOS DO CADASTRO. NA
      *           INCLUSAO E NA ALTERACAO O ALUNO PRECISA CONSTAR DO
      *           ARQ-MESTRE (INTEGRIDADE REFERENCIAL); A EXCLUSAO E
      *           ACEITA MESMO SEM O ALUNO, PARA LIMPAR RESPONSAVEL
      *           ORFAO. OS MOVIMENTOS APLICADOS E OS RECUSADOS SAEM
      *           NA LISTAGEM ARQ-LISTA E NO SYSOUT.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  010041  VERSAO INICIAL - MANUTENCAO DO
      *                          CADASTRO DE RESPONSAVEIS POR ALUNO
      *                          VIA ARQUIVO DE MOVIMENTOS
      *  V02    10/2026  010044  LAYOUTS ACOMPANHAM O ARQ-MESTRE
      *                          COM A SITUACAO DA MATRICULA
      *                          (MF-SITUACAO-MAT E DATA - RSPRG005)
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

           SELECT ARQ-RESPONS      ASSIGN TO RESPONS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RS-NUMERO
                  FILE STATUS   IS WS-FS-RESPONS.

           SELECT ARQ-MESTRE       ASSIGN TO MESTRE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS MF-NUMERO
                  FILE STATUS   IS WS-FS-MESTRE.

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
      *       CODIGO DE OPERACAO + CAMPOS DO REG-RESPONS
       FD  ARQ-MOVTO
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-MOVTO                 PIC X(120).

      *-----> CADASTRO DE RESPONSAVEIS - UM REGISTRO POR ALUNO COM OS
      *       DADOS DE CONTATO DO RESPONSAVEL (LIDO PELO RSPRG024).
      *       120 BYTES, CABE INTEIRO NA IMAGEM DO ARQ-DIARIO
       FD  ARQ-RESPONS
           LABEL RECORDS ARE STANDARD.
       01  REG-RESPONS.
           05  RS-NUMERO              PIC 9(04).
           05  RS-NOME-RESP           PIC X(30).
           05  RS-ENDERECO            PIC X(35).
           05  RS-TELEFONE            PIC X(15).
           05  RS-EMAIL               PIC X(35).
           05  FILLER                 PIC X(01).

      *-----> MESTRE DE ALUNOS - MANTIDO PELO RSPRG002 (MESMO LAYOUT).
      *       CONFERENCIA DO ALUNO DO MOVIMENTO
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

      *-----> SAIDA - LISTAGEM DOS MOVIMENTOS APLICADOS E RECUSADOS
       FD  ARQ-LISTA
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-LISTA                 PIC X(54).

      *-----> DIARIO DE AUDITORIA - UM REGISTRO POR MOVIMENTO
      *       APLICADO NO ARQ-RESPONS, COM DATA/HORA, PROGRAMA DE
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
           05  WS-FS-RESPONS          PIC X(02)    VALUE ZEROS.
           05  WS-FS-MESTRE           PIC X(02)    VALUE ZEROS.
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
           05  MV-NUMERO              PIC 9(04).
           05  MV-NUMERO-ALFA         REDEFINES MV-NUMERO
                                      PIC X(04).
           05  MV-NOME-RESP           PIC X(30).
           05  MV-ENDERECO            PIC X(35).
           05  MV-TELEFONE            PIC X(15).
           05  MV-EMAIL               PIC X(35).

      *-----> SAIDA - LINHA MONTADA PARA A LISTAGEM DE MOVIMENTOS
       01  WS-REG-LISTA.
           05  WS-LIS-NUM             PIC 9(04).
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

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-RSPRG023.

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
           PERFORM 017-ABRIR-RESPONS
           OPEN INPUT ARQ-MESTRE
           PERFORM 019-ABRIR-DIARIO
           OPEN OUTPUT ARQ-LISTA
           IF   WS-FS-MOVTO    NOT =  '00'  OR
                WS-FS-RESPONS  NOT =  '00'  OR
                WS-FS-MESTRE   NOT =  '00'  OR
                WS-FS-LISTA    NOT =  '00'  OR
                WS-FS-DIARIO   NOT =  '00'
              DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS -'
                      ' MOVTO='    WS-FS-MOVTO
                      ' RESPONS='  WS-FS-RESPONS
                      ' MESTRE='   WS-FS-MESTRE
                      ' LISTA='    WS-FS-LISTA
                      ' DIARIO='   WS-FS-DIARIO
              MOVE 'S'  TO  WS-FIM
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              PERFORM 020-LER-MOVTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O CADASTRO DE RESPONSAVEIS EM I-O. SE AINDA NAO
      *    EXISTIR (SO HA MOVIMENTOS DE INCLUSAO), CRIA-LO VAZIO E
      *    REABRI-LO
      *--------------------------------------------------------------*
       017-ABRIR-RESPONS.

           OPEN I-O ARQ-RESPONS
           IF   WS-FS-RESPONS  =  '35'
              OPEN OUTPUT ARQ-RESPONS
              CLOSE ARQ-RESPONS
              OPEN I-O ARQ-RESPONS
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
      *    VALIDAR OS DADOS DO MOVIMENTO: OPERACAO E NUMERO DO ALUNO
      *    E, PARA INCLUSAO/ALTERACAO, O NOME E UM MEIO DE CONTATO
      *    DO RESPONSAVEL E O ALUNO NO ARQ-MESTRE
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
              WHEN MV-NUMERO  NOT NUMERIC
                 MOVE 'NUMERO DO ALUNO NAO NUMERICO'
                                                    TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MOV-EXCLUSAO
                 CONTINUE
              WHEN MV-NOME-RESP  =  SPACES
                 MOVE 'NOME DO RESPONSAVEL VAZIO'   TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN MV-ENDERECO  =  SPACES  AND
                   MV-TELEFONE  =  SPACES  AND
                   MV-EMAIL     =  SPACES
                 MOVE 'RESPONSAVEL SEM CONTATO'     TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN OTHER
                 PERFORM 027-VERIFICAR-ALUNO
           END-EVALUATE

           IF   MOVTO-INVALIDO
              PERFORM 048-GRAVAR-RECUSA
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O ALUNO DO MOVIMENTO CONTRA O MESTRE DE ALUNOS
      *    (INTEGRIDADE REFERENCIAL - NAO HA RESPONSAVEL SEM ALUNO)
      *--------------------------------------------------------------*
       027-VERIFICAR-ALUNO.

           MOVE MV-NUMERO  TO  MF-NUMERO
           READ ARQ-MESTRE
              INVALID KEY
                 MOVE 'ALUNO NAO CADASTRADO NO MESTRE'
                                                    TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
           END-READ
           .
      *--------------------------------------------------------------*
      *    INCLUIR O RESPONSAVEL DO ALUNO NO CADASTRO (RECUSA CHAVE
      *    DUPLICADA)
      *--------------------------------------------------------------*
       040-INCLUIR.

           MOVE SPACES        TO  REG-RESPONS
           MOVE MV-NUMERO     TO  RS-NUMERO
           MOVE MV-NOME-RESP  TO  RS-NOME-RESP
           MOVE MV-ENDERECO   TO  RS-ENDERECO
           MOVE MV-TELEFONE   TO  RS-TELEFONE
           MOVE MV-EMAIL      TO  RS-EMAIL
           WRITE REG-RESPONS
              INVALID KEY
                 MOVE 'INCLUSAO DE CHAVE DUPLICADA'  TO  WS-LIS-MOTIVO
                 PERFORM 048-GRAVAR-RECUSA
              NOT INVALID KEY
                 IF   WS-FS-RESPONS  =  '00'
                    ADD  1  TO  WS-CTL-INCLUIDOS
                    MOVE SPACES       TO  WS-DIA-IMAGEM-ANT
                    MOVE REG-RESPONS  TO  WS-DIA-IMAGEM-NOVA
                    MOVE 'INCLUSAO'   TO  WS-DIA-OPERACAO
                    PERFORM 046-GRAVAR-DIARIO
                    PERFORM 049-GRAVAR-APLICADO
                 ELSE
                    DISPLAY ' *** ERRO GRAVANDO ARQ-RESPONS - FS='
                            WS-FS-RESPONS
                    MOVE 'S'  TO  WS-SW-ABEND
                    MOVE 'S'  TO  WS-FIM
                 END-IF
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    ALTERAR OS DADOS DO RESPONSAVEL (RECUSA ALTERACAO DE
      *    CHAVE INEXISTENTE)
      *--------------------------------------------------------------*
       041-ALTERAR.

           MOVE MV-NUMERO  TO  RS-NUMERO
           READ ARQ-RESPONS
              INVALID KEY
                 MOVE 'ALTERACAO DE CHAVE INEXISTENTE'
                                                     TO  WS-LIS-MOTIVO
                 PERFORM 048-GRAVAR-RECUSA
              NOT INVALID KEY
                 MOVE REG-RESPONS   TO  WS-DIA-IMAGEM-ANT
                 MOVE MV-NOME-RESP  TO  RS-NOME-RESP
                 MOVE MV-ENDERECO   TO  RS-ENDERECO
                 MOVE MV-TELEFONE   TO  RS-TELEFONE
                 MOVE MV-EMAIL      TO  RS-EMAIL
                 REWRITE REG-RESPONS
                 IF   WS-FS-RESPONS  =  '00'
                    ADD  1  TO  WS-CTL-ALTERADOS
                    MOVE REG-RESPONS   TO  WS-DIA-IMAGEM-NOVA
                    MOVE 'ALTERACAO'   TO  WS-DIA-OPERACAO
                    PERFORM 046-GRAVAR-DIARIO
                    PERFORM 049-GRAVAR-APLICADO
                 ELSE
                    DISPLAY ' *** ERRO REGRAVANDO ARQ-RESPONS - FS='
                            WS-FS-RESPONS
                    MOVE 'S'  TO  WS-SW-ABEND
                    MOVE 'S'  TO  WS-FIM
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    EXCLUIR O RESPONSAVEL DO ALUNO (RECUSA EXCLUSAO DE CHAVE
      *    INEXISTENTE). O REGISTRO E LIDO ANTES DA EXCLUSAO PARA
      *    PRESERVAR A IMAGEM ANTERIOR NO DIARIO
      *--------------------------------------------------------------*
       042-EXCLUIR.

           MOVE MV-NUMERO  TO  RS-NUMERO
           READ ARQ-RESPONS
              INVALID KEY
                 MOVE 'EXCLUSAO DE CHAVE INEXISTENTE'
                                                     TO  WS-LIS-MOTIVO
                 PERFORM 048-GRAVAR-RECUSA
              NOT INVALID KEY
                 MOVE REG-RESPONS  TO  WS-DIA-IMAGEM-ANT
                 DELETE ARQ-RESPONS RECORD
                 IF   WS-FS-RESPONS  =  '00'
                    ADD  1  TO  WS-CTL-EXCLUIDOS
                    MOVE SPACES      TO  WS-DIA-IMAGEM-NOVA
                    MOVE 'EXCLUSAO'  TO  WS-DIA-OPERACAO
                    PERFORM 046-GRAVAR-DIARIO
                    PERFORM 049-GRAVAR-APLICADO
                 ELSE
                    DISPLAY ' *** ERRO EXCLUINDO DO ARQ-RESPONS - FS='
                            WS-FS-RESPONS
                    MOVE 'S'  TO  WS-SW-ABEND
                    MOVE 'S'  TO  WS-FIM
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO DIARIO DE AUDITORIA O MOVIMENTO MONTADO PELO
      *    CHAMADOR (OPERACAO E IMAGENS JA PREENCHIDAS), COM
      *    DATA/HORA, PROGRAMA DE ORIGEM E NUMERO DO ALUNO
      *--------------------------------------------------------------*
       046-GRAVAR-DIARIO.

           ACCEPT WS-DIA-DATA         FROM DATE YYYYMMDD
           ACCEPT WS-DIA-HORA-ACEITA  FROM TIME
           MOVE WS-DIA-HORA-HHMMSS  TO  WS-DIA-HORA
           MOVE 'RSPRG023'          TO  WS-DIA-PROGRAMA
           MOVE 'RESPONS'           TO  WS-DIA-ARQUIVO
           MOVE MV-NUMERO           TO  WS-DIA-NUMERO
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

           IF   MV-NUMERO  NUMERIC
              MOVE MV-NUMERO  TO  WS-LIS-NUM
           ELSE
              MOVE ZEROS      TO  WS-LIS-NUM
           END-IF
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
           CLOSE ARQ-RESPONS
           CLOSE ARQ-MESTRE
           CLOSE ARQ-LISTA
           CLOSE ARQ-DIARIO

           IF   RUN-ABENDED
              MOVE 16  TO  RETURN-CODE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TERMINO ANORMAL DO RSPRG023 - RC=16   *'
              DISPLAY ' *   (VER ALERTA(S) ACIMA)                 *'
              DISPLAY ' *========================================*'
           ELSE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG023        *'
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
              DISPLAY ' *      TERMINO NORMAL DO RSPRG023        *'
              DISPLAY ' *----------------------------------------*'
           END-IF
           .
      *---------------> FIM DO PROGRAMA RSPRG023 <-------------------*
