      *           HISTORICO PLURIANUAL (ARQ-HIST-PLURI), UM RECURSO
      *           DE NOTA DEFERIDO E APLICADO POR AQUI: O ARQUIVO DE
      *           MOVIMENTOS (ARQ-MOVTO) TRAZ O NUMERO DA
      *           AUTORIZACAO (PROTOCOLO DO RECURSO DEFERIDO NO
      *           RSPRG030), A CHAVE (ANO + ALUNO + DISCIPLINA), O
      *           CAMPO RETIFICADO (NOTA-B1..B4, NOTA-RECUP,
      *           FREQ-B1..B4) E O VALOR NOVO. O PROGRAMA REGRAVA O
      *           PLURIANUAL, REAPURA HP-SIT-FINAL COM AS MESMAS
      * ------  -------  ------  ------  -------------------------   *
      *  V01    09/2026  010035  VERSAO INICIAL - RETIFICACAO
      *                          AUTORIZADA DO HISTORICO PLURIANUAL
      *  V02    10/2026  010049  A AUTORIZACAO TEM DE SER PROTOCOLO
      *                          DE RECURSO DEFERIDO NO ARQ-RECURSO
      *                          (RSPRG030) DO MESMO ANO + ALUNO +
      *                          DISCIPLINA E, SE O RECURSO FOR DE
      *                          UM BIMESTRE, DE CAMPO DESSE BIMESTRE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS HP-CHAVE
                  FILE STATUS   IS WS-FS-HISTPLURI.

           SELECT ARQ-RECURSO      ASSIGN TO RECURSO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RE-PROTOCOLO
                  FILE STATUS   IS WS-FS-RECURSO.

           SELECT ARQ-LISTA        ASSIGN TO LISTA
                  FILE STATUS  IS WS-FS-LISTA.

           05  HP-NOTA-RECUP          PIC 9(02)V99.
           05  HP-SIT-FINAL           PIC X(20).

      *-----> PROTOCOLO DE RECURSOS DE NOTA - MANTIDO PELO RSPRG030
      *       (MESMO LAYOUT). A AUTORIZACAO DO MOVIMENTO E O NUMERO
      *       DO PROTOCOLO, QUE TEM DE ESTAR DEFERIDO
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

      *-----> SAIDA - LISTAGEM DOS MOVIMENTOS APLICADOS E RECUSADOS
       FD  ARQ-LISTA
           LABEL RECORDS ARE STANDARD
               88  RUN-OK                        VALUE 'N'.
           05  WS-FS-MOVTO            PIC X(02)    VALUE ZEROS.
           05  WS-FS-HISTPLURI        PIC X(02)    VALUE ZEROS.
           05  WS-FS-RECURSO          PIC X(02)    VALUE ZEROS.
           05  WS-FS-LISTA            PIC X(02)    VALUE ZEROS.
           05  WS-FS-DIARIO           PIC X(02)    VALUE ZEROS.
           05  WS-FS-PARAM            PIC X(02)    VALUE ZEROS.
                                                       'FREQ-B2   '
                                                       'FREQ-B3   '
                                                       'FREQ-B4   '.
           05  FILLER                 REDEFINES MV-CAMPO.
               10  FILLER                 PIC X(06).
               10  MV-CAMPO-BIMESTRE      PIC 9(01).
               10  FILLER                 PIC X(03).
           05  MV-VALOR               PIC X(04).
           05  MV-VALOR-NOTA          REDEFINES MV-VALOR
                                      PIC 9(02)V99.

           OPEN INPUT ARQ-MOVTO
           OPEN I-O ARQ-HIST-PLURI
           OPEN INPUT ARQ-RECURSO
           PERFORM 019-ABRIR-DIARIO
           OPEN OUTPUT ARQ-LISTA
           IF   WS-FS-MOVTO      NOT =  '00'  OR
                WS-FS-HISTPLURI  NOT =  '00'  OR
                WS-FS-RECURSO    NOT =  '00'  OR
                WS-FS-LISTA      NOT =  '00'  OR
                WS-FS-DIARIO     NOT =  '00'
              DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS -'
                      ' MOVTO='      WS-FS-MOVTO
                      ' HISTPLURI='  WS-FS-HISTPLURI
                      ' RECURSO='    WS-FS-RECURSO
                      ' LISTA='      WS-FS-LISTA
                      ' DIARIO='     WS-FS-DIARIO
              MOVE 'S'  TO  WS-FIM
      *--------------------------------------------------------------*
      *    VALIDAR OS DADOS DO MOVIMENTO: AUTORIZACAO, CHAVE, CAMPO
      *    RETIFICADO E VALOR NOVO (NOTA NA FAIXA 0,00 A 9,99 E
      *    FREQUENCIA DE 0 A 100) E, POR ULTIMO, O PROTOCOLO DO
      *    RECURSO QUE AUTORIZA A RETIFICACAO
      *--------------------------------------------------------------*
       026-VALIDAR-MOVTO.

              WHEN MV-CAMPO-FREQ  AND  MV-VALOR-FREQ  >  100
                 MOVE 'FREQUENCIA FORA DE 0 A 100'  TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              WHEN OTHER
                 PERFORM 027-VERIFICAR-PROTOCOLO
           END-EVALUATE

           IF   MOVTO-INVALIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR A AUTORIZACAO NO PROTOCOLO DE RECURSOS (RSPRG030):
      *    O PROTOCOLO TEM DE EXISTIR, ESTAR DEFERIDO E SER DO MESMO
      *    ANO + ALUNO + DISCIPLINA; RECURSO DE UM BIMESTRE SO
      *    AUTORIZA NOTA/FREQUENCIA DESSE BIMESTRE (BIMESTRE 0 E O
      *    RESULTADO FINAL - QUALQUER CAMPO)
      *--------------------------------------------------------------*
       027-VERIFICAR-PROTOCOLO.

           MOVE MV-AUTORIZACAO  TO  RE-PROTOCOLO
           READ ARQ-RECURSO
              INVALID KEY
                 MOVE 'AUTORIZACAO SEM PROTOCOLO'   TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN NOT RE-DEFERIDO
                       MOVE 'RECURSO NAO DEFERIDO'  TO  WS-LIS-MOTIVO
                       MOVE 'N'  TO  WS-SW-VALIDO
                    WHEN RE-ANO         NOT =  MV-ANO     OR
                         RE-NUMERO      NOT =  MV-NUMERO  OR
                         RE-DISCIPLINA  NOT =  MV-DISCIPLINA
                       MOVE 'PROTOCOLO DE OUTRO ALUNO/DISC'
                                                    TO  WS-LIS-MOTIVO
                       MOVE 'N'  TO  WS-SW-VALIDO
                    WHEN RE-BIMESTRE  =  ZEROS
                       CONTINUE
                    WHEN MV-CAMPO  =  'NOTA-RECUP'  OR
                         MV-CAMPO-BIMESTRE  NOT =  RE-BIMESTRE
                       MOVE 'CAMPO FORA DO BIMESTRE DO REC.'
                                                    TO  WS-LIS-MOTIVO
                       MOVE 'N'  TO  WS-SW-VALIDO
                 END-EVALUATE
           END-READ
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O REGISTRO ARQUIVADO, APLICAR O VALOR NOVO NO
      *    CAMPO RETIFICADO, REAPURAR A SITUACAO FINAL E REGRAVAR,
      *    COM AS IMAGENS ANTERIOR E NOVA NO DIARIO

           CLOSE ARQ-MOVTO
           CLOSE ARQ-HIST-PLURI
           CLOSE ARQ-RECURSO
           CLOSE ARQ-LISTA
           CLOSE ARQ-DIARIO

