      *                          NAO CONSTAR ENCERRADO COM RC=0
      *                          (ABEND CONTROLADO COM RC=16, EM VEZ
      *                          DE CORROMPER O HISTORICO)
      *  V15    10/2026  010039  TERMINO ANORMAL (RC=16): O DISPLAY
      *                          PASSA A INDICAR O ESTORNO DAS
      *                          ATUALIZACOES PARCIAIS DO HIST-ANUAL
      *                          PELO RSPRG020
      *  V16    10/2026  010040  CADASTRO DE DOCENTES (ARQ-DOCENTE,
      *                          MANTIDO PELO RSPRG021): NOTA DE
      *                          CURSO+DISCIPLINA SEM PROFESSOR
      *                          ATRIBUIDO E REJEITADA PARA O
      *                          ARQ-EXCECAO
      *  V17    10/2026  010044  ENCERRAMENTO DO VINCULO (RSPRG005):
      *                          NOTA DE ALUNO TRANCADO, CANCELADO
      *                          OU TRANSFERIDO PARA OUTRA ESCOLA
      *                          (MF-SITUACAO-MAT NO ARQ-MESTRE) OU
      *                          DE MATRICULA ENCERRADA E REJEITADA
      *                          PARA O ARQ-EXCECAO
      *  V18    10/2026  010048  LAYOUT DO ARQ-DISCIP ACOMPANHA A
      *                          SERIE DA DISCIPLINA NO CURSO
      *                          (DC-SERIE - RSPRG012)
      *  V19    10/2026  010039  AVISO DO RC=16 ORIENTA A INFORMAR A
      *                          JANELA NA SYSIN DO RSPRG020 ('J')
      *                          QUANDO O RSPRG003 RODOU MAIS DE UMA
      *                          VEZ NO DIA
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS MT-CHAVE
                  FILE STATUS   IS WS-FS-MATRIC.

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

           SELECT ARQ-DIARIO       ASSIGN TO DIARIO
                  FILE STATUS  IS WS-FS-DIARIO.

           05  DC-NOME                PIC X(20).
           05  DC-CURSO               PIC X(12).
           05  DC-CARGA               PIC 9(04).
           05  DC-SERIE               PIC 9(01).

      *-----> ARQUIVO DE MATRICULAS - CARREGADO PELO RSPRG013 (MESMO
      *       LAYOUT). AMARRA O ALUNO AS DISCIPLINAS DO ANO LETIVO
               10  MT-ANO                 PIC 9(04).
               10  MT-NUMERO              PIC 9(04).
               10  MT-DISCIPLINA          PIC X(03).
           05  MT-SITUACAO            PIC X(01).
               88  MT-ATIVA                     VALUE 'A' ' '.
               88  MT-ENCERRADA                 VALUE 'E'.
           05  MT-DATA-ENCERRAMENTO   PIC 9(08).

      *-----> MESTRE DE ALUNOS - MANTIDO PELO RSPRG002/RSPRG005 (MESMO
      *       LAYOUT). ALUNO COM O VINCULO ENCERRADO NAO RECEBE NOTA
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
      *       LAYOUT). TODO CURSO+DISCIPLINA COM NOTA PRECISA TER
      *       PROFESSOR RESPONSAVEL
       FD  ARQ-DOCENTE
           LABEL RECORDS ARE STANDARD.
       01  REG-DOCENTE.
           05  DO-CHAVE.
               10  DO-CURSO               PIC X(12).
               10  DO-DISCIPLINA          PIC X(03).
           05  DO-CODIGO-PROF         PIC X(06).
           05  DO-NOME-PROF           PIC X(30).
           05  DO-TELEFONE            PIC X(15).

      *-----> DIARIO DE AUDITORIA - UM REGISTRO POR GRAVACAO OU
      *       REGRAVACAO NO ARQ-HIST-ANUAL, COM DATA/HORA DO
           05  WS-FS-HISTANUAL        PIC X(02)    VALUE ZEROS.
           05  WS-FS-DISCIP           PIC X(02)    VALUE ZEROS.
           05  WS-FS-MATRIC           PIC X(02)    VALUE ZEROS.
           05  WS-FS-MESTRE           PIC X(02)    VALUE ZEROS.
           05  WS-FS-DOCENTE          PIC X(02)    VALUE ZEROS.
           05  WS-FS-DIARIO           PIC X(02)    VALUE ZEROS.
           05  WS-FS-PARAM            PIC X(02)    VALUE ZEROS.
           05  WS-FS-CONTROLE         PIC X(02)    VALUE ZEROS.
           PERFORM 019-ABRIR-DIARIO
           OPEN INPUT ARQ-DISCIP
           OPEN INPUT ARQ-MATRIC
           OPEN INPUT ARQ-MESTRE
           OPEN INPUT ARQ-DOCENTE
           OPEN OUTPUT ARQ-SAIDA
           OPEN OUTPUT ARQ-EXCECAO
           IF   WS-FS-SAIDA      NOT =  '00'  OR
                WS-FS-HISTANUAL  NOT =  '00'  OR
                WS-FS-DISCIP     NOT =  '00'  OR
                WS-FS-MATRIC     NOT =  '00'  OR
                WS-FS-MESTRE     NOT =  '00'  OR
                WS-FS-DOCENTE    NOT =  '00'  OR
                WS-FS-DIARIO     NOT =  '00'
              DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS -'
                      ' SAIDA='       WS-FS-SAIDA
                      ' HISTANUAL='   WS-FS-HISTANUAL
                      ' DISCIP='      WS-FS-DISCIP
                      ' MATRIC='      WS-FS-MATRIC
                      ' MESTRE='      WS-FS-MESTRE
                      ' DOCENTE='     WS-FS-DOCENTE
                      ' DIARIO='      WS-FS-DIARIO
              MOVE 'S'  TO  WS-FIM
              MOVE 'S'  TO  WS-SW-ABEND

           MOVE 'S'  TO  WS-SW-VALIDO

           PERFORM 037-VERIFICAR-VINCULO

           IF   AS-SEXO-IN  NOT =  'M'  AND  AS-SEXO-IN  NOT =  'F'
              MOVE 'AS-SEXO-IN'               TO WS-EXC-CAMPO
              MOVE AS-SEXO-IN                  TO WS-EXC-VALOR
      *    CONFERIR O CODIGO DA DISCIPLINA CONTRA O CADASTRO
      *    (ARQ-DISCIP, MANTIDO PELO RSPRG012). CODIGO FORA DO
      *    CADASTRO E REJEITADO, PARA NAO CRIAR REGISTRO ORFAO NO
      *    HISTORICO ANUAL. DISCIPLINA VALIDA SEGUE PARA A CONFERENCIA
      *    DA MATRICULA E DO DOCENTE
      *--------------------------------------------------------------*
       027-VERIFICAR-DISCIPLINA.

                 MOVE 'N'  TO  WS-SW-VALIDO
              NOT INVALID KEY
                 PERFORM 029-VERIFICAR-MATRICULA
                 IF   REGISTRO-VALIDO
                    PERFORM 031-VERIFICAR-DOCENTE
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
                 MOVE 'ALUNO SEM MATRICULA NA DISC' TO WS-EXC-MOTIVO
                 PERFORM 028-GRAVAR-EXCECAO
                 MOVE 'N'  TO  WS-SW-VALIDO
              NOT INVALID KEY
                 IF   MT-ENCERRADA
                    MOVE 'MT-SITUACAO'               TO WS-EXC-CAMPO
                    MOVE AS-DISCIPLINA-IN             TO WS-EXC-VALOR
                    MOVE 'MATRICULA ENCERRADA NA DISC' TO WS-EXC-MOTIVO
                    PERFORM 028-GRAVAR-EXCECAO
                    MOVE 'N'  TO  WS-SW-VALIDO
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONFERIR O VINCULO DO ALUNO NO MESTRE: ALUNO TRANCADO,
      *    CANCELADO OU TRANSFERIDO PARA OUTRA ESCOLA (RSPRG005) NAO
      *    RECEBE NOTA. ALUNO FORA DO MESTRE SEGUE PARA AS DEMAIS
      *    CONFERENCIAS
      *--------------------------------------------------------------*
       037-VERIFICAR-VINCULO.

           MOVE AS-NUMERO-IN  TO  MF-NUMERO
           READ ARQ-MESTRE
              NOT INVALID KEY
                 IF   MF-ALUNO-BLOQUEADO
                    MOVE 'MF-SITUACAO'               TO WS-EXC-CAMPO
                    MOVE MF-SITUACAO-MAT              TO WS-EXC-VALOR
                    MOVE 'ALUNO COM VINCULO ENCERRADO' TO WS-EXC-MOTIVO
                    PERFORM 028-GRAVAR-EXCECAO
                    MOVE 'N'  TO  WS-SW-VALIDO
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONFERIR O PROFESSOR RESPONSAVEL PELO CURSO+DISCIPLINA
      *    (ARQ-DOCENTE, MANTIDO PELO RSPRG021). NOTA DE TURMA SEM
      *    DOCENTE ATRIBUIDO E REJEITADA
      *--------------------------------------------------------------*
       031-VERIFICAR-DOCENTE.

           MOVE AS-CURSO-IN       TO  DO-CURSO
           MOVE AS-DISCIPLINA-IN  TO  DO-DISCIPLINA
           READ ARQ-DOCENTE
              INVALID KEY
                 MOVE 'DO-CHAVE'                 TO WS-EXC-CAMPO
                 MOVE AS-CURSO-IN                 TO WS-EXC-VALOR
                 MOVE 'DISC SEM DOCENTE NO CURSO' TO WS-EXC-MOTIVO
                 PERFORM 028-GRAVAR-EXCECAO
                 MOVE 'N'  TO  WS-SW-VALIDO
           END-READ
           .
      *--------------------------------------------------------------*
           CLOSE ARQ-HIST-ANUAL
           CLOSE ARQ-DISCIP
           CLOSE ARQ-MATRIC
           CLOSE ARQ-MESTRE
           CLOSE ARQ-DOCENTE
           CLOSE ARQ-DIARIO
           IF   RUN-ABENDED
              MOVE 16  TO  RETURN-CODE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TERMINO ANORMAL DO RSPRG003 - RC=16   *'
              DISPLAY ' *   (VER ALERTA(S) ACIMA)                 *'
              DISPLAY ' *   ATUALIZACOES PARCIAIS NO HIST-ANUAL:  *'
              DISPLAY ' *   ESTORNAR PELO RSPRG020 (SYSIN:        *'
              DISPLAY ' *   RSPRG003 + C; SE O RSPRG003 RODOU    *'
              DISPLAY ' *   MAIS DE UMA VEZ NO DIA, RSPRG003 + J  *'
              DISPLAY ' *   COM A JANELA DESTA EXECUCAO) ANTES DE *'
              DISPLAY ' *   REAPRESENTAR                          *'
              DISPLAY ' *========================================*'
           ELSE
           IF   LOTE-REJEITADO
