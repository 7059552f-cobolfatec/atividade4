      *                          ALUNO MATRICULADO SEM NENHUM
      *                          REGISTRO NO HISTORICO SAI NUMA
      *                          SEGUNDA VARREDURA
      *  V03    10/2026  010044  ENCERRAMENTO DO VINCULO (RSPRG005):
      *                          MATRICULA ENCERRADA NAO SAI COMO
      *                          'SEM NOTA LANCADA' E O ALUNO COM
      *                          DISCIPLINA TRANCADA/CANCELADA/
      *                          TRANSFERIDA SAI COM ESSA SITUACAO,
      *                          NAO COMO EM DEPENDENCIA
      *  V04    10/2026  010045  APURACAO SEM LIMITE DE ALUNOS: A
      *                          TABELA DE 200 ALUNOS JA APURADOS DA
      *                          SEGUNDA VARREDURA DA LUGAR A UMA
      *                          LEITURA PELA CHAVE DO ARQ-HIST-ANUAL
      *                          (ALUNO COM ALGUM REGISTRO NO
      *                          HISTORICO JA SAIU NA VARREDURA
      *                          PRINCIPAL)
      *  V05    10/2026  010048  REGISTRO DA EXECUCAO NO ARQ-CONTROLE
      *                          (PROGRAMA, ANO APURADO E RC) - A
      *                          REMATRICULA (RSPRG029) CONFERE QUE
      *                          A APURACAO E DO ANO QUE VAI VIRAR
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*

           SELECT ARQ-APURACAO     ASSIGN TO APURACAO
                  FILE STATUS  IS WS-FS-APURACAO.

           SELECT ARQ-CONTROLE     ASSIGN TO CONTROLE
                  FILE STATUS  IS WS-FS-CONTROLE.
      *
       DATA DIVISION.
      *=============*
               10  MT-ANO                 PIC 9(04).
               10  MT-NUMERO              PIC 9(04).
               10  MT-DISCIPLINA          PIC X(03).
           05  MT-SITUACAO            PIC X(01).
               88  MT-ATIVA                     VALUE 'A' ' '.
               88  MT-ENCERRADA                 VALUE 'E'.
           05  MT-DATA-ENCERRAMENTO   PIC 9(08).

      *-----> SAIDA - LISTAGEM DA APURACAO FINAL POR ALUNO
       FD  ARQ-APURACAO
           RECORDING MODE IS F.
       01  REG-APURACAO              PIC X(90).

      *-----> CONTROLE DE EXECUCAO DA SUITE - UM REGISTRO POR
      *       EXECUCAO DE CADA PROGRAMA. ESTENDIDO NO TERMINO
       FD  ARQ-CONTROLE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-CONTROLE              PIC X(24).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  WS-FS-HISTANUAL        PIC X(02)    VALUE ZEROS.
           05  WS-FS-MATRIC           PIC X(02)    VALUE ZEROS.
           05  WS-FS-APURACAO         PIC X(02)    VALUE ZEROS.
           05  WS-FS-CONTROLE         PIC X(02)    VALUE ZEROS.
           05  WS-CTL-DISC-LIDAS      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-ALUNOS          PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-APROVADOS-ANO   PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-DEPENDENCIA     PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-SEM-NOTA        PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-SEM-HIST        PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-ENCERRADOS      PIC 9(06)    VALUE ZEROS.
           05  WS-SW-FIM-MATRIC       PIC X(01)    VALUE 'N'.
               88  FIM-MATRIC                    VALUE 'S'.
           05  WS-SW-DISC-ACHOU       PIC X(01)    VALUE 'N'.
           05  WS-SW-ALUNO-APURADO    PIC X(01)    VALUE 'N'.
           05  WS-IDX-DIS             PIC 9(04)    VALUE ZEROS.

      *-----> ENTRADA - ANO LETIVO DAS MATRICULAS A CONFERIR (SYSIN)
       01  WS-REG-SYSIN.
           05  AS-ANO-IN-ALFA         REDEFINES AS-ANO-IN
                                      PIC X(04).

      *-----> REGISTRO DO CONTROLE DE EXECUCAO (MESMO LAYOUT EM
      *       TODOS OS PROGRAMAS DA SUITE)
       01  WS-REG-CONTROLE.
           05  CT-PROGRAMA            PIC X(08).
           05  CT-ANO                 PIC 9(04).
           05  CT-BIMESTRE            PIC 9(02).
           05  CT-DATA                PIC 9(08).
           05  CT-RC                  PIC 9(02).

      *-----> TABELA DAS DISCIPLINAS DO ALUNO CORRENTE COM REGISTRO
      *       NO HISTORICO, USADA PARA CONFERIR A COBERTURA DAS
      *       MATRICULAS (20 COBRE COM FOLGA AS 8 DA GRADE)
           05  WS-TAB-DISC-ALU        OCCURS 20 TIMES.
               10  WS-TDA-DISC            PIC X(03).

      *-----> AREA DE CONTROLE DO ALUNO CORRENTE DA SEGUNDA
      *       VARREDURA (QUEBRA POR MT-NUMERO)
       01  WS-AREA-MATRIC.
           05  WS-ALU-QTD-DISC        PIC 9(02)    VALUE ZEROS.
           05  WS-ALU-QTD-APROV       PIC 9(02)    VALUE ZEROS.
           05  WS-ALU-QTD-DEP         PIC 9(02)    VALUE ZEROS.
           05  WS-ALU-SIT-ENCERR      PIC X(20)    VALUE SPACES.

      *-----> SAIDA - LINHA DE DEPENDENCIA (UMA POR DISCIPLINA NAO
      *       APROVADA DO ALUNO)
              MOVE ZEROS      TO  WS-ALU-QTD-APROV
              MOVE ZEROS      TO  WS-ALU-QTD-DEP
              MOVE ZEROS      TO  WS-ALU-QTD-TAB
              MOVE SPACES     TO  WS-ALU-SIT-ENCERR
           END-IF
           ADD  1  TO  WS-ALU-QTD-DISC
           IF   WS-ALU-QTD-TAB  <  20
                 ADD  1  TO  WS-ALU-QTD-APROV
              WHEN HA-SIT-FINAL  =  'APROV RECUP'
                 ADD  1  TO  WS-ALU-QTD-APROV
              WHEN HA-SIT-FINAL  =  'TRANCADO'   OR
                   HA-SIT-FINAL  =  'CANCELADO'  OR
                   HA-SIT-FINAL  =  'TRANSFERIDO'
                 MOVE HA-SIT-FINAL  TO  WS-ALU-SIT-ENCERR
              WHEN OTHER
                 ADD  1  TO  WS-ALU-QTD-DEP
                 PERFORM 040-GRAVAR-DEPENDENCIA
           .
      *--------------------------------------------------------------*
      *    FECHAR O ALUNO CORRENTE: SO E APROVADO NO ANO QUANDO TODAS
      *    AS DISCIPLINAS ESTAO APROVADAS. ALUNO COM O VINCULO
      *    ENCERRADO NO ANO (RSPRG005) SAI COM A SITUACAO DO
      *    ENCERRAMENTO
      *--------------------------------------------------------------*
       050-FECHAR-ALUNO.

           PERFORM 045-CONFERIR-MATRICULA
           ADD  1  TO  WS-CTL-ALUNOS
           MOVE WS-ALU-NUMERO      TO  WS-AP-NUM
           MOVE WS-ALU-NOME        TO  WS-AP-NOME
           MOVE WS-ALU-CURSO       TO  WS-AP-CURSO
           MOVE WS-ALU-QTD-DISC    TO  WS-AP-QTD
           MOVE WS-ALU-QTD-APROV   TO  WS-AP-APROV
           EVALUATE TRUE
              WHEN WS-ALU-SIT-ENCERR  NOT =  SPACES
                 MOVE WS-ALU-SIT-ENCERR  TO  WS-AP-SIT
                 ADD  1  TO  WS-CTL-ENCERRADOS
              WHEN WS-ALU-QTD-DEP  =  ZEROS
                 MOVE 'APROVADO NO ANO'  TO  WS-AP-SIT
                 ADD  1  TO  WS-CTL-APROVADOS-ANO
              WHEN OTHER
                 MOVE 'EM DEPENDENCIA'   TO  WS-AP-SIT
                 ADD  1  TO  WS-CTL-DEPENDENCIA
           END-EVALUATE
           DISPLAY WS-LIN-ALUNO
           WRITE REG-APURACAO  FROM  WS-LIN-ALUNO
           IF   WS-FS-APURACAO  NOT =  '00'
      *    CADA DISCIPLINA MATRICULADA NO ANO (ARQ-MATRIC) DEVE TER
      *    REGISTRO NO HISTORICO - AS QUE NUNCA RECEBERAM BIMESTRE
      *    SAEM COMO 'SEM NOTA LANCADA' E CONTAM COMO DEPENDENCIA
      *    (MATRICULA ENCERRADA PELO RSPRG005 NAO ESPERA NOTA)
      *--------------------------------------------------------------*
       045-CONFERIR-MATRICULA.

              VARYING WS-IDX-DIS FROM 1 BY 1
              UNTIL WS-IDX-DIS  >  WS-ALU-QTD-TAB
                 OR WS-SW-DISC-ACHOU  =  'S'
           IF   WS-SW-DISC-ACHOU  NOT =  'S'  AND  MT-ATIVA
              ADD  1  TO  WS-ALU-QTD-DEP
              PERFORM 049-GRAVAR-SEM-NOTA
           END-IF
              MOVE 'S'        TO  WS-SW-MAT-ABERTO
              MOVE MT-NUMERO  TO  WS-MAT-NUMERO
              MOVE ZEROS      TO  WS-MAT-QTD-DISC
              PERFORM 063-PROCURAR-APURADO
           END-IF
           IF   WS-SW-ALUNO-APURADO  NOT =  'S'  AND  MT-ATIVA
              ADD  1  TO  WS-MAT-QTD-DISC
              PERFORM 049-GRAVAR-SEM-NOTA
           END-IF
           PERFORM 061-LER-MATRIC-ANO
           .
      *--------------------------------------------------------------*
      *    CONFERIR SE O ALUNO DA MATRICULA JA FOI APURADO NA
      *    VARREDURA PRINCIPAL, ISTO E, SE TEM ALGUM REGISTRO NO
      *    HISTORICO ANUAL (POSICIONAMENTO PELA CHAVE ALUNO +
      *    MENOR DISCIPLINA)
      *--------------------------------------------------------------*
       063-PROCURAR-APURADO.

           MOVE 'N'         TO  WS-SW-ALUNO-APURADO
           MOVE MT-NUMERO   TO  HA-NUMERO
           MOVE LOW-VALUES  TO  HA-DISCIPLINA
           START ARQ-HIST-ANUAL  KEY NOT <  HA-CHAVE
              NOT INVALID KEY
                 READ ARQ-HIST-ANUAL NEXT RECORD
                    NOT AT END
                       IF   HA-NUMERO  =  MT-NUMERO
                          MOVE 'S'  TO  WS-SW-ALUNO-APURADO
                       END-IF
                 END-READ
           END-START
           .
      *--------------------------------------------------------------*
      *    FECHAR O ALUNO DA SEGUNDA VARREDURA: MATRICULADO SEM
      *--------------------------------------------------------------*
       065-FECHAR-ALUNO-MATRIC.

           IF   WS-SW-ALUNO-APURADO  NOT =  'S'  AND
                WS-MAT-QTD-DISC      >  ZEROS
              ADD  1  TO  WS-CTL-SEM-HIST
              ADD  1  TO  WS-CTL-ALUNOS
              ADD  1  TO  WS-CTL-DEPENDENCIA
                      WS-CTL-APROVADOS-ANO
              DISPLAY ' * EM DEPENDENCIA              = '
                      WS-CTL-DEPENDENCIA
              DISPLAY ' * COM VINCULO ENCERRADO       = '
                      WS-CTL-ENCERRADOS
              DISPLAY ' * MATRICULAS SEM NOTA LANCADA = '
                      WS-CTL-SEM-NOTA
              DISPLAY ' * MATRICULADOS SEM HISTORICO  = '
              DISPLAY ' *      TERMINO NORMAL DO RSPRG010        *'
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
              MOVE 'RSPRG010'   TO  CT-PROGRAMA
              IF   AS-ANO-IN  NUMERIC
                 MOVE AS-ANO-IN  TO  CT-ANO
              ELSE
                 MOVE ZEROS      TO  CT-ANO
              END-IF
              MOVE ZEROS        TO  CT-BIMESTRE
              ACCEPT CT-DATA  FROM DATE YYYYMMDD
              MOVE RETURN-CODE  TO  CT-RC
              WRITE REG-CONTROLE  FROM  WS-REG-CONTROLE
              IF   WS-FS-CONTROLE  NOT =  '00'
                 DISPLAY ' *** ERRO GRAVANDO ARQ-CONTROLE - FS='
                         WS-FS-CONTROLE
              END-IF
              CLOSE ARQ-CONTROLE
           END-IF
           .
      *---------------> FIM DO PROGRAMA RSPRG010 <-------------------*
