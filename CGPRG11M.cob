      *                          DISCIPLINA PASSA A TRAZER O NOME
      *                          DESCRITIVO DO CADASTRO AO LADO DO
      *                          CODIGO, PARA OS PAIS LEREM O BOLETIM
      *  V06    10/2026  010044  LAYOUTS ACOMPANHAM O ARQ-MESTRE
      *                          COM A SITUACAO DA MATRICULA
      *                          (MF-SITUACAO-MAT E DATA - RSPRG005)
      *  V07    10/2026  010045  BOLETIM SEM LIMITE DE ALUNOS: A
      *                          TABELA DE 1600 OCORRENCIAS E A
      *                          ORDENACAO POR BOLHA DAO LUGAR AO
      *                          SORT (SORTWK1) POR CURSO, ALUNO E
      *                          DISCIPLINA, COM A EMISSAO NO OUTPUT
      *                          PROCEDURE
      *  V08    10/2026  010048  LAYOUT DO ARQ-DISCIP ACOMPANHA A
      *                          SERIE DA DISCIPLINA NO CURSO
      *                          (DC-SERIE - RSPRG012)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*

           SELECT ARQ-PARAM        ASSIGN TO PARAM
                  FILE STATUS  IS WS-FS-PARAM.

           SELECT ARQ-CLASSIF      ASSIGN TO SORTWK1.
      *
       DATA DIVISION.
      *=============*
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
           05  DC-NOME                PIC X(20).
           05  DC-CURSO               PIC X(12).
           05  DC-CARGA               PIC 9(04).
           05  DC-SERIE               PIC 9(01).

      *-----> SAIDA - BOLETIM IMPRESSO (132 COLUNAS, UMA PAGINA POR
      *       ALUNO, PAGINADO POR CURSO)
           RECORDING MODE IS F.
       01  REG-PARAM                 PIC X(32).

      *-----> TRABALHO - REGISTROS DO HISTORICO ANUAL CLASSIFICADOS
      *       POR CURSO, NUMERO DO ALUNO E DISCIPLINA PARA A
      *       PAGINACAO POR CURSO
       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05  CL-CURSO               PIC X(12).
           05  CL-NUM                 PIC 9(04).
           05  CL-DISC                PIC X(03).
           05  CL-REG                 PIC X(99).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  WS-CTL-SEM-MESTRE      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-SEM-DISCIP      PIC 9(06)    VALUE ZEROS.
           05  WS-MED-ANUAL-N         PIC 9(02)V99 VALUE ZEROS.
           05  WS-ALUNO-ANT           PIC 9(04)    VALUE ZEROS.
           05  WS-SW-PAG-ABERTA       PIC X(01)    VALUE 'N'.
               88  PAGINA-ABERTA                 VALUE 'S'.
           05  WS-SW-FIM-CLASSIF      PIC X(01)    VALUE 'N'.
               88  FIM-CLASSIF                   VALUE 'S'.

      *-----> PESOS DE CADA BIMESTRE NA MEDIA PONDERADA ANUAL -
      *       CARREGADOS DO ARQ-PARAM NO 010-INICIAR (MESMA REGUA DO
           05  AS-TERMO-IN-ALFA       REDEFINES AS-TERMO-IN
                                      PIC X(02).

      *-----> ALUNO CORRENTE DO BOLETIM (MESMO LAYOUT DO
      *       REG-HIST-ANUAL, DESMEMBRADO DO REGISTRO CLASSIFICADO)
       01  WS-REG-ALUNO.
           05  BO-NUMERO              PIC 9(04).
           05  BO-DISCIPLINA          PIC X(03).

           PERFORM 010-INICIAR
           IF   RUN-OK
              SORT ARQ-CLASSIF
                   ON ASCENDING KEY CL-CURSO
                                    CL-NUM
                                    CL-DISC
                   INPUT PROCEDURE  IS 020-CARREGAR-ALUNOS
                   OUTPUT PROCEDURE IS 030-EMITIR-BOLETINS
              IF   SORT-RETURN  NOT =  ZERO
                 DISPLAY ' *** ERRO NA CLASSIFICACAO DO BOLETIM -'
                         ' SORT-RETURN='  SORT-RETURN
                 MOVE 'S'  TO  WS-SW-ABEND
              END-IF
           END-IF
           PERFORM 090-TERMINAR
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR OS ALUNOS DO HISTORICO ANUAL NA CLASSIFICACAO
      *    POR CURSO (INPUT PROCEDURE DO SORT)
      *--------------------------------------------------------------*
       020-CARREGAR-ALUNOS.

           END-READ
           .
      *--------------------------------------------------------------*
      *    LIBERAR O ALUNO CORRENTE PARA A CLASSIFICACAO E LER O
      *    PROXIMO
      *--------------------------------------------------------------*
       022-GUARDAR-ALUNO.

           MOVE HA-CURSO        TO  CL-CURSO
           MOVE HA-NUMERO       TO  CL-NUM
           MOVE HA-DISCIPLINA   TO  CL-DISC
           MOVE REG-HIST-ANUAL  TO  CL-REG
           RELEASE REG-CLASSIF
           PERFORM 021-LER-HISTORICO
           .
      *--------------------------------------------------------------*
      *    EMITIR OS BOLETINS A PARTIR DOS REGISTROS CLASSIFICADOS
      *    POR CURSO, ALUNO E DISCIPLINA (OUTPUT PROCEDURE DO SORT)
      *--------------------------------------------------------------*
       030-EMITIR-BOLETINS.

           MOVE 'N'  TO  WS-SW-FIM-CLASSIF
           PERFORM 031-RETORNAR-ALUNO
           PERFORM 040-PROCESSAR-DISCIPLINA
              UNTIL FIM-CLASSIF  OR  RUN-ABENDED
           IF   PAGINA-ABERTA  AND  RUN-OK
              PERFORM 048-FECHAR-PAGINA
           END-IF
           .
      *--------------------------------------------------------------*
      *    OBTER O PROXIMO REGISTRO ALUNO+DISCIPLINA CLASSIFICADO
      *--------------------------------------------------------------*
       031-RETORNAR-ALUNO.

           RETURN ARQ-CLASSIF
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-CLASSIF
              NOT AT END
                 MOVE CL-REG  TO  WS-REG-ALUNO
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM REGISTRO ALUNO+DISCIPLINA CLASSIFICADO: AO
      *    TROCAR O ALUNO, FECHAR A PAGINA ANTERIOR E ABRIR UMA NOVA;
      *    CADA DISCIPLINA SAI COMO UMA LINHA DA PAGINA
      *--------------------------------------------------------------*
       040-PROCESSAR-DISCIPLINA.

           IF   NOT PAGINA-ABERTA
              PERFORM 041-ABRIR-PAGINA
           ELSE
              END-IF
           END-IF
           PERFORM 043-IMPRIMIR-DISCIPLINA
           PERFORM 031-RETORNAR-ALUNO
           .
      *--------------------------------------------------------------*
      *    ABRIR A PAGINA DO ALUNO CORRENTE: CABECALHO COM ESCOLA/
