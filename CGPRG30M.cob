       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG028.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: APURACAO DE CONCLUSAO DE CURSO E EMISSAO DO
      *           CERTIFICADO. PARA CADA ALUNO DO MESTRE (ARQ-MESTRE)
      *           COM VINCULO ATIVO, CONFERE NO HISTORICO PLURIANUAL
      *           (ARQ-HIST-PLURI, TODOS OS ANOS ARQUIVADOS, COM AS
      *           RETIFICACOES JA REGRAVADAS PELO RSPRG016) CADA
      *           DISCIPLINA DO CURSO NO CADASTRO (ARQ-DISCIP). O
      *           CURSO SO E DADO POR CONCLUIDO QUANDO TODAS ESTAO
      *           COM HP-SIT-FINAL APROVADO OU APROV RECUP EM ALGUM
      *           ANO. O ALUNO CONCLUINTE RECEBE O NUMERO SEGUINTE DO
      *           LIVRO DE REGISTRO DE CERTIFICADOS (ARQ-LIVRO, CHAVE
      *           NUMERO DO ALUNO) E O CERTIFICADO IMPRESSO (ARQ-
      *           CERTIF). A NUMERACAO DO LIVRO E CONFERIDA NA
      *           ABERTURA, EM ORDEM DE NUMERO (1, 2, ... N, CADA UM
      *           O ANTERIOR + 1 - NUMERO REPETIDO OU SALTADO E
      *           RC=16 ANTES DE QUALQUER REGISTRO NOVO) E SO AVANCA
      *           COM A GRAVACAO DO REGISTRO, ENTAO NENHUM NUMERO E
      *           REAPROVEITADO OU SALTADO. ALUNO JA REGISTRADO NAO
      *           RECEBE NOVO NUMERO; COM 'S' NA SYSIN O CERTIFICADO
      *           DELE SAI DE NOVO COMO SEGUNDA VIA, COM O NUMERO E A
      *           DATA ORIGINAIS. OS ALUNOS COM DISCIPLINAS PENDENTES
      *           SAEM NA LISTAGEM ARQ-PENDENC COM CADA DISCIPLINA
      *           QUE FALTA E A ULTIMA SITUACAO NO PLURIANUAL.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  010047  VERSAO INICIAL - CONCLUSAO DE CURSO,
      *                          CERTIFICADO COM LIVRO DE REGISTRO E
      *                          LISTAGEM DE DISCIPLINAS PENDENTES
      *  V02    10/2026  010048  LAYOUT DO ARQ-DISCIP ACOMPANHA A
      *                          SERIE DA DISCIPLINA NO CURSO
      *                          (DC-SERIE - RSPRG012)
      *  V03    10/2026  010047  CONFERENCIA DO LIVRO EM ORDEM DE
      *                          NUMERO (SORT - SORTWK1): CADA NUMERO
      *                          TEM DE SER O ANTERIOR + 1 A PARTIR DE
      *                          1; REPETIDO OU SALTADO E RC=16
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
           SELECT ARQ-MESTRE       ASSIGN TO MESTRE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS MF-NUMERO
                  FILE STATUS   IS WS-FS-MESTRE.

           SELECT ARQ-HIST-PLURI   ASSIGN TO HISTPLURI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS HP-CHAVE
                  FILE STATUS   IS WS-FS-HISTPLURI.

           SELECT ARQ-DISCIP       ASSIGN TO DISCIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DC-CODIGO
                  FILE STATUS   IS WS-FS-DISCIP.

           SELECT ARQ-LIVRO        ASSIGN TO LIVRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LV-ALUNO
                  FILE STATUS   IS WS-FS-LIVRO.

           SELECT ARQ-CERTIF       ASSIGN TO CERTIF
                  FILE STATUS  IS WS-FS-CERTIF.

           SELECT ARQ-PENDENC      ASSIGN TO PENDENC
                  FILE STATUS  IS WS-FS-PENDENC.

           SELECT ARQ-EXCECAO      ASSIGN TO EXCECAO
                  FILE STATUS  IS WS-FS-EXCECAO.

           SELECT ARQ-CLASSIF      ASSIGN TO SORTWK1.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> MESTRE DE ALUNOS - MANTIDO PELO RSPRG002 (MESMO LAYOUT).
      *       DEFINE OS ALUNOS APURADOS, O NOME E O CURSO
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

      *-----> HISTORICO PLURIANUAL - ARQUIVADO PELO RSPRG007 E
      *       RETIFICADO PELO RSPRG016 (MESMO LAYOUT)
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

      *-----> CADASTRO DE DISCIPLINAS - MANTIDO PELO RSPRG012 (MESMO
      *       LAYOUT). AS DISCIPLINAS DO CURSO SAO AS EXIGIDAS PARA
      *       A CONCLUSAO
       FD  ARQ-DISCIP
           LABEL RECORDS ARE STANDARD.
       01  REG-DISCIP.
           05  DC-CODIGO              PIC X(03).
           05  DC-NOME                PIC X(20).
           05  DC-CURSO               PIC X(12).
           05  DC-CARGA               PIC 9(04).
           05  DC-SERIE               PIC 9(01).

      *-----> LIVRO DE REGISTRO DE CERTIFICADOS - UM REGISTRO POR
      *       ALUNO CONCLUINTE COM O NUMERO DE REGISTRO (SEQUENCIAL
      *       DE 1 EM DIANTE, SEM REAPROVEITAMENTO NEM FALHA). SO
      *       RECEBE INCLUSOES
       FD  ARQ-LIVRO
           LABEL RECORDS ARE STANDARD.
       01  REG-LIVRO.
           05  LV-ALUNO               PIC 9(04).
           05  LV-REGISTRO            PIC 9(06).
           05  LV-NOME                PIC X(20).
           05  LV-CURSO               PIC X(12).
           05  LV-ANO-CONCLUSAO       PIC 9(04).
           05  LV-DATA-REGISTRO       PIC 9(08).
           05  LV-CARGA-TOTAL         PIC 9(05).
           05  LV-QTD-DISC            PIC 9(02).
           05  FILLER                 PIC X(19).

      *-----> SAIDA - CERTIFICADOS DE CONCLUSAO IMPRESSOS (132
      *       COLUNAS, UMA PAGINA POR ALUNO CONCLUINTE)
       FD  ARQ-CERTIF
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-CERTIF                PIC X(132).

      *-----> SAIDA - LISTAGEM DOS ALUNOS COM DISCIPLINAS PENDENTES
      *       PARA A CONCLUSAO (132 COLUNAS)
       FD  ARQ-PENDENC
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-PENDENC               PIC X(132).

      *-----> SAIDA - LISTAGEM DE EXCECOES DA APURACAO (MESMO MOLDE
      *       DA LISTAGEM DO RSPRG003)
       FD  ARQ-EXCECAO
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-EXCECAO               PIC X(63).

      *-----> ARQUIVO DE CLASSIFICACAO - UM REGISTRO POR ALUNO DO
      *       LIVRO, ORDENADO PELO NUMERO DE REGISTRO
       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05  CL-REGISTRO            PIC 9(06).
           05  CL-ALUNO               PIC 9(04).

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
           05  WS-FS-MESTRE           PIC X(02)    VALUE ZEROS.
           05  WS-FS-HISTPLURI        PIC X(02)    VALUE ZEROS.
           05  WS-FS-DISCIP           PIC X(02)    VALUE ZEROS.
           05  WS-FS-LIVRO            PIC X(02)    VALUE ZEROS.
           05  WS-FS-CERTIF           PIC X(02)    VALUE ZEROS.
           05  WS-FS-PENDENC          PIC X(02)    VALUE ZEROS.
           05  WS-FS-EXCECAO          PIC X(02)    VALUE ZEROS.
           05  WS-SW-FIM-LIVRO        PIC X(01)    VALUE 'N'.
               88  FIM-LIVRO                     VALUE 'S'.
           05  WS-SW-FIM-CLASSIF      PIC X(01)    VALUE 'N'.
               88  FIM-CLASSIF                   VALUE 'S'.
           05  WS-SW-FIM-DISCIP       PIC X(01)    VALUE 'N'.
               88  FIM-DISCIP                    VALUE 'S'.
           05  WS-SW-FIM-PLURI        PIC X(01)    VALUE 'N'.
               88  FIM-PLURI                     VALUE 'S'.
           05  WS-SW-REGISTRADO       PIC X(01)    VALUE 'N'.
               88  ALUNO-REGISTRADO              VALUE 'S'.
           05  WS-SW-DISC-ACHOU       PIC X(01)    VALUE 'N'.
           05  WS-DATA-HOJE           PIC 9(08)    VALUE ZEROS.
           05  FILLER                 REDEFINES WS-DATA-HOJE.
               10  WS-HOJE-ANO            PIC 9(04).
               10  WS-HOJE-MES            PIC 9(02).
               10  WS-HOJE-DIA            PIC 9(02).
           05  WS-DATA-AUX            PIC 9(08)    VALUE ZEROS.
           05  FILLER                 REDEFINES WS-DATA-AUX.
               10  WS-DATA-AUX-ANO        PIC 9(04).
               10  WS-DATA-AUX-MES        PIC 9(02).
               10  WS-DATA-AUX-DIA        PIC 9(02).
           05  WS-ANO-INI             PIC 9(04)    VALUE ZEROS.
           05  WS-ANO-CORR            PIC 9(04)    VALUE ZEROS.
           05  WS-ULT-REGISTRO        PIC 9(06)    VALUE ZEROS.
           05  WS-LIV-QTD             PIC 9(06)    VALUE ZEROS.
           05  WS-REG-ESPERADO        PIC 9(06)    VALUE ZEROS.
           05  WS-IDX-DIS             PIC 9(04)    VALUE ZEROS.
           05  WS-CTL-ALUNOS          PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-ENCERRADOS      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-JA-REGISTRADOS  PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-SEM-HIST        PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-CONCLUINTES     PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-SEGUNDAS-VIAS   PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-PENDENTES       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-DISC-PENDENTES  PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-EXCECOES        PIC 9(06)    VALUE ZEROS.

      *-----> ENTRADA - OPCAO DE SEGUNDA VIA, VIA SYSIN ('S' REEMITE
      *       O CERTIFICADO DOS ALUNOS JA REGISTRADOS NO LIVRO)
       01  WS-REG-SYSIN.
           05  AS-SEGUNDA-VIA         PIC X(01).
               88  AS-EMITE-SEGUNDA-VIA         VALUE 'S'.
               88  AS-OPCAO-VALIDA              VALUE 'S' 'N' ' '.
           05  FILLER                 PIC X(79).

      *-----> DISCIPLINAS DO CURSO CORRENTE (CADASTRO ARQ-DISCIP) E
      *       A SITUACAO DE CADA UMA NO PLURIANUAL DO ALUNO CORRENTE.
      *       RECARREGADA SO NA TROCA DE CURSO (60 COBRE COM FOLGA
      *       A GRADE DE UM CURSO)
       01  WS-TAB-CURSO.
           05  WS-TCU-CURSO           PIC X(12)    VALUE SPACES.
           05  WS-TCU-QTD             PIC 9(02)    VALUE ZEROS.
           05  WS-TCU-CARGA-TOTAL     PIC 9(05)    VALUE ZEROS.
           05  WS-TAB-DISC-CURSO      OCCURS 60 TIMES.
               10  WS-TDC-CODIGO          PIC X(03).
               10  WS-TDC-NOME            PIC X(20).
               10  WS-TDC-CARGA           PIC 9(04).
               10  WS-TDC-APROVADA        PIC X(01).
                   88  WS-TDC-DISC-APROVADA     VALUE 'S'.
               10  WS-TDC-ANO             PIC 9(04).
               10  WS-TDC-SIT             PIC X(20).

      *-----> APURACAO DO ALUNO CORRENTE
       01  WS-AREA-ALUNO.
           05  WS-ALU-QTD-REG         PIC 9(04)    VALUE ZEROS.
           05  WS-ALU-QTD-PEND        PIC 9(02)    VALUE ZEROS.
           05  WS-ALU-ANO-CONCLUSAO   PIC 9(04)    VALUE ZEROS.

      *-----> SAIDA - REGISTRO MONTADO PARA A LISTAGEM DE EXCECOES
       01  WS-REG-EXCECAO.
           05  WS-EXC-NUM             PIC 9(04).
           05  FILLER                 PIC X(01).
           05  WS-EXC-CAMPO           PIC X(12).
           05  FILLER                 PIC X(01).
           05  WS-EXC-VALOR           PIC X(14).
           05  FILLER                 PIC X(01).
           05  WS-EXC-MOTIVO          PIC X(30).

      *-----> LINHAS DO CERTIFICADO DE CONCLUSAO (132 COLUNAS)
       01  WS-LIN-CER-CAB1.
           05  FILLER                 PIC X(48)    VALUE
               ' CERTIFICADO DE CONCLUSAO DE CURSO'.
           05  WS-CER-VIA             PIC X(12).
           05  FILLER                 PIC X(15)    VALUE
               'REGISTRO NR.  '.
           05  WS-CER-REGISTRO        PIC 9(06).
           05  FILLER                 PIC X(51)    VALUE SPACES.

       01  WS-LIN-CER-TEXTO1.
           05  FILLER                 PIC X(18)    VALUE
               ' CERTIFICAMOS QUE '.
           05  WS-CER-NOME            PIC X(20).
           05  FILLER                 PIC X(16)    VALUE
               ', ALUNO NUMERO '.
           05  WS-CER-NUM             PIC 9(04).
           05  FILLER                 PIC X(74)    VALUE ','.

       01  WS-LIN-CER-TEXTO2.
           05  FILLER                 PIC X(19)    VALUE
               ' CONCLUIU O CURSO '.
           05  WS-CER-CURSO           PIC X(12).
           05  FILLER                 PIC X(18)    VALUE
               ' NO ANO LETIVO DE '.
           05  WS-CER-ANO             PIC 9(04).
           05  FILLER                 PIC X(44)    VALUE
               ', TENDO SIDO APROVADO NAS DISCIPLINAS ABAIXO'.
           05  FILLER                 PIC X(35)    VALUE '.'.

       01  WS-LIN-CER-COLUNAS.
           05  FILLER                 PIC X(33)    VALUE
               ' DIS  DISCIPLINA           CARGA '.
           05  FILLER                 PIC X(28)    VALUE
               '  ANO   SITUACAO'.
           05  FILLER                 PIC X(71)    VALUE SPACES.

       01  WS-LIN-CER-DISC.
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-CER-DISC            PIC X(03).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-CER-DISC-NOME       PIC X(20).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-CER-CARGA           PIC ZZZ9.
           05  FILLER                 PIC X(04)    VALUE SPACES.
           05  WS-CER-DISC-ANO        PIC 9(04).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-CER-DISC-SIT        PIC X(20).
           05  FILLER                 PIC X(71)    VALUE SPACES.

       01  WS-LIN-CER-TOTAL.
           05  FILLER                 PIC X(27)    VALUE
               ' CARGA HORARIA TOTAL'.
           05  WS-CER-CARGA-TOTAL     PIC ZZZZ9.
           05  FILLER                 PIC X(100)   VALUE SPACES.

       01  WS-LIN-CER-REGISTRO.
           05  FILLER                 PIC X(50)    VALUE
               ' REGISTRADO NO LIVRO DE REGISTRO DE CERTIFICADOS'.
           05  FILLER                 PIC X(11)    VALUE ' SOB O NR. '.
           05  WS-CER-REG-NR          PIC 9(06).
           05  FILLER                 PIC X(04)    VALUE ' EM '.
           05  WS-CER-REG-DIA         PIC 9(02).
           05  FILLER                 PIC X(01)    VALUE '/'.
           05  WS-CER-REG-MES         PIC 9(02).
           05  FILLER                 PIC X(01)    VALUE '/'.
           05  WS-CER-REG-ANO         PIC 9(04).
           05  FILLER                 PIC X(51)    VALUE SPACES.

      *-----> LINHAS DA LISTAGEM DE PENDENCIAS (132 COLUNAS)
       01  WS-LIN-PEN-CAB1.
           05  FILLER                 PIC X(34)    VALUE
               ' ALUNOS COM DISCIPLINAS PENDENTES'.
           05  FILLER                 PIC X(26)    VALUE
               ' PARA A CONCLUSAO DO CURSO'.
           05  FILLER                 PIC X(11)    VALUE 'EMITIDA EM '.
           05  WS-PEN-EMI-DIA         PIC 9(02).
           05  FILLER                 PIC X(01)    VALUE '/'.
           05  WS-PEN-EMI-MES         PIC 9(02).
           05  FILLER                 PIC X(01)    VALUE '/'.
           05  WS-PEN-EMI-ANO         PIC 9(04).
           05  FILLER                 PIC X(51)    VALUE SPACES.

       01  WS-LIN-PEN-COLUNAS.
           05  FILLER                 PIC X(41)    VALUE
               ' ALUNO NOME                 CURSO       '.
           05  FILLER                 PIC X(16)    VALUE
               ' PEND/GRADE     '.
           05  FILLER                 PIC X(31)    VALUE
               'DIS  DISCIPLINA               '.
           05  FILLER                 PIC X(28)    VALUE
               'ULTIMA SITUACAO        ANO'.
           05  FILLER                 PIC X(16)    VALUE SPACES.

       01  WS-LIN-PEN-ALUNO.
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-PEN-NUM             PIC 9(04).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-PEN-NOME            PIC X(20).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-PEN-CURSO           PIC X(12).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-PEN-QTD-PEND        PIC Z9.
           05  FILLER                 PIC X(01)    VALUE '/'.
           05  WS-PEN-QTD-GRADE       PIC Z9.
           05  FILLER                 PIC X(85)    VALUE SPACES.

       01  WS-LIN-PEN-DISC.
           05  FILLER                 PIC X(57)    VALUE SPACES.
           05  WS-PEN-DISC            PIC X(03).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-PEN-DISC-NOME       PIC X(20).
           05  FILLER                 PIC X(06)    VALUE SPACES.
           05  WS-PEN-SIT             PIC X(20).
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-PEN-ANO             PIC 9(04).
           05  WS-PEN-ANO-X           REDEFINES WS-PEN-ANO
                                      PIC X(04).
           05  FILLER                 PIC X(17)    VALUE SPACES.

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
       000-RSPRG028.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - RECEBER A OPCAO DE SEGUNDA VIA,
      *    ABRIR OS ARQUIVOS, CONFERIR A NUMERACAO DO LIVRO E
      *    LOCALIZAR O PRIMEIRO ANO ARQUIVADO NO PLURIANUAL
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-REG-SYSIN  FROM SYSIN
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           IF   NOT AS-OPCAO-VALIDA
              DISPLAY ' *** OPCAO DE SEGUNDA VIA INVALIDA NA SYSIN - '
                      AS-SEGUNDA-VIA  ' (ESPERE S OU N)'
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              PERFORM 012-ABRIR-ARQUIVOS
           END-IF
           IF   RUN-OK
              PERFORM 015-CONFERIR-LIVRO
           END-IF
           IF   RUN-OK
              PERFORM 018-LOCALIZAR-PRIMEIRO-ANO
           END-IF
           IF   RUN-OK
              MOVE WS-HOJE-DIA       TO  WS-PEN-EMI-DIA
              MOVE WS-HOJE-MES       TO  WS-PEN-EMI-MES
              MOVE WS-HOJE-ANO       TO  WS-PEN-EMI-ANO
              MOVE WS-LIN-PEN-CAB1   TO  WS-LIN-IMPRESSA
              PERFORM 073-GRAVAR-TOPO-PEND
              MOVE WS-LIN-PEN-COLUNAS TO WS-LIN-IMPRESSA
              PERFORM 072-GRAVAR-LINHA-PEND
              MOVE WS-LIN-TRACO      TO  WS-LIN-IMPRESSA
              PERFORM 072-GRAVAR-LINHA-PEND
           END-IF
           IF   RUN-OK
              PERFORM 025-LER-MESTRE
           ELSE
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR OS ARQUIVOS. O LIVRO DE REGISTRO E CRIADO NA
      *    PRIMEIRA EXECUCAO
      *--------------------------------------------------------------*
       012-ABRIR-ARQUIVOS.

           OPEN INPUT  ARQ-MESTRE
           OPEN INPUT  ARQ-HIST-PLURI
           OPEN INPUT  ARQ-DISCIP
           OPEN OUTPUT ARQ-CERTIF
           OPEN OUTPUT ARQ-PENDENC
           OPEN OUTPUT ARQ-EXCECAO
           OPEN I-O    ARQ-LIVRO
           IF   WS-FS-LIVRO  =  '35'
              OPEN OUTPUT ARQ-LIVRO
              CLOSE ARQ-LIVRO
              OPEN I-O    ARQ-LIVRO
           END-IF
           IF   WS-FS-MESTRE     NOT =  '00'  OR
                WS-FS-HISTPLURI  NOT =  '00'  OR
                WS-FS-DISCIP     NOT =  '00'  OR
                WS-FS-CERTIF     NOT =  '00'  OR
                WS-FS-PENDENC    NOT =  '00'  OR
                WS-FS-EXCECAO    NOT =  '00'  OR
                WS-FS-LIVRO      NOT =  '00'
              DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS -'
                      ' MESTRE='     WS-FS-MESTRE
                      ' HISTPLURI='  WS-FS-HISTPLURI
                      ' DISCIP='     WS-FS-DISCIP
                      ' CERTIF='     WS-FS-CERTIF
                      ' PENDENC='    WS-FS-PENDENC
                      ' EXCECAO='    WS-FS-EXCECAO
                      ' LIVRO='      WS-FS-LIVRO
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    PERCORRER O LIVRO DE REGISTRO EM ORDEM DE NUMERO PARA
      *    CONFERIR A SEQUENCIA E OBTER O ULTIMO NUMERO USADO: O
      *    PRIMEIRO TEM DE SER 1 E CADA UM O ANTERIOR + 1. LIVRO
      *    INCONSISTENTE E ABEND CONTROLADO ANTES DE QUALQUER NUMERO
      *    NOVO, POIS NENHUM NUMERO PODE SER SALTADO OU REAPROVEITADO
      *--------------------------------------------------------------*
       015-CONFERIR-LIVRO.

           SORT ARQ-CLASSIF
                ON ASCENDING KEY CL-REGISTRO
                INPUT PROCEDURE  IS 019-SELECIONAR-LIVRO
                OUTPUT PROCEDURE IS 021-CONFERIR-NUMERACAO
           IF   SORT-RETURN  NOT =  ZERO
              DISPLAY ' *** ERRO NA CLASSIFICACAO DO LIVRO -'
                      ' SORT-RETURN='  SORT-RETURN
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO LIVRO
      *--------------------------------------------------------------*
       016-LER-LIVRO.

           READ ARQ-LIVRO NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-LIVRO
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONTAR O REGISTRO DO LIVRO, LIBERA-LO PARA A
      *    CLASSIFICACAO POR NUMERO E LER O PROXIMO
      *--------------------------------------------------------------*
       017-CONTAR-REGISTRO.

           ADD  1  TO  WS-LIV-QTD
           MOVE LV-REGISTRO  TO  CL-REGISTRO
           MOVE LV-ALUNO     TO  CL-ALUNO
           RELEASE REG-CLASSIF
           PERFORM 016-LER-LIVRO
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O PRIMEIRO ANO ARQUIVADO NO PLURIANUAL: A BUSCA
      *    DE CADA ALUNO VAI DESSE ANO ATE O ANO CORRENTE
      *--------------------------------------------------------------*
       018-LOCALIZAR-PRIMEIRO-ANO.

           MOVE ZEROS       TO  HP-ANO
           MOVE ZEROS       TO  HP-NUMERO
           MOVE LOW-VALUES  TO  HP-DISCIPLINA
           START ARQ-HIST-PLURI  KEY NOT <  HP-CHAVE
              INVALID KEY
                 MOVE 'S'  TO  WS-SW-ABEND
              NOT INVALID KEY
                 READ ARQ-HIST-PLURI NEXT RECORD
                    AT END
                       MOVE 'S'  TO  WS-SW-ABEND
                    NOT AT END
                       MOVE HP-ANO  TO  WS-ANO-INI
                 END-READ
           END-START
           IF   RUN-ABENDED
              DISPLAY ' *** HISTORICO PLURIANUAL VAZIO - NENHUM ANO'
                      ' ARQUIVADO PELO RSPRG007'
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENTRADA DA CLASSIFICACAO - LER O LIVRO INTEIRO (ORDEM DE
      *    ALUNO) E LIBERAR O NUMERO DE CADA REGISTRO
      *--------------------------------------------------------------*
       019-SELECIONAR-LIVRO.

           MOVE 'N'    TO  WS-SW-FIM-LIVRO
           MOVE ZEROS  TO  LV-ALUNO
           START ARQ-LIVRO  KEY NOT <  LV-ALUNO
              INVALID KEY
                 MOVE 'S'  TO  WS-SW-FIM-LIVRO
           END-START
           IF   NOT FIM-LIVRO
              PERFORM 016-LER-LIVRO
           END-IF
           PERFORM 017-CONTAR-REGISTRO
              UNTIL FIM-LIVRO
           .
      *--------------------------------------------------------------*
      *    SAIDA DA CLASSIFICACAO - CONFERIR A NUMERACAO DO LIVRO EM
      *    ORDEM DE NUMERO. AO FINAL, O ULTIMO NUMERO CONFERIDO E O
      *    ULTIMO USADO
      *--------------------------------------------------------------*
       021-CONFERIR-NUMERACAO.

           MOVE 'N'    TO  WS-SW-FIM-CLASSIF
           MOVE ZEROS  TO  WS-ULT-REGISTRO
           PERFORM 022-RETORNAR-LIVRO
           PERFORM 023-CONFERIR-NUMERO
              UNTIL FIM-CLASSIF  OR  RUN-ABENDED
           .
      *--------------------------------------------------------------*
      *    OBTER O PROXIMO REGISTRO DO LIVRO CLASSIFICADO
      *--------------------------------------------------------------*
       022-RETORNAR-LIVRO.

           RETURN ARQ-CLASSIF
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-CLASSIF
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    CONFERIR O NUMERO CORRENTE: TEM DE SER O ANTERIOR + 1
      *    (REPETIDO OU SALTADO E ABEND CONTROLADO)
      *--------------------------------------------------------------*
       023-CONFERIR-NUMERO.

           COMPUTE WS-REG-ESPERADO  =  WS-ULT-REGISTRO + 1
           IF   CL-REGISTRO  NOT =  WS-REG-ESPERADO
              DISPLAY ' *** LIVRO DE REGISTRO INCONSISTENTE - ALUNO '
                      CL-ALUNO  ' COM O NUMERO '  CL-REGISTRO
                      ', ESPERADO '  WS-REG-ESPERADO
                      ' (' WS-LIV-QTD  ' REGISTROS NO LIVRO)'
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              MOVE CL-REGISTRO  TO  WS-ULT-REGISTRO
              PERFORM 022-RETORNAR-LIVRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO ALUNO DO MESTRE
      *--------------------------------------------------------------*
       025-LER-MESTRE.

           READ ARQ-MESTRE NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-FIM
           END-READ
           .
      *--------------------------------------------------------------*
      *    APURAR O ALUNO CORRENTE E LER O PROXIMO. ALUNO COM VINCULO
      *    ENCERRADO (TRANCADO, CANCELADO, TRANSFERIDO) NAO E
      *    APURADO; ALUNO JA REGISTRADO NO LIVRO SO E APURADO DE
      *    NOVO PARA A SEGUNDA VIA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD  1  TO  WS-CTL-ALUNOS
           IF   MF-ALUNO-BLOQUEADO
              ADD  1  TO  WS-CTL-ENCERRADOS
           ELSE
              PERFORM 032-VERIFICAR-LIVRO
              IF   ALUNO-REGISTRADO  AND  NOT AS-EMITE-SEGUNDA-VIA
                 ADD  1  TO  WS-CTL-JA-REGISTRADOS
              ELSE
                 PERFORM 035-APURAR-ALUNO
              END-IF
           END-IF
           IF   RUN-OK
              PERFORM 025-LER-MESTRE
           ELSE
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURAR O ALUNO NO LIVRO DE REGISTRO
      *--------------------------------------------------------------*
       032-VERIFICAR-LIVRO.

           MOVE MF-NUMERO  TO  LV-ALUNO
           READ ARQ-LIVRO
              INVALID KEY
                 MOVE 'N'  TO  WS-SW-REGISTRADO
              NOT INVALID KEY
                 MOVE 'S'  TO  WS-SW-REGISTRADO
           END-READ
           .
      *--------------------------------------------------------------*
      *    APURAR O ALUNO: CONFERIR A GRADE DO CURSO CONTRA TODOS OS
      *    ANOS DO PLURIANUAL E DECIDIR ENTRE CERTIFICADO E
      *    LISTAGEM DE PENDENCIAS
      *--------------------------------------------------------------*
       035-APURAR-ALUNO.

           IF   MF-CURSO  NOT =  WS-TCU-CURSO
              PERFORM 036-CARREGAR-CURSO
           END-IF
           IF   RUN-OK
              IF   WS-TCU-QTD  =  ZEROS
                 MOVE 'MF-CURSO'                  TO WS-EXC-CAMPO
                 MOVE MF-CURSO                     TO WS-EXC-VALOR
                 MOVE 'CURSO SEM DISCIPLINAS NO CAD.'
                                                   TO WS-EXC-MOTIVO
                 PERFORM 078-GRAVAR-EXCECAO
              ELSE
                 PERFORM 040-BUSCAR-HISTORICO
                 PERFORM 048-DECIDIR-CONCLUSAO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR AS DISCIPLINAS DO CURSO DO ALUNO CORRENTE A
      *    PARTIR DO CADASTRO DE DISCIPLINAS
      *--------------------------------------------------------------*
       036-CARREGAR-CURSO.

           MOVE MF-CURSO    TO  WS-TCU-CURSO
           MOVE ZEROS       TO  WS-TCU-QTD
           MOVE ZEROS       TO  WS-TCU-CARGA-TOTAL
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
      *    CONTROLADO (O CURSO FICARIA SEM CONFERENCIA COMPLETA)
      *--------------------------------------------------------------*
       038-GUARDAR-DISCIP.

           IF   DC-CURSO  =  WS-TCU-CURSO
              IF   WS-TCU-QTD  =  60
                 DISPLAY ' *** CURSO ' WS-TCU-CURSO
                         ' COM MAIS DE 60 DISCIPLINAS NO CADASTRO'
                 MOVE 'S'  TO  WS-SW-ABEND
                 MOVE 'S'  TO  WS-SW-FIM-DISCIP
              ELSE
                 ADD  1  TO  WS-TCU-QTD
                 MOVE DC-CODIGO  TO  WS-TDC-CODIGO (WS-TCU-QTD)
                 MOVE DC-NOME    TO  WS-TDC-NOME   (WS-TCU-QTD)
                 MOVE DC-CARGA   TO  WS-TDC-CARGA  (WS-TCU-QTD)
                 ADD  DC-CARGA   TO  WS-TCU-CARGA-TOTAL
              END-IF
           END-IF
           IF   NOT FIM-DISCIP
              PERFORM 037-LER-DISCIP
           END-IF
           .
      *--------------------------------------------------------------*
      *    LIMPAR A SITUACAO DA GRADE E PERCORRER OS ANOS DO
      *    PLURIANUAL DO PRIMEIRO ARQUIVADO AO CORRENTE
      *--------------------------------------------------------------*
       040-BUSCAR-HISTORICO.

           MOVE ZEROS  TO  WS-ALU-QTD-REG
           PERFORM 041-LIMPAR-DISCIPLINA
              VARYING WS-IDX-DIS FROM 1 BY 1
              UNTIL WS-IDX-DIS  >  WS-TCU-QTD
           PERFORM 042-BUSCAR-ANO
              VARYING WS-ANO-CORR FROM WS-ANO-INI BY 1
              UNTIL WS-ANO-CORR  >  WS-HOJE-ANO
           .
      *--------------------------------------------------------------*
      *    LIMPAR A SITUACAO DE UMA DISCIPLINA DA GRADE
      *--------------------------------------------------------------*
       041-LIMPAR-DISCIPLINA.

           MOVE 'N'     TO  WS-TDC-APROVADA (WS-IDX-DIS)
           MOVE ZEROS   TO  WS-TDC-ANO      (WS-IDX-DIS)
           MOVE SPACES  TO  WS-TDC-SIT      (WS-IDX-DIS)
           .
      *--------------------------------------------------------------*
      *    POSICIONAR NO PRIMEIRO REGISTRO ANO+ALUNO E PERCORRER AS
      *    DISCIPLINAS DO ALUNO NAQUELE ANO
      *--------------------------------------------------------------*
       042-BUSCAR-ANO.

           MOVE 'N'          TO  WS-SW-FIM-PLURI
           MOVE WS-ANO-CORR  TO  HP-ANO
           MOVE MF-NUMERO    TO  HP-NUMERO
           MOVE LOW-VALUES   TO  HP-DISCIPLINA
           START ARQ-HIST-PLURI  KEY NOT <  HP-CHAVE
              INVALID KEY
                 MOVE 'S'  TO  WS-SW-FIM-PLURI
           END-START
           IF   NOT FIM-PLURI
              PERFORM 043-LER-PLURI-ALUNO
           END-IF
           PERFORM 044-MARCAR-DISCIPLINA
              UNTIL FIM-PLURI
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO PLURIANUAL E CONFERIR SE AINDA
      *    PERTENCE AO ANO+ALUNO CORRENTE
      *--------------------------------------------------------------*
       043-LER-PLURI-ALUNO.

           READ ARQ-HIST-PLURI NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-PLURI
              NOT AT END
                 IF   HP-ANO     NOT =  WS-ANO-CORR  OR
                      HP-NUMERO  NOT =  MF-NUMERO
                    MOVE 'S'  TO  WS-SW-FIM-PLURI
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    REGISTRAR NA GRADE A SITUACAO DA DISCIPLINA NO ANO: A
      *    PRIMEIRA APROVACAO FICA; ENQUANTO NAO APROVADA, FICA A
      *    SITUACAO DO ANO MAIS RECENTE. DISCIPLINA FORA DA GRADE DO
      *    CURSO E IGNORADA
      *--------------------------------------------------------------*
       044-MARCAR-DISCIPLINA.

           ADD  1    TO  WS-ALU-QTD-REG
           MOVE 'N'  TO  WS-SW-DISC-ACHOU
           PERFORM 045-PROCURAR-DISC
              VARYING WS-IDX-DIS FROM 1 BY 1
              UNTIL WS-IDX-DIS  >  WS-TCU-QTD
                 OR WS-SW-DISC-ACHOU  =  'S'
           PERFORM 043-LER-PLURI-ALUNO
           .
      *--------------------------------------------------------------*
      *    COMPARAR A DISCIPLINA DO PLURIANUAL COM UMA POSICAO DA
      *    GRADE E, ACHANDO, ATUALIZAR A SITUACAO
      *--------------------------------------------------------------*
       045-PROCURAR-DISC.

           IF   HP-DISCIPLINA  =  WS-TDC-CODIGO (WS-IDX-DIS)
              MOVE 'S'  TO  WS-SW-DISC-ACHOU
              IF   NOT WS-TDC-DISC-APROVADA (WS-IDX-DIS)
                 MOVE HP-ANO  TO  WS-TDC-ANO (WS-IDX-DIS)
                 IF   HP-SIT-FINAL  =  SPACES
                    MOVE 'EM CURSO'    TO  WS-TDC-SIT (WS-IDX-DIS)
                 ELSE
                    MOVE HP-SIT-FINAL  TO  WS-TDC-SIT (WS-IDX-DIS)
                 END-IF
                 IF   HP-SIT-FINAL  =  'APROVADO'     OR
                      HP-SIT-FINAL  =  'APROV RECUP'
                    MOVE 'S'  TO  WS-TDC-APROVADA (WS-IDX-DIS)
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    DECIDIR A CONCLUSAO: SEM NENHUM REGISTRO NO PLURIANUAL O
      *    ALUNO AINDA NAO TEM ANO ARQUIVADO E SO E CONTADO; COM
      *    TODA A GRADE APROVADA, CERTIFICADO; SENAO, PENDENCIAS
      *--------------------------------------------------------------*
       048-DECIDIR-CONCLUSAO.

           MOVE ZEROS  TO  WS-ALU-QTD-PEND
           MOVE ZEROS  TO  WS-ALU-ANO-CONCLUSAO
           PERFORM 049-CONTAR-PENDENCIA
              VARYING WS-IDX-DIS FROM 1 BY 1
              UNTIL WS-IDX-DIS  >  WS-TCU-QTD
           EVALUATE TRUE
              WHEN WS-ALU-QTD-REG  =  ZEROS  AND  NOT ALUNO-REGISTRADO
                 ADD  1  TO  WS-CTL-SEM-HIST
              WHEN WS-ALU-QTD-PEND  =  ZEROS
                 IF   ALUNO-REGISTRADO
                    ADD  1  TO  WS-CTL-SEGUNDAS-VIAS
                    MOVE '(2A. VIA)'  TO  WS-CER-VIA
                 ELSE
                    PERFORM 050-REGISTRAR-LIVRO
                    MOVE SPACES       TO  WS-CER-VIA
                 END-IF
                 IF   RUN-OK
                    PERFORM 055-EMITIR-CERTIFICADO
                 END-IF
              WHEN OTHER
                 IF   ALUNO-REGISTRADO
                    MOVE 'LV-REGISTRO'               TO WS-EXC-CAMPO
                    MOVE LV-REGISTRO                  TO WS-EXC-VALOR
                    MOVE 'REGISTRADO COM DISC PENDENTE'
                                                      TO WS-EXC-MOTIVO
                    PERFORM 078-GRAVAR-EXCECAO
                 END-IF
                 PERFORM 060-LISTAR-PENDENCIAS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CONTAR UMA DISCIPLINA PENDENTE OU, APROVADA, CONSIDERAR O
      *    ANO DA APROVACAO PARA O ANO DE CONCLUSAO (O MAIS RECENTE)
      *--------------------------------------------------------------*
       049-CONTAR-PENDENCIA.

           IF   WS-TDC-DISC-APROVADA (WS-IDX-DIS)
              IF   WS-TDC-ANO (WS-IDX-DIS)  >  WS-ALU-ANO-CONCLUSAO
                 MOVE WS-TDC-ANO (WS-IDX-DIS)  TO  WS-ALU-ANO-CONCLUSAO
              END-IF
           ELSE
              ADD  1  TO  WS-ALU-QTD-PEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGISTRAR O CONCLUINTE NO LIVRO COM O NUMERO SEGUINTE. O
      *    ULTIMO NUMERO SO AVANCA COM A GRAVACAO BEM SUCEDIDA
      *--------------------------------------------------------------*
       050-REGISTRAR-LIVRO.

           MOVE SPACES                TO  REG-LIVRO
           MOVE MF-NUMERO             TO  LV-ALUNO
           COMPUTE LV-REGISTRO  =  WS-ULT-REGISTRO + 1
           MOVE MF-NOME               TO  LV-NOME
           MOVE MF-CURSO              TO  LV-CURSO
           MOVE WS-ALU-ANO-CONCLUSAO  TO  LV-ANO-CONCLUSAO
           MOVE WS-DATA-HOJE          TO  LV-DATA-REGISTRO
           MOVE WS-TCU-CARGA-TOTAL    TO  LV-CARGA-TOTAL
           MOVE WS-TCU-QTD            TO  LV-QTD-DISC
           WRITE REG-LIVRO
              INVALID KEY
                 DISPLAY ' *** ERRO GRAVANDO ARQ-LIVRO - ALUNO '
                         MF-NUMERO  ' FS='  WS-FS-LIVRO
                 MOVE 'S'  TO  WS-SW-ABEND
              NOT INVALID KEY
                 MOVE LV-REGISTRO  TO  WS-ULT-REGISTRO
                 ADD  1            TO  WS-CTL-CONCLUINTES
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    EMITIR A PAGINA DO CERTIFICADO COM OS DADOS DO LIVRO E A
      *    GRADE APROVADA
      *--------------------------------------------------------------*
       055-EMITIR-CERTIFICADO.

           MOVE LV-REGISTRO         TO  WS-CER-REGISTRO
           MOVE WS-LIN-CER-CAB1     TO  WS-LIN-IMPRESSA
           PERFORM 071-GRAVAR-TOPO-CERT
           MOVE WS-LIN-TRACO        TO  WS-LIN-IMPRESSA
           PERFORM 070-GRAVAR-LINHA-CERT
           MOVE WS-LIN-BRANCO       TO  WS-LIN-IMPRESSA
           PERFORM 070-GRAVAR-LINHA-CERT
           MOVE LV-NOME             TO  WS-CER-NOME
           MOVE LV-ALUNO            TO  WS-CER-NUM
           MOVE WS-LIN-CER-TEXTO1   TO  WS-LIN-IMPRESSA
           PERFORM 070-GRAVAR-LINHA-CERT
           MOVE LV-CURSO            TO  WS-CER-CURSO
           MOVE LV-ANO-CONCLUSAO    TO  WS-CER-ANO
           MOVE WS-LIN-CER-TEXTO2   TO  WS-LIN-IMPRESSA
           PERFORM 070-GRAVAR-LINHA-CERT
           MOVE WS-LIN-BRANCO       TO  WS-LIN-IMPRESSA
           PERFORM 070-GRAVAR-LINHA-CERT
           MOVE WS-LIN-CER-COLUNAS  TO  WS-LIN-IMPRESSA
           PERFORM 070-GRAVAR-LINHA-CERT
           PERFORM 056-LISTAR-DISC-CERT
              VARYING WS-IDX-DIS FROM 1 BY 1
              UNTIL WS-IDX-DIS  >  WS-TCU-QTD
           MOVE WS-LIN-TRACO        TO  WS-LIN-IMPRESSA
           PERFORM 070-GRAVAR-LINHA-CERT
           MOVE LV-CARGA-TOTAL      TO  WS-CER-CARGA-TOTAL
           MOVE WS-LIN-CER-TOTAL    TO  WS-LIN-IMPRESSA
           PERFORM 070-GRAVAR-LINHA-CERT
           MOVE WS-LIN-BRANCO       TO  WS-LIN-IMPRESSA
           PERFORM 070-GRAVAR-LINHA-CERT
           MOVE LV-REGISTRO         TO  WS-CER-REG-NR
           MOVE LV-DATA-REGISTRO    TO  WS-DATA-AUX
           MOVE WS-DATA-AUX-DIA     TO  WS-CER-REG-DIA
           MOVE WS-DATA-AUX-MES     TO  WS-CER-REG-MES
           MOVE WS-DATA-AUX-ANO     TO  WS-CER-REG-ANO
           MOVE WS-LIN-CER-REGISTRO TO  WS-LIN-IMPRESSA
           PERFORM 070-GRAVAR-LINHA-CERT
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA DISCIPLINA DA GRADE NO CERTIFICADO
      *--------------------------------------------------------------*
       056-LISTAR-DISC-CERT.

           MOVE WS-TDC-CODIGO (WS-IDX-DIS)  TO  WS-CER-DISC
           MOVE WS-TDC-NOME   (WS-IDX-DIS)  TO  WS-CER-DISC-NOME
           MOVE WS-TDC-CARGA  (WS-IDX-DIS)  TO  WS-CER-CARGA
           MOVE WS-TDC-ANO    (WS-IDX-DIS)  TO  WS-CER-DISC-ANO
           MOVE WS-TDC-SIT    (WS-IDX-DIS)  TO  WS-CER-DISC-SIT
           MOVE WS-LIN-CER-DISC             TO  WS-LIN-IMPRESSA
           PERFORM 070-GRAVAR-LINHA-CERT
           .
      *--------------------------------------------------------------*
      *    LISTAR O ALUNO COM DISCIPLINAS PENDENTES: LINHA DO ALUNO
      *    E UMA LINHA POR DISCIPLINA DA GRADE AINDA NAO APROVADA
      *--------------------------------------------------------------*
       060-LISTAR-PENDENCIAS.

           ADD  1                TO  WS-CTL-PENDENTES
           ADD  WS-ALU-QTD-PEND  TO  WS-CTL-DISC-PENDENTES
           MOVE MF-NUMERO        TO  WS-PEN-NUM
           MOVE MF-NOME          TO  WS-PEN-NOME
           MOVE MF-CURSO         TO  WS-PEN-CURSO
           MOVE WS-ALU-QTD-PEND  TO  WS-PEN-QTD-PEND
           MOVE WS-TCU-QTD       TO  WS-PEN-QTD-GRADE
           MOVE WS-LIN-PEN-ALUNO TO  WS-LIN-IMPRESSA
           PERFORM 072-GRAVAR-LINHA-PEND
           PERFORM 062-LISTAR-DISC-PEND
              VARYING WS-IDX-DIS FROM 1 BY 1
              UNTIL WS-IDX-DIS  >  WS-TCU-QTD
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA DISCIPLINA PENDENTE COM A ULTIMA SITUACAO NO
      *    PLURIANUAL (NUNCA CURSADA QUANDO NAO HA REGISTRO)
      *--------------------------------------------------------------*
       062-LISTAR-DISC-PEND.

           IF   NOT WS-TDC-DISC-APROVADA (WS-IDX-DIS)
              MOVE WS-TDC-CODIGO (WS-IDX-DIS)  TO  WS-PEN-DISC
              MOVE WS-TDC-NOME   (WS-IDX-DIS)  TO  WS-PEN-DISC-NOME
              IF   WS-TDC-ANO (WS-IDX-DIS)  =  ZEROS
                 MOVE 'NUNCA CURSADA'          TO  WS-PEN-SIT
                 MOVE SPACES                   TO  WS-PEN-ANO-X
              ELSE
                 MOVE WS-TDC-SIT (WS-IDX-DIS)  TO  WS-PEN-SIT
                 MOVE WS-TDC-ANO (WS-IDX-DIS)  TO  WS-PEN-ANO
              END-IF
              MOVE WS-LIN-PEN-DISC             TO  WS-LIN-IMPRESSA
              PERFORM 072-GRAVAR-LINHA-PEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO CORPO DO CERTIFICADO
      *--------------------------------------------------------------*
       070-GRAVAR-LINHA-CERT.

           WRITE REG-CERTIF  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING 1 LINE
           IF   WS-FS-CERTIF  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-CERTIF - FS='
                      WS-FS-CERTIF
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A PRIMEIRA LINHA DE UM CERTIFICADO (PAGINA NOVA)
      *--------------------------------------------------------------*
       071-GRAVAR-TOPO-CERT.

           WRITE REG-CERTIF  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING PAGE
           IF   WS-FS-CERTIF  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-CERTIF - FS='
                      WS-FS-CERTIF
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DA LISTAGEM DE PENDENCIAS
      *--------------------------------------------------------------*
       072-GRAVAR-LINHA-PEND.

           DISPLAY WS-LIN-IMPRESSA
           WRITE REG-PENDENC  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING 1 LINE
           IF   WS-FS-PENDENC  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-PENDENC - FS='
                      WS-FS-PENDENC
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A PRIMEIRA LINHA DA LISTAGEM DE PENDENCIAS
      *--------------------------------------------------------------*
       073-GRAVAR-TOPO-PEND.

           DISPLAY WS-LIN-IMPRESSA
           WRITE REG-PENDENC  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING PAGE
           IF   WS-FS-PENDENC  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-PENDENC - FS='
                      WS-FS-PENDENC
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA NA LISTAGEM DE EXCECOES
      *--------------------------------------------------------------*
       078-GRAVAR-EXCECAO.

           ADD  1             TO  WS-CTL-EXCECOES
           MOVE MF-NUMERO     TO  WS-EXC-NUM
           DISPLAY WS-REG-EXCECAO
           WRITE REG-EXCECAO  FROM  WS-REG-EXCECAO
           IF   WS-FS-EXCECAO  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-EXCECAO - FS='
                      WS-FS-EXCECAO
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE ARQ-MESTRE
           CLOSE ARQ-HIST-PLURI
           CLOSE ARQ-DISCIP
           CLOSE ARQ-LIVRO
           CLOSE ARQ-CERTIF
           CLOSE ARQ-PENDENC
           CLOSE ARQ-EXCECAO

           IF   RUN-ABENDED
              MOVE 16  TO  RETURN-CODE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TERMINO ANORMAL DO RSPRG028 - RC=16   *'
              DISPLAY ' *   (VER ALERTA(S) ACIMA - REGISTROS JA   *'
              DISPLAY ' *    GRAVADOS NO LIVRO FICAM; REEMITIR    *'
              DISPLAY ' *    OS CERTIFICADOS COM SEGUNDA VIA)     *'
              DISPLAY ' *========================================*'
           ELSE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG028        *'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * ALUNOS LIDOS DO MESTRE      = '
                      WS-CTL-ALUNOS
              DISPLAY ' * COM VINCULO ENCERRADO       = '
                      WS-CTL-ENCERRADOS
              DISPLAY ' * JA REGISTRADOS NO LIVRO     = '
                      WS-CTL-JA-REGISTRADOS
              DISPLAY ' * SEM ANO NO PLURIANUAL       = '
                      WS-CTL-SEM-HIST
              DISPLAY ' * CONCLUINTES REGISTRADOS     = '
                      WS-CTL-CONCLUINTES
              DISPLAY ' * SEGUNDAS VIAS EMITIDAS      = '
                      WS-CTL-SEGUNDAS-VIAS
              DISPLAY ' * ALUNOS COM PENDENCIAS       = '
                      WS-CTL-PENDENTES
              DISPLAY ' * DISCIPLINAS PENDENTES       = '
                      WS-CTL-DISC-PENDENTES
              DISPLAY ' * EXCECOES                    = '
                      WS-CTL-EXCECOES
              DISPLAY ' * ULTIMO NUMERO DO LIVRO      = '
                      WS-ULT-REGISTRO
              DISPLAY ' *========================================*'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' *      TERMINO NORMAL DO RSPRG028        *'
              DISPLAY ' *----------------------------------------*'
           END-IF
           .
      *---------------> FIM DO PROGRAMA RSPRG028 <-------------------*
