      *           PROPAGA O NOVO CURSO PARA TODOS OS REGISTROS DO
      *           ALUNO NO ARQ-HIST-ANUAL, PARA OS DOIS ARQUIVOS
      *           NAO DIVERGIREM NUMA TROCA LEGITIMA DE TURMA.
      *           R (TRANCAMENTO), C (CANCELAMENTO) E X
      *           (TRANSFERENCIA EXTERNA) ENCERRAM O VINCULO SEM
      *           EXCLUIR O ALUNO: O MESTRE GUARDA A SITUACAO DA
      *           MATRICULA E A DATA EFETIVA, AS MATRICULAS DO ANO
      *           DA DATA EFETIVA SAO ENCERRADAS NO ARQ-MATRIC E OS
      *           REGISTROS PARCIAIS DO ARQ-HIST-ANUAL RECEBEM A
      *           SITUACAO FINAL DO ENCERRAMENTO. A TRANSFERENCIA
      *           EXTERNA EMITE A GUIA DE TRANSFERENCIA (ARQ-GUIA)
      *           COM AS NOTAS E A FREQUENCIA DE CADA DISCIPLINA.
      *           OS MOVIMENTOS APLICADOS E OS RECUSADOS
      *           (ALTERACAO/EXCLUSAO DE ALUNO INEXISTENTE,
      *           INCLUSAO DE CHAVE DUPLICADA, DADOS INVALIDOS) SAEM
      *                          (PROGRAMA/DATA/RC - MANUTENCAO
      *                          CADASTRAL NAO TEM ANO/BIMESTRE) NO
      *                          090-TERMINAR
      *  V07    10/2026  010044  MOVIMENTOS R (TRANCAMENTO), C
      *                          (CANCELAMENTO) E X (TRANSFERENCIA
      *                          EXTERNA) COM DATA EFETIVA: O ALUNO
      *                          FICA NO MESTRE COM MF-SITUACAO-MAT
      *                          E MF-DATA-SITUACAO (NOVOS NO
      *                          LAYOUT), AS MATRICULAS ABERTAS DO
      *                          ANO SAO ENCERRADAS (MT-SITUACAO NO
      *                          ARQ-MATRIC) E OS REGISTROS PARCIAIS
      *                          DO HISTORICO ANUAL RECEBEM TRANCADO/
      *                          CANCELADO/TRANSFERIDO, TUDO COM
      *                          IMAGENS NO DIARIO; GUIA DE
      *                          TRANSFERENCIA IMPRESSA (ARQ-GUIA)
      *                          PARA A TRANSFERENCIA EXTERNA. A
      *                          INCLUSAO GRAVA O ALUNO ATIVO
      *  V08    10/2026  010048  LAYOUT DO ARQ-DISCIP ACOMPANHA A
      *                          SERIE DA DISCIPLINA NO CURSO
      *                          (DC-SERIE - RSPRG012)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS HA-CHAVE
                  FILE STATUS   IS WS-FS-HISTANUAL.

           SELECT ARQ-MATRIC       ASSIGN TO MATRIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS MT-CHAVE
                  FILE STATUS   IS WS-FS-MATRIC.

           SELECT ARQ-DISCIP       ASSIGN TO DISCIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DC-CODIGO
                  FILE STATUS   IS WS-FS-DISCIP.

           SELECT ARQ-LISTA        ASSIGN TO LISTA
                  FILE STATUS  IS WS-FS-LISTA.

           SELECT ARQ-GUIA         ASSIGN TO GUIA
                  FILE STATUS  IS WS-FS-GUIA.

           SELECT ARQ-DIARIO       ASSIGN TO DIARIO
                  FILE STATUS  IS WS-FS-DIARIO.

           05  MF-ULT-MEDIA           PIC 9(02)V99.
           05  MF-MEDIA-HISTORICA     PIC 9(02)V99.
           05  MF-SIT-FINAL           PIC X(20).
           05  MF-SITUACAO-MAT        PIC X(01).
               88  MF-ALUNO-ATIVO               VALUE 'A' ' '.
               88  MF-ALUNO-TRANCADO            VALUE 'R'.
               88  MF-ALUNO-BLOQUEADO           VALUE 'R' 'C' 'X'.
           05  MF-DATA-SITUACAO       PIC 9(08).

      *-----> HISTORICO ANUAL - MANTIDO PELO RSPRG003 (MESMO LAYOUT).
      *       ATUALIZADO AQUI PELA TRANSFERENCIA DE TURMA E PELO
      *       ENCERRAMENTO DO VINCULO (TRANCAMENTO/CANCELAMENTO/
      *       TRANSFERENCIA EXTERNA)
       FD  ARQ-HIST-ANUAL
           LABEL RECORDS ARE STANDARD.
       01  REG-HIST-ANUAL.
           05  HA-NOTA-RECUP          PIC 9(02)V99.
           05  HA-SIT-FINAL           PIC X(20).

      *-----> ARQUIVO DE MATRICULAS - CARREGADO PELO RSPRG013 (MESMO
      *       LAYOUT). ENCERRADO AQUI PELO FIM DO VINCULO DO ALUNO
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

      *-----> CADASTRO DE DISCIPLINAS - MANTIDO PELO RSPRG012 (MESMO
      *       LAYOUT). NOME E CARGA HORARIA PARA A GUIA DE
      *       TRANSFERENCIA
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
       01  REG-LISTA                 PIC X(54).

      *-----> SAIDA - GUIA DE TRANSFERENCIA IMPRESSA (132 COLUNAS,
      *       UMA PAGINA POR ALUNO TRANSFERIDO PARA OUTRA ESCOLA)
       FD  ARQ-GUIA
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-GUIA                  PIC X(132).

      *-----> DIARIO DE AUDITORIA - UM REGISTRO POR MOVIMENTO
      *       APLICADO NO ARQ-MESTRE, COM DATA/HORA, PROGRAMA DE
      *       ORIGEM E AS IMAGENS ANTERIOR E NOVA DO REGISTRO.
           05  WS-FS-MOVTO            PIC X(02)    VALUE ZEROS.
           05  WS-FS-MESTRE           PIC X(02)    VALUE ZEROS.
           05  WS-FS-HISTANUAL        PIC X(02)    VALUE ZEROS.
           05  WS-FS-MATRIC           PIC X(02)    VALUE ZEROS.
           05  WS-FS-DISCIP           PIC X(02)    VALUE ZEROS.
           05  WS-FS-LISTA            PIC X(02)    VALUE ZEROS.
           05  WS-FS-GUIA             PIC X(02)    VALUE ZEROS.
           05  WS-FS-DIARIO           PIC X(02)    VALUE ZEROS.
           05  WS-FS-CONTROLE         PIC X(02)    VALUE ZEROS.
           05  WS-SW-VALIDO           PIC X(01)    VALUE 'S'.
               88  MOVTO-INVALIDO                VALUE 'N'.
           05  WS-SW-FIM-HIST         PIC X(01)    VALUE 'N'.
               88  FIM-HIST-ALUNO                VALUE 'S'.
           05  WS-SW-FIM-MATRIC       PIC X(01)    VALUE 'N'.
               88  FIM-MATRIC-ALUNO              VALUE 'S'.
           05  WS-SW-DISCIP           PIC X(01)    VALUE 'S'.
               88  DISCIP-DISPONIVEL             VALUE 'S'.
           05  WS-CTL-LIDOS           PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-INCLUIDOS       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-ALTERADOS       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-EXCLUIDOS       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-TRANSFERIDOS    PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-HIST-ATUALIZ    PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-TRANCADOS       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-CANCELADOS      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-TRANSF-EXT      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-MATRIC-ENCERR   PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-HIST-ENCERR     PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-GUIAS           PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-RECUSADOS       PIC 9(06)    VALUE ZEROS.
           05  WS-SIT-ENCERRAMENTO    PIC X(20)    VALUE SPACES.
           05  WS-DISC-GUIA           PIC 9(04)    VALUE ZEROS.

      *-----> ENTRADA - MOVIMENTO DESMEMBRADO PARA O PROCESSAMENTO
       01  WS-REG-MOVTO.
               88  MOV-ALTERACAO                VALUE 'A'.
               88  MOV-EXCLUSAO                 VALUE 'E'.
               88  MOV-TRANSFER                 VALUE 'T'.
               88  MOV-TRANCAMENTO              VALUE 'R'.
               88  MOV-CANCELAMENTO             VALUE 'C'.
               88  MOV-TRANSF-EXTERNA           VALUE 'X'.
               88  MOV-ENCERRAMENTO             VALUE 'R' 'C' 'X'.
           05  MV-NUMERO              PIC 9(04).
           05  MV-NUMERO-ALFA         REDEFINES MV-NUMERO
                                      PIC X(04).
           05  MV-MEDIA-HISTORICA     PIC 9(02)V99.
           05  MV-SIT-FINAL           PIC X(20).

      *-----> ENTRADA - VISAO DO MOVIMENTO DE ENCERRAMENTO DO VINCULO
      *       (R/C/X): DATA EFETIVA NO LUGAR DOS DADOS CADASTRAIS E,
      *       NA TRANSFERENCIA EXTERNA, A ESCOLA DE DESTINO
       01  WS-REG-MOVTO-ENCERR  REDEFINES  WS-REG-MOVTO.
           05  FILLER                 PIC X(05).
           05  MV-DATA-EFETIVA        PIC 9(08).
           05  MV-DATA-EFETIVA-ALFA   REDEFINES MV-DATA-EFETIVA
                                      PIC X(08).
           05  FILLER                 REDEFINES MV-DATA-EFETIVA.
               10  MV-ANO-EFETIVO         PIC 9(04).
               10  MV-MES-EFETIVO         PIC 9(02).
               10  MV-DIA-EFETIVO         PIC 9(02).
           05  MV-ESCOLA-DESTINO      PIC X(40).
           05  FILLER                 PIC X(27).

      *-----> REGISTRO DO CONTROLE DE EXECUCAO (MESMO LAYOUT EM
      *       TODOS OS PROGRAMAS DA SUITE)
       01  WS-REG-CONTROLE.
               10  WS-DIA-HORA-HHMMSS     PIC 9(06).
               10  FILLER                 PIC 9(02).

      *-----> AREA AUXILIAR DA GUIA DE TRANSFERENCIA - DATA DE
      *       EMISSAO E FREQUENCIA DOS BIMESTRES CURSADOS
       01  WS-AREA-GUIA.
           05  WS-GUI-DATA-HOJE       PIC 9(08)    VALUE ZEROS.
           05  FILLER                 REDEFINES WS-GUI-DATA-HOJE.
               10  WS-GUI-HOJE-ANO        PIC 9(04).
               10  WS-GUI-HOJE-MES        PIC 9(02).
               10  WS-GUI-HOJE-DIA        PIC 9(02).
           05  WS-GUI-QTD-BIM         PIC 9(01)    VALUE ZEROS.
           05  WS-GUI-SOMA-FREQ       PIC 9(04)    VALUE ZEROS.
           05  WS-GUI-FREQ-MEDIA-N    PIC 9(03)V9  VALUE ZEROS.

      *-----> LINHAS DA GUIA DE TRANSFERENCIA (132 COLUNAS)
       01  WS-LIN-GUI-CAB1.
           05  FILLER                 PIC X(40)    VALUE
               ' GUIA DE TRANSFERENCIA ESCOLAR          '.
           05  FILLER                 PIC X(11)    VALUE 'EMITIDA EM '.
           05  WS-GUI-EMI-DIA         PIC 9(02).
           05  FILLER                 PIC X(01)    VALUE '/'.
           05  WS-GUI-EMI-MES         PIC 9(02).
           05  FILLER                 PIC X(01)    VALUE '/'.
           05  WS-GUI-EMI-ANO         PIC 9(04).
           05  FILLER                 PIC X(71)    VALUE SPACES.

       01  WS-LIN-GUI-CAB2.
           05  FILLER                 PIC X(07)    VALUE ' ALUNO '.
           05  WS-GUI-NUM             PIC 9(04).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-GUI-NOME            PIC X(20).
           05  FILLER                 PIC X(07)    VALUE '  SEXO '.
           05  WS-GUI-SEXO            PIC X(01).
           05  FILLER                 PIC X(08)    VALUE '  IDADE '.
           05  WS-GUI-IDADE           PIC Z9.
           05  FILLER                 PIC X(08)    VALUE '  CURSO '.
           05  WS-GUI-CURSO           PIC X(12).
           05  FILLER                 PIC X(61)    VALUE SPACES.

       01  WS-LIN-GUI-CAB3.
           05  FILLER                 PIC X(23)    VALUE
               ' DATA DA TRANSFERENCIA '.
           05  WS-GUI-EFE-DIA         PIC 9(02).
           05  FILLER                 PIC X(01)    VALUE '/'.
           05  WS-GUI-EFE-MES         PIC 9(02).
           05  FILLER                 PIC X(01)    VALUE '/'.
           05  WS-GUI-EFE-ANO         PIC 9(04).
           05  FILLER                 PIC X(21)    VALUE
               '  ESCOLA DE DESTINO  '.
           05  WS-GUI-ESCOLA          PIC X(40).
           05  FILLER                 PIC X(38)    VALUE SPACES.

       01  WS-LIN-GUI-COLUNAS.
           05  FILLER                 PIC X(33)    VALUE
               ' DIS  DISCIPLINA           CARGA '.
           05  FILLER                 PIC X(25)    VALUE
               '  B1    B2    B3    B4   '.
           05  FILLER                 PIC X(24)    VALUE
               'FREQ%  B1  B2  B3  B4  '.
           05  FILLER                 PIC X(12)    VALUE
               'ANUAL  BIM  '.
           05  FILLER                 PIC X(20)    VALUE 'SITUACAO'.
           05  FILLER                 PIC X(18)    VALUE SPACES.

       01  WS-LIN-GUI-DISC.
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-GUI-DISC            PIC X(03).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-GUI-DISC-NOME       PIC X(20).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-GUI-CARGA           PIC ZZZ9.
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-GUI-NOTA-B1         PIC Z9,99.
           05  WS-GUI-NOTA-B1-X       REDEFINES WS-GUI-NOTA-B1
                                      PIC X(05).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-GUI-NOTA-B2         PIC Z9,99.
           05  WS-GUI-NOTA-B2-X       REDEFINES WS-GUI-NOTA-B2
                                      PIC X(05).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-GUI-NOTA-B3         PIC Z9,99.
           05  WS-GUI-NOTA-B3-X       REDEFINES WS-GUI-NOTA-B3
                                      PIC X(05).
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-GUI-NOTA-B4         PIC Z9,99.
           05  WS-GUI-NOTA-B4-X       REDEFINES WS-GUI-NOTA-B4
                                      PIC X(05).
           05  FILLER                 PIC X(07)    VALUE SPACES.
           05  WS-GUI-FREQ-B1         PIC ZZZ9.
           05  WS-GUI-FREQ-B1-X       REDEFINES WS-GUI-FREQ-B1
                                      PIC X(04).
           05  WS-GUI-FREQ-B2         PIC ZZZ9.
           05  WS-GUI-FREQ-B2-X       REDEFINES WS-GUI-FREQ-B2
                                      PIC X(04).
           05  WS-GUI-FREQ-B3         PIC ZZZ9.
           05  WS-GUI-FREQ-B3-X       REDEFINES WS-GUI-FREQ-B3
                                      PIC X(04).
           05  WS-GUI-FREQ-B4         PIC ZZZ9.
           05  WS-GUI-FREQ-B4-X       REDEFINES WS-GUI-FREQ-B4
                                      PIC X(04).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-GUI-FREQ-ANUAL      PIC ZZ9,9.
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-GUI-QTD-BIM-ED      PIC 9(01).
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-GUI-SITUACAO        PIC X(20).
           05  FILLER                 PIC X(18)    VALUE SPACES.

       01  WS-LIN-GUI-TOTAL.
           05  FILLER                 PIC X(33)    VALUE
               ' DISCIPLINAS CURSADAS NO ANO    '.
           05  WS-GUI-QTD-DISC        PIC ZZZ9.
           05  FILLER                 PIC X(95)    VALUE SPACES.

       01  WS-LIN-GUI-NOTA.
           05  FILLER                 PIC X(45)    VALUE
               ' NOTAS E FREQUENCIA DOS BIMESTRES CURSADOS AT'.
           05  FILLER                 PIC X(45)    VALUE
               'E A DATA DA TRANSFERENCIA (-- = NAO CURSADO) '.
           05  FILLER                 PIC X(42)    VALUE SPACES.

       01  WS-LIN-GUI-ASSINA.
           05  FILLER                 PIC X(40)    VALUE
               ' ______________________________________ '.
           05  FILLER                 PIC X(40)    VALUE
               '        ______________________________  '.
           05  FILLER                 PIC X(52)    VALUE SPACES.

       01  WS-LIN-GUI-CARGOS.
           05  FILLER                 PIC X(40)    VALUE
               '          SECRETARIA ESCOLAR            '.
           05  FILLER                 PIC X(40)    VALUE
               '                 DIRECAO                '.
           05  FILLER                 PIC X(52)    VALUE SPACES.

       01  WS-LIN-BRANCO              PIC X(132)   VALUE SPACES.

       01  WS-LIN-IMPRESSA            PIC X(132)   VALUE SPACES.

       01  WS-LIN-TRACO.
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  FILLER                 PIC X(130)   VALUE ALL '-'.
           05  FILLER                 PIC X(01)    VALUE SPACES.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
           OPEN INPUT ARQ-MOVTO
           PERFORM 017-ABRIR-MESTRE
           PERFORM 018-ABRIR-HISTORICO
           PERFORM 016-ABRIR-MATRICULAS
           PERFORM 019-ABRIR-DIARIO
           OPEN INPUT ARQ-DISCIP
           IF   WS-FS-DISCIP  =  '35'
              MOVE 'N'  TO  WS-SW-DISCIP
              MOVE '00' TO  WS-FS-DISCIP
           END-IF
           OPEN OUTPUT ARQ-LISTA
           OPEN OUTPUT ARQ-GUIA
           IF   WS-FS-MOVTO      NOT =  '00'  OR
                WS-FS-MESTRE     NOT =  '00'  OR
                WS-FS-HISTANUAL  NOT =  '00'  OR
                WS-FS-MATRIC     NOT =  '00'  OR
                WS-FS-DISCIP     NOT =  '00'  OR
                WS-FS-LISTA      NOT =  '00'  OR
                WS-FS-GUIA       NOT =  '00'  OR
                WS-FS-DIARIO     NOT =  '00'
              DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS -'
                      ' MOVTO='      WS-FS-MOVTO
                      ' MESTRE='     WS-FS-MESTRE
                      ' HISTANUAL='  WS-FS-HISTANUAL
                      ' MATRIC='     WS-FS-MATRIC
                      ' DISCIP='     WS-FS-DISCIP
                      ' LISTA='      WS-FS-LISTA
                      ' GUIA='       WS-FS-GUIA
                      ' DIARIO='     WS-FS-DIARIO
              MOVE 'S'  TO  WS-FIM
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O ARQUIVO DE MATRICULAS EM I-O (ENCERRADO PELO FIM
      *    DO VINCULO DO ALUNO). SE AINDA NAO EXISTIR (CADASTRO ANTES
      *    DA CARGA DO RSPRG013), CRIA-LO VAZIO E REABRI-LO
      *--------------------------------------------------------------*
       016-ABRIR-MATRICULAS.

           OPEN I-O ARQ-MATRIC
           IF   WS-FS-MATRIC  =  '35'
              OPEN OUTPUT ARQ-MATRIC
              CLOSE ARQ-MATRIC
              OPEN I-O ARQ-MATRIC
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O DIARIO DE AUDITORIA EM EXTEND (A TRILHA ACUMULA
      *    ENTRE EXECUCOES E NUNCA E TRUNCADA). SE AINDA NAO EXISTIR
      *    (PRIMEIRA EXECUCAO), CRIA-LO
                    PERFORM 042-EXCLUIR
                 WHEN MOV-TRANSFER
                    PERFORM 043-TRANSFERIR
                 WHEN MOV-ENCERRAMENTO
                    PERFORM 051-ENCERRAR-VINCULO
              END-EVALUATE
           END-IF
           PERFORM 020-LER-MOVTO
           IF   NOT MOV-INCLUSAO   AND
                NOT MOV-ALTERACAO  AND
                NOT MOV-EXCLUSAO   AND
                NOT MOV-TRANSFER   AND
                NOT MOV-ENCERRAMENTO
              MOVE 'OPERACAO INVALIDA-USE IAETRCX' TO WS-LIS-MOTIVO
              MOVE 'N'  TO  WS-SW-VALIDO
           ELSE
              IF   MV-NUMERO  NOT NUMERIC
                                                    TO  WS-LIS-MOTIVO
                    MOVE 'N'  TO  WS-SW-VALIDO
                 END-IF
                 IF   MOV-ENCERRAMENTO
                    PERFORM 027-VALIDAR-ENCERRAMENTO
                 END-IF
                 IF   (MOV-INCLUSAO  OR  MOV-ALTERACAO)
                    IF   MV-SEXO  NOT =  'M'  AND
                         MV-SEXO  NOT =  'F'
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDAR O MOVIMENTO DE ENCERRAMENTO DO VINCULO: DATA
      *    EFETIVA NUMERICA E COERENTE E, NA TRANSFERENCIA EXTERNA,
      *    A ESCOLA DE DESTINO (SAI NA GUIA DE TRANSFERENCIA)
      *--------------------------------------------------------------*
       027-VALIDAR-ENCERRAMENTO.

           IF   MV-DATA-EFETIVA  NOT NUMERIC
              MOVE 'DATA EFETIVA NAO NUMERICA'      TO  WS-LIS-MOTIVO
              MOVE 'N'  TO  WS-SW-VALIDO
           ELSE
              IF   MV-ANO-EFETIVO  <  1900        OR
                   MV-MES-EFETIVO  <  1  OR  MV-MES-EFETIVO  >  12  OR
                   MV-DIA-EFETIVO  <  1  OR  MV-DIA-EFETIVO  >  31
                 MOVE 'DATA EFETIVA INVALIDA'       TO  WS-LIS-MOTIVO
                 MOVE 'N'  TO  WS-SW-VALIDO
              ELSE
                 IF   MOV-TRANSF-EXTERNA  AND
                      MV-ESCOLA-DESTINO  =  SPACES
                    MOVE 'ESCOLA DESTINO NAO INFORMADA'
                                                    TO  WS-LIS-MOTIVO
                    MOVE 'N'  TO  WS-SW-VALIDO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUIR O ALUNO NO MESTRE (RECUSA CHAVE DUPLICADA)
      *--------------------------------------------------------------*
       040-INCLUIR.
           MOVE MV-ULT-MEDIA           TO  MF-ULT-MEDIA
           MOVE MV-MEDIA-HISTORICA     TO  MF-MEDIA-HISTORICA
           MOVE MV-SIT-FINAL           TO  MF-SIT-FINAL
           MOVE 'A'                    TO  MF-SITUACAO-MAT
           MOVE ZEROS                  TO  MF-DATA-SITUACAO
           WRITE REG-MESTRE
              INVALID KEY
                 MOVE 'INCLUSAO DE CHAVE DUPLICADA'  TO  WS-LIS-MOTIVO
                 MOVE 'EXCLUSAO'   TO  WS-LIS-OPER
              WHEN MOV-TRANSFER
                 MOVE 'TRANSFER.'  TO  WS-LIS-OPER
              WHEN MOV-TRANCAMENTO
                 MOVE 'TRANCAM.'   TO  WS-LIS-OPER
              WHEN MOV-CANCELAMENTO
                 MOVE 'CANCELAM.'  TO  WS-LIS-OPER
              WHEN MOV-TRANSF-EXTERNA
                 MOVE 'TRANSF.EX'  TO  WS-LIS-OPER
              WHEN OTHER
                 MOVE MV-OPERACAO  TO  WS-LIS-OPER
           END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENCERRAR O VINCULO DO ALUNO (TRANCAMENTO, CANCELAMENTO OU
      *    TRANSFERENCIA EXTERNA) SEM EXCLUI-LO DO MESTRE. RECUSA
      *    ALUNO INEXISTENTE E ALUNO COM VINCULO JA ENCERRADO - SO O
      *    ALUNO TRANCADO AINDA PODE SER CANCELADO OU TRANSFERIDO
      *--------------------------------------------------------------*
       051-ENCERRAR-VINCULO.

           MOVE MV-NUMERO  TO  MF-NUMERO
           READ ARQ-MESTRE
              INVALID KEY
                 MOVE 'ENCERRAMENTO DE ALUNO INEXIST'
                                                     TO  WS-LIS-MOTIVO
                 PERFORM 048-GRAVAR-RECUSA
              NOT INVALID KEY
                 IF   MF-ALUNO-ATIVO  OR
                      (MF-ALUNO-TRANCADO  AND  NOT MOV-TRANCAMENTO)
                    PERFORM 052-GRAVAR-ENCERRAMENTO
                 ELSE
                    MOVE 'ALUNO JA COM VINCULO ENCERRADO'
                                                     TO  WS-LIS-MOTIVO
                    PERFORM 048-GRAVAR-RECUSA
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    REGRAVAR O MESTRE COM A SITUACAO DA MATRICULA (O PROPRIO
      *    CODIGO DO MOVIMENTO - R/C/X) E A DATA EFETIVA, ENCERRAR AS
      *    MATRICULAS DO ANO E MARCAR OS REGISTROS PARCIAIS DO
      *    HISTORICO ANUAL. NA TRANSFERENCIA EXTERNA, A GUIA DE
      *    TRANSFERENCIA E EMITIDA NA MESMA LEITURA DO HISTORICO
      *--------------------------------------------------------------*
       052-GRAVAR-ENCERRAMENTO.

           MOVE REG-MESTRE  TO  WS-DIA-IMAGEM-ANT
           EVALUATE TRUE
              WHEN MOV-TRANCAMENTO
                 MOVE 'TRANCADO'     TO  WS-SIT-ENCERRAMENTO
                 MOVE 'TRANCAMENT'   TO  WS-DIA-OPERACAO
              WHEN MOV-CANCELAMENTO
                 MOVE 'CANCELADO'    TO  WS-SIT-ENCERRAMENTO
                 MOVE 'CANCELAMEN'   TO  WS-DIA-OPERACAO
              WHEN OTHER
                 MOVE 'TRANSFERIDO'  TO  WS-SIT-ENCERRAMENTO
                 MOVE 'TRANSF EXT'   TO  WS-DIA-OPERACAO
           END-EVALUATE
           MOVE MV-OPERACAO      TO  MF-SITUACAO-MAT
           MOVE MV-DATA-EFETIVA  TO  MF-DATA-SITUACAO
           REWRITE REG-MESTRE
           IF   WS-FS-MESTRE  =  '00'
              EVALUATE TRUE
                 WHEN MOV-TRANCAMENTO
                    ADD  1  TO  WS-CTL-TRANCADOS
                 WHEN MOV-CANCELAMENTO
                    ADD  1  TO  WS-CTL-CANCELADOS
                 WHEN OTHER
                    ADD  1  TO  WS-CTL-TRANSF-EXT
              END-EVALUATE
              MOVE 'MESTRE'     TO  WS-DIA-ARQUIVO
              MOVE MV-NUMERO    TO  WS-DIA-NUMERO
              MOVE REG-MESTRE   TO  WS-DIA-IMAGEM-NOVA
              PERFORM 046-GRAVAR-DIARIO
              PERFORM 053-ENCERRAR-MATRICULAS
              IF   MOV-TRANSF-EXTERNA
                 PERFORM 060-ABRIR-GUIA
              END-IF
              PERFORM 056-ENCERRAR-HISTORICO
              IF   MOV-TRANSF-EXTERNA
                 PERFORM 066-FECHAR-GUIA
              END-IF
              PERFORM 049-GRAVAR-APLICADO
           ELSE
              DISPLAY ' *** ERRO REGRAVANDO ARQ-MESTRE - FS='
                      WS-FS-MESTRE
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENCERRAR AS MATRICULAS ABERTAS DO ALUNO NO ANO DA DATA
      *    EFETIVA (UMA POR DISCIPLINA). ALUNO SEM MATRICULA NO ANO
      *    NAO E ERRO (ENCERRAMENTO ANTES DA CARGA DO RSPRG013)
      *--------------------------------------------------------------*
       053-ENCERRAR-MATRICULAS.

           MOVE 'N'             TO  WS-SW-FIM-MATRIC
           MOVE MV-ANO-EFETIVO  TO  MT-ANO
           MOVE MV-NUMERO       TO  MT-NUMERO
           MOVE LOW-VALUES      TO  MT-DISCIPLINA
           START ARQ-MATRIC  KEY NOT <  MT-CHAVE
              INVALID KEY
                 MOVE 'S'  TO  WS-SW-FIM-MATRIC
           END-START
           IF   NOT FIM-MATRIC-ALUNO
              PERFORM 054-LER-MATRIC-ALUNO
           END-IF
           PERFORM 055-ENCERRAR-MATRICULA
              UNTIL FIM-MATRIC-ALUNO
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA MATRICULA E CONFERIR SE AINDA PERTENCE AO
      *    ANO+ALUNO DO ENCERRAMENTO
      *--------------------------------------------------------------*
       054-LER-MATRIC-ALUNO.

           READ ARQ-MATRIC NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-MATRIC
              NOT AT END
                 IF   MT-ANO     NOT =  MV-ANO-EFETIVO  OR
                      MT-NUMERO  NOT =  MV-NUMERO
                    MOVE 'S'  TO  WS-SW-FIM-MATRIC
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    ENCERRAR A MATRICULA CORRENTE, SE AINDA ABERTA, COM A DATA
      *    EFETIVA DO MOVIMENTO E AS IMAGENS NO DIARIO
      *--------------------------------------------------------------*
       055-ENCERRAR-MATRICULA.

           IF   MT-ATIVA
              MOVE REG-MATRIC       TO  WS-DIA-IMAGEM-ANT
              MOVE 'E'              TO  MT-SITUACAO
              MOVE MV-DATA-EFETIVA  TO  MT-DATA-ENCERRAMENTO
              REWRITE REG-MATRIC
              IF   WS-FS-MATRIC  =  '00'
                 ADD  1  TO  WS-CTL-MATRIC-ENCERR
                 MOVE 'MATRIC'      TO  WS-DIA-ARQUIVO
                 MOVE MV-NUMERO     TO  WS-DIA-NUMERO
                 MOVE REG-MATRIC    TO  WS-DIA-IMAGEM-NOVA
                 PERFORM 046-GRAVAR-DIARIO
              ELSE
                 DISPLAY ' *** ERRO REGRAVANDO ARQ-MATRIC - FS='
                         WS-FS-MATRIC
                 MOVE 'S'  TO  WS-SW-ABEND
                 MOVE 'S'  TO  WS-FIM
              END-IF
           END-IF
           IF   RUN-ABENDED
              MOVE 'S'  TO  WS-SW-FIM-MATRIC
           ELSE
              PERFORM 054-LER-MATRIC-ALUNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PERCORRER OS REGISTROS DO ALUNO NO HISTORICO ANUAL (UM POR
      *    DISCIPLINA), MARCANDO OS PARCIAIS E, NA TRANSFERENCIA
      *    EXTERNA, LISTANDO CADA DISCIPLINA NA GUIA. ALUNO SEM
      *    REGISTRO NO HISTORICO NAO E ERRO (INICIO DO ANO)
      *--------------------------------------------------------------*
       056-ENCERRAR-HISTORICO.

           MOVE 'N'         TO  WS-SW-FIM-HIST
           MOVE MV-NUMERO   TO  HA-NUMERO
           MOVE LOW-VALUES  TO  HA-DISCIPLINA
           START ARQ-HIST-ANUAL  KEY NOT <  HA-CHAVE
              INVALID KEY
                 MOVE 'S'  TO  WS-SW-FIM-HIST
           END-START
           IF   NOT FIM-HIST-ALUNO
              PERFORM 045-LER-HIST-ALUNO
           END-IF
           PERFORM 057-ENCERRAR-DISCIPLINA
              UNTIL FIM-HIST-ALUNO
           .
      *--------------------------------------------------------------*
      *    TRATAR O REGISTRO CORRENTE DO HISTORICO: O REGISTRO
      *    PARCIAL (MENOS DE 4 BIMESTRES RECEBIDOS) RECEBE A SITUACAO
      *    DO ENCERRAMENTO; O REGISTRO COMPLETO FICA COMO ESTA
      *--------------------------------------------------------------*
       057-ENCERRAR-DISCIPLINA.

           IF   HA-QTD-BIM-RECEBIDOS  <  4
              PERFORM 058-MARCAR-HIST-PARCIAL
           END-IF
           IF   MOV-TRANSF-EXTERNA  AND  RUN-OK
              PERFORM 062-LISTAR-DISCIPLINA-GUIA
           END-IF
           IF   RUN-ABENDED
              MOVE 'S'  TO  WS-SW-FIM-HIST
           ELSE
              PERFORM 045-LER-HIST-ALUNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR O REGISTRO PARCIAL DO HISTORICO COM A SITUACAO
      *    FINAL DO ENCERRAMENTO (TRANCADO/CANCELADO/TRANSFERIDO),
      *    COM MOVIMENTO NO DIARIO
      *--------------------------------------------------------------*
       058-MARCAR-HIST-PARCIAL.

           MOVE REG-HIST-ANUAL       TO  WS-DIA-IMAGEM-ANT
           MOVE WS-SIT-ENCERRAMENTO  TO  HA-SIT-FINAL
           REWRITE REG-HIST-ANUAL
           IF   WS-FS-HISTANUAL  =  '00'
              ADD  1  TO  WS-CTL-HIST-ENCERR
              MOVE 'HISTANUAL'      TO  WS-DIA-ARQUIVO
              MOVE MV-NUMERO        TO  WS-DIA-NUMERO
              MOVE REG-HIST-ANUAL   TO  WS-DIA-IMAGEM-NOVA
              PERFORM 046-GRAVAR-DIARIO
           ELSE
              DISPLAY ' *** ERRO REGRAVANDO HIST-ANUAL - FS='
                      WS-FS-HISTANUAL
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR A GUIA DE TRANSFERENCIA DO ALUNO (SALTO DE PAGINA +
      *    CABECALHO COM OS DADOS DO MESTRE, A DATA EFETIVA E A
      *    ESCOLA DE DESTINO)
      *--------------------------------------------------------------*
       060-ABRIR-GUIA.

           ADD  1  TO  WS-CTL-GUIAS
           MOVE ZEROS            TO  WS-DISC-GUIA
           ACCEPT WS-GUI-DATA-HOJE  FROM DATE YYYYMMDD
           MOVE WS-GUI-HOJE-DIA  TO  WS-GUI-EMI-DIA
           MOVE WS-GUI-HOJE-MES  TO  WS-GUI-EMI-MES
           MOVE WS-GUI-HOJE-ANO  TO  WS-GUI-EMI-ANO
           MOVE WS-LIN-GUI-CAB1  TO  WS-LIN-IMPRESSA
           PERFORM 065-GRAVAR-TOPO-GUIA
           MOVE WS-LIN-TRACO     TO  WS-LIN-IMPRESSA
           PERFORM 064-GRAVAR-LINHA-GUIA
           MOVE MF-NUMERO        TO  WS-GUI-NUM
           MOVE MF-NOME          TO  WS-GUI-NOME
           MOVE MF-SEXO          TO  WS-GUI-SEXO
           MOVE MF-IDADE         TO  WS-GUI-IDADE
           MOVE MF-CURSO         TO  WS-GUI-CURSO
           MOVE WS-LIN-GUI-CAB2  TO  WS-LIN-IMPRESSA
           PERFORM 064-GRAVAR-LINHA-GUIA
           MOVE MV-DIA-EFETIVO   TO  WS-GUI-EFE-DIA
           MOVE MV-MES-EFETIVO   TO  WS-GUI-EFE-MES
           MOVE MV-ANO-EFETIVO   TO  WS-GUI-EFE-ANO
           MOVE MV-ESCOLA-DESTINO TO WS-GUI-ESCOLA
           MOVE WS-LIN-GUI-CAB3  TO  WS-LIN-IMPRESSA
           PERFORM 064-GRAVAR-LINHA-GUIA
           MOVE WS-LIN-TRACO     TO  WS-LIN-IMPRESSA
           PERFORM 064-GRAVAR-LINHA-GUIA
           MOVE WS-LIN-GUI-COLUNAS  TO  WS-LIN-IMPRESSA
           PERFORM 064-GRAVAR-LINHA-GUIA
           .
      *--------------------------------------------------------------*
      *    LISTAR NA GUIA A DISCIPLINA CORRENTE DO HISTORICO: NOTA E
      *    FREQUENCIA DE CADA BIMESTRE JA RECEBIDO ('--' NOS NAO
      *    CURSADOS) E A FREQUENCIA MEDIA DOS BIMESTRES CURSADOS
      *--------------------------------------------------------------*
       062-LISTAR-DISCIPLINA-GUIA.

           ADD  1  TO  WS-DISC-GUIA
           MOVE ZEROS          TO  WS-GUI-QTD-BIM
           MOVE ZEROS          TO  WS-GUI-SOMA-FREQ
           MOVE HA-DISCIPLINA  TO  WS-GUI-DISC
           MOVE SPACES         TO  WS-GUI-DISC-NOME
           MOVE ZEROS          TO  WS-GUI-CARGA
           IF   DISCIP-DISPONIVEL
              MOVE HA-DISCIPLINA  TO  DC-CODIGO
              READ ARQ-DISCIP
                 NOT INVALID KEY
                    MOVE DC-NOME   TO  WS-GUI-DISC-NOME
                    MOVE DC-CARGA  TO  WS-GUI-CARGA
              END-READ
           END-IF
           IF   HA-RECEBIDO-B1  =  'S'
              MOVE HA-NOTA-B1  TO  WS-GUI-NOTA-B1
              MOVE HA-FREQ-B1  TO  WS-GUI-FREQ-B1
              ADD  1           TO  WS-GUI-QTD-BIM
              ADD  HA-FREQ-B1  TO  WS-GUI-SOMA-FREQ
           ELSE
              MOVE '  -- '     TO  WS-GUI-NOTA-B1-X
              MOVE '  --'      TO  WS-GUI-FREQ-B1-X
           END-IF
           IF   HA-RECEBIDO-B2  =  'S'
              MOVE HA-NOTA-B2  TO  WS-GUI-NOTA-B2
              MOVE HA-FREQ-B2  TO  WS-GUI-FREQ-B2
              ADD  1           TO  WS-GUI-QTD-BIM
              ADD  HA-FREQ-B2  TO  WS-GUI-SOMA-FREQ
           ELSE
              MOVE '  -- '     TO  WS-GUI-NOTA-B2-X
              MOVE '  --'      TO  WS-GUI-FREQ-B2-X
           END-IF
           IF   HA-RECEBIDO-B3  =  'S'
              MOVE HA-NOTA-B3  TO  WS-GUI-NOTA-B3
              MOVE HA-FREQ-B3  TO  WS-GUI-FREQ-B3
              ADD  1           TO  WS-GUI-QTD-BIM
              ADD  HA-FREQ-B3  TO  WS-GUI-SOMA-FREQ
           ELSE
              MOVE '  -- '     TO  WS-GUI-NOTA-B3-X
              MOVE '  --'      TO  WS-GUI-FREQ-B3-X
           END-IF
           IF   HA-RECEBIDO-B4  =  'S'
              MOVE HA-NOTA-B4  TO  WS-GUI-NOTA-B4
              MOVE HA-FREQ-B4  TO  WS-GUI-FREQ-B4
              ADD  1           TO  WS-GUI-QTD-BIM
              ADD  HA-FREQ-B4  TO  WS-GUI-SOMA-FREQ
           ELSE
              MOVE '  -- '     TO  WS-GUI-NOTA-B4-X
              MOVE '  --'      TO  WS-GUI-FREQ-B4-X
           END-IF
           IF   WS-GUI-QTD-BIM  >  ZEROS
              COMPUTE WS-GUI-FREQ-MEDIA-N ROUNDED =
                      WS-GUI-SOMA-FREQ / WS-GUI-QTD-BIM
           ELSE
              MOVE ZEROS  TO  WS-GUI-FREQ-MEDIA-N
           END-IF
           MOVE WS-GUI-FREQ-MEDIA-N  TO  WS-GUI-FREQ-ANUAL
           MOVE WS-GUI-QTD-BIM       TO  WS-GUI-QTD-BIM-ED
           IF   HA-SIT-FINAL  =  SPACES
              MOVE 'EM CURSO'        TO  WS-GUI-SITUACAO
           ELSE
              MOVE HA-SIT-FINAL      TO  WS-GUI-SITUACAO
           END-IF
           MOVE WS-LIN-GUI-DISC  TO  WS-LIN-IMPRESSA
           PERFORM 064-GRAVAR-LINHA-GUIA
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DE CORPO DA GUIA DE TRANSFERENCIA
      *--------------------------------------------------------------*
       064-GRAVAR-LINHA-GUIA.

           WRITE REG-GUIA  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING 1 LINE
           IF   WS-FS-GUIA  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-GUIA - FS='
                      WS-FS-GUIA
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A PRIMEIRA LINHA DE UMA NOVA GUIA (SALTO DE PAGINA)
      *--------------------------------------------------------------*
       065-GRAVAR-TOPO-GUIA.

           WRITE REG-GUIA  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING PAGE
           IF   WS-FS-GUIA  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-GUIA - FS='
                      WS-FS-GUIA
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAR A GUIA DE TRANSFERENCIA: QUANTIDADE DE DISCIPLINAS,
      *    LEGENDA E LINHAS DE ASSINATURA
      *--------------------------------------------------------------*
       066-FECHAR-GUIA.

           MOVE WS-LIN-TRACO      TO  WS-LIN-IMPRESSA
           PERFORM 064-GRAVAR-LINHA-GUIA
           MOVE WS-DISC-GUIA      TO  WS-GUI-QTD-DISC
           MOVE WS-LIN-GUI-TOTAL  TO  WS-LIN-IMPRESSA
           PERFORM 064-GRAVAR-LINHA-GUIA
           MOVE WS-LIN-GUI-NOTA   TO  WS-LIN-IMPRESSA
           PERFORM 064-GRAVAR-LINHA-GUIA
           MOVE WS-LIN-BRANCO     TO  WS-LIN-IMPRESSA
           PERFORM 064-GRAVAR-LINHA-GUIA
           PERFORM 064-GRAVAR-LINHA-GUIA
           PERFORM 064-GRAVAR-LINHA-GUIA
           MOVE WS-LIN-GUI-ASSINA TO  WS-LIN-IMPRESSA
           PERFORM 064-GRAVAR-LINHA-GUIA
           MOVE WS-LIN-GUI-CARGOS TO  WS-LIN-IMPRESSA
           PERFORM 064-GRAVAR-LINHA-GUIA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.
           CLOSE ARQ-MOVTO
           CLOSE ARQ-MESTRE
           CLOSE ARQ-HIST-ANUAL
           CLOSE ARQ-MATRIC
           CLOSE ARQ-DISCIP
           CLOSE ARQ-LISTA
           CLOSE ARQ-GUIA
           CLOSE ARQ-DIARIO

           IF   RUN-ABENDED
                      WS-CTL-TRANSFERIDOS
              DISPLAY ' * REGISTROS DO HIST ATUALIZ.  = '
                      WS-CTL-HIST-ATUALIZ
              DISPLAY ' * TRANCAMENTOS APLICADOS      = '
                      WS-CTL-TRANCADOS
              DISPLAY ' * CANCELAMENTOS APLICADOS     = '
                      WS-CTL-CANCELADOS
              DISPLAY ' * TRANSF. EXTERNAS APLICADAS  = '
                      WS-CTL-TRANSF-EXT
              DISPLAY ' * MATRICULAS ENCERRADAS       = '
                      WS-CTL-MATRIC-ENCERR
              DISPLAY ' * REG. PARCIAIS DO HIST MARC. = '
                      WS-CTL-HIST-ENCERR
              DISPLAY ' * GUIAS DE TRANSF. EMITIDAS   = '
                      WS-CTL-GUIAS
              DISPLAY ' * MOVIMENTOS RECUSADOS        = '
                      WS-CTL-RECUSADOS
              DISPLAY ' *========================================*'
