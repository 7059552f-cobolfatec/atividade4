      * ------  -------  ------  ------  -------------------------   *
      *  V01    09/2026  010030  VERSAO INICIAL - CARGA DO ARQUIVO
      *                          DE MATRICULAS POR ALUNO+DISCIPLINA
      *  V02    10/2026  010044  SITUACAO DA MATRICULA (MT-SITUACAO
      *                          E MT-DATA-ENCERRAMENTO, ENCERRADAS
      *                          PELO RSPRG005 NO TRANCAMENTO,
      *                          CANCELAMENTO OU TRANSFERENCIA
      *                          EXTERNA): A INCLUSAO GRAVA A
      *                          MATRICULA ATIVA
      *  V03    10/2026  010048  LAYOUT DO ARQ-DISCIP ACOMPANHA A
      *                          SERIE DA DISCIPLINA NO CURSO
      *                          (DC-SERIE - RSPRG012)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               10  MT-ANO                 PIC 9(04).
               10  MT-NUMERO              PIC 9(04).
               10  MT-DISCIPLINA          PIC X(03).
           05  MT-SITUACAO            PIC X(01).
               88  MT-ATIVA                     VALUE 'A' ' '.
               88  MT-ENCERRADA                 VALUE 'E'.
           05  MT-DATA-ENCERRAMENTO   PIC 9(08).

      *-----> CADASTRO DE DISCIPLINAS - MANTIDO PELO RSPRG012 (MESMO
      *       LAYOUT). CONFERE O CODIGO DA DISCIPLINA DA MATRICULA
           05  DC-NOME                PIC X(20).
           05  DC-CURSO               PIC X(12).
           05  DC-CARGA               PIC 9(04).
           05  DC-SERIE               PIC 9(01).

      *-----> SAIDA - LISTAGEM DOS MOVIMENTOS APLICADOS E RECUSADOS
       FD  ARQ-LISTA
           MOVE MV-ANO         TO  MT-ANO
           MOVE MV-NUMERO      TO  MT-NUMERO
           MOVE MV-DISCIPLINA  TO  MT-DISCIPLINA
           MOVE 'A'            TO  MT-SITUACAO
           MOVE ZEROS          TO  MT-DATA-ENCERRAMENTO
           WRITE REG-MATRIC
              INVALID KEY
                 MOVE 'MATRICULA JA EXISTENTE'  TO  WS-LIS-MOTIVO
