      *  V01    09/2026  010038  VERSAO INICIAL - APURACAO DA
      *                          FREQUENCIA BIMESTRAL A PARTIR DA
      *                          CHAMADA DIARIA
      *  V02    10/2026  010039  TERMINO ANORMAL (RC=16): O DISPLAY
      *                          PASSA A INDICAR O ESTORNO DAS
      *                          ATUALIZACOES PARCIAIS DO HIST-ANUAL
      *                          PELO RSPRG020
      *  V03    10/2026  010045  APURACAO SEM LIMITE DE ALUNOS: A
      *                          TABELA DE 1600 AUSENCIAS POR ALUNO+
      *                          DISCIPLINA DA LUGAR AO SORT
      *                          (SORTWK1) DA CHAMADA VALIDA POR
      *                          ALUNO+DISCIPLINA, CASADO PELA CHAVE
      *                          COM O HISTORICO ANUAL NO OUTPUT
      *                          PROCEDURE
      *  V04    10/2026  010039  AVISO DO RC=16 ORIENTA A INFORMAR A
      *                          JANELA NA SYSIN DO RSPRG020 ('J')
      *                          QUANDO O RSPRG019 RODOU MAIS DE UMA
      *                          VEZ NO DIA
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*

           SELECT ARQ-CONTROLE     ASSIGN TO CONTROLE
                  FILE STATUS  IS WS-FS-CONTROLE.

           SELECT ARQ-CLASSIF      ASSIGN TO SORTWK1.
      *
       DATA DIVISION.
      *=============*
           RECORDING MODE IS F.
       01  REG-CONTROLE              PIC X(24).

      *-----> TRABALHO - AUSENCIAS VALIDAS DA CHAMADA CLASSIFICADAS
      *       POR ALUNO+DISCIPLINA (MESMA SEQUENCIA DA CHAVE DO
      *       HISTORICO ANUAL)
       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05  CL-CHAVE.
               10  CL-NUMERO              PIC 9(04).
               10  CL-DISCIPLINA          PIC X(03).
           05  CL-TIPO                PIC X(01).
               88  CL-AUSENCIA-INJUST           VALUE 'F'.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
               88  REGISTRO-INVALIDO            VALUE 'N'.
           05  WS-SW-FIM-HIST         PIC X(01)    VALUE 'N'.
               88  FIM-HISTORICO                 VALUE 'S'.
           05  WS-SW-FIM-CLASSIF      PIC X(01)    VALUE 'N'.
               88  FIM-CLASSIF                   VALUE 'S'.
           05  WS-CTL-LIDOS           PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-REJEITADOS      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-HIST-LIDOS      PIC 9(06)    VALUE ZEROS.
           05  WS-NOTA-APROV          PIC 9(02)V99 VALUE 7,00.
           05  WS-NOTA-RECUP          PIC 9(02)V99 VALUE 5,00.
           05  WS-PESO-SOMA           PIC 9(02)V99 VALUE ZEROS.

      *-----> PESOS DE CADA BIMESTRE NA MEDIA PONDERADA ANUAL -
      *       CARREGADOS DO ARQ-PARAM NO 010-INICIAR (MESMA REGUA DO
               88  AUSENCIA-JUSTIF              VALUES 'J' 'M'.
           05  FILLER                 PIC X(04).

      *-----> GRUPO CORRENTE DE AUSENCIAS CLASSIFICADAS (UM ALUNO+
      *       DISCIPLINA), CASADO PELA CHAVE COM O HISTORICO ANUAL
       01  WS-GRUPO-AUSENCIA.
           05  WS-GA-CHAVE.
               10  WS-GA-NUM              PIC 9(04).
               10  WS-GA-DISC             PIC X(03).
           05  WS-GA-FALTAS           PIC 9(03)    VALUE ZEROS.
           05  WS-GA-JUSTIF           PIC 9(03)    VALUE ZEROS.

      *-----> SAIDA - REGISTRO MONTADO PARA A LISTAGEM DE EXCECOES
       01  WS-REG-EXCECAO.
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL: CLASSIFICAR A CHAMADA VALIDA POR
      *    ALUNO+DISCIPLINA E DEPOIS VARRER O HISTORICO ANUAL
      *    GRAVANDO A FREQUENCIA APURADA
      *--------------------------------------------------------------*
       000-RSPRG019.

           PERFORM 010-INICIAR
           IF   RUN-OK
              SORT ARQ-CLASSIF
                   ON ASCENDING KEY CL-NUMERO
                                    CL-DISCIPLINA
                   INPUT PROCEDURE  IS 020-SELECIONAR-CHAMADA
                   OUTPUT PROCEDURE IS 050-APURAR-FREQUENCIA
              IF   SORT-RETURN  NOT =  ZERO
                 DISPLAY ' *** ERRO NA CLASSIFICACAO DA CHAMADA -'
                         ' SORT-RETURN='  SORT-RETURN
                 MOVE 'S'  TO  WS-SW-ABEND
              END-IF
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           END-IF
           .
      *--------------------------------------------------------------*
      *    SELECIONAR AS AUSENCIAS VALIDAS DA CHAMADA PARA A
      *    CLASSIFICACAO POR ALUNO+DISCIPLINA (INPUT PROCEDURE DO
      *    SORT)
      *--------------------------------------------------------------*
       020-SELECIONAR-CHAMADA.

           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA AUSENCIA DA CHAMADA DIARIA
      *--------------------------------------------------------------*
       025-LER-CHAMADA.
           END-READ
           .
      *--------------------------------------------------------------*
      *    VALIDAR A AUSENCIA CORRENTE E LIBERA-LA PARA A
      *    CLASSIFICACAO POR ALUNO+DISCIPLINA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           END-IF
           .
      *--------------------------------------------------------------*
      *    LIBERAR A AUSENCIA VALIDA PARA A CLASSIFICACAO POR
      *    ALUNO+DISCIPLINA
      *--------------------------------------------------------------*
       032-ACUMULAR-AUSENCIA.

           MOVE CH-NUMERO      TO  CL-NUMERO
           MOVE CH-DISCIPLINA  TO  CL-DISCIPLINA
           MOVE CH-TIPO        TO  CL-TIPO
           RELEASE REG-CLASSIF
           .
      *--------------------------------------------------------------*
      *    OBTER A PROXIMA AUSENCIA CLASSIFICADA
      *--------------------------------------------------------------*
       034-RETORNAR-AUSENCIA.

           RETURN ARQ-CLASSIF
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-CLASSIF
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    AGRUPAR AS AUSENCIAS CLASSIFICADAS DO PROXIMO ALUNO+
      *    DISCIPLINA, SOMANDO FALTAS INJUSTIFICADAS E JUSTIFICADAS.
      *    FIM DAS AUSENCIAS DEIXA A CHAMADA DO GRUPO EM HIGH-VALUES
      *--------------------------------------------------------------*
       036-AGRUPAR-AUSENCIAS.

           IF   FIM-CLASSIF
              MOVE HIGH-VALUES    TO  WS-GA-CHAVE
           ELSE
              MOVE CL-NUMERO      TO  WS-GA-NUM
              MOVE CL-DISCIPLINA  TO  WS-GA-DISC
              MOVE ZEROS          TO  WS-GA-FALTAS
              MOVE ZEROS          TO  WS-GA-JUSTIF
              PERFORM 038-SOMAR-AUSENCIA
                 UNTIL FIM-CLASSIF  OR  CL-CHAVE  NOT =  WS-GA-CHAVE
           END-IF
           .
      *--------------------------------------------------------------*
      *    SOMAR A AUSENCIA CLASSIFICADA CORRENTE NO GRUPO E OBTER A
      *    PROXIMA
      *--------------------------------------------------------------*
       038-SOMAR-AUSENCIA.

           IF   CL-AUSENCIA-INJUST
              ADD  1  TO  WS-GA-FALTAS
           ELSE
              ADD  1  TO  WS-GA-JUSTIF
           END-IF
           PERFORM 034-RETORNAR-AUSENCIA
           .
      *--------------------------------------------------------------*
      *    EMITIR O CABECALHO DO EXTRATO DE AUSENCIAS
           .
      *--------------------------------------------------------------*
      *    VARRER O HISTORICO ANUAL GRAVANDO A FREQUENCIA APURADA DO
      *    BIMESTRE EM CADA ALUNO+DISCIPLINA, CASANDO PELA CHAVE COM
      *    AS AUSENCIAS CLASSIFICADAS (ALUNO SEM AUSENCIA NA CHAMADA
      *    SAI COM 100%). GRUPOS DE AUSENCIA QUE SOBRAM SAO
      *    APONTADOS SEM HISTORICO (OUTPUT PROCEDURE DO SORT)
      *--------------------------------------------------------------*
       050-APURAR-FREQUENCIA.

           IF   RUN-OK
              MOVE 'N'  TO  WS-SW-FIM-CLASSIF
              PERFORM 034-RETORNAR-AUSENCIA
              PERFORM 036-AGRUPAR-AUSENCIAS
              PERFORM 051-LER-HISTORICO
              PERFORM 052-ATUALIZAR-FREQUENCIA
                 UNTIL FIM-HISTORICO  OR  RUN-ABENDED
              PERFORM 070-APONTAR-SEM-HISTORICO
                 UNTIL WS-GA-CHAVE  =  HIGH-VALUES  OR  RUN-ABENDED
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO HISTORICO ANUAL (SEQUENCIA DE
      *    APURAR E GRAVAR A FREQUENCIA DO BIMESTRE NO REGISTRO
      *    CORRENTE: (AULAS DADAS - FALTAS INJUSTIFICADAS) / AULAS
      *    DADAS, AS JUSTIFICADAS NAO DESCONTAM. REGISTRO REGRAVADO
      *    COM IMAGENS NO DIARIO E LINHA NO EXTRATO. GRUPOS DE
      *    AUSENCIA DE CHAVE MENOR QUE A DO HISTORICO NAO TEM
      *    REGISTRO NO HISTORICO E SAO APONTADOS ANTES
      *--------------------------------------------------------------*
       052-ATUALIZAR-FREQUENCIA.

           MOVE ZEROS  TO  WS-FALTAS-ALUNO
           MOVE ZEROS  TO  WS-JUST-ALUNO
           PERFORM 070-APONTAR-SEM-HISTORICO
              UNTIL WS-GA-CHAVE  NOT <  HA-CHAVE  OR  RUN-ABENDED
           IF   WS-GA-CHAVE  =  HA-CHAVE
              MOVE WS-GA-FALTAS  TO  WS-FALTAS-ALUNO
              MOVE WS-GA-JUSTIF  TO  WS-JUST-ALUNO
              PERFORM 036-AGRUPAR-AUSENCIAS
           END-IF
           COMPUTE WS-AULAS-PRESENTES =
                   AS-QTD-AULAS - WS-FALTAS-ALUNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REAPURAR HA-SIT-FINAL QUANDO OS 4 BIMESTRES JA FORAM
      *    RECEBIDOS, COM A MESMA REGUA DO RSPRG003 E A REGRA DE
      *    RECUPERACAO DO RSPRG008 - A FREQUENCIA APURADA DA
           END-IF
           .
      *--------------------------------------------------------------*
      *    APONTAR NA LISTAGEM DE EXCECOES O GRUPO DE AUSENCIAS DA
      *    CHAMADA DE ALUNO+DISCIPLINA SEM REGISTRO NO HISTORICO
      *    ANUAL E PASSAR AO PROXIMO GRUPO
      *--------------------------------------------------------------*
       070-APONTAR-SEM-HISTORICO.

           ADD  1  TO  WS-CTL-SEM-HIST
           MOVE WS-GA-NUM   TO  WS-EXC-NUM
           MOVE 'HA-CHAVE'  TO  WS-EXC-CAMPO
           MOVE WS-GA-DISC  TO  WS-EXC-VALOR
           MOVE 'AUSENCIA SEM HISTORICO ANUAL'
                            TO  WS-EXC-MOTIVO
           DISPLAY WS-REG-EXCECAO
           WRITE REG-EXCECAO  FROM  WS-REG-EXCECAO
           IF   WS-FS-EXCECAO  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-EXCECAO - FS='
                      WS-FS-EXCECAO
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           PERFORM 036-AGRUPAR-AUSENCIAS
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
              DISPLAY ' *========================================*'
              DISPLAY ' *   TERMINO ANORMAL DO RSPRG019 - RC=16   *'
              DISPLAY ' *   (VER ALERTA(S) ACIMA)                 *'
              DISPLAY ' *   ATUALIZACOES PARCIAIS NO HIST-ANUAL:  *'
              DISPLAY ' *   ESTORNAR PELO RSPRG020 (SYSIN:        *'
              DISPLAY ' *   RSPRG019 + C; SE O RSPRG019 RODOU    *'
              DISPLAY ' *   MAIS DE UMA VEZ NO DIA, RSPRG019 + J  *'
              DISPLAY ' *   COM A JANELA DESTA EXECUCAO) ANTES DE *'
              DISPLAY ' *   REAPRESENTAR                          *'
              DISPLAY ' *========================================*'
           ELSE
              DISPLAY ' *========================================*'
