      *           GERADO PELO RSPRG002). O RETORNO (ARQ-RETORNO)
      *           TRAZ UM REGISTRO POR DETALHE ENVIADO, COM O STATUS
      *           P (PAGO) OU R (REJEITADO) E O CODIGO DO MOTIVO.
      *           O PROGRAMA CLASSIFICA OS DOIS ARQUIVOS POR ALUNO,
      *           CASA O RETORNO COM O ULTIMO ARQ-PAGTO
      *           ENVIADO, EMITE O RELATORIO DE CONCILIACAO
      *           (ARQ-CONCIL) COM OS DETALHES PAGOS, REJEITADOS E
      *           SEM RESPOSTA E OS TOTAIS DE VALOR DE CADA GRUPO,
      *           MESMO LAYOUT DO ARQ-PAGTO) COM OS DETALHES
      *           REJEITADOS, PARA A PROXIMA REMESSA CARREGA-LOS DE
      *           NOVO. HAVENDO REJEITADO OU SEM RESPOSTA O PROGRAMA
      *           DEVOLVE RC=04 PARA A OPERACAO. O RESULTADO E A
      *           REAPRESENTACAO SAO LANCADOS NA CONTA-CORRENTE ANUAL
      *           DAS BOLSAS (ARQ-CTABOLSA, MANTIDA COM O RSPRG002).
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *  V01    09/2026  010031  VERSAO INICIAL - CONCILIACAO DO
      *                          RETORNO DO FINANCEIRO E ARQUIVO DE
      *                          REAPRESENTACAO DOS REJEITADOS
      *  V02    10/2026  010043  CONTA-CORRENTE ANUAL DAS BOLSAS
      *                          (ARQ-CTABOLSA): O RESULTADO DE CADA
      *                          DETALHE (PAGO/REJEITADO) E CADA
      *                          REAPRESENTACAO SAO LANCADOS NA
      *                          POSICAO DO TERMO; O TRAILER DO
      *                          ARQ-REAPRES E REGISTRADO NO LOG DE
      *                          REMESSAS (ARQ-REMESSA)
      *  V03    10/2026  010045  CONCILIACAO SEM LIMITE DE DETALHES:
      *                          A TABELA DE 200 POSICOES E A BUSCA
      *                          SEQUENCIAL DE CADA RETORNO DAO LUGAR
      *                          A CLASSIFICACAO (SORT) DO ARQ-PAGTO E
      *                          DO RETORNO POR ALUNO E AO CASAMENTO
      *                          DOS DOIS (BALANCE LINE); A
      *                          CONCILIACAO SAI EM ORDEM DE ALUNO
      *  V04    10/2026  010043  CONTA DO ANO DA REMESSA QUE NAO
      *                          AGUARDA O EVENTO (RETORNO OU
      *                          REAPRESENTACAO) NO TERMO TAMBEM
      *                          TENTA A CONTA DO ANO ANTERIOR
      *  V05    10/2026  010043  O TERMO GUARDA A DATA DO ARQUIVO QUE
      *                          O MOVEU (REMESSA DO RSPRG002 OU
      *                          REAPRESENTACAO GERADA AQUI): RETORNO
      *                          E REAPRESENTACAO SO SAO LANCADOS SE
      *                          ESSA DATA FOR A DO HEADER DO ARQ-PAGTO
      *                          CONCILIADO (RETORNO REPROCESSADO OU DE
      *                          REMESSA JA SUPERADA E IGNORADO)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*

           SELECT ARQ-REAPRES      ASSIGN TO REAPRES
                  FILE STATUS  IS WS-FS-REAPRES.

           SELECT ARQ-CTABOLSA     ASSIGN TO CTABOLSA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CB-CHAVE
                  FILE STATUS   IS WS-FS-CTABOLSA.

           SELECT ARQ-REMESSA      ASSIGN TO REMESSA
                  FILE STATUS  IS WS-FS-REMESSA.

           SELECT ARQ-PAGCLA       ASSIGN TO PAGCLA
                  FILE STATUS  IS WS-FS-PAGCLA.

           SELECT ARQ-CLASPAG      ASSIGN TO SORTWK1.

           SELECT ARQ-CLASRET      ASSIGN TO SORTWK2.
      *
       DATA DIVISION.
      *=============*
           RECORDING MODE IS F.
       01  REG-REAPRES               PIC X(42).

      *-----> CONTA-CORRENTE ANUAL DAS BOLSAS - ANO + ALUNO, UMA
      *       POSICAO POR TERMO (MESMO LAYOUT DO RSPRG002). SITUACAO
      *       DO TERMO: ' ' SEM BOLSA / 'G' GERADO / 'P' PAGO /
      *       'R' REJEITADO / 'A' REAPRESENTADO. A DATA DA REMESSA E
      *       A DO HEADER DO ARQUIVO QUE LEVOU O TERMO AO FINANCEIRO
      *       (ARQ-PAGTO DO RSPRG002 OU ARQ-REAPRES DESTE PROGRAMA)
       FD  ARQ-CTABOLSA
           LABEL RECORDS ARE STANDARD.
       01  REG-CONTA-BOLSA.
           05  CB-CHAVE.
               10  CB-ANO                 PIC 9(04).
               10  CB-NUMERO              PIC 9(04).
           05  CB-NOME                PIC X(20).
           05  CB-CURSO               PIC X(12).
           05  CB-TERMO               OCCURS 4 TIMES.
               10  CB-T-SITUACAO          PIC X(01).
               10  CB-T-DATA-REMESSA      PIC 9(08).
               10  CB-T-VLR-GERADO        PIC 9(03)V99.
               10  CB-T-VLR-PAGO          PIC 9(03)V99.
               10  CB-T-VLR-REJEITADO     PIC 9(05)V99.
               10  CB-T-VLR-REAPRES       PIC 9(05)V99.
               10  CB-T-QTD-REAPRES       PIC 9(02).
               10  CB-T-MOTIVO            PIC X(03).
           05  FILLER                 PIC X(08).

      *-----> LOG DAS REMESSAS ENVIADAS AO FINANCEIRO (MESMO LAYOUT
      *       DO RSPRG002) - AQUI REGISTRA O TRAILER DA
      *       REAPRESENTACAO (TIPO 'R')
       FD  ARQ-REMESSA
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-REMESSA               PIC X(40).

      *-----> TRABALHO - DETALHES DO ARQ-PAGTO CLASSIFICADOS POR
      *       ALUNO (GERADO PELA CLASSIFICACAO ARQ-CLASPAG; A
      *       SEQUENCIA MANTEM A ORDEM DO ARQ-PAGTO NO MESMO ALUNO)
       FD  ARQ-PAGCLA
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-PAGCLA.
           05  PC-NUMERO              PIC 9(04).
           05  PC-SEQ                 PIC 9(06).
           05  PC-NOME                PIC X(20).
           05  PC-CURSO               PIC X(12).
           05  PC-VALOR               PIC 9(03)V99.

      *-----> CLASSIFICACAO DOS DETALHES DO ARQ-PAGTO POR ALUNO
      *       (MESMO LAYOUT DO ARQ-PAGCLA)
       SD  ARQ-CLASPAG.
       01  REG-CLASPAG.
           05  CP-NUMERO              PIC 9(04).
           05  CP-SEQ                 PIC 9(06).
           05  CP-NOME                PIC X(20).
           05  CP-CURSO               PIC X(12).
           05  CP-VALOR               PIC 9(03)V99.

      *-----> CLASSIFICACAO DOS RETORNOS VALIDOS POR ALUNO. A
      *       SEQUENCIA DE LEITURA FAZ A ULTIMA RESPOSTA DUPLICADA
      *       PREVALECER
       SD  ARQ-CLASRET.
       01  REG-CLASRET.
           05  CR-NUMERO              PIC 9(04).
           05  CR-SEQ                 PIC 9(06).
           05  CR-STATUS              PIC X(01).
           05  CR-MOTIVO              PIC X(03).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  WS-FS-RETORNO          PIC X(02)    VALUE ZEROS.
           05  WS-FS-CONCIL           PIC X(02)    VALUE ZEROS.
           05  WS-FS-REAPRES          PIC X(02)    VALUE ZEROS.
           05  WS-FS-CTABOLSA         PIC X(02)    VALUE ZEROS.
           05  WS-FS-REMESSA          PIC X(02)    VALUE ZEROS.
           05  WS-FS-PAGCLA           PIC X(02)    VALUE ZEROS.
           05  WS-SW-CONTA            PIC X(01)    VALUE 'N'.
               88  CONTA-LOCALIZADA              VALUE 'S'.
           05  WS-SW-EVENTO           PIC X(01)    VALUE SPACE.
               88  EVENTO-RETORNO                VALUE 'T'.
               88  EVENTO-REAPRES                VALUE 'A'.
           05  WS-SW-AGUARDA          PIC X(01)    VALUE 'N'.
               88  TERMO-AGUARDA                 VALUE 'S'.
           05  WS-ANO-REMESSA         PIC 9(04)    VALUE ZEROS.
           05  WS-DATA-REMESSA        PIC 9(08)    VALUE ZEROS.
           05  WS-ANO-CONTA           PIC 9(04)    VALUE ZEROS.
           05  WS-IDX-TER             PIC 9(04)    VALUE ZEROS.
           05  WS-CTL-CONTA-LANCADAS  PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-CONTA-RECUSADAS PIC 9(06)    VALUE ZEROS.
           05  WS-SW-FIM-PAGTO        PIC X(01)    VALUE 'N'.
               88  FIM-PAGTO                     VALUE 'S'.
           05  WS-SW-TRAILER          PIC X(01)    VALUE 'N'.
               88  TRAILER-RECEBIDO              VALUE 'S'.
           05  WS-SW-FIM-PAGCLA       PIC X(01)    VALUE 'N'.
               88  FIM-PAGCLA                    VALUE 'S'.
           05  WS-SW-FIM-CLASRET      PIC X(01)    VALUE 'N'.
               88  FIM-CLASRET                   VALUE 'S'.
           05  WS-QTD-DETALHES        PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-DETALHES        PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-RETORNOS        PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-SEM-DETALHE     PIC 9(06)    VALUE ZEROS.
       01  WS-REG-PAGTO-HEADER  REDEFINES  WS-REG-PAGTO.
           05  FILLER                 PIC X(01).
           05  PG-H-DATA              PIC 9(08).
           05  FILLER                 REDEFINES PG-H-DATA.
               10  PG-H-ANO               PIC 9(04).
               10  FILLER                 PIC 9(04).
           05  PG-H-TERMO             PIC 9(02).
           05  FILLER                 PIC X(31).

           05  RT-VALOR               PIC 9(03)V99.
           05  FILLER                 PIC X(07).

      *-----> DETALHE CORRENTE DO ULTIMO ARQ-PAGTO ENVIADO, COM O
      *       RESULTADO DO RETORNO (P PAGO / R REJEITADO / S SEM
      *       RESPOSTA)
       01  WS-DETALHE-PAGTO.
           05  WS-TP-NUMERO           PIC 9(04).
           05  WS-TP-NOME             PIC X(20).
           05  WS-TP-CURSO            PIC X(12).
           05  WS-TP-VALOR            PIC 9(03)V99.
           05  WS-TP-RESULT           PIC X(01).
           05  WS-TP-MOTIVO           PIC X(03).

      *-----> SAIDA - REGISTROS MONTADOS PARA A REAPRESENTACAO
      *       (MESMOS LAYOUTS DO ARQ-PAGTO DO RSPRG002)
           05  WS-RT-SOMA             PIC 9(07)V99.
           05  FILLER                 PIC X(26)    VALUE SPACES.

      *-----> REGISTRO DO LOG DE REMESSAS AO FINANCEIRO (MESMO LAYOUT
      *       NO RSPRG002 E NO RSPRG026)
       01  WS-REG-REMESSA.
           05  RM-ANO                 PIC 9(04).
           05  RM-TERMO               PIC 9(02).
           05  RM-TIPO                PIC X(01).
           05  RM-DATA                PIC 9(08).
           05  RM-QTD                 PIC 9(06).
           05  RM-SOMA                PIC 9(07)V99.
           05  FILLER                 PIC X(10)    VALUE SPACES.

      *-----> SAIDA - LINHA DE DETALHE DO RELATORIO DE CONCILIACAO
       01  WS-LIN-CONCIL.
           05  FILLER                 PIC X(07)    VALUE ' ALUNO '.
       000-RSPRG014.

           PERFORM 010-INICIAR
           IF   RUN-OK
              SORT ARQ-CLASPAG
                   ON ASCENDING KEY CP-NUMERO
                                    CP-SEQ
                   INPUT PROCEDURE  IS 015-CARREGAR-PAGTO
                   GIVING ARQ-PAGCLA
              IF   SORT-RETURN  NOT =  ZERO
                 DISPLAY ' *** ERRO NA CLASSIFICACAO DO ARQ-PAGTO -'
                         ' SORT-RETURN='  SORT-RETURN
                 MOVE 'S'  TO  WS-SW-ABEND
              END-IF
           END-IF
           IF   RUN-OK
              SORT ARQ-CLASRET
                   ON ASCENDING KEY CR-NUMERO
                                    CR-SEQ
                   INPUT PROCEDURE  IS 020-SELECIONAR-RETORNO
                   OUTPUT PROCEDURE IS 050-EMITIR-CONCILIACAO
              IF   SORT-RETURN  NOT =  ZERO
                 DISPLAY ' *** ERRO NA CLASSIFICACAO DO RETORNO -'
                         ' SORT-RETURN='  SORT-RETURN
                 MOVE 'S'  TO  WS-SW-ABEND
              END-IF
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - ABRIR OS ARQUIVOS
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN INPUT ARQ-RETORNO
           OPEN OUTPUT ARQ-CONCIL
           OPEN OUTPUT ARQ-REAPRES
           OPEN I-O ARQ-CTABOLSA
           IF   WS-FS-PAGTO    NOT =  '00'  OR
                WS-FS-RETORNO  NOT =  '00'  OR
                WS-FS-CONCIL   NOT =  '00'  OR
                WS-FS-REAPRES  NOT =  '00'  OR
                WS-FS-CTABOLSA NOT =  '00'
              DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS -'
                      ' PAGTO='    WS-FS-PAGTO
                      ' RETORNO='  WS-FS-RETORNO
                      ' CONCIL='   WS-FS-CONCIL
                      ' REAPRES='  WS-FS-REAPRES
                      ' CTABOLSA=' WS-FS-CTABOLSA
              MOVE 'S'  TO  WS-FIM
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR O ARQ-PAGTO NA CLASSIFICACAO: HEADER (TERMO DA
      *    REMESSA), UM DETALHE POR ALUNO E TRAILER, COM BATIMENTO DE
      *    QTDE E SOMATORIO - ARQUIVO FORA DO LAYOUT OU COM BATIMENTO
      *    FURADO E ABEND
      *--------------------------------------------------------------*
       015-CARREGAR-PAGTO.

           EVALUATE PG-TIPO
              WHEN 'H'
                 MOVE PG-H-TERMO  TO  WS-RH-TERMO
                 MOVE PG-H-ANO    TO  WS-ANO-REMESSA
                 MOVE PG-H-DATA   TO  WS-DATA-REMESSA
                 MOVE PG-H-ANO    TO  WS-ANO-CONTA
              WHEN 'D'
                 PERFORM 018-GUARDAR-DETALHE
              WHEN 'T'
           END-IF
           .
      *--------------------------------------------------------------*
      *    LIBERAR UM DETALHE DO ARQ-PAGTO PARA A CLASSIFICACAO
      *    (TODOS FICAM 'SEM RESPOSTA' ATE O RETORNO SER CASADO). A
      *    SOMA DOS SEM RESPOSTA COMECA COMO A SOMA ENVIADA, PARA O
      *    BATIMENTO DO TRAILER
      *--------------------------------------------------------------*
       018-GUARDAR-DETALHE.

           ADD  1  TO  WS-QTD-DETALHES
           ADD  1  TO  WS-CTL-DETALHES
           MOVE PG-D-NUMERO      TO  CP-NUMERO
           MOVE WS-CTL-DETALHES  TO  CP-SEQ
           MOVE PG-D-NOME        TO  CP-NOME
           MOVE PG-D-CURSO       TO  CP-CURSO
           MOVE PG-D-VALOR       TO  CP-VALOR
           ADD  PG-D-VALOR       TO  WS-SOMA-SEM-RESP
           RELEASE REG-CLASPAG
           .
      *--------------------------------------------------------------*
      *    LER O RETORNO DO FINANCEIRO E LIBERAR OS REGISTROS VALIDOS
      *    PARA A CLASSIFICACAO POR ALUNO
      *--------------------------------------------------------------*
       020-SELECIONAR-RETORNO.

           PERFORM 025-LER-RETORNO
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO RETORNO DO FINANCEIRO
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONSISTIR O RETORNO CORRENTE E LIBERA-LO PARA O CASAMENTO
      *    COM O DETALHE ENVIADO
      *--------------------------------------------------------------*
       030-PROCESSAR.

                         RT-NUMERO  ' STATUS '  RT-STATUS
                 ADD  1  TO  WS-CTL-SEM-DETALHE
              WHEN OTHER
                 MOVE RT-NUMERO        TO  CR-NUMERO
                 MOVE WS-CTL-RETORNOS  TO  CR-SEQ
                 MOVE RT-STATUS        TO  CR-STATUS
                 MOVE RT-MOTIVO        TO  CR-MOTIVO
                 RELEASE REG-CLASRET
           END-EVALUATE
           PERFORM 025-LER-RETORNO
           .
      *--------------------------------------------------------------*
      *    MARCAR NO DETALHE CORRENTE O RESULTADO DO RETORNO
      *    CORRENTE (MESMO ALUNO). RESPOSTA DUPLICADA SAI NOS TOTAIS
      *    DE CONTROLE E A ULTIMA PREVALECE
      *--------------------------------------------------------------*
       032-MARCAR-RESULTADO.

           IF   WS-TP-RESULT  NOT =  'S'
              DISPLAY ' *** RESPOSTA DUPLICADA NO RETORNO -'
                      ' ALUNO '  CR-NUMERO
                      ' (PREVALECE A ULTIMA)'
              ADD  1  TO  WS-CTL-DUPLICADOS
           END-IF
           MOVE CR-STATUS  TO  WS-TP-RESULT
           MOVE CR-MOTIVO  TO  WS-TP-MOTIVO
           PERFORM 053-RETORNAR-RETORNO
           .
      *--------------------------------------------------------------*
      *    DESCARTAR O RETORNO CORRENTE, DE ALUNO SEM DETALHE ENVIADO
      *    (SAI NOS TOTAIS DE CONTROLE)
      *--------------------------------------------------------------*
       034-DESCARTAR-RETORNO.

           DISPLAY ' *** RETORNO SEM DETALHE ENVIADO - ALUNO '
                   CR-NUMERO
           ADD  1  TO  WS-CTL-SEM-DETALHE
           PERFORM 053-RETORNAR-RETORNO
           .
      *--------------------------------------------------------------*
      *    CASAR OS DETALHES ENVIADOS (ARQ-PAGCLA) COM OS RETORNOS
      *    CLASSIFICADOS, AMBOS EM ORDEM DE ALUNO, E EMITIR O
      *    RELATORIO DE CONCILIACAO E O ARQUIVO DE REAPRESENTACAO
      *--------------------------------------------------------------*
       050-EMITIR-CONCILIACAO.

           OPEN INPUT ARQ-PAGCLA
           IF   WS-FS-PAGCLA  NOT =  '00'
              DISPLAY ' *** ERRO ABRINDO ARQ-PAGCLA - FS='
                      WS-FS-PAGCLA
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              PERFORM 060-GRAVAR-REAPRESENTACAO
              PERFORM 051-LER-PAGCLA
              PERFORM 053-RETORNAR-RETORNO
              PERFORM 057-CASAR-DETALHE
                 UNTIL FIM-PAGCLA  OR  RUN-ABENDED
              PERFORM 034-DESCARTAR-RETORNO
                 UNTIL FIM-CLASRET
              PERFORM 066-FECHAR-REAPRESENTACAO
              CLOSE ARQ-PAGCLA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO DETALHE ENVIADO, JA EM ORDEM DE ALUNO
      *--------------------------------------------------------------*
       051-LER-PAGCLA.

           READ ARQ-PAGCLA
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-PAGCLA
           END-READ
           .
      *--------------------------------------------------------------*
      *    OBTER O PROXIMO RETORNO CLASSIFICADO
      *--------------------------------------------------------------*
       053-RETORNAR-RETORNO.

           RETURN ARQ-CLASRET
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-CLASRET
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    CASAR O DETALHE CORRENTE: DESCARTAR OS RETORNOS DE ALUNO
      *    MENOR (SEM DETALHE), APLICAR OS DO MESMO ALUNO E EMITIR A
      *    LINHA DA CONCILIACAO E, SE REJEITADO, A REAPRESENTACAO
      *--------------------------------------------------------------*
       057-CASAR-DETALHE.

           MOVE PC-NUMERO  TO  WS-TP-NUMERO
           MOVE PC-NOME    TO  WS-TP-NOME
           MOVE PC-CURSO   TO  WS-TP-CURSO
           MOVE PC-VALOR   TO  WS-TP-VALOR
           MOVE 'S'        TO  WS-TP-RESULT
           MOVE SPACES     TO  WS-TP-MOTIVO
           PERFORM 034-DESCARTAR-RETORNO
              UNTIL FIM-CLASRET  OR  CR-NUMERO  NOT <  PC-NUMERO
           PERFORM 032-MARCAR-RESULTADO
              UNTIL FIM-CLASRET  OR  CR-NUMERO  NOT =  PC-NUMERO
           PERFORM 052-GRAVAR-LINHA-CONCIL
           PERFORM 062-GRAVAR-DET-REAPRES
           PERFORM 051-LER-PAGCLA
           .
      *--------------------------------------------------------------*
      *    GRAVAR A LINHA DE UM DETALHE NO RELATORIO DE CONCILIACAO
      *--------------------------------------------------------------*
       052-GRAVAR-LINHA-CONCIL.

           MOVE WS-TP-NUMERO  TO  WS-CON-NUMERO
           MOVE WS-TP-NOME    TO  WS-CON-NOME
           MOVE WS-TP-CURSO   TO  WS-CON-CURSO
           MOVE WS-TP-VALOR   TO  WS-CON-VALOR
           MOVE WS-TP-MOTIVO  TO  WS-CON-MOTIVO
           EVALUATE WS-TP-RESULT
              WHEN 'P'
                 MOVE 'PAGO'          TO  WS-CON-RESULT
                 ADD  1               TO  WS-QTD-PAGOS
                 ADD  WS-TP-VALOR     TO  WS-SOMA-PAGOS
                 SUBTRACT WS-TP-VALOR FROM  WS-SOMA-SEM-RESP
              WHEN 'R'
                 MOVE 'REJEITADO'     TO  WS-CON-RESULT
                 ADD  1               TO  WS-QTD-REJEITADOS
                 ADD  WS-TP-VALOR     TO  WS-SOMA-REJEITADOS
                 SUBTRACT WS-TP-VALOR FROM  WS-SOMA-SEM-RESP
              WHEN OTHER
                 MOVE 'SEM RESPOSTA'  TO  WS-CON-RESULT
                 ADD  1               TO  WS-QTD-SEM-RESP
           END-EVALUATE
           IF   WS-TP-RESULT  =  'P'  OR
                WS-TP-RESULT  =  'R'
              PERFORM 054-LANCAR-RETORNO
           END-IF
           DISPLAY WS-LIN-CONCIL
           WRITE REG-CONCIL  FROM  WS-LIN-CONCIL
           IF   WS-FS-CONCIL  NOT =  '00'
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O ARQUIVO DE REAPRESENTACAO: HEADER COM A DATA DE
      *    HOJE E O TERMO DA REMESSA ORIGINAL (OS DETALHES SAEM NO
      *    CASAMENTO E O TRAILER NO 066-FECHAR-REAPRESENTACAO)
      *--------------------------------------------------------------*
       060-GRAVAR-REAPRESENTACAO.

                      WS-FS-REAPRES
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAR O ARQUIVO DE REAPRESENTACAO: TRAILER COM QTDE E
      *    SOMATORIO PARA O BATIMENTO DO FINANCEIRO
      *--------------------------------------------------------------*
       066-FECHAR-REAPRESENTACAO.

           MOVE WS-REA-QTD   TO  WS-RT-QTD
           MOVE WS-REA-SOMA  TO  WS-RT-SOMA
           WRITE REG-REAPRES  FROM  WS-REG-REAPRES-TRAILER
              DISPLAY ' *** ERRO GRAVANDO ARQ-REAPRES - FS='
                      WS-FS-REAPRES
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              IF   WS-REA-QTD  >  ZEROS
                 PERFORM 064-REGISTRAR-REMESSA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
       062-GRAVAR-DET-REAPRES.

           IF   WS-TP-RESULT  =  'R'
              MOVE WS-TP-NUMERO  TO  WS-RD-NUMERO
              MOVE WS-TP-NOME    TO  WS-RD-NOME
              MOVE WS-TP-CURSO   TO  WS-RD-CURSO
              MOVE WS-TP-VALOR   TO  WS-RD-VALOR
              ADD  1             TO  WS-REA-QTD
              ADD  WS-TP-VALOR   TO  WS-REA-SOMA
              WRITE REG-REAPRES  FROM  WS-REG-REAPRES-DET
              IF   WS-FS-REAPRES  NOT =  '00'
                 DISPLAY ' *** ERRO GRAVANDO ARQ-REAPRES - FS='
                         WS-FS-REAPRES
                 MOVE 'S'  TO  WS-SW-ABEND
              ELSE
                 PERFORM 056-LANCAR-REAPRES
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LANCAR NA CONTA-CORRENTE O RESULTADO DO DETALHE CORRENTE
      *    (PAGO OU REJEITADO). SO RECEBE O LANCAMENTO O TERMO
      *    AGUARDANDO RETORNO (GERADO OU REAPRESENTADO) CUJA DATA DA
      *    REMESSA E A DO HEADER DO ARQ-PAGTO CONCILIADO. O RETORNO
      *    PROCESSADO DE NOVO ENCONTRA O TERMO JA PAGO, REJEITADO OU
      *    REAPRESENTADO COM A DATA DA REAPRESENTACAO, E O RETORNO DE
      *    UMA REMESSA JA REAPRESENTADA ENCONTRA OUTRA DATA - NOS DOIS
      *    CASOS O LANCAMENTO E IGNORADO
      *--------------------------------------------------------------*
       054-LANCAR-RETORNO.

           MOVE 'T'  TO  WS-SW-EVENTO
           PERFORM 058-LOCALIZAR-CONTA
           IF   CONTA-LOCALIZADA
              PERFORM 063-CONFERIR-AGUARDA
              IF   TERMO-AGUARDA
                 IF   WS-TP-RESULT  =  'P'
                    ADD  WS-TP-VALOR  TO  CB-T-VLR-PAGO (WS-IDX-TER)
                    MOVE 'P'          TO  CB-T-SITUACAO (WS-IDX-TER)
                    MOVE SPACES       TO  CB-T-MOTIVO (WS-IDX-TER)
                 ELSE
                    ADD  WS-TP-VALOR
                                 TO  CB-T-VLR-REJEITADO (WS-IDX-TER)
                    MOVE 'R'          TO  CB-T-SITUACAO (WS-IDX-TER)
                    MOVE WS-TP-MOTIVO TO  CB-T-MOTIVO (WS-IDX-TER)
                 END-IF
                 PERFORM 059-REGRAVAR-CONTA
              ELSE
                 DISPLAY ' *** ALERTA - TERMO ' WS-RH-TERMO
                         ' DO ALUNO '  WS-TP-NUMERO
                         ' NAO AGUARDA ESTE RETORNO NA CONTA-CORRENTE'
                         ' (SITUACAO '  CB-T-SITUACAO (WS-IDX-TER)
                         ' REMESSA '  CB-T-DATA-REMESSA (WS-IDX-TER)
                         ' ARQ-PAGTO '  WS-DATA-REMESSA
                         ') - LANCAMENTO IGNORADO'
                 ADD  1  TO  WS-CTL-CONTA-RECUSADAS
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LANCAR NA CONTA-CORRENTE A REAPRESENTACAO DO DETALHE
      *    REJEITADO CORRENTE (ACUMULA VALOR E QUANTIDADE E DEIXA O
      *    TERMO AGUARDANDO O RETORNO DA REAPRESENTACAO, COM A DATA
      *    DE GERACAO DELA COMO DATA DA REMESSA)
      *--------------------------------------------------------------*
       056-LANCAR-REAPRES.

           MOVE 'A'  TO  WS-SW-EVENTO
           PERFORM 058-LOCALIZAR-CONTA
           IF   CONTA-LOCALIZADA
              PERFORM 063-CONFERIR-AGUARDA
              IF   TERMO-AGUARDA
                 ADD  WS-TP-VALOR
                                 TO  CB-T-VLR-REAPRES (WS-IDX-TER)
                 ADD  1          TO  CB-T-QTD-REAPRES (WS-IDX-TER)
                 MOVE 'A'        TO  CB-T-SITUACAO (WS-IDX-TER)
                 MOVE WS-REA-DATA-GER
                                 TO  CB-T-DATA-REMESSA (WS-IDX-TER)
                 PERFORM 059-REGRAVAR-CONTA
              ELSE
                 DISPLAY ' *** ALERTA - TERMO ' WS-RH-TERMO
                         ' DO ALUNO '  WS-TP-NUMERO
                         ' NAO ESTA REJEITADO NA CONTA-CORRENTE'
                         ' (SITUACAO '  CB-T-SITUACAO (WS-IDX-TER)
                         ' REMESSA '  CB-T-DATA-REMESSA (WS-IDX-TER)
                         ' ARQ-PAGTO '  WS-DATA-REMESSA
                         ') - REAPRESENTACAO NAO LANCADA'
                 ADD  1  TO  WS-CTL-CONTA-RECUSADAS
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR A CONTA DO ALUNO DO DETALHE CORRENTE NO ANO DA
      *    REMESSA. A REAPRESENTACAO DE FIM DE ANO PODE SER GERADA JA
      *    NO ANO SEGUINTE - NAO ACHANDO NO ANO DO HEADER, OU ACHANDO
      *    UMA CONTA CUJO TERMO NAO AGUARDA O EVENTO CORRENTE, TENTA O
      *    ANO ANTERIOR
      *--------------------------------------------------------------*
       058-LOCALIZAR-CONTA.

           MOVE 'N'  TO  WS-SW-CONTA
           IF   WS-RH-TERMO  <  1  OR  WS-RH-TERMO  >  4
              DISPLAY ' *** ALERTA - TERMO DA REMESSA FORA DE 1 A 4 -'
                      ' ALUNO '  WS-TP-NUMERO
                      ' FORA DA CONTA-CORRENTE'
              ADD  1  TO  WS-CTL-CONTA-RECUSADAS
           ELSE
              MOVE WS-RH-TERMO                 TO  WS-IDX-TER
              MOVE WS-ANO-REMESSA              TO  CB-ANO
              MOVE WS-TP-NUMERO   TO  CB-NUMERO
              READ ARQ-CTABOLSA
                 INVALID KEY
                    COMPUTE CB-ANO = WS-ANO-REMESSA - 1
                    READ ARQ-CTABOLSA
                       INVALID KEY
                          DISPLAY ' *** ALERTA - ALUNO '
                                  WS-TP-NUMERO
                                  ' SEM CONTA-CORRENTE DE BOLSA NO'
                                  ' ANO '  WS-ANO-REMESSA
                                  ' - LANCAMENTO IGNORADO'
                          ADD  1  TO  WS-CTL-CONTA-RECUSADAS
                       NOT INVALID KEY
                          MOVE 'S'     TO  WS-SW-CONTA
                          MOVE CB-ANO  TO  WS-ANO-CONTA
                    END-READ
                 NOT INVALID KEY
                    MOVE 'S'  TO  WS-SW-CONTA
                    PERFORM 063-CONFERIR-AGUARDA
                    IF   NOT TERMO-AGUARDA
                       PERFORM 055-LOCALIZAR-ANO-ANTERIOR
                    END-IF
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    A CONTA DO ANO DA REMESSA NAO AGUARDA O EVENTO NO TERMO:
      *    SE A DO ANO ANTERIOR AGUARDA, O LANCAMENTO VAI PARA ELA;
      *    SENAO, VOLTA A CONTA DO ANO DA REMESSA (E O ALERTA DO
      *    LANCAMENTO MOSTRA A SITUACAO DELA)
      *--------------------------------------------------------------*
       055-LOCALIZAR-ANO-ANTERIOR.

           COMPUTE CB-ANO = WS-ANO-REMESSA - 1
           READ ARQ-CTABOLSA
              INVALID KEY
                 MOVE 'N'  TO  WS-SW-AGUARDA
              NOT INVALID KEY
                 PERFORM 063-CONFERIR-AGUARDA
           END-READ
           IF   TERMO-AGUARDA
              MOVE CB-ANO  TO  WS-ANO-CONTA
           ELSE
              MOVE WS-ANO-REMESSA  TO  CB-ANO
              MOVE WS-TP-NUMERO    TO  CB-NUMERO
              READ ARQ-CTABOLSA
                 INVALID KEY
                    MOVE 'N'  TO  WS-SW-CONTA
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR SE O TERMO DA CONTA LIDA AGUARDA O EVENTO
      *    CORRENTE: O RETORNO SO E LANCADO EM TERMO GERADO OU
      *    REAPRESENTADO (G/A); A REAPRESENTACAO, EM TERMO REJEITADO.
      *    NOS DOIS CASOS A DATA DA REMESSA DO TERMO TEM DE SER A DO
      *    HEADER DO ARQ-PAGTO CONCILIADO
      *--------------------------------------------------------------*
       063-CONFERIR-AGUARDA.

           MOVE 'N'  TO  WS-SW-AGUARDA
           EVALUATE TRUE
              WHEN CB-T-DATA-REMESSA (WS-IDX-TER)
                                       NOT =  WS-DATA-REMESSA
                 CONTINUE
              WHEN EVENTO-RETORNO
                 IF   CB-T-SITUACAO (WS-IDX-TER)  =  'G'  OR
                      CB-T-SITUACAO (WS-IDX-TER)  =  'A'
                    MOVE 'S'  TO  WS-SW-AGUARDA
                 END-IF
              WHEN EVENTO-REAPRES
                 IF   CB-T-SITUACAO (WS-IDX-TER)  =  'R'
                    MOVE 'S'  TO  WS-SW-AGUARDA
                 END-IF
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    REGRAVAR A CONTA-CORRENTE DO ALUNO
      *--------------------------------------------------------------*
       059-REGRAVAR-CONTA.

           REWRITE REG-CONTA-BOLSA
           IF   WS-FS-CTABOLSA  =  '00'
              ADD  1  TO  WS-CTL-CONTA-LANCADAS
           ELSE
              DISPLAY ' *** ERRO REGRAVANDO ARQ-CTABOLSA - FS='
                      WS-FS-CTABOLSA
              MOVE 'S'  TO  WS-SW-ABEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGISTRAR O TRAILER DA REAPRESENTACAO NO LOG DE REMESSAS
      *    (BATIMENTO ANUAL DA CONTA-CORRENTE DAS BOLSAS), NO ANO
      *    LETIVO DA CONTA. SE O LOG AINDA NAO EXISTIR, CRIA-LO
      *--------------------------------------------------------------*
       064-REGISTRAR-REMESSA.

           OPEN EXTEND ARQ-REMESSA
           IF   WS-FS-REMESSA  =  '35'
              OPEN OUTPUT ARQ-REMESSA
           END-IF
           IF   WS-FS-REMESSA  NOT =  '00'
              DISPLAY ' *** ERRO ABRINDO ARQ-REMESSA - FS='
                      WS-FS-REMESSA
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              MOVE WS-ANO-CONTA     TO  RM-ANO
              MOVE WS-RH-TERMO      TO  RM-TERMO
              MOVE 'R'              TO  RM-TIPO
              MOVE WS-REA-DATA-GER  TO  RM-DATA
              MOVE WS-REA-QTD       TO  RM-QTD
              MOVE WS-REA-SOMA      TO  RM-SOMA
              WRITE REG-REMESSA  FROM  WS-REG-REMESSA
              IF   WS-FS-REMESSA  NOT =  '00'
                 DISPLAY ' *** ERRO GRAVANDO ARQ-REMESSA - FS='
                         WS-FS-REMESSA
                 MOVE 'S'  TO  WS-SW-ABEND
              END-IF
              CLOSE ARQ-REMESSA
           END-IF
           .
      *--------------------------------------------------------------*
           CLOSE ARQ-RETORNO
           CLOSE ARQ-CONCIL
           CLOSE ARQ-REAPRES
           CLOSE ARQ-CTABOLSA

           IF   RUN-ABENDED
              MOVE 16  TO  RETURN-CODE
                      WS-CTL-DUPLICADOS
              DISPLAY ' * DETALHES NA REAPRESENTACAO  = '
                      WS-REA-QTD
              DISPLAY ' * LANCAMENTOS NA CONTA-CORR.  = '
                      WS-CTL-CONTA-LANCADAS
              DISPLAY ' * LANCAMENTOS RECUSADOS       = '
                      WS-CTL-CONTA-RECUSADAS
              IF   WS-QTD-REJEITADOS  >  ZEROS  OR
                   WS-QTD-SEM-RESP    >  ZEROS
                 MOVE 04  TO  RETURN-CODE
