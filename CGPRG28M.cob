       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG026.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: INFORME ANUAL DAS BOLSAS DE INCENTIVO. LE A
      *           CONTA-CORRENTE ANUAL DAS BOLSAS (ARQ-CTABOLSA,
      *           LANCADA PELO RSPRG002 E PELO RSPRG014) DO ANO
      *           INFORMADO NA SYSIN E EMITE, PARA CADA ALUNO, UMA
      *           PAGINA COM OS VALORES TERMO A TERMO (GERADO, PAGO,
      *           REJEITADO E REAPRESENTADO) E OS TOTAIS DO ANO.
      *           FECHA COM O RESUMO PARA O FINANCEIRO: POR TERMO, O
      *           TOTAL GERADO E O REAPRESENTADO NA CONTA-CORRENTE
      *           BATIDOS CONTRA OS TRAILERS DAS REMESSAS ENVIADAS
      *           NO ANO (LOG ARQ-REMESSA), O PAGO, O REJEITADO E O
      *           VALOR AINDA AGUARDANDO RETORNO. BATIMENTO
      *           DIVERGENTE DEVOLVE RC=04 PARA A OPERACAO.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  010043  VERSAO INICIAL - INFORME ANUAL POR
      *                          ALUNO E BATIMENTO DA CONTA-CORRENTE
      *                          COM OS TRAILERS DAS REMESSAS
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
           SELECT ARQ-CTABOLSA     ASSIGN TO CTABOLSA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CB-CHAVE
                  FILE STATUS   IS WS-FS-CTABOLSA.

           SELECT ARQ-REMESSA      ASSIGN TO REMESSA
                  FILE STATUS  IS WS-FS-REMESSA.

           SELECT ARQ-INFORME      ASSIGN TO INFORME
                  FILE STATUS  IS WS-FS-INFORME.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> CONTA-CORRENTE ANUAL DAS BOLSAS - ANO + ALUNO, UMA
      *       POSICAO POR TERMO (MESMO LAYOUT DO RSPRG002/RSPRG014)
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
      *       DO RSPRG002/RSPRG014)
       FD  ARQ-REMESSA
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-REMESSA               PIC X(40).

      *-----> SAIDA - INFORME POR ALUNO E RESUMO PARA O FINANCEIRO
      *       (132 COLUNAS)
       FD  ARQ-INFORME
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-INFORME               PIC X(132).

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
           05  WS-FS-CTABOLSA         PIC X(02)    VALUE ZEROS.
           05  WS-FS-REMESSA          PIC X(02)    VALUE ZEROS.
           05  WS-FS-INFORME          PIC X(02)    VALUE ZEROS.
           05  WS-SW-FIM-REMESSA      PIC X(01)    VALUE 'N'.
               88  FIM-REMESSA                   VALUE 'S'.
           05  WS-SW-BATIMENTO        PIC X(01)    VALUE 'S'.
               88  BATIMENTO-OK                  VALUE 'S'.
               88  BATIMENTO-DIVERGENTE          VALUE 'N'.
           05  WS-ANO                 PIC 9(04)    VALUE ZEROS.
           05  WS-DATA-AUX            PIC 9(08)    VALUE ZEROS.
           05  FILLER                 REDEFINES WS-DATA-AUX.
               10  WS-DATA-AUX-ANO        PIC 9(04).
               10  WS-DATA-AUX-MES        PIC 9(02).
               10  WS-DATA-AUX-DIA        PIC 9(02).
           05  WS-CTL-ALUNOS          PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-REMESSAS-LIDAS  PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-ORIGINAIS       PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-SUBSTITUIDAS    PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-REAPRESENTACOES PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-FORA-TERMO      PIC 9(06)    VALUE ZEROS.
           05  WS-IDX-TER             PIC 9(04)    VALUE ZEROS.

      *-----> TOTAIS DO ALUNO CORRENTE
       01  WS-TOTAIS-ALUNO.
           05  WS-TAL-GERADO          PIC 9(07)V99 VALUE ZEROS.
           05  WS-TAL-PAGO            PIC 9(07)V99 VALUE ZEROS.
           05  WS-TAL-REJEITADO       PIC 9(07)V99 VALUE ZEROS.
           05  WS-TAL-REAPRES         PIC 9(07)V99 VALUE ZEROS.
           05  WS-TAL-QTD-REAPRES     PIC 9(04)    VALUE ZEROS.

      *-----> TABELA DE TOTAIS DO ANO POR TERMO - CONTA-CORRENTE E
      *       TRAILERS DAS REMESSAS. A REMESSA ORIGINAL DE UM TERMO
      *       E GERADA DE NOVO QUANDO O TERMO E REEXECUTADO COMPLETO
      *       NO RSPRG002: VALE O ULTIMO TRAILER ORIGINAL DO TERMO.
      *       AS REAPRESENTACOES SE SOMAM. A 5A POSICAO E O TOTAL
       01  WS-TAB-TERMOS.
           05  WS-TAB-TERMO           OCCURS 5 TIMES.
               10  WS-TT-GERADO           PIC 9(07)V99.
               10  WS-TT-PAGO             PIC 9(07)V99.
               10  WS-TT-REJEITADO        PIC 9(07)V99.
               10  WS-TT-REAPRES          PIC 9(07)V99.
               10  WS-TT-TRAILER-ORIG     PIC 9(07)V99.
               10  WS-TT-TRAILER-REAP     PIC 9(07)V99.
               10  WS-TT-AGUARDANDO       PIC S9(07)V99.

      *-----> ENTRADA - ANO DO INFORME, VIA SYSIN
       01  WS-REG-SYSIN.
           05  AS-ANO-IN              PIC 9(04).
           05  AS-ANO-IN-ALFA         REDEFINES AS-ANO-IN
                                      PIC X(04).
           05  FILLER                 PIC X(76).

      *-----> REGISTRO DO LOG DE REMESSAS AO FINANCEIRO (MESMO LAYOUT
      *       NO RSPRG002 E NO RSPRG014)
       01  WS-REG-REMESSA.
           05  RM-ANO                 PIC 9(04).
           05  RM-TERMO               PIC 9(02).
           05  RM-TIPO                PIC X(01).
           05  RM-DATA                PIC 9(08).
           05  RM-QTD                 PIC 9(06).
           05  RM-SOMA                PIC 9(07)V99.
           05  FILLER                 PIC X(10).

      *-----> LINHAS DO INFORME (132 COLUNAS)
       01  WS-LIN-CAB1.
           05  FILLER                 PIC X(44)    VALUE
               ' INFORME ANUAL DE BOLSAS DE INCENTIVO - ANO '.
           05  WS-INH-ANO             PIC 9(04).
           05  FILLER                 PIC X(84)    VALUE SPACES.

       01  WS-LIN-CAB2.
           05  FILLER                 PIC X(08)    VALUE ' ALUNO: '.
           05  WS-INH-NUMERO          PIC 9(04).
           05  FILLER                 PIC X(03)    VALUE ' - '.
           05  WS-INH-NOME            PIC X(20).
           05  FILLER                 PIC X(09)    VALUE '  CURSO: '.
           05  WS-INH-CURSO           PIC X(12).
           05  FILLER                 PIC X(76)    VALUE SPACES.

       01  WS-LIN-COLUNAS.
           05  FILLER                 PIC X(09)    VALUE ' TERMO   '.
           05  FILLER                 PIC X(13)    VALUE
               'REMESSA      '.
           05  FILLER                 PIC X(12)    VALUE
               '   GERADO   '.
           05  FILLER                 PIC X(12)    VALUE
               '     PAGO   '.
           05  FILLER                 PIC X(12)    VALUE
               'REJEITADO   '.
           05  FILLER                 PIC X(12)    VALUE
               'REAPRESENT. '.
           05  FILLER                 PIC X(07)    VALUE ' QT    '.
           05  FILLER                 PIC X(17)    VALUE 'SITUACAO'.
           05  FILLER                 PIC X(06)    VALUE 'MOTIVO'.
           05  FILLER                 PIC X(32)    VALUE SPACES.

       01  WS-LIN-TERMO.
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-INF-TERMO           PIC 9(02).
           05  FILLER                 PIC X(04)    VALUE SPACES.
           05  WS-INF-DATA.
               10  WS-INF-DIA             PIC 9(02).
               10  WS-INF-BARRA1          PIC X(01)    VALUE '/'.
               10  WS-INF-MES             PIC 9(02).
               10  WS-INF-BARRA2          PIC X(01)    VALUE '/'.
               10  WS-INF-ANO             PIC 9(04).
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-INF-GERADO          PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-INF-PAGO            PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-INF-REJEITADO       PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-INF-REAPRES         PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(04)    VALUE SPACES.
           05  WS-INF-QTD-REAPRES     PIC Z9.
           05  FILLER                 PIC X(04)    VALUE SPACES.
           05  WS-INF-SITUACAO        PIC X(15).
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-INF-MOTIVO          PIC X(03).
           05  FILLER                 PIC X(35)    VALUE SPACES.

       01  WS-LIN-TOTAL-ALUNO.
           05  FILLER                 PIC X(22)    VALUE
               ' TOTAL DO ANO'.
           05  WS-INT-GERADO          PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-INT-PAGO            PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-INT-REJEITADO       PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-INT-REAPRES         PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(04)    VALUE SPACES.
           05  WS-INT-QTD-REAPRES     PIC Z9.
           05  FILLER                 PIC X(59)    VALUE SPACES.

       01  WS-LIN-SALDO-ALUNO.
           05  FILLER                 PIC X(36)    VALUE
               ' VALOR GERADO E AINDA NAO PAGO    : '.
           05  WS-INS-SALDO           PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(87)    VALUE SPACES.

       01  WS-LIN-CAB-RESUMO.
           05  FILLER                 PIC X(45)    VALUE
               ' RESUMO DAS BOLSAS PARA O FINANCEIRO - ANO   '.
           05  WS-RSH-ANO             PIC 9(04).
           05  FILLER                 PIC X(83)    VALUE SPACES.

       01  WS-LIN-COL-RESUMO.
           05  FILLER                 PIC X(08)    VALUE ' TERMO  '.
           05  FILLER                 PIC X(14)    VALUE
               '  GERADO C/C  '.
           05  FILLER                 PIC X(14)    VALUE
               'TRAILER ORIG. '.
           05  FILLER                 PIC X(14)    VALUE
               ' REAPRES. C/C '.
           05  FILLER                 PIC X(14)    VALUE
               'TRAILER REAP. '.
           05  FILLER                 PIC X(14)    VALUE
               '        PAGO  '.
           05  FILLER                 PIC X(14)    VALUE
               '   REJEITADO  '.
           05  FILLER                 PIC X(15)    VALUE
               '   AGUARDANDO  '.
           05  FILLER                 PIC X(10)    VALUE 'BATIMENTO '.
           05  FILLER                 PIC X(15)    VALUE SPACES.

       01  WS-LIN-RESUMO-TERMO.
           05  FILLER                 PIC X(03)    VALUE SPACES.
           05  WS-RST-ROTULO.
               10  WS-RST-TERMO           PIC 9(02).
               10  WS-RST-BRANCOS         PIC X(03).
           05  WS-RST-GERADO          PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-RST-TRAILER-ORIG    PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-RST-REAPRES         PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-RST-TRAILER-REAP    PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-RST-PAGO            PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-RST-REJEITADO       PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-RST-AGUARDANDO      PIC -Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(02)    VALUE SPACES.
           05  WS-RST-BATIMENTO       PIC X(10).
           05  FILLER                 PIC X(15)    VALUE SPACES.

       01  WS-LIN-RESUMO-QTD.
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-RSQ-TEXTO           PIC X(50).
           05  WS-RSQ-QTD             PIC ZZZZZ9.
           05  FILLER                 PIC X(75)    VALUE SPACES.

       01  WS-LIN-RESUMO-TEXTO.
           05  FILLER                 PIC X(01)    VALUE SPACES.
           05  WS-RSX-TEXTO           PIC X(50).
           05  FILLER                 PIC X(81)    VALUE SPACES.

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
       000-RSPRG026.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           IF   RUN-OK
              PERFORM 060-LER-REMESSAS
              PERFORM 070-EMITIR-RESUMO
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - RECEBER O ANO, ABRIR OS ARQUIVOS
      *    E POSICIONAR A CONTA-CORRENTE NO PRIMEIRO ALUNO DO ANO
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-REG-SYSIN  FROM SYSIN
           IF   AS-ANO-IN  NOT NUMERIC  OR  AS-ANO-IN  =  ZEROS
              DISPLAY ' *** ANO INVALIDO NA SYSIN - '  AS-ANO-IN-ALFA
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
           ELSE
              MOVE AS-ANO-IN  TO  WS-ANO
              MOVE ZEROS      TO  WS-TAB-TERMOS
              OPEN INPUT ARQ-CTABOLSA
              OPEN OUTPUT ARQ-INFORME
              IF   WS-FS-CTABOLSA  NOT =  '00'  OR
                   WS-FS-INFORME   NOT =  '00'
                 DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS -'
                         ' CTABOLSA='  WS-FS-CTABOLSA
                         ' INFORME='   WS-FS-INFORME
                 MOVE 'S'  TO  WS-SW-ABEND
                 MOVE 'S'  TO  WS-FIM
              ELSE
                 PERFORM 015-POSICIONAR-CONTA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    POSICIONAR A CONTA-CORRENTE NO INICIO DO ANO E LER O
      *    PRIMEIRO ALUNO
      *--------------------------------------------------------------*
       015-POSICIONAR-CONTA.

           MOVE WS-ANO  TO  CB-ANO
           MOVE ZEROS   TO  CB-NUMERO
           START ARQ-CTABOLSA  KEY NOT <  CB-CHAVE
              INVALID KEY
                 MOVE 'S'  TO  WS-FIM
           END-START
           IF   WS-FIM  NOT =  'S'
              PERFORM 020-LER-CONTA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA CONTA DO ANO (FIM NA TROCA DE ANO)
      *--------------------------------------------------------------*
       020-LER-CONTA.

           READ ARQ-CTABOLSA NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-FIM
              NOT AT END
                 IF   CB-ANO  NOT =  WS-ANO
                    MOVE 'S'  TO  WS-FIM
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    EMITIR O INFORME DO ALUNO CORRENTE E LER O PROXIMO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD  1  TO  WS-CTL-ALUNOS
           MOVE ZEROS  TO  WS-TOTAIS-ALUNO
           PERFORM 040-EMITIR-CABECALHO
           PERFORM 042-EMITIR-TERMO
              VARYING WS-IDX-TER FROM 1 BY 1
              UNTIL WS-IDX-TER  >  4
           PERFORM 044-EMITIR-TOTAL-ALUNO
           PERFORM 020-LER-CONTA
           .
      *--------------------------------------------------------------*
      *    EMITIR O CABECALHO DO INFORME DO ALUNO EM NOVA PAGINA
      *--------------------------------------------------------------*
       040-EMITIR-CABECALHO.

           MOVE WS-ANO          TO  WS-INH-ANO
           MOVE WS-LIN-CAB1     TO  WS-LIN-IMPRESSA
           PERFORM 057-GRAVAR-TOPO
           MOVE CB-NUMERO       TO  WS-INH-NUMERO
           MOVE CB-NOME         TO  WS-INH-NOME
           MOVE CB-CURSO        TO  WS-INH-CURSO
           MOVE WS-LIN-CAB2     TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-LIN-TRACO    TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-LIN-COLUNAS  TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    EMITIR A LINHA DE UM TERMO E ACUMULAR OS TOTAIS DO ALUNO
      *    E DO TERMO NO ANO
      *--------------------------------------------------------------*
       042-EMITIR-TERMO.

           MOVE WS-IDX-TER  TO  WS-INF-TERMO
           IF   CB-T-DATA-REMESSA (WS-IDX-TER)  =  ZEROS
              MOVE SPACES  TO  WS-INF-DATA
           ELSE
              MOVE CB-T-DATA-REMESSA (WS-IDX-TER)  TO  WS-DATA-AUX
              MOVE WS-DATA-AUX-DIA  TO  WS-INF-DIA
              MOVE '/'              TO  WS-INF-BARRA1
              MOVE WS-DATA-AUX-MES  TO  WS-INF-MES
              MOVE '/'              TO  WS-INF-BARRA2
              MOVE WS-DATA-AUX-ANO  TO  WS-INF-ANO
           END-IF
           MOVE CB-T-VLR-GERADO (WS-IDX-TER)     TO  WS-INF-GERADO
           MOVE CB-T-VLR-PAGO (WS-IDX-TER)       TO  WS-INF-PAGO
           MOVE CB-T-VLR-REJEITADO (WS-IDX-TER)  TO  WS-INF-REJEITADO
           MOVE CB-T-VLR-REAPRES (WS-IDX-TER)    TO  WS-INF-REAPRES
           MOVE CB-T-QTD-REAPRES (WS-IDX-TER)    TO  WS-INF-QTD-REAPRES
           MOVE CB-T-MOTIVO (WS-IDX-TER)         TO  WS-INF-MOTIVO
           EVALUATE CB-T-SITUACAO (WS-IDX-TER)
              WHEN 'G'
                 MOVE 'AGUARDA RETORNO'  TO  WS-INF-SITUACAO
              WHEN 'P'
                 MOVE 'PAGO'             TO  WS-INF-SITUACAO
              WHEN 'R'
                 MOVE 'REJEITADO'        TO  WS-INF-SITUACAO
              WHEN 'A'
                 MOVE 'REAPRESENTADO'    TO  WS-INF-SITUACAO
              WHEN OTHER
                 MOVE 'SEM BOLSA'        TO  WS-INF-SITUACAO
           END-EVALUATE
           MOVE WS-LIN-TERMO  TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA

           ADD  CB-T-VLR-GERADO (WS-IDX-TER)     TO  WS-TAL-GERADO
           ADD  CB-T-VLR-PAGO (WS-IDX-TER)       TO  WS-TAL-PAGO
           ADD  CB-T-VLR-REJEITADO (WS-IDX-TER)  TO  WS-TAL-REJEITADO
           ADD  CB-T-VLR-REAPRES (WS-IDX-TER)    TO  WS-TAL-REAPRES
           ADD  CB-T-QTD-REAPRES (WS-IDX-TER)    TO  WS-TAL-QTD-REAPRES
           ADD  CB-T-VLR-GERADO (WS-IDX-TER)
                                  TO  WS-TT-GERADO (WS-IDX-TER)
           ADD  CB-T-VLR-PAGO (WS-IDX-TER)
                                  TO  WS-TT-PAGO (WS-IDX-TER)
           ADD  CB-T-VLR-REJEITADO (WS-IDX-TER)
                                  TO  WS-TT-REJEITADO (WS-IDX-TER)
           ADD  CB-T-VLR-REAPRES (WS-IDX-TER)
                                  TO  WS-TT-REAPRES (WS-IDX-TER)
           .
      *--------------------------------------------------------------*
      *    EMITIR OS TOTAIS DO ANO DO ALUNO E O SALDO NAO PAGO
      *--------------------------------------------------------------*
       044-EMITIR-TOTAL-ALUNO.

           MOVE WS-LIN-TRACO         TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-TAL-GERADO        TO  WS-INT-GERADO
           MOVE WS-TAL-PAGO          TO  WS-INT-PAGO
           MOVE WS-TAL-REJEITADO     TO  WS-INT-REJEITADO
           MOVE WS-TAL-REAPRES       TO  WS-INT-REAPRES
           MOVE WS-TAL-QTD-REAPRES   TO  WS-INT-QTD-REAPRES
           MOVE WS-LIN-TOTAL-ALUNO   TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           IF   WS-TAL-GERADO  >  WS-TAL-PAGO
              COMPUTE WS-INS-SALDO = WS-TAL-GERADO - WS-TAL-PAGO
           ELSE
              MOVE ZEROS  TO  WS-INS-SALDO
           END-IF
           MOVE WS-LIN-SALDO-ALUNO   TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    LER O LOG DE REMESSAS E ACUMULAR POR TERMO OS TRAILERS DO
      *    ANO. LOG AUSENTE (NENHUMA REMESSA GRAVADA) DEIXA OS
      *    TRAILERS ZERADOS E O BATIMENTO APONTA A DIFERENCA
      *--------------------------------------------------------------*
       060-LER-REMESSAS.

           OPEN INPUT ARQ-REMESSA
           IF   WS-FS-REMESSA  NOT =  '00'
              DISPLAY ' *** ALERTA - LOG DE REMESSAS INDISPONIVEL -'
                      ' FS='  WS-FS-REMESSA
                      ' (TRAILERS CONSIDERADOS ZERADOS)'
           ELSE
              PERFORM 062-LER-REMESSA
              PERFORM 064-ACUMULAR-REMESSA
                 UNTIL FIM-REMESSA
              CLOSE ARQ-REMESSA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO LOG DE REMESSAS
      *--------------------------------------------------------------*
       062-LER-REMESSA.

           READ ARQ-REMESSA  INTO  WS-REG-REMESSA
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-REMESSA
              NOT AT END
                 ADD  1  TO  WS-CTL-REMESSAS-LIDAS
           END-READ
           .
      *--------------------------------------------------------------*
      *    ACUMULAR O TRAILER DE UMA REMESSA DO ANO NO TERMO: A
      *    ORIGINAL SUBSTITUI A ANTERIOR DO MESMO TERMO (TERMO
      *    REEXECUTADO); A REAPRESENTACAO SE SOMA
      *--------------------------------------------------------------*
       064-ACUMULAR-REMESSA.

           IF   RM-ANO  =  WS-ANO
              IF   RM-TERMO  <  1  OR  RM-TERMO  >  4
                 ADD  1  TO  WS-CTL-FORA-TERMO
              ELSE
                 IF   RM-TIPO  =  'O'
                    ADD  1  TO  WS-CTL-ORIGINAIS
                    IF   WS-TT-TRAILER-ORIG (RM-TERMO)  >  ZEROS
                       ADD  1  TO  WS-CTL-SUBSTITUIDAS
                    END-IF
                    MOVE RM-SOMA  TO  WS-TT-TRAILER-ORIG (RM-TERMO)
                 ELSE
                    ADD  1  TO  WS-CTL-REAPRESENTACOES
                    ADD  RM-SOMA  TO  WS-TT-TRAILER-REAP (RM-TERMO)
                 END-IF
              END-IF
           END-IF
           PERFORM 062-LER-REMESSA
           .
      *--------------------------------------------------------------*
      *    EMITIR O RESUMO PARA O FINANCEIRO: UMA LINHA POR TERMO E
      *    A LINHA DE TOTAL (5A POSICAO DA TABELA), COM O BATIMENTO
      *    DA CONTA-CORRENTE CONTRA OS TRAILERS
      *--------------------------------------------------------------*
       070-EMITIR-RESUMO.

           MOVE WS-ANO             TO  WS-RSH-ANO
           MOVE WS-LIN-CAB-RESUMO  TO  WS-LIN-IMPRESSA
           PERFORM 057-GRAVAR-TOPO
           MOVE WS-LIN-TRACO       TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE WS-LIN-COL-RESUMO  TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           PERFORM 072-EMITIR-LINHA-TERMO
              VARYING WS-IDX-TER FROM 1 BY 1
              UNTIL WS-IDX-TER  >  5
           MOVE WS-LIN-TRACO       TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           MOVE 'ALUNOS NO INFORME'          TO  WS-RSQ-TEXTO
           MOVE WS-CTL-ALUNOS                TO  WS-RSQ-QTD
           PERFORM 076-EMITIR-QTD
           MOVE 'REMESSAS ORIGINAIS NO ANO'  TO  WS-RSQ-TEXTO
           MOVE WS-CTL-ORIGINAIS             TO  WS-RSQ-QTD
           PERFORM 076-EMITIR-QTD
           MOVE '  SUBSTITUIDAS POR REEXECUCAO DO TERMO'
                                             TO  WS-RSQ-TEXTO
           MOVE WS-CTL-SUBSTITUIDAS          TO  WS-RSQ-QTD
           PERFORM 076-EMITIR-QTD
           MOVE 'REAPRESENTACOES NO ANO'     TO  WS-RSQ-TEXTO
           MOVE WS-CTL-REAPRESENTACOES       TO  WS-RSQ-QTD
           PERFORM 076-EMITIR-QTD
           IF   BATIMENTO-OK
              MOVE 'BATIMENTO DO ANO: OK'     TO  WS-RSX-TEXTO
           ELSE
              MOVE 'BATIMENTO DO ANO: DIVERGENTE - TERMOS MARCADOS'
                                              TO  WS-RSX-TEXTO
           END-IF
           MOVE WS-LIN-RESUMO-TEXTO           TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    EMITIR A LINHA DE UM TERMO DO RESUMO, ACUMULANDO NO TOTAL
      *    (A 5A POSICAO JA CHEGA ACUMULADA E SAI COMO TOTAL)
      *--------------------------------------------------------------*
       072-EMITIR-LINHA-TERMO.

           COMPUTE WS-TT-AGUARDANDO (WS-IDX-TER) =
                   WS-TT-TRAILER-ORIG (WS-IDX-TER)
                 + WS-TT-TRAILER-REAP (WS-IDX-TER)
                 - WS-TT-PAGO (WS-IDX-TER)
                 - WS-TT-REJEITADO (WS-IDX-TER)
           IF   WS-IDX-TER  <  5
              MOVE WS-IDX-TER  TO  WS-RST-TERMO
              MOVE SPACES      TO  WS-RST-BRANCOS
              PERFORM 074-ACUMULAR-TOTAL
           ELSE
              MOVE 'TOTAL'     TO  WS-RST-ROTULO
           END-IF
           MOVE WS-TT-GERADO (WS-IDX-TER)        TO  WS-RST-GERADO
           MOVE WS-TT-TRAILER-ORIG (WS-IDX-TER)
                                          TO  WS-RST-TRAILER-ORIG
           MOVE WS-TT-REAPRES (WS-IDX-TER)       TO  WS-RST-REAPRES
           MOVE WS-TT-TRAILER-REAP (WS-IDX-TER)
                                          TO  WS-RST-TRAILER-REAP
           MOVE WS-TT-PAGO (WS-IDX-TER)          TO  WS-RST-PAGO
           MOVE WS-TT-REJEITADO (WS-IDX-TER)     TO  WS-RST-REJEITADO
           MOVE WS-TT-AGUARDANDO (WS-IDX-TER)    TO  WS-RST-AGUARDANDO
           IF   WS-TT-GERADO (WS-IDX-TER)  =
                WS-TT-TRAILER-ORIG (WS-IDX-TER)  AND
                WS-TT-REAPRES (WS-IDX-TER)  =
                WS-TT-TRAILER-REAP (WS-IDX-TER)
              MOVE 'OK'          TO  WS-RST-BATIMENTO
           ELSE
              MOVE 'DIVERGENTE'  TO  WS-RST-BATIMENTO
              MOVE 'N'           TO  WS-SW-BATIMENTO
           END-IF
           MOVE WS-LIN-RESUMO-TERMO  TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    SOMAR O TERMO CORRENTE NA POSICAO DE TOTAL DA TABELA
      *--------------------------------------------------------------*
       074-ACUMULAR-TOTAL.

           ADD  WS-TT-GERADO (WS-IDX-TER)        TO  WS-TT-GERADO (5)
           ADD  WS-TT-PAGO (WS-IDX-TER)          TO  WS-TT-PAGO (5)
           ADD  WS-TT-REJEITADO (WS-IDX-TER)
                                          TO  WS-TT-REJEITADO (5)
           ADD  WS-TT-REAPRES (WS-IDX-TER)       TO  WS-TT-REAPRES (5)
           ADD  WS-TT-TRAILER-ORIG (WS-IDX-TER)
                                          TO  WS-TT-TRAILER-ORIG (5)
           ADD  WS-TT-TRAILER-REAP (WS-IDX-TER)
                                          TO  WS-TT-TRAILER-REAP (5)
           .
      *--------------------------------------------------------------*
      *    EMITIR UMA LINHA DE QUANTIDADE DO RESUMO
      *--------------------------------------------------------------*
       076-EMITIR-QTD.

           MOVE WS-LIN-RESUMO-QTD  TO  WS-LIN-IMPRESSA
           PERFORM 056-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO CORPO DO INFORME
      *--------------------------------------------------------------*
       056-GRAVAR-LINHA.

           WRITE REG-INFORME  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING 1 LINE
           IF   WS-FS-INFORME  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-INFORME - FS='
                      WS-FS-INFORME
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A PRIMEIRA LINHA DE UMA NOVA PAGINA
      *--------------------------------------------------------------*
       057-GRAVAR-TOPO.

           WRITE REG-INFORME  FROM  WS-LIN-IMPRESSA
              AFTER ADVANCING PAGE
           IF   WS-FS-INFORME  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-INFORME - FS='
                      WS-FS-INFORME
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE ARQ-CTABOLSA
           CLOSE ARQ-INFORME

           IF   RUN-ABENDED
              MOVE 16  TO  RETURN-CODE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TERMINO ANORMAL DO RSPRG026 - RC=16   *'
              DISPLAY ' *   (VER ALERTA(S) ACIMA)                 *'
              DISPLAY ' *========================================*'
           ELSE
              DISPLAY ' *========================================*'
              DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG026        *'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * ANO DO INFORME              = '
                      WS-ANO
              DISPLAY ' * ALUNOS NO INFORME           = '
                      WS-CTL-ALUNOS
              DISPLAY ' * TOTAL GERADO (R$)           = '
                      WS-TT-GERADO (5)
              DISPLAY ' * TOTAL DOS TRAILERS ORIG.    = '
                      WS-TT-TRAILER-ORIG (5)
              DISPLAY ' * TOTAL REAPRESENTADO (R$)    = '
                      WS-TT-REAPRES (5)
              DISPLAY ' * TOTAL DOS TRAILERS REAP.    = '
                      WS-TT-TRAILER-REAP (5)
              DISPLAY ' * TOTAL PAGO (R$)             = '
                      WS-TT-PAGO (5)
              DISPLAY ' * TOTAL REJEITADO (R$)        = '
                      WS-TT-REJEITADO (5)
              DISPLAY ' * REMESSAS LIDAS NO LOG       = '
                      WS-CTL-REMESSAS-LIDAS
              IF   WS-CTL-FORA-TERMO  >  ZEROS
                 DISPLAY ' * REMESSAS COM TERMO INVALIDO = '
                         WS-CTL-FORA-TERMO
              END-IF
              IF   BATIMENTO-DIVERGENTE
                 MOVE 04  TO  RETURN-CODE
                 DISPLAY ' * BATIMENTO DIVERGENTE - RC=04           *'
              END-IF
              DISPLAY ' *========================================*'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' *      TERMINO NORMAL DO RSPRG026        *'
              DISPLAY ' *----------------------------------------*'
           END-IF
           .
      *---------------> FIM DO PROGRAMA RSPRG026 <-------------------*
