      *                          (PROGRAMA/ANO/TERMO/DATA/RC) NO
      *                          090-TERMINAR, PARA OS DEMAIS JOBS
      *                          CONFERIREM A ORDEM DE EXECUCAO
      *  V23    10/2026  010039  LOTE REJEITADO (RC=08): O DISPLAY
      *                          PASSA A INDICAR O ESTORNO DO LOTE
      *                          PELO RSPRG020 (IMAGENS ANTERIORES DO
      *                          ARQ-DIARIO) EM VEZ DA RESTAURACAO
      *                          DO ARQ-MESTRE DO BACKUP
      *  V24    10/2026  010043  CONTA-CORRENTE ANUAL DAS BOLSAS
      *                          (ARQ-CTABOLSA, CHAVE ANO + ALUNO):
      *                          O VALOR GERADO NO TERMO E LANCADO
      *                          NA POSICAO DO TERMO (REGRAVADO, NAO
      *                          SOMADO - O RESTART E A REEXECUCAO
      *                          DO TERMO NAO DUPLICAM O CREDITO);
      *                          O TRAILER DO ARQ-PAGTO E REGISTRADO
      *                          NO LOG DE REMESSAS (ARQ-REMESSA)
      *                          PARA O BATIMENTO ANUAL DO RSPRG026
      *  V25    10/2026  010044  ALUNO TRANCADO, CANCELADO OU
      *                          TRANSFERIDO PARA OUTRA ESCOLA
      *                          (MF-SITUACAO-MAT, RSPRG005) E
      *                          REJEITADO PARA O ARQ-EXCECAO - NAO
      *                          ENTRA NO ARQ-PAGTO, NA CONTA DAS
      *                          BOLSAS NEM NO MESTRE; ALUNO NOVO
      *                          ENTRA NO MESTRE COMO ATIVO
      *  V26    10/2026  010045  RANKING SEM LIMITE DE ALUNOS: A
      *                          TABELA DE 200 POSICOES E A ORDENACAO
      *                          POR BOLHA DAO LUGAR A UM ARQUIVO DE
      *                          TRABALHO (ARQ-RANKING, CHAVE = POSICAO
      *                          DO REGISTRO NA SYSIN) CLASSIFICADO POR
      *                          SORT NO 090-TERMINAR; O CHECKPOINT NAO
      *                          LEVA MAIS A TABELA - NO RESTART O
      *                          ARQ-RANKING E REABERTO E O TRECHO
      *                          REPROCESSADO REGRAVA AS MESMAS CHAVES
      *  V27    10/2026  010043  LOTE REJEITADO (RC=08) ESTORNA NA
      *                          CONTA-CORRENTE DAS BOLSAS OS
      *                          CREDITOS DO TERMO AINDA NAO
      *                          CONCILIADOS ('G') DOS ALUNOS DO LOTE
      *                          (LIDOS DO ARQ-RANKING); FALHA NO
      *                          SORT DO RANKING PASSA A SER ABEND
      *                          CONTROLADO
      *  V28    10/2026  010039  AVISO DO RC=08 ORIENTA A INFORMAR A
      *                          JANELA NA SYSIN DO RSPRG020 ('J')
      *                          QUANDO O RSPRG002 RODOU MAIS DE UMA
      *                          VEZ NO DIA
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*

           SELECT ARQ-CONTROLE    ASSIGN TO CONTROLE
                  FILE STATUS  IS WS-FS-CONTROLE.

           SELECT ARQ-CTABOLSA    ASSIGN TO CTABOLSA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CB-CHAVE
                  FILE STATUS   IS WS-FS-CTABOLSA.

           SELECT ARQ-REMESSA     ASSIGN TO REMESSA
                  FILE STATUS  IS WS-FS-REMESSA.

           SELECT ARQ-RANKING     ASSIGN TO RANKING
                  ORGANIZATION IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RK-SEQ
                  FILE STATUS   IS WS-FS-RANKING.

           SELECT ARQ-CLASSIF     ASSIGN TO SORTWK1.
      *
       DATA DIVISION.
      *=============*
      *-----> CHECKPOINT DE RESTART DA LEITURA DA SYSIN - GRAVA UM
      *       INSTANTANEO COMPLETO DOS TOTAIS DE CONTROLE ACUMULADOS
      *       ATE O PONTO DE CHECKPOINT (NAO SO A POSICAO NA SYSIN),
      *       PARA QUE UM RESTART RETOME OS SUBTOTAIS DE CURSO, SEXO
      *       E IDADE JA ACUMULADOS EM VEZ DE REINICIA-LOS ZERADOS. OS
      *       ALUNOS DO RANKING FICAM NO ARQ-RANKING
       FD  ARQ-CHECKPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
                   15  WS-CKPT-TC-REPROVADOS     PIC 9(06).
                   15  WS-CKPT-TC-REP-FALTA      PIC 9(06).
                   15  WS-CKPT-TC-SOMA-MED       PIC 9(06)V99.

      *-----> EXTRATO CSV (DELIMITADO POR ';') PARA O SISTEMA DE
      *       REGISTROS ACADEMICOS - LAYOUT DO REGISTRO:
           05  MF-ULT-MEDIA           PIC 9(02)V99.
           05  MF-MEDIA-HISTORICA     PIC 9(02)V99.
           05  MF-SIT-FINAL           PIC X(20).
           05  MF-SITUACAO-MAT        PIC X(01).
               88  MF-ALUNO-ATIVO               VALUE 'A' ' '.
               88  MF-ALUNO-TRANCADO            VALUE 'R'.
               88  MF-ALUNO-BLOQUEADO           VALUE 'R' 'C' 'X'.
           05  MF-DATA-SITUACAO       PIC 9(08).

      *-----> DIARIO DE AUDITORIA - UM REGISTRO POR GRAVACAO OU
      *       REGRAVACAO NO ARQ-MESTRE, COM DATA/HORA DO MOVIMENTO,
           RECORDING MODE IS F.
       01  REG-CONTROLE              PIC X(24).

      *-----> CONTA-CORRENTE ANUAL DAS BOLSAS - UM REGISTRO POR ANO +
      *       ALUNO, COM UMA POSICAO POR TERMO (1 A 4). O RSPRG002
      *       LANCA O VALOR GERADO; O RSPRG014 LANCA O PAGO, O
      *       REJEITADO E O REAPRESENTADO. SITUACAO DO TERMO:
      *         ' ' SEM BOLSA      'G' GERADO (AGUARDA RETORNO)
      *         'P' PAGO           'R' REJEITADO
      *         'A' REAPRESENTADO (AGUARDA RETORNO)
      *       INFORME ANUAL NO RSPRG026
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

      *-----> LOG DAS REMESSAS ENVIADAS AO FINANCEIRO - UM REGISTRO
      *       POR TRAILER GRAVADO (ANO, TERMO, TIPO 'O' ORIGINAL PELO
      *       RSPRG002 OU 'R' REAPRESENTACAO PELO RSPRG014, DATA,
      *       QTDE E SOMATORIO). SEMPRE ESTENDIDO; BATIDO CONTRA A
      *       CONTA-CORRENTE NO INFORME ANUAL (RSPRG026)
       FD  ARQ-REMESSA
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REG-REMESSA               PIC X(40).

      *-----> ARQUIVO DE TRABALHO DO RANKING/QUADRO DE HONRA - UM
      *       REGISTRO POR ALUNO PROCESSADO, COM CHAVE NA POSICAO DO
      *       REGISTRO NA SYSIN (WS-CTLIDO). RECRIADO NUMA EXECUCAO
      *       NOVA E REABERTO NUM RESTART: O TRECHO REPROCESSADO
      *       DEPOIS DO CHECKPOINT REGRAVA AS MESMAS CHAVES
       FD  ARQ-RANKING
           LABEL RECORDS ARE STANDARD.
       01  REG-RANKING.
           05  RK-SEQ                 PIC 9(06).
           05  RK-NUM                 PIC 9(04).
           05  RK-NOM                 PIC X(20).
           05  RK-CURSO               PIC X(12).
           05  RK-MED                 PIC 9(02)V99.

      *-----> CLASSIFICACAO DO RANKING POR CURSO (ASCENDENTE) E MEDIA
      *       (DESCENDENTE); EMPATE NA MEDIA MANTEM A ORDEM DA SYSIN
      *       (MESMO LAYOUT DO ARQ-RANKING)
       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05  CL-SEQ                 PIC 9(06).
           05  CL-NUM                 PIC 9(04).
           05  CL-NOM                 PIC X(20).
           05  CL-CURSO               PIC X(12).
           05  CL-MED                 PIC 9(02)V99.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  WS-FS-PAGTO            PIC X(02)    VALUE ZEROS.
           05  WS-FS-PARAM            PIC X(02)    VALUE ZEROS.
           05  WS-FS-CONTROLE         PIC X(02)    VALUE ZEROS.
           05  WS-FS-CTABOLSA         PIC X(02)    VALUE ZEROS.
           05  WS-FS-REMESSA          PIC X(02)    VALUE ZEROS.
           05  WS-FS-RANKING          PIC X(02)    VALUE ZEROS.
           05  WS-CKPT-N              PIC 9(04)    VALUE 0100.
           05  WS-CKPT-ULT-LIDO       PIC 9(06)    VALUE ZEROS.
           05  WS-CKPT-QUOC           PIC 9(06).
           05  WS-CKPT-REM            PIC 9(04).
           05  WS-CTLIDO              PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-REJEITADOS      PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-BLOQUEADOS      PIC 9(06)    VALUE ZEROS.
           05  AS-RESGISTRO           PIC 9(06)    VALUE ZEROS.
           05  AS-SEXM                PIC 9(06)    VALUE ZEROS.
           05  AS-SEXF                PIC 9(06)    VALUE ZEROS.
           05  WS-RANK-CURSO-ANT      PIC X(12)    VALUE SPACES.
           05  WS-RANK-POS            PIC 9(04)    VALUE ZEROS.
           05  WS-RANK-CORTE          PIC 9(04)    VALUE ZEROS.
           05  WS-SW-FIM-CLASSIF      PIC X(01)    VALUE 'N'.
               88  FIM-CLASSIF                   VALUE 'S'.
           05  WS-SW-FIM-RANKING      PIC X(01)    VALUE 'N'.
               88  FIM-RANKING                   VALUE 'S'.

      *-----> CONTROLE DO LOTE DA SYSIN - HEADER, TRAILER E BATIMENTO
      *       DOS TOTAIS (QTDE DE REGISTROS E HASH DA SOMA DAS NOTAS)
           05  WS-PAG-QTD             PIC 9(06)    VALUE ZEROS.
           05  WS-PAG-SOMA            PIC 9(07)V99 VALUE ZEROS.
           05  WS-PAG-DATA-GER        PIC 9(08)    VALUE ZEROS.
           05  WS-CTL-CONTA-LANCADAS  PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-CONTA-CONCIL    PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-CONTA-TERMO     PIC 9(06)    VALUE ZEROS.
           05  WS-CTL-CONTA-ESTORNO   PIC 9(06)    VALUE ZEROS.
           05  WS-IDX-TER             PIC 9(04)    VALUE ZEROS.
           05  WS-IDX-CTA             PIC 9(04)    VALUE ZEROS.

       01  WS-REG-PAGTO-HEADER.
           05  FILLER                 PIC X(01)    VALUE 'H'.
           05  WS-PGT-SOMA            PIC 9(07)V99.
           05  FILLER                 PIC X(26)    VALUE SPACES.

      *-----> REGISTRO DO LOG DE REMESSAS AO FINANCEIRO (MESMO LAYOUT
      *       NO RSPRG014 E NO RSPRG026)
       01  WS-REG-REMESSA.
           05  RM-ANO                 PIC 9(04).
           05  RM-TERMO               PIC 9(02).
           05  RM-TIPO                PIC X(01).
           05  RM-DATA                PIC 9(08).
           05  RM-QTD                 PIC 9(06).
           05  RM-SOMA                PIC 9(07)V99.
           05  FILLER                 PIC X(10)    VALUE SPACES.

      *-----> PARAMETROS DE NEGOCIO LIDOS DO ARQ-PARAM (MESMO LAYOUT
      *       NO RSPRG003)
       01  WS-REG-PARAM.
               10  WS-TC-REP-FALTA        PIC 9(06)    VALUE ZEROS.
               10  WS-TC-SOMA-MED         PIC 9(06)V99 VALUE ZEROS.

      *-----> ENTRADA - DADOS VIA SYSIN (NO JCL DE EXECUCAO)
       01  WS-REG-SYSIN.
           05  AS-NUMERO-IN           PIC 9(04).
           OPEN OUTPUT ARQ-CHECKPT
           PERFORM 018-ABRIR-SAIDAS
           PERFORM 019-ABRIR-DIARIO
           PERFORM 029-ABRIR-CONTA-BOLSA
           PERFORM 031-ABRIR-RANKING
           IF   WS-FS-SAIDA    NOT =  '00'  OR
                WS-FS-EXCECAO  NOT =  '00'  OR
                WS-FS-CHECKPT  NOT =  '00'  OR
                WS-FS-EXTRATO  NOT =  '00'  OR
                WS-FS-MESTRE   NOT =  '00'  OR
                WS-FS-DIARIO   NOT =  '00'  OR
                WS-FS-PAGTO    NOT =  '00'  OR
                WS-FS-CTABOLSA NOT =  '00'  OR
                WS-FS-RANKING  NOT =  '00'
              DISPLAY ' *** ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA -'
                      ' SAIDA='    WS-FS-SAIDA
                      ' EXCECAO='  WS-FS-EXCECAO
                      ' MESTRE='   WS-FS-MESTRE
                      ' DIARIO='   WS-FS-DIARIO
                      ' PAGTO='    WS-FS-PAGTO
                      ' CTABOLSA=' WS-FS-CTABOLSA
                      ' RANKING='  WS-FS-RANKING
              MOVE 'S'  TO  WS-FIM
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR A CONTA-CORRENTE DAS BOLSAS EM I-O. SE AINDA NAO
      *    EXISTIR (PRIMEIRA EXECUCAO), CRIA-LA VAZIA E REABRI-LA
      *--------------------------------------------------------------*
       029-ABRIR-CONTA-BOLSA.

           OPEN I-O ARQ-CTABOLSA
           IF   WS-FS-CTABOLSA  =  '35'
              OPEN OUTPUT ARQ-CTABOLSA
              CLOSE ARQ-CTABOLSA
              OPEN I-O ARQ-CTABOLSA
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O ARQUIVO DE TRABALHO DO RANKING. NUMA EXECUCAO NOVA
      *    E RECRIADO VAZIO; NUM RESTART E REABERTO COM OS ALUNOS JA
      *    PROCESSADOS (SE TIVER SIDO PERDIDO, O RANKING SAI SO COM
      *    OS ALUNOS DESTA EXECUCAO E O OPERADOR E ALERTADO)
      *--------------------------------------------------------------*
       031-ABRIR-RANKING.

           IF   WS-CKPT-ULT-LIDO  >  ZEROS
              OPEN I-O ARQ-RANKING
              IF   WS-FS-RANKING  =  '35'
                 DISPLAY ' *** ALERTA - ARQ-RANKING AUSENTE NO'
                         ' RESTART: O RANKING SAIRA SEM OS ALUNOS'
                         ' ANTERIORES AO CHECKPOINT'
                 OPEN OUTPUT ARQ-RANKING
                 CLOSE ARQ-RANKING
                 OPEN I-O ARQ-RANKING
              END-IF
           ELSE
              OPEN OUTPUT ARQ-RANKING
              CLOSE ARQ-RANKING
              OPEN I-O ARQ-RANKING
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O CHECKPOINT GRAVADO EM UMA EXECUCAO ANTERIOR, SE
      *    HOUVER, PARA OBTER O PONTO DE RESTART DA SYSIN
      *--------------------------------------------------------------*
                 MOVE WS-CKPT-REG-SEXF        TO  AS-SEXF
                 MOVE WS-CKPT-REG-IDADES      TO  WS-AREA-IDADES
                 MOVE WS-CKPT-REG-CURSOS      TO  WS-TAB-CURSOS
              END-IF
              CLOSE ARQ-CHECKPT
           END-IF
              END-IF
           END-IF

           PERFORM 032-VERIFICAR-VINCULO

           IF   REGISTRO-INVALIDO
              ADD 1  TO WS-CTL-REJEITADOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O VINCULO DO ALUNO NO MESTRE: ALUNO TRANCADO,
      *    CANCELADO OU TRANSFERIDO PARA OUTRA ESCOLA (RSPRG005) NAO
      *    TEM O TERMO PROCESSADO - NAO GERA BOLSA (ARQ-PAGTO E
      *    CONTA-CORRENTE) E NAO ALTERA O MESTRE
      *--------------------------------------------------------------*
       032-VERIFICAR-VINCULO.

           MOVE AS-NUMERO-IN  TO  MF-NUMERO
           READ ARQ-MESTRE
              NOT INVALID KEY
                 IF   MF-ALUNO-BLOQUEADO
                    MOVE 'MF-SITUACAO'               TO WS-EXC-CAMPO
                    MOVE MF-SITUACAO-MAT              TO WS-EXC-VALOR
                    MOVE 'ALUNO COM VINCULO ENCERRADO' TO WS-EXC-MOTIVO
                    PERFORM 028-GRAVAR-EXCECAO
                    MOVE 'N'  TO  WS-SW-VALIDO
                    ADD  1    TO  WS-CTL-BLOQUEADOS
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA NA LISTAGEM DE EXCECOES
      *--------------------------------------------------------------*
       028-GRAVAR-EXCECAO.
              PERFORM 035-CLASSIFICAR
              PERFORM 036-CALCULAR-BOLSA
              PERFORM 037-GRAVAR-PAGTO
              PERFORM 039-LANCAR-CONTA-BOLSA
              PERFORM 040-ACUMULAR-CURSO
              PERFORM 041-ACUMULAR-RANKING
              PERFORM 042-ACUMULAR-IDADE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LANCAR O VALOR GERADO NO TERMO NA CONTA-CORRENTE ANUAL DO
      *    ALUNO. O VALOR E REGRAVADO NA POSICAO DO TERMO (NAO
      *    SOMADO), DE MODO QUE O RESTART E A REEXECUCAO DO TERMO
      *    NAO DUPLICAM O CREDITO. TERMO JA CONCILIADO PELO RSPRG014
      *    (PAGO/REJEITADO/REAPRESENTADO) NAO E MAIS ALTERADO
      *--------------------------------------------------------------*
       039-LANCAR-CONTA-BOLSA.

           IF   WS-LOTE-TERMO  <  1  OR  WS-LOTE-TERMO  >  4
              ADD  1  TO  WS-CTL-CONTA-TERMO
           ELSE
              MOVE WS-LOTE-TERMO  TO  WS-IDX-TER
              MOVE WS-LOTE-ANO    TO  CB-ANO
              MOVE AS-NUMERO-IN   TO  CB-NUMERO
              READ ARQ-CTABOLSA
                 INVALID KEY
                    IF   WS-BOLSA-N  >  ZEROS
                       PERFORM 053-ABRIR-CONTA-ALUNO
                       PERFORM 054-LANCAR-GERADO
                       WRITE REG-CONTA-BOLSA
                       PERFORM 057-CONFERIR-CONTA-BOLSA
                    END-IF
                 NOT INVALID KEY
                    IF   CB-T-SITUACAO (WS-IDX-TER)  =  SPACE  OR
                         CB-T-SITUACAO (WS-IDX-TER)  =  'G'
                       MOVE AS-NOME-IN   TO  CB-NOME
                       MOVE AS-CURSO-IN  TO  CB-CURSO
                       PERFORM 054-LANCAR-GERADO
                       REWRITE REG-CONTA-BOLSA
                       PERFORM 057-CONFERIR-CONTA-BOLSA
                    ELSE
                       DISPLAY ' *** ALERTA - TERMO ' WS-LOTE-TERMO
                               ' DO ALUNO '  AS-NUMERO-IN
                               ' JA CONCILIADO NA CONTA-CORRENTE'
                               ' DAS BOLSAS - LANCAMENTO IGNORADO'
                       ADD  1  TO  WS-CTL-CONTA-CONCIL
                    END-IF
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTAR O REGISTRO DE UMA CONTA NOVA (ALUNO SEM LANCAMENTO
      *    NO ANO), COM AS QUATRO POSICOES DE TERMO ZERADAS
      *--------------------------------------------------------------*
       053-ABRIR-CONTA-ALUNO.

           MOVE SPACES         TO  REG-CONTA-BOLSA
           MOVE WS-LOTE-ANO    TO  CB-ANO
           MOVE AS-NUMERO-IN   TO  CB-NUMERO
           MOVE AS-NOME-IN     TO  CB-NOME
           MOVE AS-CURSO-IN    TO  CB-CURSO
           PERFORM 058-ZERAR-TERMO-CONTA
              VARYING WS-IDX-CTA FROM 1 BY 1
              UNTIL WS-IDX-CTA  >  4
           .
      *--------------------------------------------------------------*
      *    ZERAR UMA POSICAO DE TERMO DA CONTA NOVA
      *--------------------------------------------------------------*
       058-ZERAR-TERMO-CONTA.

           MOVE SPACE  TO  CB-T-SITUACAO      (WS-IDX-CTA)
           MOVE ZEROS  TO  CB-T-DATA-REMESSA  (WS-IDX-CTA)
           MOVE ZEROS  TO  CB-T-VLR-GERADO    (WS-IDX-CTA)
           MOVE ZEROS  TO  CB-T-VLR-PAGO      (WS-IDX-CTA)
           MOVE ZEROS  TO  CB-T-VLR-REJEITADO (WS-IDX-CTA)
           MOVE ZEROS  TO  CB-T-VLR-REAPRES   (WS-IDX-CTA)
           MOVE ZEROS  TO  CB-T-QTD-REAPRES   (WS-IDX-CTA)
           MOVE SPACES TO  CB-T-MOTIVO        (WS-IDX-CTA)
           .
      *--------------------------------------------------------------*
      *    LOTE REJEITADO: ESTORNAR NA CONTA-CORRENTE DAS BOLSAS OS
      *    CREDITOS DO TERMO LANCADOS PELO LOTE. OS ALUNOS DO LOTE
      *    SAO OS DO ARQ-RANKING (INCLUSIVE OS PROCESSADOS ANTES DE
      *    UM RESTART); A POSICAO DO TERMO AINDA GERADA ('G') VOLTA
      *    A FICAR SEM BOLSA E A REAPRESENTACAO DA FITA LANCA DE NOVO
      *--------------------------------------------------------------*
       059-ESTORNAR-CONTA-BOLSA.

           MOVE WS-LOTE-TERMO  TO  WS-IDX-TER
           MOVE WS-LOTE-TERMO  TO  WS-IDX-CTA
           MOVE 'N'            TO  WS-SW-FIM-RANKING
           MOVE ZEROS          TO  RK-SEQ
           START ARQ-RANKING  KEY NOT <  RK-SEQ
              INVALID KEY
                 MOVE 'S'  TO  WS-SW-FIM-RANKING
           END-START
           PERFORM 060-ESTORNAR-TERMO-CONTA
              UNTIL FIM-RANKING
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO ALUNO DO ARQ-RANKING E ESTORNAR O CREDITO DO
      *    TERMO NA CONTA DELE, SE AINDA NAO CONCILIADO
      *--------------------------------------------------------------*
       060-ESTORNAR-TERMO-CONTA.

           READ ARQ-RANKING NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-RANKING
              NOT AT END
                 MOVE WS-LOTE-ANO  TO  CB-ANO
                 MOVE RK-NUM       TO  CB-NUMERO
                 READ ARQ-CTABOLSA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF   CB-T-SITUACAO (WS-IDX-TER)  =  'G'
                          PERFORM 058-ZERAR-TERMO-CONTA
                          REWRITE REG-CONTA-BOLSA
                          IF   WS-FS-CTABOLSA  =  '00'
                             ADD  1  TO  WS-CTL-CONTA-ESTORNO
                          ELSE
                             DISPLAY ' *** ERRO ESTORNANDO'
                                     ' ARQ-CTABOLSA - FS='
                                     WS-FS-CTABOLSA
                             MOVE 'S'  TO  WS-SW-ABEND
                             MOVE 'S'  TO  WS-SW-FIM-RANKING
                          END-IF
                       END-IF
                 END-READ
           END-READ
           .
      *--------------------------------------------------------------*
      *    LANCAR O VALOR GERADO NA POSICAO DO TERMO. BOLSA ZERADA
      *    (ALUNO QUE PERDEU A BOLSA NUMA REEXECUCAO DO TERMO)
      *    DEIXA A POSICAO SEM BOLSA
      *--------------------------------------------------------------*
       054-LANCAR-GERADO.

           MOVE WS-BOLSA-N  TO  CB-T-VLR-GERADO (WS-IDX-TER)
           IF   WS-BOLSA-N  >  ZEROS
              MOVE 'G'    TO  CB-T-SITUACAO (WS-IDX-TER)
           ELSE
              MOVE SPACE  TO  CB-T-SITUACAO (WS-IDX-TER)
           END-IF
           IF   WS-PAG-DATA-GER  >  ZEROS
              MOVE WS-PAG-DATA-GER  TO  CB-T-DATA-REMESSA (WS-IDX-TER)
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR A GRAVACAO/REGRAVACAO NA CONTA-CORRENTE
      *--------------------------------------------------------------*
       057-CONFERIR-CONTA-BOLSA.

           IF   WS-FS-CTABOLSA  =  '00'
              ADD  1  TO  WS-CTL-CONTA-LANCADAS
           ELSE
              DISPLAY ' *** ERRO GRAVANDO ARQ-CTABOLSA - FS='
                      WS-FS-CTABOLSA
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR SUBTOTAIS DA TABELA DE CURSOS (TURMAS)
      *--------------------------------------------------------------*
       040-ACUMULAR-CURSO.
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O ALUNO NO ARQUIVO DE TRABALHO DO RANKING/QUADRO
      *    DE HONRA (CLASSIFICADO EM 090-TERMINAR). REGISTRO JA
      *    GRAVADO ANTES DE UM RESTART E REGRAVADO
      *--------------------------------------------------------------*
       041-ACUMULAR-RANKING.

           MOVE WS-CTLIDO      TO  RK-SEQ
           MOVE AS-NUMERO-IN   TO  RK-NUM
           MOVE AS-NOME-IN     TO  RK-NOM
           MOVE AS-CURSO-IN    TO  RK-CURSO
           MOVE WS-MED-N       TO  RK-MED
           WRITE REG-RANKING
              INVALID KEY
                 REWRITE REG-RANKING
           END-WRITE
           IF   WS-FS-RANKING  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-RANKING - FS='
                      WS-FS-RANKING
              MOVE 'S'  TO  WS-SW-ABEND
              MOVE 'S'  TO  WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
                 MOVE WS-MED-N         TO  MF-ULT-MEDIA
                 MOVE WS-MED-N         TO  MF-MEDIA-HISTORICA
                 MOVE WS-STATUS        TO  MF-SIT-FINAL
                 MOVE 'A'              TO  MF-SITUACAO-MAT
                 MOVE ZEROS            TO  MF-DATA-SITUACAO
                 WRITE REG-MESTRE
                 IF   WS-FS-MESTRE  =  '00'
                    MOVE 'INCLUSAO'    TO  WS-DIA-OPERACAO
           MOVE AS-SEXF             TO  WS-CKPT-REG-SEXF
           MOVE WS-AREA-IDADES      TO  WS-CKPT-REG-IDADES
           MOVE WS-TAB-CURSOS       TO  WS-CKPT-REG-CURSOS
           WRITE REG-CHECKPT
           IF   WS-FS-CHECKPT  NOT =  '00'
              DISPLAY ' *** ERRO GRAVANDO ARQ-CHECKPT - FS='
                 PERFORM 055-GRAVAR-PAGTO-TRAILER
              END-IF
           END-IF
           IF   RUN-OK  AND  LOTE-REJEITADO  AND
                WS-LOTE-TERMO  NOT <  1  AND  WS-LOTE-TERMO  NOT >  4
              PERFORM 059-ESTORNAR-CONTA-BOLSA
           END-IF
           CLOSE ARQ-SAIDA
           CLOSE ARQ-EXCECAO
           CLOSE ARQ-CHECKPT
           CLOSE ARQ-MESTRE
           CLOSE ARQ-DIARIO
           CLOSE ARQ-PAGTO
           CLOSE ARQ-CTABOLSA
           CLOSE ARQ-RANKING

           IF   RUN-ABENDED
              MOVE 16  TO  RETURN-CODE
              DISPLAY ' *   (VER ALERTA(S) ACIMA)                 *'
              DISPLAY ' *   ANTES DE REAPRESENTAR A FITA DE       *'
              DISPLAY ' *   DIGITACAO COMPLETA:                   *'
              DISPLAY ' *   - ESTORNAR O LOTE NO ARQ-MESTRE PELO  *'
              DISPLAY ' *     RSPRG020 (SYSIN: RSPRG002 + C;      *'
              DISPLAY ' *     SE O RSPRG002 RODOU MAIS DE UMA VEZ *'
              DISPLAY ' *     NO DIA, RSPRG002 + J COM A JANELA   *'
              DISPLAY ' *     DESTA EXECUCAO)                     *'
              DISPLAY ' *     (AS ATUALIZACOES DO LOTE REJEITADO  *'
              DISPLAY ' *     JA FORAM APLICADAS E REAPLICAR      *'
              DISPLAY ' *     DUPLICARIA TERMOS E MEDIAS)         *'
              DISPLAY ' *   - ALUNO RECUSADO NO ESTORNO (ALTERADO *'
              DISPLAY ' *     DEPOIS DO LOTE) EXIGE ACERTO MANUAL *'
              DISPLAY ' *   - DESCARTAR AS SAIDAS PARCIAIS        *'
              DISPLAY ' *     (SAIDA/EXCECAO/EXTRATO/PAGTO)       *'
              DISPLAY ' *   O PONTO DE RESTART FOI ZERADO E OS    *'
              DISPLAY ' *   CREDITOS DO TERMO NA CONTA-CORRENTE   *'
              DISPLAY ' *   DAS BOLSAS FORAM ESTORNADOS           *'
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * REGISTROS DE DETALHE LIDOS  = '
                      WS-BAT-QTD
              DISPLAY ' * SOMA DAS NOTAS LIDA         = '
                      WS-BAT-SOMA
              DISPLAY ' * CREDITOS ESTORNADOS NA CONTA= '
                      WS-CTL-CONTA-ESTORNO
              DISPLAY ' *========================================*'
           ELSE
              DISPLAY ' *========================================*'
                      WS-PAG-QTD
              DISPLAY ' * SOMATORIO DAS BOLSAS (R$)   = '
                      WS-PAG-SOMA
              DISPLAY ' * LANCAMENTOS NA CONTA-CORR.  = '
                      WS-CTL-CONTA-LANCADAS
              DISPLAY ' * TERMOS JA CONCILIADOS       = '
                      WS-CTL-CONTA-CONCIL
              IF   WS-CTL-CONTA-TERMO  >  ZEROS
                 DISPLAY ' *** ALERTA - TERMO DO LOTE FORA DE 1 A 4 -'
                         ' ' WS-CTL-CONTA-TERMO ' ALUNO(S) FORA DA'
                         ' CONTA-CORRENTE DAS BOLSAS'
              END-IF
              DISPLAY ' * REGISTROS LIDOS    - SYSIN  = ' WS-CTLIDO
              DISPLAY ' * REGISTROS REJEITADOS        = '
                      WS-CTL-REJEITADOS
              DISPLAY ' *   COM VINCULO ENCERRADO     = '
                      WS-CTL-BLOQUEADOS
              DISPLAY ' * RESTART A PARTIR DO REGISTRO= '
                      WS-CKPT-ULT-LIDO
              DISPLAY ' *========================================*'
              IF   WS-CKPT-ULT-LIDO  >  ZEROS
                 DISPLAY ' *** ATENCAO - EXECUCAO RETOMADA DE UM'
                         ' RESTART: O RANKING ABAIXO JA INCLUI OS'
                         ' ALUNOS PROCESSADOS ANTES DO RESTART ***'
              END-IF
              IF   AS-RESGISTRO  >  ZEROS
                 SORT ARQ-CLASSIF
                      ON ASCENDING  KEY CL-CURSO
                         DESCENDING KEY CL-MED
                         ASCENDING  KEY CL-SEQ
                      USING ARQ-RANKING
                      OUTPUT PROCEDURE IS 048-EMITIR-RANKING
                 IF   SORT-RETURN  NOT =  ZERO
                    DISPLAY ' *** ERRO NA CLASSIFICACAO DO RANKING -'
                            ' SORT-RETURN='  SORT-RETURN
                    MOVE 16  TO  RETURN-CODE
                    MOVE 'S' TO  WS-SW-ABEND
                 END-IF
              END-IF
      *-----> EXECUCAO CONCLUIDA COM SUCESSO - ZERAR O CHECKPOINT PARA
      *       QUE A PROXIMA EXECUCAO (PROXIMO TERMO) COMECE DO ZERO EM
      *       VEZ DE HERDAR O PONTO DE RESTART DESTA EXECUCAO
              OPEN OUTPUT ARQ-CHECKPT
              CLOSE ARQ-CHECKPT
              IF   RUN-ABENDED
                 DISPLAY ' *========================================*'
                 DISPLAY ' *   TERMINO ANORMAL DO RSPRG002 - RC=16   *'
                 DISPLAY ' *   (RANKING NAO EMITIDO - VER ALERTA)    *'
                 DISPLAY ' *========================================*'
              ELSE
                 DISPLAY ' *----------------------------------------*'
                 DISPLAY ' *      TERMINO NORMAL DO RSPRG002        *'
                 DISPLAY ' *----------------------------------------*'
              END-IF
           END-IF
           END-IF
           PERFORM 091-REGISTRAR-EXECUCAO
              DISPLAY ' *** ERRO GRAVANDO ARQ-PAGTO - FS='
                      WS-FS-PAGTO
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              PERFORM 056-REGISTRAR-REMESSA
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGISTRAR O TRAILER DA REMESSA ORIGINAL NO LOG DE REMESSAS
      *    (BATIMENTO ANUAL DA CONTA-CORRENTE DAS BOLSAS). SE O LOG
      *    AINDA NAO EXISTIR, CRIA-LO
      *--------------------------------------------------------------*
       056-REGISTRAR-REMESSA.

           OPEN EXTEND ARQ-REMESSA
           IF   WS-FS-REMESSA  =  '35'
              OPEN OUTPUT ARQ-REMESSA
           END-IF
           IF   WS-FS-REMESSA  NOT =  '00'
              DISPLAY ' *** ERRO ABRINDO ARQ-REMESSA - FS='
                      WS-FS-REMESSA
              MOVE 'S'  TO  WS-SW-ABEND
           ELSE
              MOVE WS-LOTE-ANO      TO  RM-ANO
              MOVE WS-LOTE-TERMO    TO  RM-TERMO
              MOVE 'O'              TO  RM-TIPO
              MOVE WS-PAG-DATA-GER  TO  RM-DATA
              MOVE WS-PAG-QTD       TO  RM-QTD
              MOVE WS-PAG-SOMA      TO  RM-SOMA
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
                   ' MEDIA='       WS-MEDIA-CURSO
           .
      *--------------------------------------------------------------*
      *    EMITIR O RANKING A PARTIR DO ARQ-RANKING CLASSIFICADO POR
      *    CURSO (ASCENDENTE) E, DENTRO DO CURSO, POR MEDIA
      *    (DESCENDENTE)
      *--------------------------------------------------------------*
       048-EMITIR-RANKING.

           MOVE SPACES  TO  WS-RANK-CURSO-ANT
           MOVE 'N'     TO  WS-SW-FIM-CLASSIF
           PERFORM 049-RETORNAR-RANKING
           PERFORM 051-IMPRIMIR-RANKING  UNTIL FIM-CLASSIF
           .
      *--------------------------------------------------------------*
      *    OBTER O PROXIMO ALUNO CLASSIFICADO
      *--------------------------------------------------------------*
       049-RETORNAR-RANKING.

           RETURN ARQ-CLASSIF
              AT END
                 MOVE 'S'  TO  WS-SW-FIM-CLASSIF
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DO RANKING, COM CABECALHO A CADA TROCA
      *--------------------------------------------------------------*
       051-IMPRIMIR-RANKING.

           IF   CL-CURSO  NOT =  WS-RANK-CURSO-ANT
              MOVE CL-CURSO    TO  WS-RANK-CURSO-ANT
              MOVE 1           TO  WS-RANK-POS
              PERFORM 052-LOCALIZAR-QTDE-CURSO
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * CURSO ' CL-CURSO
           ELSE
              ADD  1  TO  WS-RANK-POS
           END-IF

           IF   WS-RANK-POS  <=  WS-RANK-CORTE
              DISPLAY ' *   ' WS-RANK-POS
                      ' - ALUNO '  CL-NUM
                      ' '          CL-NOM
                      ' MEDIA='    CL-MED
                      ' *** QUADRO DE HONRA ***'
           ELSE
              DISPLAY ' *   ' WS-RANK-POS
                      ' - ALUNO '  CL-NUM
                      ' '          CL-NOM
                      ' MEDIA='    CL-MED
           END-IF
           PERFORM 049-RETORNAR-RANKING
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR NA TABELA DE CURSOS A QUANTIDADE DE ALUNOS DO
