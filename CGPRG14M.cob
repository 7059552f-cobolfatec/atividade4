      *  V01    09/2026  010029  VERSAO INICIAL - MANUTENCAO DO
      *                          CADASTRO DE DISCIPLINAS VIA ARQUIVO
      *                          DE MOVIMENTOS
      *  V02    10/2026  010048  SERIE DA DISCIPLINA NO CURSO
      *                          (DC-SERIE, 1 A 9) NO CADASTRO E NO
      *                          MOVIMENTO DE INCLUSAO/ALTERACAO -
      *                          BASE DA PROGRESSAO DO CURSO NA
      *                          REMATRICULA (RSPRG029)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  DC-NOME                PIC X(20).
           05  DC-CURSO               PIC X(12).
           05  DC-CARGA               PIC 9(04).
           05  DC-SERIE               PIC 9(01).

      *-----> SAIDA - LISTAGEM DOS MOVIMENTOS APLICADOS E RECUSADOS
       FD  ARQ-LISTA
           05  MV-CARGA               PIC 9(04).
           05  MV-CARGA-ALFA          REDEFINES MV-CARGA
                                      PIC X(04).
           05  MV-SERIE               PIC 9(01).
           05  MV-SERIE-ALFA          REDEFINES MV-SERIE
                                      PIC X(01).

      *-----> SAIDA - LINHA MONTADA PARA A LISTAGEM DE MOVIMENTOS
       01  WS-REG-LISTA.
                          MOVE 'CARGA HORARIA NAO NUMERICA'
                                                    TO  WS-LIS-MOTIVO
                          MOVE 'N'  TO  WS-SW-VALIDO
                       ELSE
                          IF   MV-SERIE  NOT NUMERIC  OR
                               MV-SERIE  =  ZERO
                             MOVE 'SERIE INVALIDA - ESPERE 1 A 9'
                                                    TO  WS-LIS-MOTIVO
                             MOVE 'N'  TO  WS-SW-VALIDO
                          END-IF
                       END-IF
                    END-IF
                 END-IF
           MOVE MV-NOME    TO  DC-NOME
           MOVE MV-CURSO   TO  DC-CURSO
           MOVE MV-CARGA   TO  DC-CARGA
           MOVE MV-SERIE   TO  DC-SERIE
           WRITE REG-DISCIP
              INVALID KEY
                 MOVE 'INCLUSAO DE CHAVE DUPLICADA'  TO  WS-LIS-MOTIVO
                 MOVE MV-NOME     TO  DC-NOME
                 MOVE MV-CURSO    TO  DC-CURSO
                 MOVE MV-CARGA    TO  DC-CARGA
                 MOVE MV-SERIE    TO  DC-SERIE
                 REWRITE REG-DISCIP
                 IF   WS-FS-DISCIP  =  '00'
                    ADD  1  TO  WS-CTL-ALTERADOS
