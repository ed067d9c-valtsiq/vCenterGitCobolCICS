          05 WK-SET-REQ-NAME      PIC X(008).
          05 WK-SET-REQ-ACAO      PIC X(008).
          05 WK-SET-REQ-CONFIRMA  PIC X(001).
      *   'S' = FALHA DESTA ACAO DEIXA SERVICO FORA DO AR (REABERTURA
      *   POS-CARGA DO VSRSBTC3) - ALEM DA AUDITORIA, VAI UMA LINHA
      *   'ALERTA' PARA A CSTA, QUE O CSTARPT ENCAMINHA A OPERACAO
          05 WK-SET-REQ-ALERTA    PIC X(001).
          05 FILLER               PIC X(180).
       01 WK-COMM-BRW-REQ REDEFINES WK-COMM-RESO.
          05 FILLER               PIC X(002).
          05 WK-BRW-PREFIXO       PIC X(008).
          05 WK-BRW-TIPO          PIC X(008).
          05 WK-BRW-CONTINUA      PIC X(008).
      *   SEGUNDA METADE DA CONTINUACAO - SO TSQUEUE TEM NOME DE 16
          05 WK-BRW-CONTINUA-2    PIC X(008).
          05 FILLER               PIC X(166).
       01 WK-SCRE-SEND            PIC X(200) VALUE SPACES.
       01 WK-COMM-PROG.
          05 WK-COMM-PROG-CODE    PIC 9(002) VALUE ZEROES.
      * DEVOLVIDO EM WK-BRW-CONTINUA (DPL; PELO TERMINAL SO A
      * PRIMEIRA PAGINA VIAJA, O FILL DA TELA CARREGA SO O TIPO).
      * TAMANHO EFETIVO DO PREFIXO PELA VSRSARLN (MODO 'L') - MESMA
      * CONTABILIDADE DO RESTO DA FAMILIA VSRS.
      * TIPOS: PROGRAM (SIT1=ENABLE), TRANSACT (SIT1=ENABLE, SIT2=
      * PROGRAMA), FILE (SIT1=ENABLE, SIT2=OPEN), TDQUEUE (SIT1=
      * ENABLE, SIT2=TIPO DA FILA) E TSQUEUE - NOME DE 16: NOME=1-8,
      * SIT1=9-16, SIT2=LOCALIZACAO; A CONTINUACAO VAI EM
      * WK-BRW-CONTINUA + WK-BRW-CONTINUA-2. USADO PELO INVENTARIO
      * NOTURNO DA REGIAO (VSRSBTC4)
      *----------------------------------------------------------------*
       01 WK-COMM-BRW.
          05 WK-COMM-BRW-CODE     PIC 9(002) VALUE ZEROES.
          05 WK-AUD-ACAO          PIC X(008).
          05 WK-AUD-RESULT        PIC X(020).
       01 WK-AUD-USERID-W         PIC X(008) VALUE SPACES.
      * LINHA DE ALERTA CRITICO NA CSTA (ACAO COM WK-SET-REQ-ALERTA
      * 'S' QUE FALHOU) - MESMO CARIMBO 'ALERTA' DO VSRSDRF1
       01 WK-LINHA-ALERTA.
          05 WK-ALR-TRAN          PIC X(004).
          05 FILLER               PIC X(001) VALUE SPACE.
          05 WK-ALR-DATA          PIC X(010).
          05 FILLER               PIC X(001) VALUE SPACE.
          05 WK-ALR-HORA          PIC X(008).
          05 FILLER               PIC X(008) VALUE ' ALERTA '.
          05 WK-ALR-TIPO          PIC X(008).
          05 FILLER               PIC X(001) VALUE SPACE.
          05 WK-ALR-NOME          PIC X(008).
          05 FILLER               PIC X(006) VALUE ' ACAO='.
          05 WK-ALR-ACAO          PIC X(008).
          05 FILLER               PIC X(001) VALUE SPACE.
          05 WK-ALR-RESULT        PIC X(020).
          05 FILLER               PIC X(008) VALUE ' USERID='.
          05 WK-ALR-USERID        PIC X(008).
       01 WK-AUD-ABSTIME          PIC S9(15) COMP-3 VALUE +0.
       01 WK-AUD-EIBRESP          PIC S9(8) COMP VALUE +0.

       01 WK-NUMITEMS             PIC S9(8) COMP VALUE +0.
       01 WK-ULTUSO               PIC S9(8) COMP VALUE +0.
       01 WK-TSQ-NOME-16          PIC X(016) VALUE SPACES.
       01 WK-TSQ-CONTINUA-16      PIC X(016) VALUE SPACES.
       01 WK-CVDA-TIPO            PIC S9(8) COMP VALUE +0.

      *----------------------------------------------------------------*

                 PERFORM BRW-TRANSACTION
              WHEN 'FILE    '
                 PERFORM BRW-FILE
              WHEN 'TDQUEUE '
                 PERFORM BRW-TDQUEUE
              WHEN 'TSQUEUE '
                 PERFORM BRW-TSQUEUE
              WHEN OTHER
                 MOVE 'TIPO????' TO WK-BRW-ENT-NOME(1)
           END-EVALUATE
                 END-EVALUATE
              END-IF
           END-IF
      *
           EXIT.
       BRW-TDQUEUE.
           EXEC CICS INQUIRE TDQUEUE START AT(WK-BRW-NOME-4)
                     RESP(WS-RETURN-CODE)
           END-EXEC

           IF WS-RETURN-CODE EQUAL ZERO
              PERFORM BRW-TDQUEUE-NEXT
                      UNTIL FIM-BROWSE
                         OR WK-COMM-BRW-QT EQUAL 8

              EXEC CICS INQUIRE TDQUEUE END
                        NOHANDLE
              END-EXEC
           END-IF
      *
           EXIT.
       BRW-TDQUEUE-NEXT.
           EXEC CICS INQUIRE TDQUEUE(WK-BRW-NOME-4) NEXT
                     ENABLESTATUS(WK-CVDA-ENAB)
                     TYPE        (WK-CVDA-TIPO)
                     RESP(WS-RETURN-CODE)
           END-EXEC

           MOVE SPACES        TO WK-BRW-NOME
           MOVE WK-BRW-NOME-4 TO WK-BRW-NOME(1:4)

           IF WS-RETURN-CODE NOT EQUAL ZERO
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
              PERFORM BRW-CONFERE-PREFIXO
              IF NOT FIM-BROWSE
                 AND WK-BRW-NOME GREATER WK-BRW-CONTINUA
                 ADD 1 TO WK-COMM-BRW-QT
                 MOVE WK-BRW-NOME
                      TO WK-BRW-ENT-NOME(WK-COMM-BRW-QT)
                 PERFORM BRW-TRADUZ-ENAB
                 MOVE WK-COMM-FILE-ENAB
                      TO WK-BRW-ENT-SIT1(WK-COMM-BRW-QT)
                 EVALUATE WK-CVDA-TIPO
                    WHEN DFHVALUE(INTRA)
                       MOVE 'INTRA   '
                            TO WK-BRW-ENT-SIT2(WK-COMM-BRW-QT)
                    WHEN DFHVALUE(EXTRA)
                       MOVE 'EXTRA   '
                            TO WK-BRW-ENT-SIT2(WK-COMM-BRW-QT)
                    WHEN DFHVALUE(INDIRECT)
                       MOVE 'INDIRECT'
                            TO WK-BRW-ENT-SIT2(WK-COMM-BRW-QT)
                    WHEN DFHVALUE(REMOTE)
                       MOVE 'REMOTE  '
                            TO WK-BRW-ENT-SIT2(WK-COMM-BRW-QT)
                    WHEN OTHER
                       MOVE '????????'
                            TO WK-BRW-ENT-SIT2(WK-COMM-BRW-QT)
                 END-EVALUATE
              END-IF
           END-IF
      *
           EXIT.
       BRW-TSQUEUE.
      * NOME DE 16: A CONTINUACAO E O PONTO DE PARTIDA USAM AS DUAS
      * METADES; O PREFIXO (ATE 8) CONFERE SO A PRIMEIRA
           MOVE SPACES TO WK-TSQ-CONTINUA-16
           IF WK-BRW-CONTINUA NOT EQUAL SPACES
                 AND WK-BRW-CONTINUA NOT EQUAL LOW-VALUES
              MOVE WK-BRW-CONTINUA   TO WK-TSQ-CONTINUA-16(1:8)
              MOVE WK-BRW-CONTINUA-2 TO WK-TSQ-CONTINUA-16(9:8)
           END-IF
           MOVE SPACES      TO WK-TSQ-NOME-16
           MOVE WK-BRW-NOME TO WK-TSQ-NOME-16(1:8)
           IF WK-TSQ-CONTINUA-16 NOT EQUAL SPACES
              MOVE WK-TSQ-CONTINUA-16 TO WK-TSQ-NOME-16
           END-IF

           EXEC CICS INQUIRE TSQUEUE START AT(WK-TSQ-NOME-16)
                     RESP(WS-RETURN-CODE)
           END-EXEC

           IF WS-RETURN-CODE EQUAL ZERO
              PERFORM BRW-TSQUEUE-NEXT
                      UNTIL FIM-BROWSE
                         OR WK-COMM-BRW-QT EQUAL 8

              EXEC CICS INQUIRE TSQUEUE END
                        NOHANDLE
              END-EXEC
           END-IF
      *
           EXIT.
       BRW-TSQUEUE-NEXT.
           EXEC CICS INQUIRE TSQUEUE(WK-TSQ-NOME-16) NEXT
                     LOCATION(WK-CVDA-TIPO)
                     RESP(WS-RETURN-CODE)
           END-EXEC

           MOVE WK-TSQ-NOME-16(1:8) TO WK-BRW-NOME

           IF WS-RETURN-CODE NOT EQUAL ZERO
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
              PERFORM BRW-CONFERE-PREFIXO
              IF NOT FIM-BROWSE
                 AND WK-TSQ-NOME-16 GREATER WK-TSQ-CONTINUA-16
                 ADD 1 TO WK-COMM-BRW-QT
                 MOVE WK-TSQ-NOME-16(1:8)
                      TO WK-BRW-ENT-NOME(WK-COMM-BRW-QT)
                 MOVE WK-TSQ-NOME-16(9:8)
                      TO WK-BRW-ENT-SIT1(WK-COMM-BRW-QT)
                 EVALUATE WK-CVDA-TIPO
                    WHEN DFHVALUE(MAIN)
                       MOVE 'MAIN    '
                            TO WK-BRW-ENT-SIT2(WK-COMM-BRW-QT)
                    WHEN DFHVALUE(AUXILIARY)
                       MOVE 'AUXILIAR'
                            TO WK-BRW-ENT-SIT2(WK-COMM-BRW-QT)
                    WHEN OTHER
                       MOVE '????????'
                            TO WK-BRW-ENT-SIT2(WK-COMM-BRW-QT)
                 END-EVALUATE
              END-IF
           END-IF
      *
           EXIT.
       BRW-CONFERE-PREFIXO.
                              RESP(WS-RETURN-CODE)
                    END-EXEC
                    PERFORM AVALIA-RESULT-SET
      *          WAIT: AS TAREFAS EM VOO TERMINAM ANTES DO CLOSE
                 WHEN 'CLOSE   '
                    EXEC CICS SET FILE(WK-SET-REQ-NAME)
                              CLOSED
                              WAIT
                              RESP(WS-RETURN-CODE)
                    END-EXEC
                    PERFORM AVALIA-RESULT-SET

           MOVE 'FILE    ' TO WK-AUD-TIPO
           PERFORM GRAVA-AUDITORIA-SET

           IF WK-SET-REQ-ALERTA EQUAL 'S'
              AND WK-COMM-SET-RESULT NOT EQUAL 'EXECUTADO           '
              PERFORM GRAVA-ALERTA-CSTA
           END-IF
      *
           EXIT.
       AVALIA-RESULT-SET.
                     NOHANDLE
           END-EXEC
      *
           EXIT.
       GRAVA-ALERTA-CSTA.
      * CHAMADA APOS GRAVA-AUDITORIA-SET - REAPROVEITA DATA/HORA E
      * USUARIO JA APURADOS PARA O REGISTRO DE AUDITORIA
           MOVE EIBTRNID           TO WK-ALR-TRAN
           MOVE WK-AUD-DATA        TO WK-ALR-DATA
           MOVE WK-AUD-HORA        TO WK-ALR-HORA
           MOVE WK-AUD-TIPO        TO WK-ALR-TIPO
           MOVE WK-SET-REQ-NAME    TO WK-ALR-NOME
           MOVE WK-SET-REQ-ACAO    TO WK-ALR-ACAO
           MOVE WK-COMM-SET-RESULT TO WK-ALR-RESULT
           MOVE WK-AUD-USERID-W    TO WK-ALR-USERID

           EXEC CICS WRITEQ TD QUEUE('CSTA')
                     FROM  (WK-LINHA-ALERTA)
                     LENGTH(LENGTH OF WK-LINHA-ALERTA)
                     NOHANDLE
           END-EXEC
      *
           EXIT.
