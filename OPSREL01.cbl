      *                        1. alertas: contagem das TSQs
      *                           CSTA_ALERTA/CSTA_INFO (arquivadas
      *                           pelo roteador CSTARPT) + as tres
      *                           ultimas linhas de alerta, cada uma
      *                           com severidade, equipe dona e o
      *                           inicio do runbook do catalogo de
      *                           classes (ACLVSA01)
      *                        2. batch: concluidos/com problema/ainda
      *                           executando no RUNHST01, com os
      *                           primeiros jobs-problema nomeados
      *                           (PRBHST01): total e falhas
      *                        Entrada: OPS1 aaaammdd (opcional)
      * DSnames .............. B090290.RUNHST01 / CEPHST01 / CIEHST01
      *                        / APRVSA01 / PRBHST01 / ACLVSA01 (so
      *                        consulta)
      * Transacao CICS  ...... OPS1
      *
      ******************************************************************
             05 WK-PRB-DETALHE                PIC  X(020).

          03 WK-TSQ-REGISTRO                  PIC  X(200).
      *   ANEL DAS TRES ULTIMAS LINHAS DE ALERTA, INTEIRAS (A CLASSE E
      *   O CODIGO DA MENSAGEM SAEM DELAS PARA O CATALOGO)
          03 WK-ALR-GUARDA OCCURS 3 TIMES     PIC  X(200).

      *   CATALOGO DE CLASSES DE ALERTA (ACLVSA01, MANTIDO PELO
      *   ACLMNT01) - CHAVE CLASSE + CODIGO (BRANCO = GERAL DA CLASSE)
          03 WK-ACLVSA01-REC.
             05 WK-ACL-CHAVE.
                10 WK-ACL-CLASSE              PIC  X(008).
                10 WK-ACL-CODIGO              PIC  X(008).
             05 WK-ACL-SEVERIDADE             PIC  X(001).
             05 WK-ACL-EQUIPE                 PIC  X(008).
             05 WK-ACL-DESCRICAO              PIC  X(060).
             05 WK-ACL-RUNBOOK                PIC  X(234).
             05 WK-ACL-REGISTRADOR            PIC  X(008).
          03 WK-TOKEN-1                       PIC  X(008) VALUE SPACES.
          03 WK-TOKEN-2                       PIC  X(008) VALUE SPACES.
      *   BUFFER GENEROSO PARA OS REGISTROS DE HISTORICO (O MAIOR,
      *   CEPHST01, TEM 392 BYTES) - SO A DATA DENTRO DELE INTERESSA
          03 WK-HST-BUFFER                    PIC  X(400).
          03 WK-DATA-REC                      PIC  X(008)
                                              VALUE SPACES.
             05 WK-SEN-ALR-OCR OCCURS 3 TIMES.
                07 FILLER                     PIC  X(002) VALUE SPACES.
                07 WK-SEN-ALR-LINHA           PIC  X(078).
                07 FILLER                     PIC  X(006) VALUE
                   '  SEV='.
                07 WK-SEN-ALR-SEV             PIC  X(001).
                07 FILLER                     PIC  X(006) VALUE
                   ' DONO='.
                07 WK-SEN-ALR-DONO            PIC  X(008).
                07 FILLER                     PIC  X(001) VALUE SPACE.
                07 WK-SEN-ALR-RUNBOOK         PIC  X(058).
             05 WK-SEN-BATCH.
                07 FILLER                     PIC  X(021) VALUE
                   'Batch: concluidos....'.
      *----------------------------------------------------------------*
       110000-LIMPA-ALR.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-SEN-ALR-LINHA(WK-IDX-LIN)
           MOVE SPACES TO WK-SEN-ALR-SEV(WK-IDX-LIN)
           MOVE SPACES TO WK-SEN-ALR-DONO(WK-IDX-LIN)
           MOVE SPACES TO WK-SEN-ALR-RUNBOOK(WK-IDX-LIN)
           MOVE SPACES TO WK-ALR-GUARDA(WK-IDX-LIN).

      *----------------------------------------------------------------*
       120000-LIMPA-PROB.
           MOVE 'N'   TO WK-FIM-TSQ

           PERFORM 220000-LE-INFO
                   UNTIL FIM-TSQ

           PERFORM 230000-RUNBOOK-ALERTA
                   VARYING WK-IDX-LIN FROM 1 BY 1
                   UNTIL WK-IDX-LIN GREATER 3.

      *----------------------------------------------------------------*
       210000-LE-ALERTA.
              MOVE WK-SEN-ALR-LINHA(3) TO WK-SEN-ALR-LINHA(2)
              MOVE WK-TSQ-REGISTRO(1:78)
                   TO WK-SEN-ALR-LINHA(3)
              MOVE WK-ALR-GUARDA(2) TO WK-ALR-GUARDA(1)
              MOVE WK-ALR-GUARDA(3) TO WK-ALR-GUARDA(2)
              MOVE WK-TSQ-REGISTRO  TO WK-ALR-GUARDA(3)
              ADD 1 TO WK-IDX-TSQ
           END-IF.

              ADD 1 TO WK-IDX-TSQ
           END-IF.

      *----------------------------------------------------------------*
       230000-RUNBOOK-ALERTA.
      *----------------------------------------------------------------*
      * MESMA REGRA DO CSTARPT: CLASSE = PRIMEIRO TOKEN DA LINHA,
      * CODIGO = PRIMEIRO TOKEN APOS O 'ALERTA' (PULANDO O '-'); SEM
      * ENTRADA DO CODIGO VALE A GERAL DA CLASSE
      *----------------------------------------------------------------*
           IF WK-ALR-GUARDA(WK-IDX-LIN) NOT EQUAL SPACES
              MOVE SPACES TO WK-ACL-CHAVE
                             WK-TOKEN-1
                             WK-TOKEN-2
              UNSTRING WK-ALR-GUARDA(WK-IDX-LIN) DELIMITED BY ALL ' '
                   INTO WK-ACL-CLASSE
              END-UNSTRING
              UNSTRING WK-ALR-GUARDA(WK-IDX-LIN)(33:168)
                   DELIMITED BY ALL ' '
                   INTO WK-TOKEN-1 WK-TOKEN-2
              END-UNSTRING
              IF WK-TOKEN-1 EQUAL '-'
                 MOVE WK-TOKEN-2 TO WK-ACL-CODIGO
              ELSE
                 MOVE WK-TOKEN-1 TO WK-ACL-CODIGO
              END-IF

              EXEC CICS READ FILE('ACLVSA01')
                   RIDFLD   ( WK-ACL-CHAVE )
                   KEYLENGTH( 16 )
                   INTO     ( WK-ACLVSA01-REC )
                   RESP     ( WK-RESP-VSAM )
              END-EXEC

              IF WK-RESP-VSAM NOT EQUAL ZEROS
                 MOVE SPACES TO WK-ACL-CODIGO
                 EXEC CICS READ FILE('ACLVSA01')
                      RIDFLD   ( WK-ACL-CHAVE )
                      KEYLENGTH( 16 )
                      INTO     ( WK-ACLVSA01-REC )
                      RESP     ( WK-RESP-VSAM )
                 END-EXEC
              END-IF

              IF WK-RESP-VSAM EQUAL ZEROS
                 MOVE WK-ACL-SEVERIDADE
                      TO WK-SEN-ALR-SEV(WK-IDX-LIN)
                 MOVE WK-ACL-EQUIPE
                      TO WK-SEN-ALR-DONO(WK-IDX-LIN)
                 MOVE WK-ACL-RUNBOOK(1:58)
                      TO WK-SEN-ALR-RUNBOOK(WK-IDX-LIN)
              ELSE
                 MOVE '0'        TO WK-SEN-ALR-SEV(WK-IDX-LIN)
                 MOVE 'PENDENTE' TO WK-SEN-ALR-DONO(WK-IDX-LIN)
                 MOVE 'classe fora do catalogo - cadastrar no ACL1'
                      TO WK-SEN-ALR-RUNBOOK(WK-IDX-LIN)
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       300000-RESUME-BATCH.
      *----------------------------------------------------------------*
