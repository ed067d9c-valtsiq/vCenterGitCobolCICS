      *    ktli D ccyyddd  - pedidos da data juliana ccyyddd (varre o
      *                      arquivo filtrando WK-ORD-DATE)
      *  Saida: ate 15 linhas item/data/hora/quantidade/retcode no
      *  terminal, estilo CEPCICS2, com a situacao do pedido
      *  (CONFIRMADO, CANCELADO, CANC-RECUS = cancelamento recusado
      *  pelo backend - ver CTLGAPIC) e o usuario que pediu o
      *  cancelamento; 'aut' marca reposicao do CTLGMON1
      *
      *-------------------------------------------------------------  *
       IDENTIFICATION DIVISION.
           03 WK-ORD-RETCODE               PIC 9(002).
           03 WK-ORD-MENSAGEM              PIC X(040).
           03 WK-ORD-CORRID                PIC X(032).
      *    SITUACAO: 'C' CONFIRMADO, 'X' CANCELADO, 'R' CANCELAMENTO
      *    RECUSADO PELO BACKEND (BRANCO EM REGISTRO ANTIGO = 'C')
           03 WK-ORD-STATUS                PIC X(001).
      *    ORIGEM: 'M' TERMINAL (CTLGAPIO), 'A' REPOSICAO (CTLGMON1)
           03 WK-ORD-ORIGEM                PIC X(001).
           03 WK-ORD-CANCELAMENTO.
              05 WK-ORD-CANC-USUARIO       PIC X(008).
              05 WK-ORD-CANC-DATE          PIC S9(7) COMP-3.
              05 WK-ORD-CANC-TIME          PIC S9(7) COMP-3.
              05 WK-ORD-CANC-MENSAGEM      PIC X(040).
              05 WK-ORD-CANC-CORRID        PIC X(032).

       01  WK-BROWSE-KEY.
           03 WK-BRW-ITEMID                PIC X(008).
              05 WK-SEN-QTD                PIC 9(003).
              05 FILLER                    PIC X(004) VALUE ' rc='.
              05 WK-SEN-RC                 PIC 9(002).
              05 FILLER                    PIC X(004) VALUE ' st='.
              05 WK-SEN-STATUS             PIC X(010).
              05 FILLER                    PIC X(001) VALUE SPACE.
              05 WK-SEN-CANC-USUARIO       PIC X(008).
              05 FILLER                    PIC X(001) VALUE SPACE.
              05 WK-SEN-ORIGEM             PIC X(003).
           03 FILLER                       PIC X(080)
                                           VALUE ALL '-'.

       060000-LIMPA-LINHA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-SEN-ITEM(WK-IDX-LIN)
                          WK-SEN-STATUS(WK-IDX-LIN)
                          WK-SEN-CANC-USUARIO(WK-IDX-LIN)
                          WK-SEN-ORIGEM(WK-IDX-LIN)
           MOVE ZEROS  TO WK-SEN-DATA(WK-IDX-LIN)
                          WK-SEN-HORA(WK-IDX-LIN)
                          WK-SEN-QTD(WK-IDX-LIN)
      *----------------------------------------------------------------*
       300000-LER-PEDIDO.
      *----------------------------------------------------------------*
      *    REGISTRO ANTERIOR A SITUACAO DO PEDIDO (93 BYTES) NAO
      *    PREENCHE A CAUDA - FICA EM BRANCO = CONFIRMADO
           MOVE SPACES TO WK-ORD-STATUS
                          WK-ORD-ORIGEM
                          WK-ORD-CANCELAMENTO
           EXEC CICS READNEXT FILE('CTLGORD1')
                             INTO(WK-ORD-REC)
                             RIDFLD(WK-BROWSE-KEY)
              MOVE WK-ORD-TIME       TO WK-SEN-HORA(WK-QT-ACHADOS)
              MOVE WK-ORD-QUANTIDADE TO WK-SEN-QTD(WK-QT-ACHADOS)
              MOVE WK-ORD-RETCODE    TO WK-SEN-RC(WK-QT-ACHADOS)
              PERFORM 310000-MONTA-SITUACAO
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       310000-MONTA-SITUACAO.
      *----------------------------------------------------------------*
           EVALUATE WK-ORD-STATUS
              WHEN 'X'
                 MOVE 'CANCELADO'  TO WK-SEN-STATUS(WK-QT-ACHADOS)
              WHEN 'R'
                 MOVE 'CANC-RECUS' TO WK-SEN-STATUS(WK-QT-ACHADOS)
              WHEN OTHER
                 MOVE 'CONFIRMADO' TO WK-SEN-STATUS(WK-QT-ACHADOS)
           END-EVALUATE

           IF WK-ORD-STATUS EQUAL 'X' OR 'R'
              MOVE WK-ORD-CANC-USUARIO
                   TO WK-SEN-CANC-USUARIO(WK-QT-ACHADOS)
           END-IF

           IF WK-ORD-ORIGEM EQUAL 'A'
              MOVE 'aut' TO WK-SEN-ORIGEM(WK-QT-ACHADOS)
           END-IF.
