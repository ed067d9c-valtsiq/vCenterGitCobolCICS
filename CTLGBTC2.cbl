      *                        confirmacao por placeOrder, gravada
      *                        pelo CTLGAPIO com chave itemID +
      *                        data/hora): para cada item, quantidade
      *                        de pedidos, confirmados (retcode 00 e
      *                        nao cancelados) com suas pecas,
      *                        cancelados (CTLGAPIC) com as pecas
      *                        canceladas em separado, e recusados -
      *                        cancelamento recusado pelo backend
      *                        continua contando como confirmado; a
      *                        reposicao automatica do CTLGMON1 entra
      *                        junto com os pedidos manuais - a mesa de
      *                        fulfillment concilia contra o backend
      *                        do catalogo sem pedir print de VSAM a
      *                        um programador. Mesmo desenho do
           05 WK-ORD-RETCODE             PIC  9(002).
           05 WK-ORD-MENSAGEM            PIC  X(040).
           05 WK-ORD-CORRID              PIC  X(032).
           05 WK-ORD-STATUS              PIC  X(001).
              88 ORD-CANCELADO                      VALUE 'X'.
           05 WK-ORD-ORIGEM              PIC  X(001).
           05 WK-ORD-CANCELAMENTO.
              10 WK-ORD-CANC-USUARIO     PIC  X(008).
              10 WK-ORD-CANC-DATE        PIC S9(7) COMP-3.
              10 WK-ORD-CANC-TIME        PIC S9(7) COMP-3.
              10 WK-ORD-CANC-MENSAGEM    PIC  X(040).
              10 WK-ORD-CANC-CORRID      PIC  X(032).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-QT-PECAS-GRP                   PIC  9(009) VALUE ZEROS.
       01 WK-QT-CONFIRMADOS-GRP             PIC  9(009) VALUE ZEROS.
       01 WK-QT-RECUSADOS-GRP               PIC  9(009) VALUE ZEROS.
       01 WK-QT-CANCELADOS-GRP              PIC  9(009) VALUE ZEROS.
       01 WK-QT-PECAS-CANC-GRP              PIC  9(009) VALUE ZEROS.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-ITENS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-PECAS-TOTAL              PIC  9(009) VALUE ZEROS.
          05 WK-QT-CANCELADOS               PIC  9(009) VALUE ZEROS.
          05 WK-QT-PECAS-CANC               PIC  9(009) VALUE ZEROS.

       01 WK-LINHA-ITEM.
          05 FILLER           PIC X(014) VALUE 'CTLGBTC2 ITEM='.
          05 WK-LIN-CONFIRM   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(011) VALUE ' RECUSADOS='.
          05 WK-LIN-RECUSA    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(012) VALUE ' CANCELADOS='.
          05 WK-LIN-CANCELA   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(012) VALUE ' PECAS-CANC='.
          05 WK-LIN-PECAS-CAN PIC ZZZ,ZZZ,ZZ9.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'ITENS DISTINTOS.....'.
          05 WK-REL-ITENS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'PECAS CONFIRMADAS...'.
          05 WK-REL-PECAS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'PEDIDOS CANCELADOS..'.
          05 WK-REL-CANCELA   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'PECAS CANCELADAS....'.
          05 WK-REL-PECAS-CAN PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
       150000-LER-CTLGORD1.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
      *       REGISTRO ANTERIOR A SITUACAO DO PEDIDO (93 BYTES) VOLTA
      *       FS 04 COM OS CAMPOS NOVOS EM BRANCO = CONFIRMADO
              MOVE SPACES TO WK-CTLGORD1-REC
              READ CTLGORD1 NEXT RECORD

              EVALUATE WK-FS-CTLGORD1
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO WK-QT-LIDOS
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                                    WK-QT-PECAS-GRP
                                    WK-QT-CONFIRMADOS-GRP
                                    WK-QT-RECUSADOS-GRP
                                    WK-QT-CANCELADOS-GRP
                                    WK-QT-PECAS-CANC-GRP
           END-IF

           ADD 1                  TO WK-QT-PEDIDOS-GRP

      *    PECAS SO CONTAM PARA O PEDIDO EM VIGOR; AS CANCELADAS TEM
      *    TOTAL PROPRIO
           IF WK-ORD-RETCODE NOT EQUAL ZEROS
              ADD 1 TO WK-QT-RECUSADOS-GRP
           ELSE
           IF ORD-CANCELADO
              ADD 1                 TO WK-QT-CANCELADOS-GRP
                                       WK-QT-CANCELADOS
              ADD WK-ORD-QUANTIDADE TO WK-QT-PECAS-CANC-GRP
                                       WK-QT-PECAS-CANC
           ELSE
              ADD 1                 TO WK-QT-CONFIRMADOS-GRP
              ADD WK-ORD-QUANTIDADE TO WK-QT-PECAS-GRP
                                       WK-QT-PECAS-TOTAL
           END-IF
           END-IF

           PERFORM 150000-LER-CTLGORD1.
           MOVE WK-QT-PECAS-GRP       TO WK-LIN-PECAS
           MOVE WK-QT-CONFIRMADOS-GRP TO WK-LIN-CONFIRM
           MOVE WK-QT-RECUSADOS-GRP   TO WK-LIN-RECUSA
           MOVE WK-QT-CANCELADOS-GRP  TO WK-LIN-CANCELA
           MOVE WK-QT-PECAS-CANC-GRP  TO WK-LIN-PECAS-CAN

           DISPLAY WK-LINHA-ITEM

           MOVE WK-QT-LIDOS       TO WK-REL-LIDOS
           MOVE WK-QT-ITENS       TO WK-REL-ITENS
           MOVE WK-QT-PECAS-TOTAL TO WK-REL-PECAS
           MOVE WK-QT-CANCELADOS  TO WK-REL-CANCELA
           MOVE WK-QT-PECAS-CANC  TO WK-REL-PECAS-CAN

           DISPLAY WK-RELATORIO.
