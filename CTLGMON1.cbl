      *  cada item com o limite de reposicao do departamento e grava
      *  um 'ALERTA' de reposicao na CSTA por item abaixo do limite;
      *  opcionalmente ja coloca o pedido de reposicao pre-aprovado
      *  (POST placeOrder, mesmo caminho do CTLGAPIO), gravando a
      *  confirmacao no VSAM CTLGORD1 com origem 'A' para que uma
      *  reposicao indevida possa ser cancelada pelo CTLGAPIC (ktlc).
      *  Configuracao no PRMVSA01 (programa CTLGMON1, via PRMLER01):
      *    DEPTLIST - ate 8 departamentos de 3 digitos separados por
      *               espaco (default '010')
      *    LIMddd   - limite de reposicao do departamento ddd
      *               (default 0005)
      *    LIMIiiii - limite de reposicao do item iiii (default o do
      *               departamento)
      *    AUTOPED  - 'S' liga o pedido automatico (default 'N')
      *    QTDPED   - quantidade do pedido automatico (default 010)
      *    QTDddd   - quantidade do departamento ddd (default QTDPED)
      *    QTDIiiii - quantidade do item iiii (default a do
      *               departamento)
      *  Os valores por item e por departamento sao os recomendados
      *  pelo planejamento semanal CTLGBTC6 (pacote PRMBTC02)
      *
      *-------------------------------------------------------------  *
       IDENTIFICATION DIVISION.
       01 WK-AUTO-PEDIDO               PIC X(001) VALUE 'N'.
          88 AUTO-PEDIDO                          VALUE 'S'.
       01 WK-QTD-PEDIDO                PIC 9(003) VALUE 10.
       01 WK-QTD-DEPTO                 PIC 9(003) VALUE 10.
       01 WK-LIMITE-ITEM               PIC 9(004) VALUE 5.
       01 WK-QTD-ITEM                  PIC 9(003) VALUE 10.

       01 WK-IDX-ITEM                  PIC 9(002) VALUE ZEROS.
       01 WK-QT-ALERTAS                PIC 9(009) VALUE ZEROS.

       77  WK-EIBRESP                  PIC S9(9) COMP-5 SYNC.

      *----------------------------------------------------------------*
      * MESMO LAYOUT DE WK-ORD-REC GRAVADO PELO CTLGAPIO NO VSAM
      * 'CTLGORD1' - MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       01  WK-ORD-REC.
           03 WK-ORD-KEY.
              05 WK-ORD-ITEMID             PIC X(008).
              05 WK-ORD-DATE               PIC S9(7) COMP-3.
              05 WK-ORD-TIME               PIC S9(7) COMP-3.
           03 WK-ORD-QUANTIDADE            PIC 9(003).
           03 WK-ORD-RETCODE               PIC 9(002).
           03 WK-ORD-MENSAGEM              PIC X(040).
           03 WK-ORD-CORRID                PIC X(032).
           03 WK-ORD-STATUS                PIC X(001).
           03 WK-ORD-ORIGEM                PIC X(001).
           03 WK-ORD-CANCELAMENTO.
              05 WK-ORD-CANC-USUARIO       PIC X(008).
              05 WK-ORD-CANC-DATE          PIC S9(7) COMP-3.
              05 WK-ORD-CANC-TIME          PIC S9(7) COMP-3.
              05 WK-ORD-CANC-MENSAGEM      PIC X(040).
              05 WK-ORD-CANC-CORRID        PIC X(032).
       01  WK-ORD-ITEM                 PIC 9(003) VALUE ZEROS.
       01  WK-ORD-TASKN                PIC 9(007) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    L I N K A G E   S E C T I O N
      *----------------------------------------------------------------*
              MOVE 5 TO WK-LIMITE-DEPTO
           END-IF

      *    QUANTIDADE DO PEDIDO DO DEPARTAMENTO (QTDddd)
           MOVE SPACES TO WK-PRM-PARAMETRO
           MOVE 'QTD'  TO WK-PRM-PARAMETRO(1:3)
           MOVE WK-DEPTO(WK-IDX-DEPTO) TO WK-PRM-PARAMETRO(4:3)
           MOVE SPACES        TO WK-PRM-DEFAULT
           MOVE WK-QTD-PEDIDO TO WK-PRM-DEFAULT(1:3)
           PERFORM CHAMA-PRMLER01
           IF WK-PRM-VALOR(1:3) NUMERIC
              MOVE WK-PRM-VALOR(1:3) TO WK-QTD-DEPTO
           ELSE
              MOVE WK-QTD-PEDIDO     TO WK-QTD-DEPTO
           END-IF

           INITIALIZE RESPONSE
           INITIALIZE REQUEST
           MOVE WK-DEPTO(WK-IDX-DEPTO) TO department IN REQUEST
      *----------------------------------------------------------------*
       AVALIA-ITEM.
      *----------------------------------------------------------------*
           PERFORM LE-LIMITE-ITEM

           IF in-mult-stock(WK-IDX-ITEM) NUMERIC
              AND in-mult-stock(WK-IDX-ITEM) LESS WK-LIMITE-ITEM
              ADD 1 TO WK-QT-ALERTAS

              MOVE EIBTRNID                    TO WK-ALE-TRAN
              MOVE ca-mult-item-ref(WK-IDX-ITEM) TO WK-ALE-ITEM
              MOVE WK-DEPTO(WK-IDX-DEPTO)      TO WK-ALE-DEPTO
              MOVE in-mult-stock(WK-IDX-ITEM)  TO WK-ALE-ESTOQUE
              MOVE WK-LIMITE-ITEM              TO WK-ALE-LIMITE

              EXEC CICS WRITEQ TD QUEUE('CSTA')
                             FROM(WK-ALERTA-ESTOQUE)
           EXIT
           .

      *----------------------------------------------------------------*
       LE-LIMITE-ITEM.
      *----------------------------------------------------------------*
      * LIMITE E QUANTIDADE PROPRIOS DO ITEM (LIMIiiii/QTDIiiii); SEM
      * VALOR PROPRIO VALEM OS DO DEPARTAMENTO
      *----------------------------------------------------------------*
           MOVE WK-LIMITE-DEPTO TO WK-LIMITE-ITEM
           MOVE WK-QTD-DEPTO    TO WK-QTD-ITEM

           IF ca-mult-item-ref(WK-IDX-ITEM) NUMERIC
              MOVE SPACES TO WK-PRM-PARAMETRO
              MOVE 'LIMI' TO WK-PRM-PARAMETRO(1:4)
              MOVE ca-mult-item-ref(WK-IDX-ITEM)
                          TO WK-PRM-PARAMETRO(5:4)
              MOVE SPACES          TO WK-PRM-DEFAULT
              MOVE WK-LIMITE-DEPTO TO WK-PRM-DEFAULT(1:4)
              PERFORM CHAMA-PRMLER01
              IF WK-PRM-VALOR(1:4) NUMERIC
                 MOVE WK-PRM-VALOR(1:4) TO WK-LIMITE-ITEM
              END-IF

              MOVE 'QTDI' TO WK-PRM-PARAMETRO(1:4)
              MOVE SPACES          TO WK-PRM-DEFAULT
              MOVE WK-QTD-DEPTO    TO WK-PRM-DEFAULT(1:3)
              PERFORM CHAMA-PRMLER01
              IF WK-PRM-VALOR(1:3) NUMERIC
                 MOVE WK-PRM-VALOR(1:3) TO WK-QTD-ITEM
              END-IF
           END-IF

           EXIT
           .

      *----------------------------------------------------------------*
       COLOCA-PEDIDO.
      *----------------------------------------------------------------*
      * PEDIDO DE REPOSICAO PRE-APROVADO - MESMO placeOrder DO
      * CTLGAPIO; A CONFIRMACAO VAI PARA O CTLGORD1 COMO A DO PEDIDO
      * MANUAL (ORIGEM 'A'), PARA PODER SER CANCELADA NO ktlc
      *----------------------------------------------------------------*
           INITIALIZE RESPONSE-ORD
           INITIALIZE REQUEST-ORD
           MOVE ca-mult-item-ref(WK-IDX-ITEM) TO ca-ord-item-ref
           MOVE WK-QTD-ITEM                   TO ca-ord-quantity

           SET BAQ-REQUEST-PTR TO ADDRESS OF REQUEST-ORD
           MOVE LENGTH OF REQUEST-ORD TO BAQ-REQUEST-LEN
           IF BAQ-SUCCESS
              AND ca-ord-return-code EQUAL ZEROS
              ADD 1 TO WK-QT-PEDIDOS
              PERFORM GRAVA-CONFIRMACAO
           END-IF

           EXIT
           .

      *----------------------------------------------------------------*
       GRAVA-CONFIRMACAO.
      *----------------------------------------------------------------*
      * CHAVE NO MESMO FORMATO DO CTLGAPIO (ITEM DE 3 DIGITOS +
      * EIBDATE/EIBTIME); CORRELACAO 'CTLGMON1-TASK' + TAREFA
      *----------------------------------------------------------------*
           MOVE ca-ord-item-ref        TO WK-ORD-ITEM
           MOVE SPACES                 TO WK-ORD-ITEMID
           MOVE WK-ORD-ITEM            TO WK-ORD-ITEMID(1:3)
           MOVE EIBDATE                TO WK-ORD-DATE
           MOVE EIBTIME                TO WK-ORD-TIME
           MOVE ca-ord-quantity        TO WK-ORD-QUANTIDADE
           MOVE ca-ord-return-code     TO WK-ORD-RETCODE
           MOVE ca-ord-response-message(1:40)
                                       TO WK-ORD-MENSAGEM
           MOVE SPACES                 TO WK-ORD-CORRID
           MOVE 'CTLGMON1-TASK'        TO WK-ORD-CORRID(1:13)
           MOVE EIBTASKN               TO WK-ORD-TASKN
           MOVE WK-ORD-TASKN           TO WK-ORD-CORRID(14:7)
           MOVE 'C'                    TO WK-ORD-STATUS
           MOVE 'A'                    TO WK-ORD-ORIGEM
           MOVE SPACES                 TO WK-ORD-CANC-USUARIO
                                          WK-ORD-CANC-MENSAGEM
                                          WK-ORD-CANC-CORRID
           MOVE ZEROS                  TO WK-ORD-CANC-DATE
                                          WK-ORD-CANC-TIME

           EXEC CICS WRITE FILE ( 'CTLGORD1'             )
                     RIDFLD    ( WK-ORD-KEY              )
                     KEYLENGTH ( LENGTH OF WK-ORD-KEY    )
                     FROM      ( WK-ORD-REC              )
                     LENGTH    ( LENGTH OF WK-ORD-REC    )
                     RESP      ( WK-EIBRESP              )
                     NOHANDLE
           END-EXEC

           EXIT
           .

      *----------------------------------------------------------------*
       EMITE-RESUMO.
      *----------------------------------------------------------------*
