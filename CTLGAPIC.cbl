       CBL CICS('COBOL3') APOST
      *-------------------------------------------------------------  *
      *
      *  MODULE NAME = CTLGAPIC
      *
      *  DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -
      *                     Catalog Manager Program - ORDER CANCEL
      *
      *  TRANSACTION NAME = ktlc
      *
      *  FUNCTION =
      *  cancelamento de um pedido ja confirmado no VSAM CTLGORD1
      *  (pedido manual do CTLGAPIO ou reposicao automatica do
      *  CTLGMON1) - antes um pedido errado so era desfeito ligando
      *  para o time do catalogo. O pedido e identificado pela chave
      *  original exibida no CTLGINQ1 (ktli):
      *    ktlc iii ddddddd hhhhhhh  - item, data (0CYYDDD) e hora
      *                                (0HHMMSS) do pedido
      *  O cancelamento vai ao backend do catalogo pelo BAQCRTRY
      *  (POST /catalogManager/orders/cancel, mesma API
      *  catalog_1.0.0), levando item, quantidade e a correlacao do
      *  pedido original. O proprio registro do pedido recebe a
      *  situacao 'X' (cancelado) ou 'R' (cancelamento recusado pelo
      *  backend) com usuario, data/hora, mensagem e correlacao do
      *  cancelamento. Falha de comunicacao com o backend nao altera
      *  o registro - o pedido continua confirmado.
      *
      *-------------------------------------------------------------  *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLGAPIC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Work area                                                     *
      *----------------------------------------------------------------*
        01 wk-work.
           03 wk-receive-length        PIC S9(4) COMP value 255.
           03 wk-receive.
              05 filler                pic x(005).
              05 wk-screen-item        pic x(003).
              05 filler                pic x(001).
              05 wk-screen-date        pic x(007).
              05 filler                pic x(001).
              05 wk-screen-time        pic x(007).
              05 filler                pic x(231).
        01 wk-screen-date-n            pic 9(007).
        01 wk-screen-time-n            pic 9(007).

      *---------------------------------------------------------------
      * Book de informacoes da API - operacao de cancelamento do
      * catalog_1.0.0 (mesma API do placeOrder do CTLGAPIO)
      *---------------------------------------------------------------

       01 API-INFO.
           03 BAQ-APINAME                PIC X(255)
              VALUE 'catalog_1.0.0'.
           03 BAQ-APINAME-LEN            PIC S9(9) COMP-5 SYNC
              VALUE 13.
           03 BAQ-APIPATH                PIC X(255)
              VALUE '%2FcatalogManager%2Forders%2Fcancel'.
           03 BAQ-APIPATH-LEN            PIC S9(9) COMP-5 SYNC
              VALUE 35.
           03 BAQ-APIMETHOD              PIC X(255)
              VALUE 'POST'.
           03 BAQ-APIMETHOD-LEN          PIC S9(9) COMP-5 SYNC
              VALUE 4.

      *---------------------------------------------------------------
      * Book de "request" do cancelamento - item e quantidade do
      * pedido original mais a correlacao gravada no CTLGORD1
      *---------------------------------------------------------------

       01 REQUEST.
             06 ReqBody.
               09 DFH0XCMNOperationRequest.
                 12 ca-cancel-request.
                   15 ca-can-item-ref               PIC 9(4) DISPLAY.
                   15 ca-can-quantity               PIC 9(3) DISPLAY.
                   15 ca-can-order-ref              PIC X(32).

      *---------------------------------------------------------------
      * Book de "response" - mesmo formato do placeOrder
      *---------------------------------------------------------------

       01 RESPONSE.
             06 RespBody.
               09 DFH0XCMNOperationResponse.
                 12 ca-return-code                PIC 9(2) DISPLAY.
                 12 ca-response-message           PIC X(80).

      *--------------------------------------------------------------
      * Estrutura de linguagem com informaoes para executar os
      * procedimentos de "request" and " response"
      * IMPORTANTE - valores e tamanhos padrao do STUB, nao devem
      *              ser alterados
      *--------------------------------------------------------------
           COPY BAQREQIN.
           COPY BAQRSPIN.

      *----------------------------------------------------------------*
      *   Areas utilizadas pelos ponteiros para a chamada do programa
      *   STUB padrao do zCEE (via BAQCRTRY)
      *----------------------------------------------------------------*

       01 BAQ-REQUEST-PTR USAGE POINTER.
       01 BAQ-REQUEST-LEN PIC S9(9) COMP-5 SYNC.
       01 BAQ-RESPONSE-PTR USAGE POINTER.
       01 BAQ-RESPONSE-LEN PIC S9(9) COMP-5 SYNC.
       77 WK-PGM-BAQCRTRY PIC X(8) VALUE 'BAQCRTRY'.

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
      *    SITUACAO: 'C' CONFIRMADO, 'X' CANCELADO, 'R' CANCELAMENTO
      *    RECUSADO PELO BACKEND (BRANCO EM REGISTRO ANTIGO = 'C')
           03 WK-ORD-STATUS                PIC X(001).
              88 ORD-CANCELADO                         VALUE 'X'.
      *    ORIGEM: 'M' TERMINAL (CTLGAPIO), 'A' REPOSICAO (CTLGMON1)
           03 WK-ORD-ORIGEM                PIC X(001).
           03 WK-ORD-CANCELAMENTO.
              05 WK-ORD-CANC-USUARIO       PIC X(008).
              05 WK-ORD-CANC-DATE          PIC S9(7) COMP-3.
              05 WK-ORD-CANC-TIME          PIC S9(7) COMP-3.
              05 WK-ORD-CANC-MENSAGEM      PIC X(040).
              05 WK-ORD-CANC-CORRID        PIC X(032).
       01  WK-ORD-CHAVE                    PIC X(016).
       77 WK-ORD-EIBRESP                   PIC S9(8) COMP SYNC.
       01  WK-USUARIO                      PIC X(008) VALUE SPACES.

      *----------------------------------------------------------------*
      * Correlacao padrao do shop - mesmo book usado pelo CTLGAPIO
      *----------------------------------------------------------------*
       77  WK-TIMESTAMP                     PIC S9(015) COMP-3 VALUE +0.
       01  WK-DATA                          PIC  X(010) VALUE SPACES.
       01  WK-HORA                          PIC  X(008) VALUE SPACES.
       01  WK-CORRELACAO.
           COPY CORK0001.
       77  WK-CORR-TASKN                    PIC  9(007).

      *----------------------------------------------------------------*
      *    L I N K A G E   S E C T I O N
      *----------------------------------------------------------------*

       LINKAGE SECTION.
       01 DFHCOMMAREA             PIC X(256) VALUE SPACES.

      *----------------------------------------------------------------*
      *P R O C E D U R E S
      *----------------------------------------------------------------*

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*

           initialize response
           initialize request

           exec cics receive into(wk-receive)
                             length(wk-receive-length)
           end-exec

      *    ENTRADA: ktlc iii ddddddd hhhhhhh (CHAVE DO PEDIDO)
           IF wk-screen-item NOT NUMERIC
              OR wk-screen-date NOT NUMERIC
              OR wk-screen-time NOT NUMERIC
              MOVE 99 TO ca-return-code
              MOVE 'Informe a chave: ktlc iii ddddddd hhhhhhh'
                   TO ca-response-message
              PERFORM ENVIA-RESPOSTA

              exec cics return
              end-exec
           END-IF

           PERFORM LE-PEDIDO

           IF ca-return-code NOT EQUAL ZEROS
              PERFORM ENVIA-RESPOSTA

              exec cics return
              end-exec
           END-IF

           MOVE WK-ORD-ITEMID(1:3)     to ca-can-item-ref
           MOVE WK-ORD-QUANTIDADE      to ca-can-quantity
           MOVE WK-ORD-CORRID          to ca-can-order-ref

           PERFORM MONTA-CORRELACAO.

           SET BAQ-REQUEST-PTR TO ADDRESS OF REQUEST.
           MOVE LENGTH OF REQUEST TO BAQ-REQUEST-LEN.
           SET BAQ-RESPONSE-PTR TO ADDRESS OF RESPONSE.
           MOVE LENGTH OF RESPONSE TO BAQ-RESPONSE-LEN.

           CALL WK-PGM-BAQCRTRY USING
           BY REFERENCE DFHEIBLK
           BY REFERENCE DFHCOMMAREA
           BY REFERENCE API-INFO
           BY REFERENCE BAQ-REQUEST-INFO
           BY REFERENCE BAQ-REQUEST-PTR
           BY REFERENCE BAQ-REQUEST-LEN
           BY REFERENCE BAQ-RESPONSE-INFO
           BY REFERENCE BAQ-RESPONSE-PTR
           BY REFERENCE BAQ-RESPONSE-LEN.

           IF NOT BAQ-SUCCESS
              MOVE BAQ-STATUS-MESSAGE(1:80) TO ca-response-message
           ELSE
              PERFORM GRAVA-CANCELAMENTO
           END-IF

           PERFORM ENVIA-RESPOSTA

           exec cics return
           end-exec

           EXIT
           .

      *----------------------------------------------------------------*
       LE-PEDIDO.
      *----------------------------------------------------------------*
      * SO SE CANCELA PEDIDO CONFIRMADO (RETCODE 00) E AINDA NAO
      * CANCELADO; CANCELAMENTO RECUSADO PODE SER TENTADO DE NOVO
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WK-ORD-ITEMID
           MOVE wk-screen-item         TO WK-ORD-ITEMID(1:3)
           MOVE wk-screen-date         TO wk-screen-date-n
           MOVE wk-screen-time         TO wk-screen-time-n
           MOVE wk-screen-date-n       TO WK-ORD-DATE
           MOVE wk-screen-time-n       TO WK-ORD-TIME
           MOVE WK-ORD-KEY             TO WK-ORD-CHAVE
      *    REGISTRO ANTERIOR A SITUACAO DO PEDIDO (93 BYTES) NAO
      *    PREENCHE A CAUDA - FICA EM BRANCO = CONFIRMADO
           MOVE SPACES                 TO WK-ORD-STATUS
                                          WK-ORD-ORIGEM
                                          WK-ORD-CANCELAMENTO

           EXEC CICS READ FILE ( 'CTLGORD1'              )
                     RIDFLD    ( WK-ORD-CHAVE            )
                     KEYLENGTH ( LENGTH OF WK-ORD-CHAVE  )
                     INTO      ( WK-ORD-REC              )
                     RESP      ( WK-ORD-EIBRESP          )
                     NOHANDLE
           END-EXEC

           EVALUATE TRUE
              WHEN WK-ORD-EIBRESP EQUAL DFHRESP(NOTFND)
                 MOVE 98 TO ca-return-code
                 MOVE 'Pedido nao encontrado no CTLGORD1'
                      TO ca-response-message
              WHEN WK-ORD-EIBRESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 97 TO ca-return-code
                 MOVE 'CTLGORD1 indisponivel - tente mais tarde'
                      TO ca-response-message
              WHEN WK-ORD-RETCODE NOT EQUAL ZEROS
                 MOVE 96 TO ca-return-code
                 MOVE 'Pedido nao foi confirmado - nada a cancelar'
                      TO ca-response-message
              WHEN ORD-CANCELADO
                 MOVE 95 TO ca-return-code
                 MOVE 'Pedido ja cancelado' TO ca-response-message
           END-EVALUATE

           EXIT
           .

      *----------------------------------------------------------------*
       GRAVA-CANCELAMENTO.
      *----------------------------------------------------------------*
      * O BACKEND RESPONDEU: RETCODE 00 CANCELA, OUTRO RETCODE E
      * RECUSA DO CANCELAMENTO - NOS DOIS CASOS FICA O RASTRO NO
      * PROPRIO REGISTRO DO PEDIDO ORIGINAL
      *----------------------------------------------------------------*
           EXEC CICS ASSIGN USERID ( WK-USUARIO )
                     NOHANDLE
           END-EXEC

           MOVE SPACES                 TO WK-ORD-STATUS
                                          WK-ORD-ORIGEM
                                          WK-ORD-CANCELAMENTO

           EXEC CICS READ FILE ( 'CTLGORD1'              )
                     RIDFLD    ( WK-ORD-CHAVE            )
                     KEYLENGTH ( LENGTH OF WK-ORD-CHAVE  )
                     INTO      ( WK-ORD-REC              )
                     RESP      ( WK-ORD-EIBRESP          )
                     UPDATE
                     NOHANDLE
           END-EXEC

           IF WK-ORD-EIBRESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'Cancelamento enviado, mas CTLGORD1 nao atualizado'
                   TO ca-response-message
           ELSE
              IF ORD-CANCELADO
      *          OUTRA TAREFA CANCELOU ENQUANTO O BACKEND RESPONDIA
                 EXEC CICS UNLOCK FILE ( 'CTLGORD1' )
                           NOHANDLE
                 END-EXEC
              ELSE
                 IF ca-return-code EQUAL ZEROS
                    MOVE 'X'           TO WK-ORD-STATUS
                 ELSE
                    MOVE 'R'           TO WK-ORD-STATUS
                 END-IF
                 MOVE WK-USUARIO       TO WK-ORD-CANC-USUARIO
                 MOVE EIBDATE          TO WK-ORD-CANC-DATE
                 MOVE EIBTIME          TO WK-ORD-CANC-TIME
                 MOVE ca-response-message(1:40)
                                       TO WK-ORD-CANC-MENSAGEM
                 MOVE WK-CORR-MSG-ID   TO WK-ORD-CANC-CORRID

                 EXEC CICS REWRITE FILE ( 'CTLGORD1'           )
                           FROM      ( WK-ORD-REC              )
                           LENGTH    ( LENGTH OF WK-ORD-REC    )
                           RESP      ( WK-ORD-EIBRESP          )
                           NOHANDLE
                 END-EXEC
              END-IF
           END-IF

           EXIT
           .

      *----------------------------------------------------------------*
       ENVIA-RESPOSTA.
      *----------------------------------------------------------------*
           EXEC CICS SEND
                     FROM(RESPONSE)
                     erase
                     LENGTH(length of response)
           END-EXEC

           EXIT
           .

      *----------------------------------------------------------------*
       MONTA-CORRELACAO.
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME
                     ABSTIME ( WK-TIMESTAMP )
                     NOHANDLE
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME     ( WK-TIMESTAMP )
                     DDMMYYYY    ( WK-DATA )
                     DATESEP     ( '.' )
                     TIME        ( WK-HORA )
                     TIMESEP     ( ':' )
                     NOHANDLE
           END-EXEC

           MOVE SPACES           TO WK-CORR-MSG-ID
           MOVE 'CTLG-TASK'      TO WK-CORR-MSG-ID(1:9)
           MOVE EIBTASKN         TO WK-CORR-TASKN
           MOVE WK-CORR-TASKN    TO WK-CORR-MSG-ID(10:7)
           MOVE WK-DATA          TO WK-CORR-DATA
           MOVE WK-HORA          TO WK-CORR-HORA

           EXIT
           .
