       CBL CICS('COBOL3') APOST
      *-------------------------------------------------------------  *
      *
      *  MODULE NAME = CTLGMIR1
      *
      *  DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -
      *                     Catalog Manager Program - MIRROR REFRESH
      *
      *  TRANSACTION NAME = ktlr
      *
      *  FUNCTION =
      *  carga do espelho local do catalogo: com o circuit breaker do
      *  BAQCRTRY aberto o CTLGAPIR (ktlx) e o CTLGAPIL (ktll) nao
      *  tinham o que responder e os canais mostravam catalogo vazio.
      *  Este programa lista cada departamento configurado via a API
      *  do catalogo (mesmos books catalog_1.0.0/BAQCRTRY do CTLGAPIL)
      *  e grava ou regrava cada item no VSAM CTLMIR01 (chave item):
      *  descricao, departamento, custo, estoque e a data/hora desta
      *  carga. O CTLGAPIR/CTLGAPIL respondem a partir dele quando a
      *  chamada falha, com a marca 'STALE AS OF' + data/hora da carga
      *  do item. Departamento que falha na carga mantem os dados da
      *  carga anterior; item que sai do backend fica no espelho com
      *  a data/hora antiga. O CTLGAPIO nunca usa o espelho.
      *  Acionamento:
      *    ktlr (terminal)   - carga sob demanda, resumo na tela
      *    LINK com COMMAREA - carga noturna pelo CTLGBTC5 (EXCI);
      *                        resultado e contadores na COMMAREA
      *  Nos dois casos o resumo vai tambem para a CSTA.
      *  Configuracao no PRMVSA01 (programa CTLGMIR1, via PRMLER01):
      *    DEPTLIST - ate 8 departamentos de 3 digitos separados por
      *               espaco (default '010')
      *
      *-------------------------------------------------------------  *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLGMIR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Books da operacao LIST (GET /catalogManager/items) - mesmos
      * layouts do CTLGAPIL, manter sincronizados
      *----------------------------------------------------------------*
       01 API-INFO.
           03 BAQ-APINAME                PIC X(255)
              VALUE 'catalog_1.0.0'.
           03 BAQ-APINAME-LEN            PIC S9(9) COMP-5 SYNC
              VALUE 13.
           03 BAQ-APIPATH                PIC X(255)
              VALUE '%2FcatalogManager%2Fitems'.
           03 BAQ-APIPATH-LEN            PIC S9(9) COMP-5 SYNC
              VALUE 25.
           03 BAQ-APIMETHOD              PIC X(255)
              VALUE 'GET'.
           03 BAQ-APIMETHOD-LEN          PIC S9(9) COMP-5 SYNC
              VALUE 3.

       01 REQUEST.
             06 ReqQueryParameters.
               09 department                     PIC X(003).
               09 description                    PIC X(041).

       01 RESPONSE.
             06 RespBody.
               09 DFH0XCMNOperationResponse.
                 12 ca-return-code                PIC 9(2) DISPLAY.
                 12 ca-response-message           PIC X(80).
                 12 ca-inquire-multi.
                   15 ca-multi-count                PIC 9(3) DISPLAY.
                   15 ca-multi-item OCCURS 10 TIMES.
                     18 in-mult-stock                 PIC 9(4) DISPLAY.
                     18 ca-mult-description           PIC X(41).
                     18 ca-mult-item-ref              PIC 9(4) DISPLAY.
                     18 on-mult-order                 PIC 9(3) DISPLAY.
                     18 ca-mult-cost                  PIC X(7).
                     18 ca-mult-department            PIC 9(3) DISPLAY.

      *--------------------------------------------------------------
      * Estrutura de linguagem com informaoes para executar os
      * procedimentos de "request" and " response"
      * IMPORTANTE - valores e tamanhos padrao do STUB, nao devem
      *              ser alterados
      *--------------------------------------------------------------
           COPY BAQREQIN.
           COPY BAQRSPIN.

       01 BAQ-REQUEST-PTR USAGE POINTER.
       01 BAQ-REQUEST-LEN PIC S9(9) COMP-5 SYNC.
       01 BAQ-RESPONSE-PTR USAGE POINTER.
       01 BAQ-RESPONSE-LEN PIC S9(9) COMP-5 SYNC.
       77 WK-PGM-BAQCRTRY PIC X(8) VALUE 'BAQCRTRY'.
       77 WK-PGM-PRMLER01 PIC X(8) VALUE 'PRMLER01'.

      *----------------------------------------------------------------*
      * Configuracao via PRMLER01 (fonte PRMVSA01)
      *----------------------------------------------------------------*
       01 WK-PRM-PROGRAMA              PIC X(008) VALUE 'CTLGMIR1'.
       01 WK-PRM-PARAMETRO             PIC X(008) VALUE SPACES.
       01 WK-PRM-DEFAULT               PIC X(048) VALUE SPACES.
       01 WK-PRM-VALOR                 PIC X(048) VALUE SPACES.
       01 WK-PRM-ORIGEM                PIC X(001) VALUE SPACE.

       01 WK-TAB-DEPTOS.
          03 WK-DEPTO OCCURS 8 TIMES   PIC X(003).
       01 WK-QT-DEPTOS                 PIC 9(001) VALUE ZEROS.
       01 WK-IDX-DEPTO                 PIC 9(001) VALUE ZEROS.
       01 WK-IDX-ITEM                  PIC 9(002) VALUE ZEROS.

       01 WK-CONTADORES.
          03 WK-QT-DEPTOS-OK           PIC 9(003) VALUE ZEROS.
          03 WK-QT-DEPTOS-FALHA        PIC 9(003) VALUE ZEROS.
          03 WK-QT-ITENS               PIC 9(005) VALUE ZEROS.
          03 WK-QT-NOVOS               PIC 9(005) VALUE ZEROS.
       01 WK-RESULTADO                 PIC X(020) VALUE SPACES.

      *----------------------------------------------------------------*
      * ESPELHO LOCAL DO CATALOGO - VSAM 'CTLMIR01', CHAVE ITEM. MESMO
      * LAYOUT LIDO PELO CTLGAPIR E PELO CTLGAPIL, MANTER SINCRONIZADOS
      *----------------------------------------------------------------*
       01  WK-MIR-REC.
           03 WK-MIR-KEY.
              05 WK-MIR-ITEM-REF           PIC 9(004).
           03 WK-MIR-DESCRICAO             PIC X(041).
           03 WK-MIR-DEPARTAMENTO          PIC 9(003).
           03 WK-MIR-CUSTO                 PIC X(007).
           03 WK-MIR-ESTOQUE               PIC 9(004).
           03 WK-MIR-ENCOMENDA             PIC 9(003).
           03 WK-MIR-ATUALIZACAO.
              05 WK-MIR-DATA               PIC X(010).
              05 WK-MIR-HORA               PIC X(008).
           03 WK-MIR-ABSTIME               PIC S9(015) COMP-3.
       01  WK-MIR-REC-ANT                  PIC X(088).

      *----------------------------------------------------------------*
      * Data/hora da carga (carimbo de todos os itens desta execucao)
      *----------------------------------------------------------------*
       77  WK-TIMESTAMP                PIC S9(015) COMP-3 VALUE +0.
       01  WK-DATA                     PIC  X(010) VALUE SPACES.
       01  WK-HORA                     PIC  X(008) VALUE SPACES.

       01  WK-RESUMO-CSTA.
           03 WK-RES-TRAN              PIC  X(004).
           03 FILLER                   PIC  X(001) VALUE SPACE.
           03 WK-RES-DATA              PIC  X(010).
           03 FILLER                   PIC  X(001) VALUE SPACE.
           03 WK-RES-HORA              PIC  X(008).
           03 FILLER                   PIC  X(017)
              VALUE ' CTLGMIR1 DEPTOS='.
           03 WK-RES-DEPTOS            PIC  9(003).
           03 FILLER                   PIC  X(008) VALUE ' FALHAS='.
           03 WK-RES-FALHAS            PIC  9(003).
           03 FILLER                   PIC  X(007) VALUE ' ITENS='.
           03 WK-RES-ITENS             PIC  9(005).
           03 FILLER                   PIC  X(007) VALUE ' NOVOS='.
           03 WK-RES-NOVOS             PIC  9(005).
           03 FILLER                   PIC  X(001) VALUE SPACE.
           03 WK-RES-RESULTADO         PIC  X(020).

      *----------------------------------------------------------------*
      * COMMAREA DO LINK (CTLGBTC5 VIA EXCI) - MESMO LAYOUT DE
      * WK-COMM-MIR DE LA, MANTER SINCRONIZADOS
      *----------------------------------------------------------------*
       01  WK-COMM-MIR                 PIC  X(200) VALUE SPACES.
       01  WK-COMM-MIR-RESP REDEFINES WK-COMM-MIR.
           03 WK-COMM-RESULTADO        PIC  X(020).
           03 WK-COMM-DEPTOS           PIC  9(003).
           03 WK-COMM-FALHAS           PIC  9(003).
           03 WK-COMM-ITENS            PIC  9(005).
           03 WK-COMM-NOVOS            PIC  9(005).
           03 WK-COMM-DATA             PIC  X(010).
           03 WK-COMM-HORA             PIC  X(008).
           03 FILLER                   PIC  X(146).

       77  WK-EIBRESP                  PIC S9(9) COMP-5 SYNC.

      *----------------------------------------------------------------*
      *    L I N K A G E   S E C T I O N
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA             PIC X(200).

      *----------------------------------------------------------------*
      *P R O C E D U R E S
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
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

           PERFORM LE-CONFIGURACAO

           PERFORM VARRE-DEPARTAMENTO
                   VARYING WK-IDX-DEPTO FROM 1 BY 1
                   UNTIL WK-IDX-DEPTO GREATER WK-QT-DEPTOS

      *    NENHUM DEPARTAMENTO CARREGADO = FALHA; ALGUM = PARCIAL
           IF WK-QT-DEPTOS-FALHA EQUAL ZEROS
              MOVE 'EXECUTADO'      TO WK-RESULTADO
           ELSE
           IF WK-QT-DEPTOS-OK EQUAL ZEROS
              MOVE 'FALHA'          TO WK-RESULTADO
           ELSE
              MOVE 'FALHA PARCIAL'  TO WK-RESULTADO
           END-IF
           END-IF

           PERFORM EMITE-RESUMO

           EXEC CICS RETURN
           END-EXEC

           EXIT
           .

      *----------------------------------------------------------------*
       LE-CONFIGURACAO.
      *----------------------------------------------------------------*
           MOVE 'DEPTLIST' TO WK-PRM-PARAMETRO
           MOVE '010'      TO WK-PRM-DEFAULT
           PERFORM CHAMA-PRMLER01

           MOVE ZEROS TO WK-QT-DEPTOS
           UNSTRING WK-PRM-VALOR DELIMITED BY ALL ' '
                INTO WK-DEPTO(1) WK-DEPTO(2) WK-DEPTO(3)
                     WK-DEPTO(4) WK-DEPTO(5) WK-DEPTO(6)
                     WK-DEPTO(7) WK-DEPTO(8)
                TALLYING IN WK-QT-DEPTOS
           END-UNSTRING

           EXIT
           .

      *----------------------------------------------------------------*
       CHAMA-PRMLER01.
      *----------------------------------------------------------------*
           CALL WK-PGM-PRMLER01 USING DFHEIBLK
                                       DFHCOMMAREA
                                       WK-PRM-PROGRAMA
                                       WK-PRM-PARAMETRO
                                       WK-PRM-DEFAULT
                                       WK-PRM-VALOR
                                       WK-PRM-ORIGEM
           EXIT
           .

      *----------------------------------------------------------------*
       VARRE-DEPARTAMENTO.
      *----------------------------------------------------------------*
           IF WK-DEPTO(WK-IDX-DEPTO) NOT EQUAL SPACES
              PERFORM CARREGA-DEPARTAMENTO
           END-IF

           EXIT
           .

      *----------------------------------------------------------------*
       CARREGA-DEPARTAMENTO.
      *----------------------------------------------------------------*
      * FALHA DA CHAMADA (INCLUSIVE CIRCUIT BREAKER ABERTO) OU RETORNO
      * DE ERRO DA API NAO TOCA O ESPELHO - FICA A CARGA ANTERIOR
      *----------------------------------------------------------------*
           INITIALIZE RESPONSE
           INITIALIZE REQUEST
           MOVE WK-DEPTO(WK-IDX-DEPTO) TO department IN REQUEST
           MOVE SPACES                 TO description IN REQUEST

           SET BAQ-REQUEST-PTR TO ADDRESS OF REQUEST
           MOVE LENGTH OF REQUEST TO BAQ-REQUEST-LEN
           SET BAQ-RESPONSE-PTR TO ADDRESS OF RESPONSE
           MOVE LENGTH OF RESPONSE TO BAQ-RESPONSE-LEN

           CALL WK-PGM-BAQCRTRY USING
           BY REFERENCE DFHEIBLK
           BY REFERENCE DFHCOMMAREA
           BY REFERENCE API-INFO
           BY REFERENCE BAQ-REQUEST-INFO
           BY REFERENCE BAQ-REQUEST-PTR
           BY REFERENCE BAQ-REQUEST-LEN
           BY REFERENCE BAQ-RESPONSE-INFO
           BY REFERENCE BAQ-RESPONSE-PTR
           BY REFERENCE BAQ-RESPONSE-LEN

           IF BAQ-SUCCESS
              AND ca-return-code EQUAL ZEROS
              AND ca-multi-count NUMERIC
              ADD 1 TO WK-QT-DEPTOS-OK
              PERFORM GRAVA-ESPELHO
                      VARYING WK-IDX-ITEM FROM 1 BY 1
                      UNTIL WK-IDX-ITEM GREATER ca-multi-count
                         OR WK-IDX-ITEM GREATER 10
           ELSE
              ADD 1 TO WK-QT-DEPTOS-FALHA
           END-IF

           EXIT
           .

      *----------------------------------------------------------------*
       GRAVA-ESPELHO.
      *----------------------------------------------------------------*
      * READ UPDATE + REWRITE QUANDO O ITEM JA ESTA NO ESPELHO, WRITE
      * QUANDO E NOVO
      *----------------------------------------------------------------*
           IF ca-mult-item-ref(WK-IDX-ITEM) NUMERIC
              PERFORM ATUALIZA-ITEM-ESPELHO
           END-IF

           EXIT
           .

      *----------------------------------------------------------------*
       ATUALIZA-ITEM-ESPELHO.
      *----------------------------------------------------------------*
           MOVE ca-mult-item-ref(WK-IDX-ITEM) TO WK-MIR-ITEM-REF

           EXEC CICS READ FILE ( 'CTLMIR01'             )
                     INTO      ( WK-MIR-REC-ANT         )
                     RIDFLD    ( WK-MIR-KEY             )
                     KEYLENGTH ( LENGTH OF WK-MIR-KEY   )
                     UPDATE
                     RESP      ( WK-EIBRESP             )
           END-EXEC

           MOVE ca-mult-description(WK-IDX-ITEM) TO WK-MIR-DESCRICAO
           MOVE ca-mult-department(WK-IDX-ITEM)  TO WK-MIR-DEPARTAMENTO
           MOVE ca-mult-cost(WK-IDX-ITEM)        TO WK-MIR-CUSTO
           MOVE in-mult-stock(WK-IDX-ITEM)       TO WK-MIR-ESTOQUE
           MOVE on-mult-order(WK-IDX-ITEM)       TO WK-MIR-ENCOMENDA
           MOVE WK-DATA                          TO WK-MIR-DATA
           MOVE WK-HORA                          TO WK-MIR-HORA
           MOVE WK-TIMESTAMP                     TO WK-MIR-ABSTIME

           IF WK-EIBRESP EQUAL DFHRESP(NORMAL)
              EXEC CICS REWRITE FILE ( 'CTLMIR01'           )
                        FROM      ( WK-MIR-REC              )
                        LENGTH    ( LENGTH OF WK-MIR-REC    )
                        RESP      ( WK-EIBRESP              )
              END-EXEC
           ELSE
           IF WK-EIBRESP EQUAL DFHRESP(NOTFND)
              EXEC CICS WRITE FILE ( 'CTLMIR01'             )
                        RIDFLD    ( WK-MIR-KEY              )
                        KEYLENGTH ( LENGTH OF WK-MIR-KEY    )
                        FROM      ( WK-MIR-REC              )
                        LENGTH    ( LENGTH OF WK-MIR-REC    )
                        RESP      ( WK-EIBRESP              )
              END-EXEC
              IF WK-EIBRESP EQUAL DFHRESP(NORMAL)
                 ADD 1 TO WK-QT-NOVOS
              END-IF
           END-IF
           END-IF

           IF WK-EIBRESP EQUAL DFHRESP(NORMAL)
              ADD 1 TO WK-QT-ITENS
           END-IF

           EXIT
           .

      *----------------------------------------------------------------*
       EMITE-RESUMO.
      *----------------------------------------------------------------*
           MOVE EIBTRNID           TO WK-RES-TRAN
           MOVE WK-DATA            TO WK-RES-DATA
           MOVE WK-HORA            TO WK-RES-HORA
           MOVE WK-QT-DEPTOS-OK    TO WK-RES-DEPTOS
           MOVE WK-QT-DEPTOS-FALHA TO WK-RES-FALHAS
           MOVE WK-QT-ITENS        TO WK-RES-ITENS
           MOVE WK-QT-NOVOS        TO WK-RES-NOVOS
           MOVE WK-RESULTADO       TO WK-RES-RESULTADO

           EXEC CICS WRITEQ TD QUEUE('CSTA')
                          FROM(WK-RESUMO-CSTA)
                          LENGTH(LENGTH OF WK-RESUMO-CSTA)
                          NOHANDLE
           END-EXEC

           IF EIBCALEN NOT LESS LENGTH OF WK-COMM-MIR
              MOVE SPACES             TO WK-COMM-MIR
              MOVE WK-RESULTADO       TO WK-COMM-RESULTADO
              MOVE WK-QT-DEPTOS-OK    TO WK-COMM-DEPTOS
              MOVE WK-QT-DEPTOS-FALHA TO WK-COMM-FALHAS
              MOVE WK-QT-ITENS        TO WK-COMM-ITENS
              MOVE WK-QT-NOVOS        TO WK-COMM-NOVOS
              MOVE WK-DATA            TO WK-COMM-DATA
              MOVE WK-HORA            TO WK-COMM-HORA
              MOVE WK-COMM-MIR        TO DFHCOMMAREA
           ELSE
              EXEC CICS SEND
                        FROM   ( WK-RESUMO-CSTA )
                        LENGTH ( LENGTH OF WK-RESUMO-CSTA )
                        ERASE
                        NOHANDLE
              END-EXEC
           END-IF

           EXIT
           .
