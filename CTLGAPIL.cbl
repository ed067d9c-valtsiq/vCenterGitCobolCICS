      *  system, passing an optional DEPARTMENT and/or a DESCRIPTION
      *  substring and receiving a multi-item response - second
      *  catalog_1.0.0 operation alongside CTLGAPIX's single-itemID
      *  GET. Com a chamada em falha (inclusive circuit breaker do
      *  BAQCRTRY aberto) a lista sai do espelho local CTLMIR01
      *  (carregado pelo CTLGMIR1), com o mesmo filtro de departamento
      *  e descricao, ate 10 itens, ca-return-code 00 e
      *  ca-response-message iniciando por 'STALE AS OF dd.mm.aaaa
      *  hh:mm:ss' - data/hora da carga mais antiga entre os itens
      *  devolvidos - para o canal avisar que o dado pode estar
      *  desatualizado
      *-------------------------------------------------------------  *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLGAPIL.
       01 BAQ-RESPONSE-LEN PIC S9(9) COMP-5 SYNC.
       77 WK-PGM-BAQCRTRY PIC X(8) VALUE 'BAQCRTRY'.

      *----------------------------------------------------------------*
      * ESPELHO LOCAL DO CATALOGO - MESMO LAYOUT DE WK-MIR-REC GRAVADO
      * PELO CTLGMIR1 NO VSAM 'CTLMIR01', MANTER SINCRONIZADOS
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
       77  WK-MIR-EIBRESP                  PIC S9(8) COMP SYNC.
       01  WK-MIR-FIM                      PIC X(001) VALUE 'N'.
           88 MIR-FIM                                 VALUE 'S'.
       01  WK-MIR-QT                       PIC 9(003) VALUE ZEROS.
       01  WK-MIR-TAM-DESC                 PIC 9(002) VALUE ZEROS.
       01  WK-MIR-OCORR                    PIC 9(003) VALUE ZEROS.
       01  WK-MIR-SELECIONA                PIC X(001) VALUE 'N'.
           88 MIR-SELECIONA                           VALUE 'S'.
       01  WK-MIR-MAIS-ANTIGA.
           03 WK-MIR-ANT-ABSTIME           PIC S9(015) COMP-3.
           03 WK-MIR-ANT-DATA              PIC X(010).
           03 WK-MIR-ANT-HORA              PIC X(008).

      *----------------------------------------------------------------*
      *    L I N K A G E   S E C T I O N
      *----------------------------------------------------------------*
           BY REFERENCE BAQ-RESPONSE-PTR
           BY REFERENCE BAQ-RESPONSE-LEN.

           IF NOT BAQ-SUCCESS
              PERFORM RESPONDE-DO-ESPELHO
           END-IF

           EXEC CICS WRITEQ TS QUEUE('CTLGAPIL')
                     FROM(RESPONSE)
                     LENGTH(LENGTH OF RESPONSE)

           EXIT
           .

      *----------------------------------------------------------------*
       RESPONDE-DO-ESPELHO.
      *----------------------------------------------------------------*
      * BROWSE DO ESPELHO INTEIRO NA ORDEM DO ITEM, MESMO FILTRO DA
      * API (DEPARTAMENTO E/OU TRECHO DA DESCRICAO); NENHUM ITEM
      * SELECIONADO MANTEM A RESPOSTA DE FALHA ORIGINAL
      *----------------------------------------------------------------*
           MOVE ZEROS       TO WK-MIR-QT
           MOVE 'N'         TO WK-MIR-FIM
           MOVE +0          TO WK-MIR-ANT-ABSTIME
           MOVE SPACES      TO WK-MIR-ANT-DATA
                               WK-MIR-ANT-HORA

           IF wk-screen-desc EQUAL SPACES
              MOVE ZEROS TO WK-MIR-TAM-DESC
           ELSE
              PERFORM CALCULA-TAM-DESC
                      VARYING WK-MIR-TAM-DESC FROM 41 BY -1
                      UNTIL wk-screen-desc(WK-MIR-TAM-DESC:1)
                            NOT EQUAL SPACE
           END-IF

           MOVE ZEROS       TO WK-MIR-ITEM-REF

           EXEC CICS STARTBR FILE ( 'CTLMIR01'           )
                     RIDFLD    ( WK-MIR-KEY              )
                     KEYLENGTH ( LENGTH OF WK-MIR-KEY    )
                     GTEQ
                     RESP      ( WK-MIR-EIBRESP          )
           END-EXEC

           IF WK-MIR-EIBRESP EQUAL DFHRESP(NORMAL)
              PERFORM LE-ESPELHO
                      UNTIL MIR-FIM
                         OR WK-MIR-QT EQUAL 10

              EXEC CICS ENDBR FILE('CTLMIR01')
                   NOHANDLE
              END-EXEC
           END-IF

           IF WK-MIR-QT GREATER ZEROS
              MOVE ZEROS           TO ca-return-code
              MOVE WK-MIR-QT       TO ca-multi-count
              MOVE SPACES          TO ca-response-message
              STRING 'STALE AS OF '    DELIMITED BY SIZE
                     WK-MIR-ANT-DATA   DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WK-MIR-ANT-HORA   DELIMITED BY SIZE
                     ' - ESPELHO LOCAL, CATALOGO INDISPONIVEL'
                                       DELIMITED BY SIZE
                     INTO ca-response-message
              END-STRING
           END-IF

           EXIT
           .

      *----------------------------------------------------------------*
       CALCULA-TAM-DESC.
      *----------------------------------------------------------------*
           CONTINUE
           .

      *----------------------------------------------------------------*
       LE-ESPELHO.
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE ( 'CTLMIR01'          )
                     INTO      ( WK-MIR-REC              )
                     RIDFLD    ( WK-MIR-KEY              )
                     KEYLENGTH ( LENGTH OF WK-MIR-KEY    )
                     RESP      ( WK-MIR-EIBRESP          )
           END-EXEC

           IF WK-MIR-EIBRESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'S' TO WK-MIR-FIM
           ELSE
              MOVE 'S' TO WK-MIR-SELECIONA

              IF wk-screen-dept NOT EQUAL SPACES
                 AND wk-screen-dept NOT EQUAL WK-MIR-DEPARTAMENTO
                 MOVE 'N' TO WK-MIR-SELECIONA
              END-IF

              IF WK-MIR-TAM-DESC GREATER ZEROS
                 MOVE ZEROS TO WK-MIR-OCORR
                 INSPECT WK-MIR-DESCRICAO TALLYING WK-MIR-OCORR
                         FOR ALL wk-screen-desc(1:WK-MIR-TAM-DESC)
                 IF WK-MIR-OCORR EQUAL ZEROS
                    MOVE 'N' TO WK-MIR-SELECIONA
                 END-IF
              END-IF

              IF MIR-SELECIONA
                 PERFORM COPIA-ITEM-ESPELHO
              END-IF
           END-IF

           EXIT
           .

      *----------------------------------------------------------------*
       COPIA-ITEM-ESPELHO.
      *----------------------------------------------------------------*
           ADD 1 TO WK-MIR-QT
           MOVE WK-MIR-ESTOQUE      TO in-mult-stock(WK-MIR-QT)
           MOVE WK-MIR-DESCRICAO    TO ca-mult-description(WK-MIR-QT)
           MOVE WK-MIR-ITEM-REF     TO ca-mult-item-ref(WK-MIR-QT)
           MOVE WK-MIR-ENCOMENDA    TO on-mult-order(WK-MIR-QT)
           MOVE WK-MIR-CUSTO        TO ca-mult-cost(WK-MIR-QT)
           MOVE WK-MIR-DEPARTAMENTO TO ca-mult-department(WK-MIR-QT)

           IF WK-MIR-ANT-DATA EQUAL SPACES
              OR WK-MIR-ABSTIME LESS WK-MIR-ANT-ABSTIME
              MOVE WK-MIR-ABSTIME   TO WK-MIR-ANT-ABSTIME
              MOVE WK-MIR-DATA      TO WK-MIR-ANT-DATA
              MOVE WK-MIR-HORA      TO WK-MIR-ANT-HORA
           END-IF

           EXIT
           .
