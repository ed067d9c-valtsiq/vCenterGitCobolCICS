      *
      *  FUNCTION =
      *  execute an API request from catalog manager sample system
      *  passing the ITEM number and receiving details from product.
      *  Com a chamada em falha (inclusive circuit breaker do BAQCRTRY
      *  aberto) o item e respondido a partir do espelho local
      *  CTLMIR01 (carregado pelo CTLGMIR1), com ca-return-code 00 e
      *  ca-response-message iniciando por 'STALE AS OF dd.mm.aaaa
      *  hh:mm:ss' (data/hora da carga do item) para o canal avisar
      *  que o dado pode estar desatualizado. Resposta do espelho nao
      *  vai para a trilha CTLGLOG1.
      *
      *  Built by Valter Siqueira, IBM Brazil.
      *           valters@br.ibm.com
           03 WK-CTLGAPIR-WRAP-CORR         PIC  X(050).
           03 WK-CTLGAPIR-WRAP-DADOS        PIC  X(144).

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
       01  WK-MIR-ITEM                     PIC 9(003) VALUE ZEROS.
       77  WK-MIR-EIBRESP                  PIC S9(8) COMP SYNC.

      *----------------------------------------------------------------*
      *    L I N K A G E   S E C T I O N
      *----------------------------------------------------------------*

           IF NOT BAQ-SUCCESS
              MOVE BAQ-STATUS-MESSAGE(1:80) TO ca-response-message
              PERFORM RESPONDE-DO-ESPELHO
           END-IF

           MOVE WK-CORRELACAO       TO WK-CTLGAPIR-WRAP-CORR
           EXIT
           .

      *----------------------------------------------------------------*
       RESPONDE-DO-ESPELHO.
      *----------------------------------------------------------------*
      * ITEM FORA DO ESPELHO (OU ESPELHO INDISPONIVEL) MANTEM A
      * RESPOSTA DE FALHA ORIGINAL
      *----------------------------------------------------------------*
           IF wk-screen-str NUMERIC
              MOVE wk-screen-str       TO WK-MIR-ITEM
              MOVE WK-MIR-ITEM         TO WK-MIR-ITEM-REF

              EXEC CICS READ FILE ( 'CTLMIR01'             )
                        INTO      ( WK-MIR-REC             )
                        RIDFLD    ( WK-MIR-KEY             )
                        KEYLENGTH ( LENGTH OF WK-MIR-KEY   )
                        RESP      ( WK-MIR-EIBRESP         )
              END-EXEC

              IF WK-MIR-EIBRESP EQUAL DFHRESP(NORMAL)
                 MOVE ZEROS               TO ca-return-code
                 MOVE WK-MIR-ESTOQUE      TO in-sngl-stock
                 MOVE WK-MIR-DESCRICAO    TO ca-sngl-description
                 MOVE WK-MIR-ITEM-REF     TO ca-sngl-item-ref
                 MOVE WK-MIR-ENCOMENDA    TO on-sngl-order
                 MOVE WK-MIR-CUSTO        TO ca-sngl-cost
                 MOVE WK-MIR-DEPARTAMENTO TO ca-sngl-department
                 MOVE SPACES              TO ca-response-message
                 STRING 'STALE AS OF '    DELIMITED BY SIZE
                        WK-MIR-DATA       DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WK-MIR-HORA       DELIMITED BY SIZE
                        ' - ESPELHO LOCAL, CATALOGO INDISPONIVEL'
                                          DELIMITED BY SIZE
                        INTO ca-response-message
                 END-STRING
              END-IF
           END-IF

           EXIT
           .

      *----------------------------------------------------------------*
       MONTA-CORRELACAO.
      *----------------------------------------------------------------*
