      *  passa a nascer dentro do fluxo mainframe, a confirmacao e
      *  gravada de forma duravel no VSAM CTLGORD1 e o efeito no
      *  estoque aparece na proxima consulta do item (o backend do
      *  catalogo debita o estoque no placeOrder). Todo pedido nasce
      *  com situacao 'C' (confirmado) e origem 'M' (terminal); o
      *  cancelamento posterior e feito pelo CTLGAPIC (ktlc), que
      *  atualiza a situacao do proprio registro. Com o backend
      *  indisponivel (chamada em falha ou circuit breaker do BAQCRTRY
      *  aberto) o pedido fica bloqueado: ca-return-code 91 e a
      *  mensagem do BAQ - o espelho local CTLMIR01 que atende as
      *  consultas do CTLGAPIR/CTLGAPIL nao serve para pedido
      *
      *  Built by Valter Siqueira, IBM Brazil.
      *           valters@br.ibm.com
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
       77 WK-ORD-EIBRESP                   PIC S9(8) COMP SYNC.

      *----------------------------------------------------------------*
           BY REFERENCE BAQ-RESPONSE-PTR
           BY REFERENCE BAQ-RESPONSE-LEN.

      *    BACKEND INDISPONIVEL = PEDIDO BLOQUEADO, NUNCA PELO ESPELHO
           IF NOT BAQ-SUCCESS
              MOVE 91 TO ca-return-code
              MOVE BAQ-STATUS-MESSAGE(1:80) TO ca-response-message
           END-IF

           MOVE ca-response-message(1:40)
                                       TO WK-ORD-MENSAGEM
           MOVE WK-CORR-MSG-ID         TO WK-ORD-CORRID
           MOVE 'C'                    TO WK-ORD-STATUS
           MOVE 'M'                    TO WK-ORD-ORIGEM
           MOVE SPACES                 TO WK-ORD-CANC-USUARIO
                                          WK-ORD-CANC-MENSAGEM
                                          WK-ORD-CANC-CORRID
           MOVE ZEROS                  TO WK-ORD-CANC-DATE
                                          WK-ORD-CANC-TIME

           EXEC CICS WRITE FILE ( 'CTLGORD1'             )
                     RIDFLD    ( WK-ORD-KEY              )
