      *                        marca/produto C-D-P/pais ISO sao os
      *                        atributos estruturados devolvidos pelo
      *                        CIEBIN02) -
      *                        bin e range-fim com 6 OU 8 digitos (os
      *                        dois do mesmo tamanho; na faixa de 8
      *                        digitos o fim fica no prefixo de 6 do
      *                        inicio) - a faixa de 8 digitos entra
      *                        com chave propria e convive com a de 6
      *                        que a cobre;
      *                        mesmo desenho operacional do CEPBTC01
      *                        para o CEPVSA01: inclui ou atualiza
      *                        pela chave, conta lidos/incluidos/
           SELECT CIELOBIN   ASSIGN TO CIELOBIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-BIN-INI8
                  FILE STATUS  IS WK-FS-CIELOBIN.

           SELECT CIEREJ01   ASSIGN TO CIEREJ01
      *   MOTIVOS: BNN=BIN NAO NUMERICO  RFI=RANGE-FIM INVALIDO
      *            STI=STATUS INVALIDO  EFI=VIGENCIA INVALIDA
      *            PRI=PRODUTO INVALIDO (USE C/D/P OU BRANCO)
      *            PFX=FAIXA DE 8 DIGITOS FORA DO PREFIXO DE 6
      *            VSW=FALHA NO WRITE  VSR=FALHA NO REWRITE
      *----------------------------------------------------------------*
       FD  CIEREJ01
           05 WK-BIN-MARCA                  PIC  X(010).
           05 WK-BIN-PRODUTO                PIC  X(001).
           05 WK-BIN-PAIS                   PIC  X(003).
      *    CHAVE DO CLUSTER (KEYS(8 130)): INICIO DA FAIXA EM 8
      *    DIGITOS, OU OS 6 DIGITOS E DOIS BRANCOS; FIM NA MESMA FORMA
           05 WK-BIN-INI8                   PIC  X(008).
           05 WK-BIN-FIM8                   PIC  X(008).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
          05 WK-QT-REJEITADOS               PIC  9(009) VALUE ZEROS.

       01 WK-CAMPOS-EXTRATO.
          05 WK-EXT-BIN                     PIC  X(008).
          05 WK-EXT-RANGE-FIM               PIC  X(008).
          05 WK-EXT-DESCRICAO               PIC  X(087).
          05 WK-EXT-STATUS                  PIC  X(001).
          05 WK-EXT-EFF-DE                  PIC  X(008).
          05 WK-EXT-MARCA                   PIC  X(010).
          05 WK-EXT-PRODUTO                 PIC  X(001).
          05 WK-EXT-PAIS                    PIC  X(003).
      *   QUANTIDADE DE DIGITOS INFORMADA EM BIN E RANGE-FIM
       01 WK-EXT-TAM-BIN                    PIC  9(004) VALUE ZEROS.
       01 WK-EXT-TAM-FIM                    PIC  9(004) VALUE ZEROS.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
              MOVE 'A' TO WK-EXT-STATUS
           END-IF

           IF NOT ((WK-EXT-TAM-BIN EQUAL 6
                        AND WK-EXT-BIN(1:6) NUMERIC)
                   OR (WK-EXT-TAM-BIN EQUAL 8
                        AND WK-EXT-BIN NUMERIC))
              MOVE 'BNN'   TO WK-REJ-MOTIVO
              MOVE SPACES  TO WK-REJ-FS
              PERFORM 240000-GRAVAR-REJEITADO
           ELSE
           IF WK-EXT-TAM-FIM NOT EQUAL WK-EXT-TAM-BIN
              OR WK-EXT-RANGE-FIM(1:6) NOT NUMERIC
              OR (WK-EXT-TAM-FIM EQUAL 8
                   AND WK-EXT-RANGE-FIM(7:2) NOT NUMERIC)
              OR WK-EXT-RANGE-FIM LESS WK-EXT-BIN
              MOVE 'RFI'   TO WK-REJ-MOTIVO
              MOVE SPACES  TO WK-REJ-FS
              PERFORM 240000-GRAVAR-REJEITADO
           ELSE
           IF WK-EXT-TAM-BIN EQUAL 8
                 AND WK-EXT-RANGE-FIM(1:6) NOT EQUAL WK-EXT-BIN(1:6)
              MOVE 'PFX'   TO WK-REJ-MOTIVO
              MOVE SPACES  TO WK-REJ-FS
              PERFORM 240000-GRAVAR-REJEITADO
           ELSE
           IF WK-EXT-STATUS NOT EQUAL 'A' AND 'I'
              MOVE 'STI'   TO WK-REJ-MOTIVO
              MOVE SPACES  TO WK-REJ-FS
              MOVE SPACES  TO WK-REJ-FS
              PERFORM 240000-GRAVAR-REJEITADO
           ELSE
              MOVE WK-EXT-BIN(1:6)       TO WK-BIN-CODE
              MOVE WK-EXT-RANGE-FIM(1:6) TO WK-BIN-RANGE-FIM
              MOVE WK-EXT-BIN            TO WK-BIN-INI8
              MOVE WK-EXT-RANGE-FIM      TO WK-BIN-FIM8
              MOVE WK-EXT-DESCRICAO  TO WK-BIN-DESCRICAO
              MOVE WK-EXT-STATUS     TO WK-BIN-STATUS
              MOVE WK-EXT-EFF-DE     TO WK-BIN-EFF-DE
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 150000-LER-EXTRATO.

       210000-QUEBRAR-CAMPOS.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-CAMPOS-EXTRATO
           MOVE ZEROS  TO WK-EXT-TAM-BIN
                          WK-EXT-TAM-FIM
           UNSTRING WK-CIEEXT01-REC DELIMITED BY ';'
                INTO WK-EXT-BIN       COUNT IN WK-EXT-TAM-BIN
                      WK-EXT-RANGE-FIM COUNT IN WK-EXT-TAM-FIM
                      WK-EXT-DESCRICAO
                      WK-EXT-STATUS
                      WK-EXT-EFF-DE
