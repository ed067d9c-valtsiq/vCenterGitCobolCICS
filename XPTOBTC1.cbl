      *                        estouraram. Quando um canal disser 'o
      *                        mainframe esta lento', a resposta vira
      *                        numero em vez de anedota.
      *                        Servico com canario no XPTOSRV1 (duas
      *                        versoes do programa de negocio) ganha
      *                        uma linha a mais com volume, media e
      *                        pior caso do principal e do canario lado
      *                        a lado - promover ou recuar o canario
      *                        com numero na mao.
      *                        Parametro (cartao XPTPRM01, opcional):
      *                          TARGET-MS=nnnnnn (default 001000)
      * DSnames .............. B090290.XPTOTMG1 (entrada)
           05 WK-TMG-HORA                PIC  X(008).
           05 WK-TMG-ELAPSED-MS          PIC  9(009).
           05 WK-TMG-COD-RET             PIC  9(002).
      *    'C' = CANARIO; QUALQUER OUTRO VALOR (INCLUSIVE MEDICAO
      *    ANTERIOR AO CANARIO) CONTA COMO PRINCIPAL
           05 WK-TMG-VERSAO              PIC  X(001).
           05 WK-TMG-PROGRAMA            PIC  X(008).

       FD  XPTPRM01
           RECORDING MODE IS F.
       01 WK-QT-ESTOURO                     PIC  9(009) VALUE ZEROS.
       01 WK-MEDIA-MS                       PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   MESMOS ACUMULADORES SEPARADOS POR VERSAO (1 = PRINCIPAL,
      *   2 = CANARIO) - SO EMITIDOS QUANDO O CANARIO ATENDEU ALGO
      *----------------------------------------------------------------*
       01 WK-TAB-VERSOES.
          05 WK-VER-OCR OCCURS 2 TIMES.
             10 WK-VER-PROGRAMA             PIC  X(008).
             10 WK-VER-QT                   PIC  9(009).
             10 WK-VER-SOMA-MS              PIC  9(015).
             10 WK-VER-PIOR-MS              PIC  9(009).
             10 WK-VER-MEDIA-MS             PIC  9(009).
       01 WK-IDX-VER                        PIC  9(001) VALUE 1.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-SERVICOS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-FLAGRADOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-CANARIOS                 PIC  9(009) VALUE ZEROS.

       01 WK-LINHA-SERVICO.
          05 FILLER           PIC X(009) VALUE 'XPTOBTC1 '.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-VEREDITO  PIC X(016).

       01 WK-LINHA-CANARIO.
          05 FILLER           PIC X(009) VALUE 'XPTOBTC1 '.
          05 WK-LCN-DATA      PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LCN-GRUPO     PIC X(003).
          05 FILLER           PIC X(001) VALUE '/'.
          05 WK-LCN-SERVICO   PIC X(006).
          05 WK-LCN-VERSAO    OCCURS 2 TIMES.
             10 FILLER        PIC X(001) VALUE SPACE.
             10 WK-LCN-ROTULO PIC X(010).
             10 WK-LCN-PROGRAMA
                              PIC X(008).
             10 FILLER        PIC X(005) VALUE ' VOL='.
             10 WK-LCN-VOLUME PIC ZZZ,ZZZ,ZZ9.
             10 FILLER        PIC X(007) VALUE ' MEDIA='.
             10 WK-LCN-MEDIA  PIC ZZZZZZZZ9.
             10 FILLER        PIC X(006) VALUE ' PIOR='.
             10 WK-LCN-PIOR   PIC ZZZZZZZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LCN-VEREDITO  PIC X(020).

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'XPTOBTC1 - NIVEL DE SERVICO     '.
          05 FILLER           PIC X(020) VALUE
             'FORA DO ALVO........'.
          05 WK-REL-FLAGRADOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'COM CANARIO.........'.
          05 WK-REL-CANARIOS  PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
                                     WK-SOMA-MS
                                     WK-PIOR-MS
                                     WK-QT-ESTOURO
              INITIALIZE WK-TAB-VERSOES
           END-IF

           ADD 1                  TO WK-QT-CHAMADAS
              ADD 1 TO WK-QT-ESTOURO
           END-IF

           IF WK-TMG-VERSAO EQUAL 'C'
              MOVE 2 TO WK-IDX-VER
           ELSE
              MOVE 1 TO WK-IDX-VER
           END-IF

           ADD 1                 TO WK-VER-QT(WK-IDX-VER)
           ADD WK-TMG-ELAPSED-MS TO WK-VER-SOMA-MS(WK-IDX-VER)
           IF WK-TMG-ELAPSED-MS GREATER WK-VER-PIOR-MS(WK-IDX-VER)
              MOVE WK-TMG-ELAPSED-MS TO WK-VER-PIOR-MS(WK-IDX-VER)
           END-IF
           IF WK-TMG-PROGRAMA NOT EQUAL SPACES
              AND WK-TMG-PROGRAMA NOT EQUAL LOW-VALUES
              MOVE WK-TMG-PROGRAMA TO WK-VER-PROGRAMA(WK-IDX-VER)
           END-IF

           PERFORM 150000-LER-XPTOTMG1.

      *----------------------------------------------------------------*

           DISPLAY WK-LINHA-SERVICO

           IF WK-VER-QT(2) GREATER ZEROS
              PERFORM 350000-EMITIR-CANARIO
           END-IF

           MOVE 'N' TO WK-TEM-GRUPO.

      *----------------------------------------------------------------*
       350000-EMITIR-CANARIO.
      *----------------------------------------------------------------*
      * PRINCIPAL E CANARIO NA MESMA LINHA; O VEREDITO COMPARA AS
      * MEDIAS E O PIOR CASO DO CANARIO CONTRA O PRINCIPAL
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-CANARIOS

           MOVE WK-GRP-DATA    TO WK-LCN-DATA
           MOVE WK-GRP-GRUPO   TO WK-LCN-GRUPO
           MOVE WK-GRP-SERVICO TO WK-LCN-SERVICO
           MOVE 'PRINCIPAL ' TO WK-LCN-ROTULO(1)
           MOVE 'CANARIO   ' TO WK-LCN-ROTULO(2)

           PERFORM 360000-MONTA-VERSAO
                   VARYING WK-IDX-VER FROM 1 BY 1
                   UNTIL WK-IDX-VER GREATER 2

           IF WK-VER-QT(1) EQUAL ZEROS
              MOVE 'SO CANARIO         ' TO WK-LCN-VEREDITO
           ELSE
           IF WK-VER-MEDIA-MS(2) GREATER WK-VER-MEDIA-MS(1)
              OR WK-VER-PIOR-MS(2) GREATER WK-TARGET-MS
              MOVE '** CANARIO PIOR    ' TO WK-LCN-VEREDITO
           ELSE
              MOVE 'CANARIO EQUIVALENTE' TO WK-LCN-VEREDITO
           END-IF
           END-IF

           DISPLAY WK-LINHA-CANARIO.

      *----------------------------------------------------------------*
       360000-MONTA-VERSAO.
      *----------------------------------------------------------------*
           IF WK-VER-QT(WK-IDX-VER) GREATER ZEROS
              COMPUTE WK-VER-MEDIA-MS(WK-IDX-VER)
                      = WK-VER-SOMA-MS(WK-IDX-VER)
                      / WK-VER-QT(WK-IDX-VER)
           ELSE
              MOVE ZEROS TO WK-VER-MEDIA-MS(WK-IDX-VER)
           END-IF

           MOVE WK-VER-PROGRAMA(WK-IDX-VER)
                                  TO WK-LCN-PROGRAMA(WK-IDX-VER)
           MOVE WK-VER-QT(WK-IDX-VER)
                                  TO WK-LCN-VOLUME(WK-IDX-VER)
           MOVE WK-VER-MEDIA-MS(WK-IDX-VER)
                                  TO WK-LCN-MEDIA(WK-IDX-VER)
           MOVE WK-VER-PIOR-MS(WK-IDX-VER)
                                  TO WK-LCN-PIOR(WK-IDX-VER).

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS     TO WK-REL-LIDOS
           MOVE WK-QT-SERVICOS  TO WK-REL-SERVICOS
           MOVE WK-QT-FLAGRADOS TO WK-REL-FLAGRADOS
           MOVE WK-QT-CANARIOS  TO WK-REL-CANARIOS

           DISPLAY WK-RELATORIO.
