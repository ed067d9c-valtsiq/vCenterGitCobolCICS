      *                        CALLER01 - UM lugar para dizer o que e
      *                        feriado, no estilo acao/codret/msgret
      *                        do PRMMNT01. Acoes I/A/D/C; a carga
      *                        anual em massa dos dias corridos sai
      *                        do gerador CALBTC01 (fins de semana,
      *                        feriados nacionais, moveis da Pascoa e
      *                        locais da praca), seguida de ajustes
      *                        aqui - dia ajustado aqui nunca e
      *                        regravado pelo gerador sem um cartao
      *                        SUBSTITUI= explicito
      * DSnames .............. B090290.CALVSA01
      *                        B090290.MSGVSA01 (textos de retorno,
      *                        via MSGLER01)
      * Transacao CICS  ...... CAL1
      *
      ******************************************************************
       01 WK-AUT-USUARIO             PIC X(008) VALUE SPACES.
       01 WK-AUT-AUTORIZADO          PIC X(001) VALUE 'N'.
       01 WK-AUT-RETORNO             PIC X(002) VALUE SPACES.
      *----------------------------------------------------------------*
      *   CATALOGO DE MENSAGENS (ROTINA COMUM MSGLER01) - MESMO LAYOUT
      *   DE LK-MSG-AREA DE LA
      *----------------------------------------------------------------*
       77 WK-PGM-MSGLER01            PIC X(008) VALUE 'MSGLER01'.
       01 WK-MSG-AREA.
          05 WK-MSGA-SUBSISTEMA      PIC X(008) VALUE 'CALMNT01'.
          05 WK-MSGA-CODRET          PIC 9(004) VALUE ZEROS.
          05 WK-MSGA-IDIOMA          PIC X(002) VALUE SPACES.
          05 WK-MSGA-COMPLEMENTO     PIC X(040) VALUE SPACES.
          05 WK-MSGA-TEXTO           PIC X(060) VALUE SPACES.
          05 WK-MSGA-ORIGEM          PIC X(001) VALUE SPACE.


      ******************************************************************
           END-IF
           END-IF

           PERFORM 950000-MENSAGEM-CATALOGO

           EXEC CICS RETURN
           END-EXEC
           .
              MOVE 'Dia consultado com sucesso' TO LK-CAL-MSGRET
           END-IF
           .

      *----------------------------------------------------------------*
       950000-MENSAGEM-CATALOGO.
      *----------------------------------------------------------------*
      * TEXTO DE RETORNO PELO CATALOGO (MSGLER01), COMO NOS DEMAIS
      * SERVICOS - O TEXTO MONTADO ACIMA E O DEFAULT
      *----------------------------------------------------------------*
           MOVE LK-CAL-CODRET TO WK-MSGA-CODRET
           MOVE SPACES        TO WK-MSGA-IDIOMA
                                 WK-MSGA-COMPLEMENTO
           MOVE LK-CAL-MSGRET TO WK-MSGA-TEXTO

           CALL WK-PGM-MSGLER01 USING DFHEIBLK
                                       DFHCOMMAREA
                                       WK-MSG-AREA

           MOVE WK-MSGA-TEXTO TO LK-CAL-MSGRET
           .
