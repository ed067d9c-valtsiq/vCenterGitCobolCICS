      *                        informativa na TD QUEUE('CSTA') - e por
      *                        ela que o digest de passagem de turno
      *                        (OPSREL01) conta as mudancas de
      *                        parametro do periodo; a linha leva o
      *                        valor antes/depois e o CSTARPT a guarda
      *                        na trilha CSTHST01, lida pelo relatorio
      *                        de segregacao de funcoes AUDBTC01
      *                        REGRA DE VALOR: parametro com definicao
      *                        no "PRMDEF01" (tipo, faixa ou lista,
      *                        descricao e dono) so aceita inclusao,
      *                        alteracao ou agendamento ('F', sobre o
      *                        valor futuro) de valor que atenda a
      *                        regra (rotina comum PRMVAL01) - codret
      *                        25 com o motivo; parametro sem
      *                        definicao segue livre (o PRMBTC03 os
      *                        lista) e PRMDEF01 indisponivel recusa
      *                        a gravacao (codret 26)
      * DSnames .............. B090290.PRMVSA01 (definir RECUPERAVEL)
      *                        B090290.PRMDEF01 (definicoes, leitura)
      *                        B090290.MSGVSA01 (textos de retorno,
      *                        via MSGLER01)
      * Transacao CICS  ...... PRM1
      *
      ******************************************************************
       01 WK-AUT-AUTORIZADO          PIC X(001) VALUE 'N'.
       01 WK-AUT-RETORNO             PIC X(002) VALUE SPACES.
      *----------------------------------------------------------------*
      *   CATALOGO DE MENSAGENS (ROTINA COMUM MSGLER01) - MESMO LAYOUT
      *   DE LK-MSG-AREA DE LA
      *----------------------------------------------------------------*
       77 WK-PGM-MSGLER01            PIC X(008) VALUE 'MSGLER01'.
       01 WK-MSG-AREA.
          05 WK-MSGA-SUBSISTEMA      PIC X(008) VALUE 'PRMMNT01'.
          05 WK-MSGA-CODRET          PIC 9(004) VALUE ZEROS.
          05 WK-MSGA-IDIOMA          PIC X(002) VALUE SPACES.
          05 WK-MSGA-COMPLEMENTO     PIC X(040) VALUE SPACES.
          05 WK-MSGA-TEXTO           PIC X(060) VALUE SPACES.
          05 WK-MSGA-ORIGEM          PIC X(001) VALUE SPACE.
      *----------------------------------------------------------------*
      *   DUPLA CUSTODIA (ROTINA COMUM APRGAT01): ACAO LISTADA NO
      *   PRMVSA01 (PROGRAMA/ACOES4OL) SO EXECUTA DEPOIS DE APROVADA
      *   POR UM SEGUNDO OPERADOR NO APRMNT01 - O PEDIDO FICA NO
          03 WK-MUD-PARAMETRO        PIC X(008).
          03 FILLER                  PIC X(005) VALUE ' USU='.
          03 WK-MUD-USUARIO          PIC X(008).
      *   VALOR ANTES/DEPOIS (NO AGENDAMENTO 'F' O DEPOIS E O VALOR
      *   FUTURO; NA EXCLUSAO O ANTES NAO E RELIDO E FICA EM BRANCO)
          03 FILLER                  PIC X(005) VALUE ' ANT='.
          03 WK-MUD-ANTES            PIC X(048).
          03 FILLER                  PIC X(005) VALUE ' NOV='.
          03 WK-MUD-DEPOIS           PIC X(048).
       77 WK-ABSTIME-MUD             PIC S9(15) COMP-3 VALUE +0.
       77 WK-VALOR-ANTES             PIC X(048) VALUE SPACES.
      *----------------------------------------------------------------*
      *   REGRA DE VALOR (VSAM PRMDEF01, CHAVE PROGRAMA+PARAMETRO) -
      *   MESMO LAYOUT DE PRMVAL01/PRMBTC02/PRMBTC03 - MANTER
      *   SINCRONIZADO; A VALIDACAO E DA ROTINA COMUM PRMVAL01
      *----------------------------------------------------------------*
       01 WK-DEF-REC.
          03 WK-DEF-CHAVE.
             05 WK-DEF-PROGRAMA      PIC X(008).
             05 WK-DEF-PARAMETRO     PIC X(008).
          03 WK-DEF-TIPO             PIC X(001).
          03 WK-DEF-MINIMO           PIC X(009).
          03 WK-DEF-MAXIMO           PIC X(009).
          03 WK-DEF-VALORES          PIC X(048).
          03 WK-DEF-DESCRICAO        PIC X(040).
          03 WK-DEF-DONO             PIC X(008).
          03 FILLER                  PIC X(019).
       77 WK-PGM-PRMVAL01            PIC X(008) VALUE 'PRMVAL01'.
       01 WK-VAL-VALOR               PIC X(048) VALUE SPACES.
       01 WK-VAL-RESULTADO           PIC X(001) VALUE SPACE.
       01 WK-VAL-MOTIVO              PIC X(040) VALUE SPACES.




              EVALUATE TRUE
                 WHEN LK-PRM-INCLUI
                    MOVE LK-PRM-VALOR TO WK-VAL-VALOR
                    PERFORM 700000-VALIDA-REGRA
                    IF LK-PRM-CODRET EQUAL ZEROS
                       PERFORM 100000-INCLUIR-PARAMETRO
                    END-IF
                 WHEN LK-PRM-ALTERA
                    MOVE LK-PRM-VALOR TO WK-VAL-VALOR
                    PERFORM 700000-VALIDA-REGRA
                    IF LK-PRM-CODRET EQUAL ZEROS
                       PERFORM 200000-ALTERAR-PARAMETRO
                    END-IF
                 WHEN LK-PRM-DELETA
                    PERFORM 300000-DELETAR-PARAMETRO
                 WHEN LK-PRM-CONSULTA
           END-IF
           END-IF

           PERFORM 950000-MENSAGEM-CATALOGO

           EXEC CICS RETURN
           END-EXEC
           .
              MOVE 'Parametro nao encontrado para alteracao'
                   TO LK-PRM-MSGRET
           ELSE
              MOVE WK-PRM-VALOR TO WK-VALOR-ANTES
      *       PROTECAO DE ATUALIZACAO CONCORRENTE: O VALOR QUE O
      *       OPERADOR LEU (QUANDO INFORMADO) PRECISA SER O QUE
      *       AINDA ESTA GRAVADO
              MOVE 'Vigencia invalida - use AAAAMMDDHHMMSS'
                   TO LK-PRM-MSGRET
           ELSE
      *       O VALOR FUTURO PASSA PELA MESMA REGRA DO ATUAL - E ELE
      *       QUE O PRMLER01 VAI SERVIR A PARTIR DA VIGENCIA
              MOVE LK-PRM-VALOR-FUT TO WK-VAL-VALOR
              PERFORM 700000-VALIDA-REGRA
           IF LK-PRM-CODRET NOT EQUAL ZEROS
              CONTINUE
           ELSE
      *       REGISTRO LEGADO (SEM OS CAMPOS DE VIGENCIA) NAO PODE
      *       DEIXAR LIXO NOS CAMPOS NOVOS
              MOVE SPACES TO WK-PRM-REC
                 MOVE 'Parametro nao encontrado para agendamento'
                      TO LK-PRM-MSGRET
              ELSE
                 MOVE WK-PRM-VALOR     TO WK-VALOR-ANTES
                 MOVE LK-PRM-VALOR-FUT TO WK-PRM-VALOR-FUT
                 MOVE LK-PRM-VIGENCIA  TO WK-PRM-VIGENCIA

              END-IF
           END-IF
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
              MOVE 23 TO LK-PRM-CODRET
              MOVE 'Nao ha agendamento pendente' TO LK-PRM-MSGRET
           ELSE
              MOVE WK-PRM-VALOR-FUT TO WK-VALOR-ANTES
              MOVE SPACES TO WK-PRM-VALOR-FUT
                             WK-PRM-VIGENCIA

           END-IF
           .

      *----------------------------------------------------------------*
       700000-VALIDA-REGRA.
      *----------------------------------------------------------------*
      * VALOR EM WK-VAL-VALOR CONTRA A DEFINICAO DO PARAMETRO NO
      * PRMDEF01: SEM DEFINICAO (NOTFND) O VALOR SEGUE LIVRE; ARQUIVO
      * INDISPONIVEL RECUSA - REGRA QUE NAO PODE SER LIDA NAO VALIDA
      *----------------------------------------------------------------*
           MOVE SPACES           TO WK-DEF-REC
           MOVE LK-PRM-PROGRAMA  TO WK-DEF-PROGRAMA
           MOVE LK-PRM-PARAMETRO TO WK-DEF-PARAMETRO

           EXEC CICS READ FILE('PRMDEF01')
                           RIDFLD(WK-DEF-CHAVE)
                           KEYLENGTH(16)
                           INTO(WK-DEF-REC)
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP EQUAL DFHRESP(NOTFND)
              CONTINUE
           ELSE
           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 26 TO LK-PRM-CODRET
              MOVE 'PRMDEF01 indisponivel - valor nao validado'
                   TO LK-PRM-MSGRET
           ELSE
              CALL WK-PGM-PRMVAL01 USING WK-DEF-REC
                                          WK-VAL-VALOR
                                          WK-VAL-RESULTADO
                                          WK-VAL-MOTIVO

              IF WK-VAL-RESULTADO NOT EQUAL 'S'
                 MOVE 25 TO LK-PRM-CODRET
                 MOVE SPACES TO LK-PRM-MSGRET
                 STRING 'Valor fora da regra: ' DELIMITED BY SIZE
                        WK-VAL-MOTIVO           DELIMITED BY SIZE
                        INTO LK-PRM-MSGRET
                 END-STRING
              END-IF
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       900000-INVALIDA-CACHE.
      *----------------------------------------------------------------*
           MOVE LK-PRM-PROGRAMA  TO WK-MUD-PROGRAMA
           MOVE LK-PRM-PARAMETRO TO WK-MUD-PARAMETRO
           MOVE WK-AUT-USUARIO   TO WK-MUD-USUARIO
           MOVE WK-VALOR-ANTES   TO WK-MUD-ANTES

           EVALUATE TRUE
              WHEN LK-PRM-AGENDA
                 MOVE WK-PRM-VALOR-FUT TO WK-MUD-DEPOIS
              WHEN LK-PRM-DELETA
                 OR LK-PRM-CANCELA-AG
                 MOVE SPACES           TO WK-MUD-DEPOIS
              WHEN OTHER
                 MOVE WK-PRM-VALOR     TO WK-MUD-DEPOIS
           END-EVALUATE

           EXEC CICS WRITEQ TD QUEUE ( 'CSTA'               )
                     FROM   ( WK-LINHA-MUDANCA      )
                     NOHANDLE
           END-EXEC
           .

      *----------------------------------------------------------------*
       950000-MENSAGEM-CATALOGO.
      *----------------------------------------------------------------*
      * TEXTO DE RETORNO PELO CATALOGO (MSGLER01), COMO NOS DEMAIS
      * SERVICOS - O TEXTO MONTADO ACIMA E O DEFAULT; O '&' DO TEXTO
      * CATALOGADO RECEBE O TICKET (91) OU O MOTIVO DA REGRA (25)
      *----------------------------------------------------------------*
           MOVE LK-PRM-CODRET TO WK-MSGA-CODRET
           MOVE SPACES        TO WK-MSGA-IDIOMA
           EVALUATE LK-PRM-CODRET
              WHEN 91
                 MOVE WK-APR-HASH   TO WK-MSGA-COMPLEMENTO
              WHEN 25
                 MOVE WK-VAL-MOTIVO TO WK-MSGA-COMPLEMENTO
              WHEN OTHER
                 MOVE SPACES        TO WK-MSGA-COMPLEMENTO
           END-EVALUATE
           MOVE LK-PRM-MSGRET TO WK-MSGA-TEXTO

           CALL WK-PGM-MSGLER01 USING DFHEIBLK
                                       DFHCOMMAREA
                                       WK-MSG-AREA

           MOVE WK-MSGA-TEXTO TO LK-PRM-MSGRET
           .
