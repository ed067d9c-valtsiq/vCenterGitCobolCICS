      *                          'U' pesquisa unitaria  -> CEPCICS1
      *                               (commarea estendido, com flag
      *                               achou/substituido/tipo/IBGE)
      *                               + zona de frete e niveis de
      *                               servico do CEP achado (CALL
      *                               CEPFRT01, faixas no CEPZON01)
      *                          'L' pesquisa em lote   -> CEPCICS1
      *                               (layout LK-PESQUISA-LOTE 1:1)
      *                          'R' pesquisa reversa   -> CEPCICS4
      *                          'M' municipio por nome -> CEPCICSE
      *                               (UF + cidade parcial/abreviada/
      *                               com erro -> municipios oficiais
      *                               com IBGE, layout 1:1 de la)
      *                        O canal web/mobile para de depender da
      *                        ponte SOAP artesanal do middleware
      *                        Medicao de uso: as pesquisas U/L que
      *                        passam pela fachada sao somadas no VSAM
      *                        CEPMET01 (CALL CEPMTR01) com canal
      *                        SAFRA quando o LINK veio da ponte
      *                        XPTOSV01 e API nos demais casos - o
      *                        CEPCICS1 nao mede o que vem daqui
      *                        Texto de retorno: o msgret sai do
      *                        catalogo de mensagens (CALL MSGLER01,
      *                        subsistema CEPAPI01) no idioma pedido em
      *                        LK-API-IDIOMA - campo no fim do commarea,
      *                        so lido quando o chamador manda o
      *                        commarea inteiro (sem ele, 'PT'); nos
      *                        textos de erro de LINK o '&' recebe o
      *                        programa chamado
      * DSnames .............. (nenhum proprio - so LINK/CALL;
      *                        CEPMET01 via CEPMTR01; MSGVSA01 via
      *                        MSGLER01)
      * Transacao CICS  ...... KEPI
      *
      ******************************************************************
      *----------------------------------------------------------------*
          03 WK-EIBRESP-LNK                   PIC S9(9) COMP-5 SYNC.
          03 WK-IDX                           PIC  9(002) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   ZONA DE FRETE (ROTINA COMUM CEPFRT01, FAIXAS NO VSAM
      *   CEPZON01) - MESMO LAYOUT DE LK-FRT-AREA DE LA
      *----------------------------------------------------------------*
          03 WK-PGM-CEPFRT01                  PIC  X(008)
                                              VALUE 'CEPFRT01'.
          03 WK-FRT-AREA.
             05 WK-FRT-CEP                    PIC  X(008).
             05 WK-FRT-RETORNO                PIC  X(002).
             05 WK-FRT-ZONA                   PIC  X(001).
             05 WK-FRT-QT-SERV                PIC  9(001).
             05 WK-FRT-SERVICO OCCURS 5 TIMES.
                07 WK-FRT-SRV-CODIGO          PIC  X(008).
                07 WK-FRT-SRV-PRAZO           PIC  9(002).
      *----------------------------------------------------------------*
      *   MEDICAO DE USO POR CONSUMIDOR (ROTINA COMUM CEPMTR01, VSAM
      *   CEPMET01) - MESMO LAYOUT DE LK-MTR-AREA DE LA
      *----------------------------------------------------------------*
          03 WK-PGM-CEPMTR01                  PIC  X(008)
                                              VALUE 'CEPMTR01'.
          03 WK-MTR-INVOCADOR                 PIC  X(008) VALUE SPACES.
          03 WK-MTR-AREA.
             05 WK-MTR-CANAL                  PIC  X(008) VALUE SPACES.
             05 WK-MTR-QT-ACHOU               PIC  9(005) VALUE ZEROS.
             05 WK-MTR-QT-REDIR               PIC  9(005) VALUE ZEROS.
             05 WK-MTR-QT-NAO                 PIC  9(005) VALUE ZEROS.
             05 WK-MTR-RETORNO                PIC  X(002) VALUE SPACES.
      *----------------------------------------------------------------*
      *   CATALOGO DE MENSAGENS (ROTINA COMUM MSGLER01) - MESMO LAYOUT
      *   DE LK-MSG-AREA DE LA
      *----------------------------------------------------------------*
          03 WK-PGM-MSGLER01                  PIC  X(008)
                                              VALUE 'MSGLER01'.
          03 WK-MSG-AREA.
             05 WK-MSGA-SUBSISTEMA            PIC  X(008)
                                              VALUE 'CEPAPI01'.
             05 WK-MSGA-CODRET                PIC  9(004) VALUE ZEROS.
             05 WK-MSGA-IDIOMA                PIC  X(002) VALUE SPACES.
             05 WK-MSGA-COMPLEMENTO           PIC  X(040) VALUE SPACES.
             05 WK-MSGA-TEXTO                 PIC  X(060) VALUE SPACES.
             05 WK-MSGA-ORIGEM                PIC  X(001) VALUE SPACE.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
             88 LK-API-UNITARIA           VALUE 'U'.
             88 LK-API-LOTE               VALUE 'L'.
             88 LK-API-REVERSA            VALUE 'R'.
             88 LK-API-MUNICIPIO          VALUE 'M'.
      *   00=EXECUTADO  08=OPERACAO DESCONHECIDA  12=ERRO NO LINK
          03 LK-API-CODRET        PIC  9(002).
          03 LK-API-MSGRET        PIC  X(060).
                07 LK-APU-SUCESSOR      PIC  X(008).
                07 LK-APU-TIPO          PIC  X(001).
                07 LK-APU-IBGE          PIC  X(007).
      *   ZONA DE FRETE: C=CAPITAL I=INTERIOR R=REMOTA/FLUVIAL,
      *   BRANCO = CEP NAO ACHADO OU FORA DE QUALQUER FAIXA
                07 LK-APU-ZONA          PIC  X(001).
                07 LK-APU-QT-SERV       PIC  9(001).
                07 LK-APU-SERVICO OCCURS 5 TIMES.
                   09 LK-APU-SRV-CODIGO PIC  X(008).
                   09 LK-APU-SRV-PRAZO  PIC  9(002).
                07 FILLER               PIC  X(3102).
      *   OPERACAO 'L' - LOTE: EXATAMENTE O LK-PESQUISA-LOTE DO
      *   CEPCICS1 (QT 9(2) + 30 ENTRADAS DE 109 BYTES), REPASSADO 1:1
             05 LK-API-LOTE-AREA REDEFINES LK-API-UNIT
                                     PIC  X(3272).
      *   VISAO DO LOTE PARA A MEDICAO - SO O FLAG ACHOU DE CADA
      *   ENTRADA (S=ACHOU R=SUBSTITUIDO N=NAO ACHOU)
             05 LK-API-LOTE-MED REDEFINES LK-API-UNIT.
                07 LK-APL-QT            PIC  9(002).
                07 LK-APL-ENTRADA OCCURS 30 TIMES.
                   09 LK-APL-CEP        PIC  X(008).
                   09 LK-APL-ACHOU      PIC  X(001).
                   09 FILLER            PIC  X(100).
      *   OPERACAO 'R' - PESQUISA REVERSA
             05 LK-API-REV REDEFINES LK-API-UNIT.
                07 LK-APR-UF            PIC  X(002).
                07 LK-APR-CEP-PROX      PIC  X(008).
                07 LK-APR-IBGE          PIC  X(007).
                07 FILLER               PIC  X(3077).
      *   OPERACAO 'M' - MUNICIPIO POR NOME: LK-APM-AREA E EXATAMENTE
      *   O DFHCOMMAREA DO CEPCICSE, REPASSADO 1:1 (CODRET DE LA:
      *   00=ACHOU 04=NENHUM 08=UF/CIDADE INVALIDA 12=CEPMUN01 FORA)
             05 LK-API-MUN REDEFINES LK-API-UNIT.
                07 LK-APM-AREA.
                   09 LK-APM-UF            PIC  X(002).
                   09 LK-APM-CIDADE        PIC  X(030).
                   09 LK-APM-CODRET        PIC  9(002).
                   09 LK-APM-QT-TOTAL      PIC  9(003).
                   09 LK-APM-QT-ACHADOS    PIC  9(002).
                   09 LK-APM-ACHADO OCCURS 10 TIMES.
                      11 LK-APM-OFICIAL    PIC  X(030).
                      11 LK-APM-IBGE       PIC  X(007).
                      11 LK-APM-CLASSE     PIC  X(001).
                07 FILLER                  PIC  X(2853).
      *   IDIOMA DO TEXTO DE RETORNO ('PT', 'EN', 'ES'...) - OPCIONAL:
      *   CHAMADOR COM O COMMAREA ANTIGO (SEM ESTE CAMPO) RECEBE 'PT'
          03 LK-API-IDIOMA        PIC  X(002).

      ******************************************************************
      *    P R O C E D U R E S

           MOVE ZEROS  TO LK-API-CODRET
           MOVE SPACES TO LK-API-MSGRET
                          WK-MSGA-COMPLEMENTO

           EVALUATE TRUE
              WHEN LK-API-UNITARIA
                 PERFORM 200000-PESQUISA-LOTE
              WHEN LK-API-REVERSA
                 PERFORM 300000-PESQUISA-REVERSA
              WHEN LK-API-MUNICIPIO
                 PERFORM 400000-PESQUISA-MUNICIPIO
              WHEN OTHER
                 MOVE 08 TO LK-API-CODRET
                 MOVE 'Operacao desconhecida - use U/L/R/M'
                      TO LK-API-MSGRET
           END-EVALUATE

           PERFORM 600000-MENSAGEM-CATALOGO

           EXEC CICS RETURN
           END-EXEC
           .
           IF WK-EIBRESP-LNK NOT EQUAL ZEROS
              MOVE 12 TO LK-API-CODRET
              MOVE 'Erro no LINK ao CEPCICS1' TO LK-API-MSGRET
              MOVE 'CEPCICS1' TO WK-MSGA-COMPLEMENTO
           ELSE
              MOVE WK-UNI-CEP         TO LK-APU-CEP
              MOVE WK-UNI-ACHOU       TO LK-APU-ACHOU
              MOVE WK-UNI-SUCESSOR    TO LK-APU-SUCESSOR
              MOVE WK-UNI-TIPO        TO LK-APU-TIPO
              MOVE WK-UNI-IBGE        TO LK-APU-IBGE
              PERFORM 110000-ZONA-FRETE
              MOVE 'Pesquisa executada' TO LK-API-MSGRET
              PERFORM 130000-CONTA-UNITARIA
              PERFORM 500000-REGISTRA-CONSUMO
           END-IF.

      *----------------------------------------------------------------*
       130000-CONTA-UNITARIA.
      *----------------------------------------------------------------*
           EVALUATE WK-UNI-ACHOU
              WHEN 'S'
                 ADD 1 TO WK-MTR-QT-ACHOU
              WHEN 'R'
                 ADD 1 TO WK-MTR-QT-REDIR
              WHEN OTHER
                 ADD 1 TO WK-MTR-QT-NAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       110000-ZONA-FRETE.
      *----------------------------------------------------------------*
      * ZONA DO CEP DEVOLVIDO (O SUCESSOR, QUANDO O PEDIDO FOI
      * SUBSTITUIDO) - CEP NAO ACHADO NAO TEM ZONA
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-FRT-AREA
           MOVE ZEROS  TO WK-FRT-QT-SERV

           IF WK-UNI-ACHOU EQUAL 'S' OR 'R'
              MOVE WK-UNI-CEP TO WK-FRT-CEP
              CALL WK-PGM-CEPFRT01 USING DFHEIBLK
                                          DFHCOMMAREA
                                          WK-FRT-AREA
           END-IF

           IF WK-FRT-RETORNO EQUAL '00'
              MOVE WK-FRT-ZONA    TO LK-APU-ZONA
              MOVE WK-FRT-QT-SERV TO LK-APU-QT-SERV
           ELSE
              MOVE SPACE          TO LK-APU-ZONA
              MOVE ZEROS          TO LK-APU-QT-SERV
              MOVE ZEROS          TO WK-FRT-QT-SERV
           END-IF

           PERFORM 120000-COPIA-SERVICO
                   VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX GREATER 5.

      *----------------------------------------------------------------*
       120000-COPIA-SERVICO.
      *----------------------------------------------------------------*
           IF WK-IDX GREATER WK-FRT-QT-SERV
              MOVE SPACES TO LK-APU-SRV-CODIGO(WK-IDX)
              MOVE ZEROS  TO LK-APU-SRV-PRAZO(WK-IDX)
           ELSE
              MOVE WK-FRT-SRV-CODIGO(WK-IDX)
                   TO LK-APU-SRV-CODIGO(WK-IDX)
              MOVE WK-FRT-SRV-PRAZO(WK-IDX)
                   TO LK-APU-SRV-PRAZO(WK-IDX)
           END-IF.

      *----------------------------------------------------------------*
           IF WK-EIBRESP-LNK NOT EQUAL ZEROS
              MOVE 12 TO LK-API-CODRET
              MOVE 'Erro no LINK ao CEPCICS1' TO LK-API-MSGRET
              MOVE 'CEPCICS1' TO WK-MSGA-COMPLEMENTO
           ELSE
              MOVE 'Pesquisa executada' TO LK-API-MSGRET
              IF LK-APL-QT NUMERIC
                 PERFORM 210000-CONTA-ENTRADA-LOTE
                         VARYING WK-IDX FROM 1 BY 1
                         UNTIL WK-IDX GREATER LK-APL-QT
                            OR WK-IDX GREATER 30
              END-IF
              PERFORM 500000-REGISTRA-CONSUMO
           END-IF.

      *----------------------------------------------------------------*
       210000-CONTA-ENTRADA-LOTE.
      *----------------------------------------------------------------*
      * LOTE CONTA UM POR CEP RESOLVIDO, COMO NO CEPCICS1
      *----------------------------------------------------------------*
           EVALUATE LK-APL-ACHOU(WK-IDX)
              WHEN 'S'
                 ADD 1 TO WK-MTR-QT-ACHOU
              WHEN 'R'
                 ADD 1 TO WK-MTR-QT-REDIR
              WHEN OTHER
                 ADD 1 TO WK-MTR-QT-NAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       300000-PESQUISA-REVERSA.
      *----------------------------------------------------------------*
           IF WK-EIBRESP-LNK NOT EQUAL ZEROS
              MOVE 12 TO LK-API-CODRET
              MOVE 'Erro no LINK ao CEPCICS4' TO LK-API-MSGRET
              MOVE 'CEPCICS4' TO WK-MSGA-COMPLEMENTO
           ELSE
              MOVE WK-REV-QT-ACHADOS TO LK-APR-QT-ACHADOS
              PERFORM 310000-COPIA-ACHADO
      *----------------------------------------------------------------*
           MOVE WK-REV-CEP-ACHADOS(WK-IDX)
                TO LK-APR-CEP-ACHADOS(WK-IDX).

      *----------------------------------------------------------------*
       400000-PESQUISA-MUNICIPIO.
      *----------------------------------------------------------------*
      * COMO NO LOTE, O LINK E DIRETO SOBRE A AREA DO CHAMADOR; O
      * RESULTADO DA PESQUISA VAI EM LK-APM-CODRET
      *----------------------------------------------------------------*
           EXEC CICS LINK
                PROGRAM  ( 'CEPCICSE' )
                COMMAREA ( LK-APM-AREA )
                LENGTH   ( LENGTH OF LK-APM-AREA )
                RESP     ( WK-EIBRESP-LNK )
           END-EXEC

           IF WK-EIBRESP-LNK NOT EQUAL ZEROS
              MOVE 12 TO LK-API-CODRET
              MOVE 'Erro no LINK ao CEPCICSE' TO LK-API-MSGRET
              MOVE 'CEPCICSE' TO WK-MSGA-COMPLEMENTO
           ELSE
              MOVE 'Pesquisa executada' TO LK-API-MSGRET
           END-IF.

      *----------------------------------------------------------------*
       500000-REGISTRA-CONSUMO.
      *----------------------------------------------------------------*
      * CANAL SAFRA PARA O LINK VINDO DA PONTE XPTOSV01, API PARA O
      * zCEE E DEMAIS - FALHA NA MEDICAO NAO AFETA A RESPOSTA
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-MTR-INVOCADOR

           EXEC CICS ASSIGN
                INVOKINGPROG ( WK-MTR-INVOCADOR )
                NOHANDLE
           END-EXEC

           IF WK-MTR-INVOCADOR EQUAL 'XPTOSV01'
              MOVE 'SAFRA' TO WK-MTR-CANAL
           ELSE
              MOVE 'API'   TO WK-MTR-CANAL
           END-IF

           CALL WK-PGM-CEPMTR01 USING DFHEIBLK
                                       DFHCOMMAREA
                                       WK-MTR-AREA.

      *----------------------------------------------------------------*
       600000-MENSAGEM-CATALOGO.
      *----------------------------------------------------------------*
      * O TEXTO MONTADO ACIMA E O DEFAULT; O IDIOMA SO E LIDO SE O
      * COMMAREA VEIO INTEIRO
      *----------------------------------------------------------------*
           MOVE LK-API-CODRET TO WK-MSGA-CODRET
           MOVE LK-API-MSGRET TO WK-MSGA-TEXTO

           IF EIBCALEN NOT LESS LENGTH OF DFHCOMMAREA
              MOVE LK-API-IDIOMA TO WK-MSGA-IDIOMA
           ELSE
              MOVE SPACES        TO WK-MSGA-IDIOMA
           END-IF

           CALL WK-PGM-MSGLER01 USING DFHEIBLK
                                       DFHCOMMAREA
                                       WK-MSG-AREA

           MOVE WK-MSGA-TEXTO TO LK-API-MSGRET.
