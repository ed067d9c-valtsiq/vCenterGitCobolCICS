      *                        e-commerce: CEP errado para o numero
      *                        hoje so aparece semanas depois como
      *                        entrega devolvida
      *                        COTACAO DE FRETE (commarea estendido,
      *                        opcional pelo EIBCALEN): o chamador que
      *                        mandar o commarea longo recebe tambem o
      *                        endereco do CEP, a zona de frete (C/I/R)
      *                        e os niveis de servico com prazo,
      *                        resolvidos pelo CEPFRT01 no CEPZON01 -
      *                        o checkout cota a entrega com a mesma
      *                        resposta que valida o CEP
      * DSnames .............. B090290.CEPVSA01
      *                        B090290.CEPZON01 (via CEPFRT01)
      * Transacao CICS  ...... KEPA
      *
      ******************************************************************
                88 WK-CEPV0001-TIPO-GERAL            VALUE 'G'.
                88 WK-CEPV0001-TIPO-LOGRA            VALUE ' ' 'L'.
             05 WK-CEPV0001-IBGE            PIC  X(007).
      *    COORDENADAS GEOGRAFICAS DO CEP EM GRAUS DECIMAIS
      *    (WGS84) - BRANCO = SEM COORDENADA (REGISTRO LEGADO OU
      *    EXTRATO SEM A COLUNA); TESTAR NUMERIC ANTES DE USAR
             05 WK-CEPV0001-COORDENADAS.
                07 WK-CEPV0001-LATITUDE     PIC S9(003)V9(006)
                   SIGN LEADING SEPARATE.
                07 WK-CEPV0001-LONGITUDE    PIC S9(003)V9(006)
                   SIGN LEADING SEPARATE.
      *----------------------------------------------------------------*
      *   COMMAREA DO CEPCICS4 (MESMO LAYOUT DO DFHCOMMAREA DE LA -
      *   MANTER OS DOIS SINCRONIZADOS): A SUGESTAO DE CEP CORRETO
             88 NUMERO-PAR                               VALUE 'S'.
          03 WK-IDX-SUG                       PIC  9(002) VALUE ZEROS.
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
      *   GENERIC WORK VARIABLES                                       *
      *----------------------------------------------------------------*
          03 WK-EIBRESP                       PIC S9(9) COMP-5 SYNC.
      *   X=CEP INEXISTENTE/DESATIVADO SEM SUCESSOR E=ENTRADA INVALIDA
          03 LK-VAL-RESULTADO     PIC  X(001).
          03 LK-VAL-SUGERIDO      PIC  X(008).
      *   EXTENSAO OPCIONAL (SO PREENCHIDA QUANDO O EIBCALEN A COBRE):
      *   ENDERECO DO CEP INFORMADO E COTACAO DE FRETE. ZONA: C=CAPITAL
      *   I=INTERIOR R=REMOTA/FLUVIAL, BRANCO = SEM FAIXA CADASTRADA
          03 LK-VAL-ENDERECO.
             05 LK-VAL-UF            PIC  X(002).
             05 LK-VAL-CIDADE        PIC  X(030).
             05 LK-VAL-BAIRRO        PIC  X(030).
             05 LK-VAL-LOGRADOURO    PIC  X(030).
             05 LK-VAL-IBGE          PIC  X(007).
          03 LK-VAL-ZONA          PIC  X(001).
          03 LK-VAL-QT-SERV       PIC  9(001).
          03 LK-VAL-SERVICO OCCURS 5 TIMES.
             05 LK-VAL-SRV-CODIGO PIC  X(008).
             05 LK-VAL-SRV-PRAZO  PIC  9(002).

      ******************************************************************
      *    P R O C E D U R E S
              PERFORM 200000-VALIDAR-CEP
           END-IF

           IF EIBCALEN NOT LESS LENGTH OF DFHCOMMAREA
              PERFORM 500000-COTACAO-FRETE
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .
              MOVE WK-COM4-CEP-ACHADOS(WK-IDX-SUG)
                   TO LK-VAL-SUGERIDO
           END-IF.

      *----------------------------------------------------------------*
       500000-COTACAO-FRETE.
      *----------------------------------------------------------------*
      * SO PARA O CHAMADOR DO COMMAREA ESTENDIDO: ENDERECO DO CEP
      * LIDO E A ZONA/SERVICOS DA FAIXA QUE O CONTEM. CEP INEXISTENTE
      * OU ENTRADA INVALIDA (X/E) VOLTA COM A EXTENSAO EM BRANCO
      *----------------------------------------------------------------*
           MOVE SPACES TO LK-VAL-ENDERECO
           MOVE SPACE  TO LK-VAL-ZONA
           MOVE ZEROS  TO LK-VAL-QT-SERV
           MOVE SPACES TO WK-FRT-AREA
           MOVE ZEROS  TO WK-FRT-QT-SERV

           IF LK-VAL-RESULTADO EQUAL 'S' OR 'N'
              MOVE WK-CEPV0001-UF         TO LK-VAL-UF
              MOVE WK-CEPV0001-CIDADE     TO LK-VAL-CIDADE
              MOVE WK-CEPV0001-BAIRRO     TO LK-VAL-BAIRRO
              MOVE WK-CEPV0001-LOGRADOURO TO LK-VAL-LOGRADOURO
              MOVE WK-CEPV0001-IBGE       TO LK-VAL-IBGE

              MOVE LK-VAL-CEP TO WK-FRT-CEP
              CALL WK-PGM-CEPFRT01 USING DFHEIBLK
                                          DFHCOMMAREA
                                          WK-FRT-AREA

              IF WK-FRT-RETORNO EQUAL '00'
                 MOVE WK-FRT-ZONA    TO LK-VAL-ZONA
                 MOVE WK-FRT-QT-SERV TO LK-VAL-QT-SERV
              END-IF
           END-IF

           PERFORM 510000-COPIA-SERVICO
                   VARYING WK-IDX-SUG FROM 1 BY 1
                   UNTIL WK-IDX-SUG GREATER 5.

      *----------------------------------------------------------------*
       510000-COPIA-SERVICO.
      *----------------------------------------------------------------*
           IF WK-IDX-SUG GREATER LK-VAL-QT-SERV
              MOVE SPACES TO LK-VAL-SRV-CODIGO(WK-IDX-SUG)
              MOVE ZEROS  TO LK-VAL-SRV-PRAZO(WK-IDX-SUG)
           ELSE
              MOVE WK-FRT-SRV-CODIGO(WK-IDX-SUG)
                   TO LK-VAL-SRV-CODIGO(WK-IDX-SUG)
              MOVE WK-FRT-SRV-PRAZO(WK-IDX-SUG)
                   TO LK-VAL-SRV-PRAZO(WK-IDX-SUG)
           END-IF.
