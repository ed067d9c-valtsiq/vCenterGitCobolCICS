       CBL CICS('COBOL3') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. CEP
      * Programa.............. CEPCICSC
      * Tipo    .............. Online
      * Finalidade ........... pesquisa de PROXIMIDADE: recebe um CEP
      *                        de referencia OU um ponto (latitude/
      *                        longitude em graus decimais) e um raio
      *                        em km, e devolve os CEPs ATIVOS mais
      *                        proximos, do mais perto para o mais
      *                        longe (ate 20), com a distancia e o
      *                        endereco - atende o localizador de
      *                        agencias e a escolha de ponto de
      *                        retirada. Nao varre o CEPVSA01: le o
      *                        indice espacial "CEPGEO01" (celula de
      *                        0,02 grau + CEP, mantido pelo CEPBTC01
      *                        e pelo CEPCICS3) so nas celulas que
      *                        cobrem o raio, e confere cada candidato
      *                        contra o CEPVSA01 (ativo e com a mesma
      *                        coordenada) antes de devolve-lo.
      *                        Distancia pela aproximacao
      *                        equirretangular (1 grau = 111,195 km,
      *                        longitude corrigida pelo cosseno da
      *                        latitude do ponto) - erro desprezivel
      *                        nos raios de poucos km desta pesquisa.
      *                        Raio maximo no PRMVSA01 (programa
      *                        CEPCICSC, parametro RAIOMAX, em km);
      *                        leitura do indice limitada a 5000
      *                        entradas por chamada - passando disso
      *                        a lista volta marcada como PARCIAL.
      *                        LK-PRX-CODRET:
      *                          00 = pesquisa feita (QT pode ser 0)
      *                          11 = CEP de referencia nao numerico
      *                          12 = CEP de referencia inexistente ou
      *                               desativado
      *                          13 = CEP de referencia sem coordenada
      *                          14 = ponto ausente ou invalido
      *                          15 = raio invalido ou acima do maximo
      *                          16 = quantidade maxima fora de 1-20
      *                          20 = indice CEPGEO01 indisponivel
      * DSnames .............. B090290.CEPGEO01 (indice espacial)
      *                        B090290.CEPVSA01 (conferencia)
      * JOB def cluster ...... B090290.LIB.JCL(CEPDFCLU)
      * Transacao CICS  ...... KEPC
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEPCICSC.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       01 WORKING-ALL-FILLS.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO CEPVSA01 GRAVADO POR CEPBTC01/CEPCICS3 -
      *   MANTER SINCRONIZADO
      *----------------------------------------------------------------*
          03 WK-CEPV0001-REC.
             05 WK-CEPV0001-CODE              PIC  X(008).
             05 WK-CEPV0001-UF                PIC  X(002).
             05 WK-CEPV0001-CIDADE            PIC  X(030).
             05 WK-CEPV0001-BAIRRO            PIC  X(030).
             05 WK-CEPV0001-LOGRADOURO        PIC  X(030).
             05 WK-CEPV0001-ATIVO             PIC  X(001).
                88 WK-CEPV0001-ATIVO-SIM              VALUE 'S'.
                88 WK-CEPV0001-ATIVO-NAO              VALUE 'N'.
             05 WK-CEPV0001-NUM-INI         PIC  X(006).
             05 WK-CEPV0001-NUM-FIM         PIC  X(006).
             05 WK-CEPV0001-PARIDADE        PIC  X(001).
             05 WK-CEPV0001-SUCESSOR        PIC  X(008).
             05 WK-CEPV0001-TIPO            PIC  X(001).
             05 WK-CEPV0001-IBGE            PIC  X(007).
             05 WK-CEPV0001-COORDENADAS.
                07 WK-CEPV0001-LATITUDE     PIC S9(003)V9(006)
                   SIGN LEADING SEPARATE.
                07 WK-CEPV0001-LONGITUDE    PIC S9(003)V9(006)
                   SIGN LEADING SEPARATE.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO INDICE "CEPGEO01" GRAVADO POR CEPBTC01/
      *   CEPCICS3 - MANTER SINCRONIZADO. CELULA = (LAT + 90) X 50 E
      *   (LONG + 180) X 50, TRUNCADOS
      *----------------------------------------------------------------*
          03 WK-GEO-REC.
             05 WK-GEO-CHAVE.
                07 WK-GEO-CEL-LAT             PIC  9(004).
                07 WK-GEO-CEL-LON             PIC  9(005).
                07 WK-GEO-CEP                 PIC  X(008).
             05 WK-GEO-LATITUDE               PIC S9(003)V9(006)
                SIGN LEADING SEPARATE.
             05 WK-GEO-LONGITUDE              PIC S9(003)V9(006)
                SIGN LEADING SEPARATE.
          03 WK-BROWSE-KEY.
             05 WK-BROWSE-CEL-LAT             PIC  9(004).
             05 WK-BROWSE-CEL-LON             PIC  9(005).
             05 WK-BROWSE-CEP                 PIC  X(008).
          03 WK-FIM-LINHA                     PIC  X(001) VALUE 'N'.
             88 FIM-LINHA                               VALUE 'S'.
          03 WK-VALIDO                        PIC  X(001) VALUE 'S'.
             88 ENTRADA-VALIDA                          VALUE 'S'.
      *----------------------------------------------------------------*
      *   PONTO DE REFERENCIA, RAIO E JANELA DE CELULAS A VARRER
      *----------------------------------------------------------------*
          03 WK-REF-LAT                       PIC S9(003)V9(006)
                                              VALUE ZEROS.
          03 WK-REF-LON                       PIC S9(003)V9(006)
                                              VALUE ZEROS.
          03 WK-RAIO                          PIC S9(003)V9(001)
                                              VALUE ZEROS.
          03 WK-RAIO-MAX                      PIC S9(003)V9(001)
                                              VALUE ZEROS.
          03 WK-QT-MAX                        PIC  9(002) VALUE 10.
          03 WK-DELTA-LAT                     PIC S9(003)V9(006)
                                              VALUE ZEROS.
          03 WK-DELTA-LON                     PIC S9(003)V9(006)
                                              VALUE ZEROS.
          03 WK-LIMITE                        PIC S9(004)V9(006)
                                              VALUE ZEROS.
          03 WK-CEL-LAT-INI                   PIC  9(004) VALUE ZEROS.
          03 WK-CEL-LAT-FIM                   PIC  9(004) VALUE ZEROS.
          03 WK-CEL-LON-INI                   PIC  9(005) VALUE ZEROS.
          03 WK-CEL-LON-FIM                   PIC  9(005) VALUE ZEROS.
          03 WK-CEL-LAT                       PIC  9(004) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   COSSENO DA LATITUDE DO PONTO PELA SERIE DE TAYLOR (ATE O
      *   TERMO DE GRAU 8 - ERRO ABAIXO DE 0,00003 ATE OS POLOS)
      *----------------------------------------------------------------*
          03 WK-RAD                           PIC S9(001)V9(012)
                                              COMP-3 VALUE ZEROS.
          03 WK-RAD2                          PIC S9(002)V9(012)
                                              COMP-3 VALUE ZEROS.
          03 WK-COS-LAT                       PIC S9(001)V9(009)
                                              COMP-3 VALUE ZEROS.
          03 WK-KM-GRAU                       PIC S9(003)V9(003)
                                              COMP-3 VALUE +111.195.
      *----------------------------------------------------------------*
      *   DISTANCIA DO CANDIDATO E TABELA DOS N MAIS PROXIMOS, MANTIDA
      *   EM ORDEM CRESCENTE DE DISTANCIA POR INSERCAO
      *----------------------------------------------------------------*
          03 WK-DIF-LAT                       PIC S9(003)V9(009)
                                              COMP-3 VALUE ZEROS.
          03 WK-DIF-LON                       PIC S9(003)V9(009)
                                              COMP-3 VALUE ZEROS.
          03 WK-DISTANCIA                     PIC S9(005)V9(003)
                                              COMP-3 VALUE ZEROS.
          03 WK-QT-TAB                        PIC  9(002) VALUE ZEROS.
          03 WK-TAB-PROX OCCURS 20 TIMES.
             05 WK-TAB-CEP                    PIC  X(008).
             05 WK-TAB-DISTANCIA              PIC S9(005)V9(003)
                                              COMP-3.
             05 WK-TAB-LATITUDE               PIC S9(003)V9(006)
                SIGN LEADING SEPARATE.
             05 WK-TAB-LONGITUDE              PIC S9(003)V9(006)
                SIGN LEADING SEPARATE.
             05 WK-TAB-UF                     PIC  X(002).
             05 WK-TAB-CIDADE                 PIC  X(030).
             05 WK-TAB-BAIRRO                 PIC  X(030).
             05 WK-TAB-LOGRADOURO             PIC  X(030).
          03 WK-POS                           PIC  9(002) VALUE ZEROS.
          03 WK-IDX                           PIC  9(002) VALUE ZEROS.
          03 WK-QT-LIDOS                      PIC  9(005) VALUE ZEROS.
          03 WK-QT-LIDOS-MAX                  PIC  9(005) VALUE 5000.
          03 WK-PARCIAL                       PIC  X(001) VALUE 'N'.
             88 PESQUISA-PARCIAL                        VALUE 'S'.
      *----------------------------------------------------------------*
      *   GENERIC WORK VARIABLES                                       *
      *----------------------------------------------------------------*
          03 WK-EIBRESP                       PIC S9(9) COMP-5 SYNC.
          03 WK-EIBRESP-VSA                   PIC S9(9) COMP-5 SYNC.
      *----------------------------------------------------------------*
      *   RAIO MAXIMO EM KM (3 DIGITOS), LIDO DO PRMVSA01 PELA ROTINA
      *   COMUM PRMLER01 (PROGRAMA CEPCICSC, PARAMETRO RAIOMAX)
      *----------------------------------------------------------------*
       77 WK-PGM-PRMLER01                     PIC  X(008) VALUE
                                              'PRMLER01'.
       01 WK-PRM-PROGRAMA                     PIC  X(008) VALUE
                                              'CEPCICSC'.
       01 WK-PRM-PARAMETRO                    PIC  X(008) VALUE
                                              'RAIOMAX '.
       01 WK-PRM-DEFAULT                      PIC  X(048) VALUE
                                              '020'.
       01 WK-PRM-VALOR                        PIC  X(048) VALUE SPACES.
       01 WK-PRM-ORIGEM                       PIC  X(001) VALUE SPACE.
       01 WK-PRM-RAIO                         PIC  9(003) VALUE ZEROS.

      *----------------------------------------------------------------*

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01 DFHCOMMAREA.
      *   REFERENCIA: CEP (TEM PRECEDENCIA) OU LATITUDE/LONGITUDE NO
      *   FORMATO DO REGISTRO - SINAL + 3 INTEIROS + 6 DECIMAIS, SEM
      *   PONTO (EX. -023550520)
          03 LK-PRX-CEP           PIC  X(008).
          03 LK-PRX-LATITUDE      PIC  X(010).
          03 LK-PRX-LAT-NUM REDEFINES LK-PRX-LATITUDE
                                  PIC S9(003)V9(006)
                                  SIGN LEADING SEPARATE.
          03 LK-PRX-LONGITUDE     PIC  X(010).
          03 LK-PRX-LON-NUM REDEFINES LK-PRX-LONGITUDE
                                  PIC S9(003)V9(006)
                                  SIGN LEADING SEPARATE.
      *   RAIO EM KM COM UMA DECIMAL, SEM PONTO ('0050' = 5,0 KM) -
      *   BRANCO/ZERO = RAIO MAXIMO DO PARAMETRO
          03 LK-PRX-RAIO          PIC  X(004).
          03 LK-PRX-RAIO-NUM REDEFINES LK-PRX-RAIO
                                  PIC  9(003)V9(001).
      *   QUANTIDADE MAXIMA DE CEPS DEVOLVIDOS (BRANCO = 10)
          03 LK-PRX-MAX           PIC  X(002).
          03 LK-PRX-MAX-NUM REDEFINES LK-PRX-MAX
                                  PIC  9(002).
          03 LK-PRX-CODRET        PIC  9(002).
          03 LK-PRX-MSGRET        PIC  X(060).
      *   'S' = LIMITE DE LEITURA DO INDICE ATINGIDO - PODE HAVER CEP
      *   MAIS PROXIMO FORA DA LISTA (REDUZIR O RAIO)
          03 LK-PRX-PARCIAL       PIC  X(001).
          03 LK-PRX-QT            PIC  9(002).
          03 LK-PRX-ITEM OCCURS 20 TIMES.
             05 LK-PRX-ITEM-CEP        PIC  X(008).
      *      DISTANCIA EM KM COM 3 DECIMAIS (METROS)
             05 LK-PRX-ITEM-DISTANCIA  PIC  9(003)V9(003).
             05 LK-PRX-ITEM-LATITUDE   PIC S9(003)V9(006)
                                       SIGN LEADING SEPARATE.
             05 LK-PRX-ITEM-LONGITUDE  PIC S9(003)V9(006)
                                       SIGN LEADING SEPARATE.
             05 LK-PRX-ITEM-UF         PIC  X(002).
             05 LK-PRX-ITEM-CIDADE     PIC  X(030).
             05 LK-PRX-ITEM-BAIRRO     PIC  X(030).
             05 LK-PRX-ITEM-LOGRADOURO PIC  X(030).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*

           MOVE ZEROS   TO LK-PRX-CODRET
           MOVE SPACES  TO LK-PRX-MSGRET
           MOVE 'N'     TO LK-PRX-PARCIAL
           MOVE ZEROS   TO LK-PRX-QT
           MOVE ZEROS   TO WK-QT-TAB
           MOVE ZEROS   TO WK-QT-LIDOS
           MOVE 'N'     TO WK-PARCIAL

           PERFORM 050000-VALIDAR-ENTRADA

           IF ENTRADA-VALIDA
              PERFORM 060000-PONTO-REFERENCIA
           END-IF

           IF ENTRADA-VALIDA
              PERFORM 070000-MONTA-JANELA
              PERFORM 100000-VARRE-LINHA
                      VARYING WK-CEL-LAT FROM WK-CEL-LAT-INI BY 1
                      UNTIL WK-CEL-LAT GREATER WK-CEL-LAT-FIM
                         OR PESQUISA-PARCIAL
                         OR NOT ENTRADA-VALIDA
           END-IF

           IF ENTRADA-VALIDA
              PERFORM 300000-DEVOLVE-LISTA
                      VARYING WK-IDX FROM 1 BY 1
                      UNTIL WK-IDX GREATER WK-QT-TAB
              MOVE WK-QT-TAB  TO LK-PRX-QT
              MOVE WK-PARCIAL TO LK-PRX-PARCIAL
              IF WK-QT-TAB EQUAL ZEROS
                 MOVE 'Nenhum CEP ativo dentro do raio informado'
                      TO LK-PRX-MSGRET
              ELSE
              IF PESQUISA-PARCIAL
                 MOVE 'Lista parcial - reduza o raio da pesquisa'
                      TO LK-PRX-MSGRET
              ELSE
                 MOVE 'Pesquisa efetuada com sucesso'
                      TO LK-PRX-MSGRET
              END-IF
              END-IF
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .

      *----------------------------------------------------------------*
       050000-VALIDAR-ENTRADA.
      *----------------------------------------------------------------*
      * RAIO ENTRE 0,1 KM E O MAXIMO DO PARAMETRO (BRANCO/ZERO = O
      * PROPRIO MAXIMO); QUANTIDADE DE 1 A 20 (BRANCO = 10)
      *----------------------------------------------------------------*
           MOVE 'S' TO WK-VALIDO

           CALL WK-PGM-PRMLER01 USING DFHEIBLK
                                       DFHCOMMAREA
                                       WK-PRM-PROGRAMA
                                       WK-PRM-PARAMETRO
                                       WK-PRM-DEFAULT
                                       WK-PRM-VALOR
                                       WK-PRM-ORIGEM

           IF WK-PRM-VALOR(1:3) NUMERIC
                 AND WK-PRM-VALOR(1:3) NOT EQUAL '000'
              MOVE WK-PRM-VALOR(1:3) TO WK-PRM-RAIO
           ELSE
              MOVE WK-PRM-DEFAULT(1:3) TO WK-PRM-RAIO
           END-IF
           MOVE WK-PRM-RAIO TO WK-RAIO-MAX

           IF LK-PRX-RAIO EQUAL SPACES OR LK-PRX-RAIO EQUAL '0000'
              MOVE WK-RAIO-MAX TO WK-RAIO
           ELSE
           IF LK-PRX-RAIO NOT NUMERIC
              MOVE 'N' TO WK-VALIDO
              MOVE 15  TO LK-PRX-CODRET
              MOVE 'Raio invalido - km com 1 decimal, sem ponto'
                   TO LK-PRX-MSGRET
           ELSE
           IF LK-PRX-RAIO-NUM GREATER WK-RAIO-MAX
              MOVE 'N' TO WK-VALIDO
              MOVE 15  TO LK-PRX-CODRET
              MOVE 'Raio acima do maximo permitido para a pesquisa'
                   TO LK-PRX-MSGRET
           ELSE
              MOVE LK-PRX-RAIO-NUM TO WK-RAIO
           END-IF
           END-IF
           END-IF

           IF ENTRADA-VALIDA
              IF LK-PRX-MAX EQUAL SPACES
                 MOVE 10 TO WK-QT-MAX
              ELSE
              IF LK-PRX-MAX NOT NUMERIC
                    OR LK-PRX-MAX-NUM EQUAL ZEROS
                    OR LK-PRX-MAX-NUM GREATER 20
                 MOVE 'N' TO WK-VALIDO
                 MOVE 16  TO LK-PRX-CODRET
                 MOVE 'Quantidade maxima deve ser de 1 a 20'
                      TO LK-PRX-MSGRET
              ELSE
                 MOVE LK-PRX-MAX-NUM TO WK-QT-MAX
              END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       060000-PONTO-REFERENCIA.
      *----------------------------------------------------------------*
      * CEP INFORMADO = A COORDENADA GRAVADA NELE; SEM CEP, O PONTO
      * VEM NO PROPRIO COMMAREA
      *----------------------------------------------------------------*
           IF LK-PRX-CEP NOT EQUAL SPACES
              IF LK-PRX-CEP NOT NUMERIC
                 MOVE 'N' TO WK-VALIDO
                 MOVE 11  TO LK-PRX-CODRET
                 MOVE 'CEP de referencia deve ser numerico (8 digitos)'
                      TO LK-PRX-MSGRET
              ELSE
                 MOVE SPACES     TO WK-CEPV0001-REC
                 MOVE LK-PRX-CEP TO WK-CEPV0001-CODE

                 EXEC CICS READ FILE('CEPVSA01')
                                RIDFLD(WK-CEPV0001-CODE)
                                KEYLENGTH(8)
                                INTO(WK-CEPV0001-REC)
                                RESP(WK-EIBRESP-VSA)
                 END-EXEC

                 IF WK-EIBRESP-VSA NOT EQUAL ZEROS
                       OR NOT WK-CEPV0001-ATIVO-SIM
                    MOVE 'N' TO WK-VALIDO
                    MOVE 12  TO LK-PRX-CODRET
                    MOVE 'CEP de referencia inexistente ou desativado'
                         TO LK-PRX-MSGRET
                 ELSE
                 IF WK-CEPV0001-LATITUDE NOT NUMERIC
                       OR WK-CEPV0001-LONGITUDE NOT NUMERIC
                    MOVE 'N' TO WK-VALIDO
                    MOVE 13  TO LK-PRX-CODRET
                    MOVE 'CEP de referencia sem coordenada cadastrada'
                         TO LK-PRX-MSGRET
                 ELSE
                    MOVE WK-CEPV0001-LATITUDE  TO WK-REF-LAT
                    MOVE WK-CEPV0001-LONGITUDE TO WK-REF-LON
                 END-IF
                 END-IF
              END-IF
           ELSE
              IF LK-PRX-LAT-NUM NOT NUMERIC
                    OR LK-PRX-LON-NUM NOT NUMERIC
                 MOVE 'N' TO WK-VALIDO
              ELSE
              IF LK-PRX-LAT-NUM LESS -90
                    OR LK-PRX-LAT-NUM GREATER 90
                    OR LK-PRX-LON-NUM LESS -180
                    OR LK-PRX-LON-NUM GREATER 180
                 MOVE 'N' TO WK-VALIDO
              ELSE
                 MOVE LK-PRX-LAT-NUM TO WK-REF-LAT
                 MOVE LK-PRX-LON-NUM TO WK-REF-LON
              END-IF
              END-IF

              IF NOT ENTRADA-VALIDA
                 MOVE 14  TO LK-PRX-CODRET
                 MOVE 'Informe um CEP ou latitude/longitude validas'
                      TO LK-PRX-MSGRET
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       070000-MONTA-JANELA.
      *----------------------------------------------------------------*
      * COSSENO DA LATITUDE (RADIANOS) PARA CORRIGIR A LONGITUDE E
      * FAIXA DE CELULAS QUE COBRE O RAIO NOS DOIS EIXOS. A JANELA E
      * LIMITADA AOS EXTREMOS DO INDICE (SEM VOLTA NO ANTIMERIDIANO,
      * QUE NAO CRUZA O TERRITORIO)
      *----------------------------------------------------------------*
           COMPUTE WK-RAD  = WK-REF-LAT * 3.141592654 / 180
           COMPUTE WK-RAD2 = WK-RAD * WK-RAD
           COMPUTE WK-COS-LAT = 1 - WK-RAD2 / 2
                              + (WK-RAD2 * WK-RAD2) / 24
                              - (WK-RAD2 * WK-RAD2 * WK-RAD2) / 720
                              + (WK-RAD2 * WK-RAD2 * WK-RAD2
                                 * WK-RAD2) / 40320
           IF WK-COS-LAT LESS 0.01
              MOVE 0.01 TO WK-COS-LAT
           END-IF

           COMPUTE WK-DELTA-LAT = WK-RAIO / WK-KM-GRAU
           COMPUTE WK-DELTA-LON ROUNDED =
                   WK-RAIO / (WK-KM-GRAU * WK-COS-LAT)
           IF WK-DELTA-LON GREATER 180
              MOVE 180 TO WK-DELTA-LON
           END-IF

           COMPUTE WK-LIMITE = WK-REF-LAT - WK-DELTA-LAT + 90
           IF WK-LIMITE LESS ZEROS
              MOVE ZEROS TO WK-LIMITE
           END-IF
           COMPUTE WK-CEL-LAT-INI = WK-LIMITE * 50

           COMPUTE WK-LIMITE = WK-REF-LAT + WK-DELTA-LAT + 90
           IF WK-LIMITE GREATER 180
              MOVE 180 TO WK-LIMITE
           END-IF
           COMPUTE WK-CEL-LAT-FIM = WK-LIMITE * 50

           COMPUTE WK-LIMITE = WK-REF-LON - WK-DELTA-LON + 180
           IF WK-LIMITE LESS ZEROS
              MOVE ZEROS TO WK-LIMITE
           END-IF
           COMPUTE WK-CEL-LON-INI = WK-LIMITE * 50

           COMPUTE WK-LIMITE = WK-REF-LON + WK-DELTA-LON + 180
           IF WK-LIMITE GREATER 360
              MOVE 360 TO WK-LIMITE
           END-IF
           COMPUTE WK-CEL-LON-FIM = WK-LIMITE * 50
           .

      *----------------------------------------------------------------*
       100000-VARRE-LINHA.
      *----------------------------------------------------------------*
      * UMA LINHA DE CELULAS (MESMA FAIXA DE LATITUDE): POSICIONA NA
      * PRIMEIRA CELULA DE LONGITUDE DA JANELA E LE ATE PASSAR DA
      * ULTIMA
      *----------------------------------------------------------------*
           MOVE WK-CEL-LAT     TO WK-BROWSE-CEL-LAT
           MOVE WK-CEL-LON-INI TO WK-BROWSE-CEL-LON
           MOVE LOW-VALUES     TO WK-BROWSE-CEP
           MOVE 'N'            TO WK-FIM-LINHA

           EXEC CICS STARTBR FILE('CEPGEO01')
                             RIDFLD(WK-BROWSE-KEY)
                             KEYLENGTH(LENGTH OF WK-BROWSE-KEY)
                             GTEQ
                             RESP(WK-EIBRESP)
           END-EXEC

           EVALUATE TRUE
              WHEN WK-EIBRESP EQUAL ZEROS
                 PERFORM 110000-LER-CANDIDATO
                         UNTIL FIM-LINHA
                 EXEC CICS ENDBR FILE('CEPGEO01')
                 END-EXEC
              WHEN WK-EIBRESP EQUAL DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO WK-VALIDO
                 MOVE 20  TO LK-PRX-CODRET
                 MOVE 'Indice espacial CEPGEO01 indisponivel'
                      TO LK-PRX-MSGRET
           END-EVALUATE
           .

      *----------------------------------------------------------------*
       110000-LER-CANDIDATO.
      *----------------------------------------------------------------*
           IF WK-QT-LIDOS NOT LESS WK-QT-LIDOS-MAX
              MOVE 'S' TO WK-PARCIAL
              MOVE 'S' TO WK-FIM-LINHA
           ELSE
              EXEC CICS READNEXT FILE('CEPGEO01')
                                 INTO(WK-GEO-REC)
                                 RIDFLD(WK-BROWSE-KEY)
                                 KEYLENGTH(LENGTH OF WK-BROWSE-KEY)
                                 RESP(WK-EIBRESP)
              END-EXEC

              IF WK-EIBRESP NOT EQUAL ZEROS
                    OR WK-GEO-CEL-LAT NOT EQUAL WK-CEL-LAT
                    OR WK-GEO-CEL-LON GREATER WK-CEL-LON-FIM
                 MOVE 'S' TO WK-FIM-LINHA
              ELSE
                 ADD 1 TO WK-QT-LIDOS
                 PERFORM 200000-AVALIA-CANDIDATO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       200000-AVALIA-CANDIDATO.
      *----------------------------------------------------------------*
      * DISTANCIA PELO INDICE; SO QUEM ESTA NO RAIO E ENTRARIA NA
      * TABELA (AINDA NAO CHEIA, OU MAIS PERTO QUE O ULTIMO) CUSTA A
      * LEITURA DE CONFERENCIA NO CEPVSA01
      *----------------------------------------------------------------*
           COMPUTE WK-DIF-LAT = WK-GEO-LATITUDE - WK-REF-LAT
           COMPUTE WK-DIF-LON = (WK-GEO-LONGITUDE - WK-REF-LON)
                              * WK-COS-LAT
           COMPUTE WK-DISTANCIA ROUNDED = WK-KM-GRAU
                 * ((WK-DIF-LAT * WK-DIF-LAT)
                  + (WK-DIF-LON * WK-DIF-LON)) ** 0.5

           IF WK-DISTANCIA NOT GREATER WK-RAIO
              IF WK-QT-TAB LESS WK-QT-MAX
                 PERFORM 210000-CONFERE-CANDIDATO
              ELSE
              IF WK-DISTANCIA LESS WK-TAB-DISTANCIA(WK-QT-TAB)
                 PERFORM 210000-CONFERE-CANDIDATO
              END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       210000-CONFERE-CANDIDATO.
      *----------------------------------------------------------------*
      * ENTRADA DO INDICE SO VALE SE O CEP SEGUE ATIVO E COM A MESMA
      * COORDENADA NO CEPVSA01 (ENTRADA VELHA QUE SOBROU E IGNORADA)
      *----------------------------------------------------------------*
           MOVE SPACES     TO WK-CEPV0001-REC
           MOVE WK-GEO-CEP TO WK-CEPV0001-CODE

           EXEC CICS READ FILE('CEPVSA01')
                          RIDFLD(WK-CEPV0001-CODE)
                          KEYLENGTH(8)
                          INTO(WK-CEPV0001-REC)
                          RESP(WK-EIBRESP-VSA)
           END-EXEC

           IF WK-EIBRESP-VSA EQUAL ZEROS
                 AND WK-CEPV0001-ATIVO-SIM
                 AND WK-CEPV0001-LATITUDE  EQUAL WK-GEO-LATITUDE
                 AND WK-CEPV0001-LONGITUDE EQUAL WK-GEO-LONGITUDE
              PERFORM 220000-INSERE-TABELA
           END-IF
           .

      *----------------------------------------------------------------*
       220000-INSERE-TABELA.
      *----------------------------------------------------------------*
      * INSERCAO ORDENADA: ACHA A POSICAO DO CANDIDATO, EMPURRA OS
      * MAIS DISTANTES UMA CASA PARA BAIXO (O ULTIMO CAI FORA QUANDO
      * A TABELA JA ESTA CHEIA) E GRAVA NA POSICAO
      *----------------------------------------------------------------*
           MOVE 1 TO WK-POS
           PERFORM 230000-PROCURA-POSICAO
                   UNTIL WK-POS GREATER WK-QT-TAB
                      OR WK-TAB-DISTANCIA(WK-POS) GREATER WK-DISTANCIA

           IF WK-QT-TAB LESS WK-QT-MAX
              ADD 1 TO WK-QT-TAB
           END-IF

           PERFORM 240000-DESLOCA-ITEM
                   VARYING WK-IDX FROM WK-QT-TAB BY -1
                   UNTIL WK-IDX NOT GREATER WK-POS

           MOVE WK-CEPV0001-CODE       TO WK-TAB-CEP(WK-POS)
           MOVE WK-DISTANCIA           TO WK-TAB-DISTANCIA(WK-POS)
           MOVE WK-CEPV0001-LATITUDE   TO WK-TAB-LATITUDE(WK-POS)
           MOVE WK-CEPV0001-LONGITUDE  TO WK-TAB-LONGITUDE(WK-POS)
           MOVE WK-CEPV0001-UF         TO WK-TAB-UF(WK-POS)
           MOVE WK-CEPV0001-CIDADE     TO WK-TAB-CIDADE(WK-POS)
           MOVE WK-CEPV0001-BAIRRO     TO WK-TAB-BAIRRO(WK-POS)
           MOVE WK-CEPV0001-LOGRADOURO TO WK-TAB-LOGRADOURO(WK-POS)
           .

      *----------------------------------------------------------------*
       230000-PROCURA-POSICAO.
      *----------------------------------------------------------------*
           ADD 1 TO WK-POS
           .

      *----------------------------------------------------------------*
       240000-DESLOCA-ITEM.
      *----------------------------------------------------------------*
           MOVE WK-TAB-PROX(WK-IDX - 1) TO WK-TAB-PROX(WK-IDX)
           .

      *----------------------------------------------------------------*
       300000-DEVOLVE-LISTA.
      *----------------------------------------------------------------*
           MOVE WK-TAB-CEP(WK-IDX)    TO LK-PRX-ITEM-CEP(WK-IDX)
           MOVE WK-TAB-DISTANCIA(WK-IDX)
                TO LK-PRX-ITEM-DISTANCIA(WK-IDX)
           MOVE WK-TAB-LATITUDE(WK-IDX)
                TO LK-PRX-ITEM-LATITUDE(WK-IDX)
           MOVE WK-TAB-LONGITUDE(WK-IDX)
                TO LK-PRX-ITEM-LONGITUDE(WK-IDX)
           MOVE WK-TAB-UF(WK-IDX)     TO LK-PRX-ITEM-UF(WK-IDX)
           MOVE WK-TAB-CIDADE(WK-IDX) TO LK-PRX-ITEM-CIDADE(WK-IDX)
           MOVE WK-TAB-BAIRRO(WK-IDX) TO LK-PRX-ITEM-BAIRRO(WK-IDX)
           MOVE WK-TAB-LOGRADOURO(WK-IDX)
                TO LK-PRX-ITEM-LOGRADOURO(WK-IDX)
           .
