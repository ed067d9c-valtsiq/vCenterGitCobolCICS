      *                        sucessor volta com flag 'R' - chamador
      *                        unitario com commarea estendida recebe
      *                        tambem o indicador e o CEP substituto
      *                        Cache dos CEPs mais pesquisados: antes
      *                        do READ no VSAM a pesquisa consulta a
      *                        TS QUEUE('CEPCICS1CACHE'), MAIN,
      *                        construida pelo CEPCICSD (transacao
      *                        KEPD) a partir da trilha de auditoria
      *                        e atualizada pelo CEPCICS3 a cada
      *                        manutencao - cache ausente, em
      *                        reconstrucao ou sem o CEP cai no VSAM,
      *                        que continua o dono da verdade. Cada
      *                        entrada da trilha leva o indicador de
      *                        acerto/falha do cache (WK-AUD-CACHE),
      *                        somado pelo CEPCICSD no resumo da CSTA
      *                        Medicao de uso por consumidor: ao fim
      *                        de cada invocacao unitaria/lote os CEPs
      *                        achados, resolvidos por sucessor e nao
      *                        encontrados sao somados no VSAM
      *                        CEPMET01 (CALL CEPMTR01) por dia +
      *                        canal + transacao + usuario - canal
      *                        DIRETO (zCEE sem intermediario), MQ
      *                        (LINK do CEPMQL01) ou o programa CICS
      *                        que fez o LINK; quando o chamador e o
      *                        CEPAPI01 quem mede e a fachada (canal
      *                        API/SAFRA), para nao contar duas vezes.
      *                        Pesquisa administrativa nao e medida
      * DSnames .............. B090290.CEPVSA01
      *                        B090290.CEPMET01 (via CEPMTR01)
      * JOB def cluster ...... B090290.LIB.JCL(CEPDFCLU)
      * Transacao CICS  ...... KEP0
      *
      *    CODIGO IBGE DO MUNICIPIO (TABELA CEPMUN01) - BRANCO EM
      *    REGISTRO LEGADO
             05 WK-CEPV0001-IBGE            PIC  X(007).
      *    COORDENADAS GEOGRAFICAS DO CEP EM GRAUS DECIMAIS
      *    (WGS84) - BRANCO = SEM COORDENADA (REGISTRO LEGADO OU
      *    EXTRATO SEM A COLUNA); TESTAR NUMERIC ANTES DE USAR
             05 WK-CEPV0001-COORDENADAS.
                07 WK-CEPV0001-LATITUDE     PIC S9(003)V9(006)
                   SIGN LEADING SEPARATE.
                07 WK-CEPV0001-LONGITUDE    PIC S9(003)V9(006)
                   SIGN LEADING SEPARATE.
          03 FILLER  PIC X(009) VALUE         '---------'.
          03 WK-KEP0TD-REC.
             05 WK-KEP0TD-REC-CPY             PIC  X(130).
             05 WK-AUD-CEP                     PIC  X(008).
             05 WK-AUD-ACHOU                   PIC  X(001).
             05 WK-AUD-CIDADE                  PIC  X(030).
      *      H = ACHOU NO CACHE  M = CACHE NO AR SEM O CEP (FOI AO
      *      VSAM)  I = CACHE INDISPONIVEL  BRANCO = PESQUISA ADMIN
             05 WK-AUD-CACHE                   PIC  X(001).
      *----------------------------------------------------------------*
      *   GENERIC WORK VARIABLES                                       *
      *----------------------------------------------------------------*
                                               VALUE 8.
          03 WK-ADM-RESP                      PIC S9(009) COMP-5 SYNC.
      *----------------------------------------------------------------*
      *   CACHE DOS CEPS MAIS PESQUISADOS - TS QUEUE('CEPCICS1CACHE'),
      *   CONSTRUIDO PELO CEPCICSD E ATUALIZADO PELO CEPCICS3. ITEM 1
      *   = CABECALHO COM O ULTIMO CEP DE CADA BLOCO (O CEP PEDIDO SO
      *   PODE ESTAR NO PRIMEIRO BLOCO CUJO ULTIMO CEP NAO E MENOR QUE
      *   ELE), ITENS 2..N = BLOCOS DE 200 REGISTROS EM ORDEM DE CEP.
      *   CABECALHO AUSENTE/PLACEHOLDER (QT-BLOCOS 0) OU VERSAO
      *   DESCONHECIDA = CACHE INDISPONIVEL, CAI NO VSAM.
      *   MESMOS LAYOUTS GRAVADOS PELO CEPCICSD - MANTER SINCRONIZADOS
      *----------------------------------------------------------------*
          03 WK-CACHE-HEADER.
             05 WK-HDR-VERSAO                 PIC  X(002).
             05 WK-HDR-QT-ENTRADAS            PIC  9(005).
             05 WK-HDR-QT-BLOCOS              PIC  9(003).
             05 WK-HDR-ULT-CEP                PIC  X(008)
                                              OCCURS 25 TIMES.
          03 WK-CACHE-BLOCO.
             05 WK-BLK-ENTRADA                OCCURS 200 TIMES.
                07 WK-BLK-CEP                 PIC  X(008).
                07 WK-BLK-DADOS               PIC  X(142).
          03 WK-CACHE-ESTADO                  PIC  X(001) VALUE 'I'.
             88 CACHE-INDISPONIVEL                       VALUE 'I'.
             88 CACHE-ACHOU                              VALUE 'H'.
             88 CACHE-SEM-CEP                            VALUE 'M'.
          03 WK-CACHE-ITEM                    PIC S9(004) COMP VALUE 1.
          03 WK-CACHE-LEN                     PIC S9(004) COMP VALUE 1.
          03 WK-CACHE-RESP                    PIC S9(009) COMP-5 SYNC.
          03 WK-IDX-BLOCO                     PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-ACHOU-BLOCO                   PIC  X(001) VALUE 'N'.
             88 ACHOU-BLOCO                              VALUE 'S'.
          03 WK-QT-NO-BLOCO                   PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-BX-INI                        PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-BX-FIM                        PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-BX-MEIO                       PIC S9(004) COMP
                                              VALUE ZEROS.
      *----------------------------------------------------------------*
      *   MEDICAO DE USO POR CONSUMIDOR (CALL CEPMTR01, VSAM CEPMET01)
      *   - CONTADORES DESTA INVOCACAO; LOTE SOMA UM POR CEP. CHAMADA
      *   VINDA DO CEPAPI01 E MEDIDA LA (CANAL API/SAFRA)
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

      ******************************************************************
      *    L I N K A G E   S E C T I O N
                 PERFORM 100000-PESQUISA-UNITARIA
           END-EVALUATE

           IF EIBCALEN NOT EQUAL LENGTH OF LK-PESQUISA-ADMIN
              PERFORM 700000-REGISTRA-CONSUMO
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .
              MOVE WK-ACHOU-FLAG    TO LK-UNIT-ACHOU
           END-IF

           PERFORM 600000-GRAVA-TRILHAS
           PERFORM 650000-CONTA-CONSUMO.

      *----------------------------------------------------------------*
       200000-PESQUISA-LOTE.
           MOVE WK-CEPV0001-TIPO       TO LK-LOTE-TIPO(WK-IDX-LOTE)
           MOVE WK-CEPV0001-IBGE       TO LK-LOTE-IBGE(WK-IDX-LOTE)

           PERFORM 600000-GRAVA-TRILHAS
           PERFORM 650000-CONTA-CONSUMO.

      *----------------------------------------------------------------*
       300000-PESQUISA-ADMIN.
              END-IF

              MOVE LK-ADM-ACHOU TO WK-ACHOU-FLAG
              MOVE SPACE        TO WK-CACHE-ESTADO
              PERFORM 600000-GRAVA-TRILHAS
           END-IF.

           MOVE SPACE  TO WK-SUC-INDICADOR
           MOVE SPACES TO WK-SUC-PRIMEIRO

           PERFORM 510000-CONSULTA-CACHE

           IF CACHE-ACHOU
              MOVE ZEROS TO WK-EIBRESP
           ELSE
              EXEC CICS READ FILE('CEPVSA01')
                             RIDFLD(WK-PESQ-CEP)
                             KEYLENGTH(8)
                             INTO(WK-CEPV0001-REC)
                             RESP(WK-EIBRESP)
              END-EXEC
           END-IF

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 'N' TO WK-ACHOU-FLAG
                      WK-CEPV0001-IBGE
           END-IF.

      *----------------------------------------------------------------*
       510000-CONSULTA-CACHE.
      *----------------------------------------------------------------*
      * PROCURA O CEP PEDIDO NO CACHE: CABECALHO ESCOLHE O BLOCO E A
      * PESQUISA BINARIA ACHA A ENTRADA - ACHANDO, O REGISTRO DO
      * CACHE SUBSTITUI O READ E SEGUE PELA MESMA LOGICA DE ATIVO/
      * SUCESSOR/CEP DE TESTE QUE UM REGISTRO LIDO DO VSAM
      *----------------------------------------------------------------*
           MOVE 'I' TO WK-CACHE-ESTADO
           MOVE 1   TO WK-CACHE-ITEM
           MOVE LENGTH OF WK-CACHE-HEADER TO WK-CACHE-LEN

           EXEC CICS READQ TS QUEUE ('CEPCICS1CACHE')
                     INTO   (WK-CACHE-HEADER)
                     LENGTH (WK-CACHE-LEN)
                     ITEM   (WK-CACHE-ITEM)
                     RESP   (WK-CACHE-RESP)
           END-EXEC

           IF WK-CACHE-RESP EQUAL ZEROS
                 AND WK-HDR-VERSAO EQUAL 'V1'
                 AND WK-HDR-QT-BLOCOS GREATER ZEROS
              MOVE 'M'   TO WK-CACHE-ESTADO
              MOVE ZEROS TO WK-IDX-BLOCO
              MOVE 'N'   TO WK-ACHOU-BLOCO

              PERFORM 512000-PROCURA-BLOCO
                      UNTIL ACHOU-BLOCO
                         OR WK-IDX-BLOCO NOT LESS WK-HDR-QT-BLOCOS

              IF ACHOU-BLOCO
                 PERFORM 514000-PESQUISA-BLOCO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       512000-PROCURA-BLOCO.
      *----------------------------------------------------------------*
           ADD 1 TO WK-IDX-BLOCO

           IF WK-PESQ-CEP NOT GREATER WK-HDR-ULT-CEP(WK-IDX-BLOCO)
              MOVE 'S' TO WK-ACHOU-BLOCO
           END-IF.

      *----------------------------------------------------------------*
       514000-PESQUISA-BLOCO.
      *----------------------------------------------------------------*
           COMPUTE WK-CACHE-ITEM = WK-IDX-BLOCO + 1
           MOVE LENGTH OF WK-CACHE-BLOCO TO WK-CACHE-LEN

           EXEC CICS READQ TS QUEUE ('CEPCICS1CACHE')
                     INTO   (WK-CACHE-BLOCO)
                     LENGTH (WK-CACHE-LEN)
                     ITEM   (WK-CACHE-ITEM)
                     RESP   (WK-CACHE-RESP)
           END-EXEC

           IF WK-CACHE-RESP NOT EQUAL ZEROS
      *       CACHE CAPENGA (RECONSTRUCAO EM ANDAMENTO) - VSAM DECIDE
              MOVE 'I' TO WK-CACHE-ESTADO
           ELSE
              COMPUTE WK-QT-NO-BLOCO = WK-HDR-QT-ENTRADAS
                                     - (WK-IDX-BLOCO - 1) * 200
              IF WK-QT-NO-BLOCO GREATER 200
                 MOVE 200 TO WK-QT-NO-BLOCO
              END-IF

              MOVE 1              TO WK-BX-INI
              MOVE WK-QT-NO-BLOCO TO WK-BX-FIM

              PERFORM 516000-COMPARA-ENTRADA
                      UNTIL CACHE-ACHOU
                         OR WK-BX-INI GREATER WK-BX-FIM
           END-IF.

      *----------------------------------------------------------------*
       516000-COMPARA-ENTRADA.
      *----------------------------------------------------------------*
           COMPUTE WK-BX-MEIO = (WK-BX-INI + WK-BX-FIM) / 2

           IF WK-PESQ-CEP EQUAL WK-BLK-CEP(WK-BX-MEIO)
              MOVE 'H' TO WK-CACHE-ESTADO
              MOVE WK-BLK-ENTRADA(WK-BX-MEIO) TO WK-CEPV0001-REC
           ELSE
           IF WK-PESQ-CEP LESS WK-BLK-CEP(WK-BX-MEIO)
              COMPUTE WK-BX-FIM = WK-BX-MEIO - 1
           ELSE
              COMPUTE WK-BX-INI = WK-BX-MEIO + 1
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       520000-SEGUE-SUCESSOR.
      *----------------------------------------------------------------*
           MOVE WK-ACHOU-FLAG    TO WK-AUD-ACHOU
           MOVE WK-CEPV0001-CIDADE
                                 TO WK-AUD-CIDADE
           MOVE WK-CACHE-ESTADO  TO WK-AUD-CACHE

           EXEC CICS WRITEQ TS QUEUE('CEPCICS1')
                          FROM (WK-AUD-REC)
                          LENGTH(LENGTH OF WK-AUD-REC)
                          RESP(WK-EIBRESP)
           END-EXEC.

      *----------------------------------------------------------------*
       650000-CONTA-CONSUMO.
      *----------------------------------------------------------------*
           EVALUATE WK-ACHOU-FLAG
              WHEN 'S'
                 ADD 1 TO WK-MTR-QT-ACHOU
              WHEN 'R'
                 ADD 1 TO WK-MTR-QT-REDIR
              WHEN OTHER
                 ADD 1 TO WK-MTR-QT-NAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       700000-REGISTRA-CONSUMO.
      *----------------------------------------------------------------*
      * CANAL PELO PROGRAMA QUE FEZ O LINK: NENHUM = zCEE DIRETO,
      * CEPMQL01 = MQ, CEPAPI01 = A FACHADA MEDE POR CONTA PROPRIA,
      * QUALQUER OUTRO = O PROPRIO NOME DO PROGRAMA CONSUMIDOR.
      * FALHA NA MEDICAO NAO AFETA A RESPOSTA JA MONTADA
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-MTR-INVOCADOR

           EXEC CICS ASSIGN
                INVOKINGPROG ( WK-MTR-INVOCADOR )
                NOHANDLE
           END-EXEC

           IF WK-MTR-INVOCADOR NOT EQUAL 'CEPAPI01'
              IF WK-MTR-INVOCADOR EQUAL SPACES
                 MOVE 'DIRETO'         TO WK-MTR-CANAL
              ELSE
              IF WK-MTR-INVOCADOR EQUAL 'CEPMQL01'
                 MOVE 'MQ'             TO WK-MTR-CANAL
              ELSE
                 MOVE WK-MTR-INVOCADOR TO WK-MTR-CANAL
              END-IF
              END-IF

              CALL WK-PGM-CEPMTR01 USING DFHEIBLK
                                          DFHCOMMAREA
                                          WK-MTR-AREA
           END-IF.
