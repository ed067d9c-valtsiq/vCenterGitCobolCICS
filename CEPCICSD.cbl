       CBL CICS('COBOL3') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. CEP
      * Programa.............. CEPCICSD
      * Tipo    .............. Online (transacao KEPD, disparada pela
      *                        operacao ou por um START periodico, ou
      *                        LINK do CEPCICS3 apos cada manutencao)
      * Finalidade ........... (re)construir o cache em memoria dos
      *                        CEPs MAIS PESQUISADOS, consultado pelo
      *                        CEPCICS1 antes do READ no VSAM
      *                        "CEPVSA01" - mesmo desenho do CIEBIN05
      *                        para o CIEBIN02:
      *                        TS QUEUE('CEPCICS1CACHE'), MAIN -
      *                          item 1      = cabecalho ('V1' +
      *                                        qt-entradas + qt-blocos
      *                                        + ultimo CEP de cada
      *                                        bloco, regravado por
      *                                        ultimo: leitor que pegar
      *                                        o placeholder cai no
      *                                        VSAM)
      *                          itens 2..n  = blocos de ate 200
      *                                        registros CEPVSA01
      *                                        completos, em ordem de
      *                                        CEP (pesquisa binaria)
      *                        A demanda vem da trilha de auditoria
      *                        do CEPCICS1 (TS QUEUE "CEPCICS1", uma
      *                        entrada por CEP resolvido, lida sem
      *                        apagar - o CEPCICS5 drena a mesma
      *                        trilha): os CEPs encontrados mais
      *                        vezes entram no cache ate a capacidade
      *                        (PRMVSA01 programa CEPCICSD, parametro
      *                        CAPACID, via PRMLER01 - default 2000,
      *                        maximo 5000), so os que estiverem
      *                        ATIVOS no VSAM no momento da carga.
      *                        A mesma passada soma o indicador de
      *                        cache gravado pelo CEPCICS1 em cada
      *                        entrada da trilha (H acerto, M falha,
      *                        I cache indisponivel) e grava na TD
      *                        QUEUE('CSTA') o resumo com a taxa de
      *                        acerto e a quantidade de CEPs
      *                        distintos pesquisados - e por ele que
      *                        a operacao dimensiona a capacidade.
      *                        Chamada com commarea (o registro
      *                        CEPVSA01 recem-gravado pelo CEPCICS3):
      *                        so substitui a entrada daquele CEP, se
      *                        ele estiver no cache - CEP desativado
      *                        fica no cache COMO GRAVADO e o
      *                        CEPCICS1 o trata exatamente como se
      *                        tivesse vindo do VSAM; CEP novo so
      *                        entra na proxima reconstrucao.
      *                        O VSAM continua sendo o dono da
      *                        verdade: cache ausente, incompleto ou
      *                        de versao desconhecida e ignorado
      * DSnames .............. B090290.CEPVSA01 (entrada)
      * JOB def cluster ...... B090290.LIB.JCL(CEPDFCLU)
      * Transacao CICS  ...... KEPD
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEPCICSD.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT DE WK-CEPV0001-REC DO CEPCICS1 - MANTER
      *   SINCRONIZADO
      *----------------------------------------------------------------*
       01 WK-CEPV0001-REC.
          05 WK-CEPV0001-CODE              PIC  X(008).
          05 WK-CEPV0001-UF                PIC  X(002).
          05 WK-CEPV0001-CIDADE            PIC  X(030).
          05 WK-CEPV0001-BAIRRO            PIC  X(030).
          05 WK-CEPV0001-LOGRADOURO        PIC  X(030).
          05 WK-CEPV0001-ATIVO             PIC  X(001).
             88 WK-CEPV0001-ATIVO-SIM              VALUE 'S'.
          05 WK-CEPV0001-NUM-INI           PIC  X(006).
          05 WK-CEPV0001-NUM-FIM           PIC  X(006).
          05 WK-CEPV0001-PARIDADE          PIC  X(001).
          05 WK-CEPV0001-SUCESSOR          PIC  X(008).
          05 WK-CEPV0001-TIPO              PIC  X(001).
          05 WK-CEPV0001-IBGE              PIC  X(007).
          05 WK-CEPV0001-COORDENADAS       PIC  X(020).
      *----------------------------------------------------------------*
      *   MESMO LAYOUT DE WK-AUD-REC GRAVADO PELO CEPCICS1 EM
      *   WRITEQ TS QUEUE('CEPCICS1') - MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       01 WK-AUD-REC.
          05 WK-AUD-TASKNUM                PIC S9(7) COMP-3.
          05 WK-AUD-TERMID                 PIC  X(004).
          05 WK-AUD-DATE                   PIC S9(7) COMP-3.
          05 WK-AUD-TIME                   PIC S9(7) COMP-3.
          05 WK-AUD-CEP                    PIC  X(008).
          05 WK-AUD-ACHOU                  PIC  X(001).
          05 WK-AUD-CIDADE                 PIC  X(030).
          05 WK-AUD-CACHE                  PIC  X(001).
      *----------------------------------------------------------------*
      *   CABECALHO E BLOCO DO CACHE - MESMO LAYOUT LIDO PELO CEPCICS1
      *   (MANTER SINCRONIZADOS); O ULTIMO CEP DE CADA BLOCO DEIXA O
      *   LEITOR IR DIRETO AO UNICO BLOCO QUE PODE CONTER O CEP
      *----------------------------------------------------------------*
       01 WK-CACHE-HEADER.
          05 WK-HDR-VERSAO                 PIC  X(002).
          05 WK-HDR-QT-ENTRADAS            PIC  9(005).
          05 WK-HDR-QT-BLOCOS              PIC  9(003).
          05 WK-HDR-ULT-CEP                PIC  X(008)
                                           OCCURS 25 TIMES.
       01 WK-CACHE-BLOCO.
          05 WK-BLK-ENTRADA                OCCURS 200 TIMES.
             07 WK-BLK-CEP                 PIC  X(008).
             07 WK-BLK-DADOS               PIC  X(142).
      *----------------------------------------------------------------*
      *   DEMANDA POR CEP APURADA NA TRILHA - TABELA MANTIDA EM ORDEM
      *   DE CEP (PESQUISA BINARIA + INSERCAO NA POSICAO); CEP NOVO
      *   ALEM DA CAPACIDADE DA TABELA SO E CONTADO NO RESUMO
      *----------------------------------------------------------------*
       01 WK-TAB-DEMANDA.
          05 WK-DEM-ENTRADA                OCCURS 10000 TIMES.
             07 WK-DEM-CEP                 PIC  X(008).
             07 WK-DEM-QT                  PIC S9(009) COMP.
       77 WK-MAX-DEMANDA                   PIC S9(009) COMP
                                           VALUE 10000.
      *----------------------------------------------------------------*
      *   CAPACIDADE DO CACHE: PRMVSA01 (CEPCICSD/CAPACID) LIMITADA A
      *   25 BLOCOS X 200 REGISTROS = 5000 CEPS
      *----------------------------------------------------------------*
       77 WK-MAX-CAPACIDADE                PIC S9(009) COMP
                                           VALUE 5000.
       77 WK-CAPACIDADE                    PIC S9(009) COMP
                                           VALUE 2000.
       77 WK-PGM-PRMLER01                  PIC  X(008) VALUE
                                           'PRMLER01'.
       01 WK-PRM-PROGRAMA                  PIC  X(008) VALUE
                                           'CEPCICSD'.
       01 WK-PRM-PARAMETRO                 PIC  X(008) VALUE
                                           'CAPACID '.
       01 WK-PRM-DEFAULT                   PIC  X(048) VALUE
                                           '02000'.
       01 WK-PRM-VALOR                     PIC  X(048) VALUE SPACES.
       01 WK-PRM-VALOR-RED REDEFINES WK-PRM-VALOR.
          05 WK-PRM-CAPACIDADE             PIC  9(005).
          05 FILLER                        PIC  X(043).
       01 WK-PRM-ORIGEM                    PIC  X(001) VALUE SPACE.
      *----------------------------------------------------------------*
      *   RESUMO GRAVADO NA TD QUEUE('CSTA')
      *----------------------------------------------------------------*
       01 WK-RESUMO-CSTA.
          05 FILLER                        PIC  X(028) VALUE
             'CEPCICSD CACHE CEP ENTRADAS='.
          05 WK-RES-ENTRADAS               PIC  9(005).
          05 FILLER                        PIC  X(010) VALUE
             ' CAPACID.='.
          05 WK-RES-CAPACIDADE             PIC  9(005).
          05 FILLER                        PIC  X(011) VALUE
             ' DISTINTOS='.
          05 WK-RES-DISTINTOS              PIC  9(009).
          05 FILLER                        PIC  X(009) VALUE
             ' ACERTOS='.
          05 WK-RES-ACERTOS                PIC  9(009).
          05 FILLER                        PIC  X(008) VALUE
             ' FALHAS='.
          05 WK-RES-FALHAS                 PIC  9(009).
          05 FILLER                        PIC  X(011) VALUE
             ' SEM CACHE='.
          05 WK-RES-SEM-CACHE              PIC  9(009).
          05 FILLER                        PIC  X(006) VALUE
             ' TAXA='.
          05 WK-RES-TAXA                   PIC  ZZ9.
          05 FILLER                        PIC  X(001) VALUE '%'.
       01 WK-AVISO-CSTA.
          05 FILLER                        PIC  X(033) VALUE
             'CEPCICSD CACHE NAO CONSTRUIDO -  '.
          05 FILLER                        PIC  X(030) VALUE
             'TRILHA SEM CEP ENCONTRADO     '.
      *----------------------------------------------------------------*
      *   GENERIC WORK VARIABLES                                       *
      *----------------------------------------------------------------*
       77 WK-EIBRESP                       PIC S9(009) COMP-5 SYNC.
       77 WK-EIBRESP-AUD                   PIC S9(009) COMP-5 SYNC.
       77 WK-EIBRESP-DEL                   PIC S9(009) COMP-5 SYNC.
       77 WK-ITEM-AUD                      PIC S9(004) COMP VALUE 1.
       77 WK-ITEM-TS                       PIC S9(004) COMP VALUE 1.
       77 WK-LEN-AUD                       PIC S9(004) COMP VALUE +0.
       77 WK-LEN-TS                        PIC S9(004) COMP VALUE +0.
       77 WK-ENQ-RECURSO                   PIC  X(013) VALUE
                                           'CEPCICS1CACHE'.
       77 WK-QT-AUDITADOS                  PIC S9(009) COMP VALUE 0.
       77 WK-QT-ACERTOS                    PIC S9(009) COMP VALUE 0.
       77 WK-QT-FALHAS                     PIC S9(009) COMP VALUE 0.
       77 WK-QT-SEM-CACHE                  PIC S9(009) COMP VALUE 0.
       77 WK-QT-DISTINTOS                  PIC S9(009) COMP VALUE 0.
       77 WK-QT-FORA-TABELA                PIC S9(009) COMP VALUE 0.
       77 WK-QT-ENTRADAS                   PIC S9(009) COMP VALUE 0.
       77 WK-QT-BLOCOS                     PIC S9(009) COMP VALUE 0.
       77 WK-IDX-ENTRADA                   PIC S9(009) COMP VALUE 0.
       77 WK-IDX-DEM                       PIC S9(009) COMP VALUE 0.
       77 WK-IDX-DESL                      PIC S9(009) COMP VALUE 0.
       77 WK-BX-INI                        PIC S9(009) COMP VALUE 0.
       77 WK-BX-FIM                        PIC S9(009) COMP VALUE 0.
       77 WK-BX-MEIO                       PIC S9(009) COMP VALUE 0.
       77 WK-ACHOU-CEP                     PIC  X(001) VALUE 'N'.
          88 ACHOU-CEP                                 VALUE 'S'.
       77 WK-ACHOU-BLOCO                   PIC  X(001) VALUE 'N'.
          88 ACHOU-BLOCO                               VALUE 'S'.
      *----------------------------------------------------------------*
      *   CORTE DE DEMANDA: MENOR QUANTIDADE T TAL QUE OS CEPS
      *   PESQUISADOS T VEZES OU MAIS CABEM NA CAPACIDADE; AS VAGAS
      *   QUE SOBRAM VAO PARA OS EMPATADOS EM T - 1, NA ORDEM DE CEP
      *----------------------------------------------------------------*
       77 WK-MAX-QT                        PIC S9(009) COMP VALUE 0.
       77 WK-CORTE                         PIC S9(009) COMP VALUE 0.
       77 WK-CORTE-INI                     PIC S9(009) COMP VALUE 0.
       77 WK-CORTE-FIM                     PIC S9(009) COMP VALUE 0.
       77 WK-QT-ACIMA                      PIC S9(009) COMP VALUE 0.
       77 WK-VAGAS-EMPATE                  PIC S9(009) COMP VALUE 0.
       77 WK-QT-NO-BLOCO                   PIC S9(009) COMP VALUE 0.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
      *   ATUALIZACAO DE UMA ENTRADA (LINK DO CEPCICS3): O REGISTRO
      *   CEPVSA01 COMO ACABOU DE SER GRAVADO; SEM COMMAREA = RECONSTROI
       01 DFHCOMMAREA.
          03 LK-CACHE-REGISTRO             PIC  X(150).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*
      *    RECONSTRUCAO E ATUALIZACAO DE ENTRADA SERIALIZADAS - UMA
      *    MANUTENCAO NO MEIO DA RECONSTRUCAO NAO REGRAVA UM BLOCO
      *    QUE A RECONSTRUCAO ACABOU DE SUBSTITUIR
           EXEC CICS ENQ RESOURCE ( WK-ENQ-RECURSO )
                     LENGTH   ( LENGTH OF WK-ENQ-RECURSO )
                     NOHANDLE
           END-EXEC

           IF EIBCALEN EQUAL LENGTH OF DFHCOMMAREA
              PERFORM 700000-ATUALIZA-ENTRADA
           ELSE
              PERFORM 100000-RECONSTROI-CACHE
           END-IF

           EXEC CICS DEQ RESOURCE ( WK-ENQ-RECURSO )
                     LENGTH   ( LENGTH OF WK-ENQ-RECURSO )
                     NOHANDLE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC
           .

      *----------------------------------------------------------------*
       100000-RECONSTROI-CACHE.
      *----------------------------------------------------------------*
           CALL WK-PGM-PRMLER01 USING DFHEIBLK
                                       DFHCOMMAREA
                                       WK-PRM-PROGRAMA
                                       WK-PRM-PARAMETRO
                                       WK-PRM-DEFAULT
                                       WK-PRM-VALOR
                                       WK-PRM-ORIGEM

           IF WK-PRM-CAPACIDADE NUMERIC
                 AND WK-PRM-CAPACIDADE GREATER ZEROS
              MOVE WK-PRM-CAPACIDADE TO WK-CAPACIDADE
           END-IF
           IF WK-CAPACIDADE GREATER WK-MAX-CAPACIDADE
              MOVE WK-MAX-CAPACIDADE TO WK-CAPACIDADE
           END-IF

           EXEC CICS DELETEQ TS QUEUE ( 'CEPCICS1CACHE' )
                     RESP   ( WK-EIBRESP-DEL )
           END-EXEC

      *    PLACEHOLDER: LEITOR QUE CHEGAR DURANTE A RECONSTRUCAO VE
      *    QT-BLOCOS 0 E CAI NO VSAM
           MOVE SPACES TO WK-CACHE-HEADER
           MOVE 'V1'   TO WK-HDR-VERSAO
           MOVE ZEROS  TO WK-HDR-QT-ENTRADAS
           MOVE ZEROS  TO WK-HDR-QT-BLOCOS

           EXEC CICS WRITEQ TS QUEUE ( 'CEPCICS1CACHE' )
                     FROM   ( WK-CACHE-HEADER )
                     LENGTH ( LENGTH OF WK-CACHE-HEADER )
                     MAIN
                     RESP   ( WK-EIBRESP )
           END-EXEC

           PERFORM 200000-APURA-DEMANDA
           PERFORM 300000-CALCULA-CORTE

           MOVE SPACES TO WK-CACHE-BLOCO
           MOVE ZEROS  TO WK-IDX-ENTRADA

           PERFORM 400000-SELECIONA-CEP
                   VARYING WK-IDX-DEM FROM 1 BY 1
                   UNTIL WK-IDX-DEM GREATER WK-QT-DISTINTOS
                      OR WK-QT-ENTRADAS NOT LESS WK-CAPACIDADE

           IF WK-IDX-ENTRADA GREATER ZEROS
              PERFORM 500000-GRAVA-BLOCO
           END-IF

           IF WK-QT-ENTRADAS EQUAL ZEROS
      *       NADA A CARREGAR - O CEPCICS1 SEGUE NO VSAM
              EXEC CICS DELETEQ TS QUEUE ( 'CEPCICS1CACHE' )
                        NOHANDLE
              END-EXEC

              EXEC CICS WRITEQ TD QUEUE ( 'CSTA' )
                        FROM   ( WK-AVISO-CSTA )
                        LENGTH ( LENGTH OF WK-AVISO-CSTA )
                        NOHANDLE
              END-EXEC
           ELSE
              MOVE WK-QT-ENTRADAS TO WK-HDR-QT-ENTRADAS
              MOVE WK-QT-BLOCOS   TO WK-HDR-QT-BLOCOS
              MOVE 1              TO WK-ITEM-TS

              EXEC CICS WRITEQ TS QUEUE ( 'CEPCICS1CACHE' )
                        FROM   ( WK-CACHE-HEADER )
                        LENGTH ( LENGTH OF WK-CACHE-HEADER )
                        ITEM   ( WK-ITEM-TS )
                        REWRITE
                        MAIN
                        RESP   ( WK-EIBRESP )
              END-EXEC
           END-IF

           PERFORM 900000-EMITE-RESUMO
           .

      *----------------------------------------------------------------*
       200000-APURA-DEMANDA.
      *----------------------------------------------------------------*
      * LE A TRILHA DE AUDITORIA DO CEPCICS1 DO INICIO AO FIM, SEM
      * APAGAR, CONTANDO POR CEP AS PESQUISAS RESPONDIDAS COMO
      * ENCONTRADO ('S') - CEP NAO ENCONTRADO OU RESOLVIDO POR
      * SUCESSOR NAO E CANDIDATO (O REGISTRO PEDIDO NAO E A RESPOSTA)
      *----------------------------------------------------------------*
           MOVE 1 TO WK-ITEM-AUD
           PERFORM 210000-LE-AUDITORIA

           PERFORM 220000-CONTA-AUDITORIA
                   UNTIL WK-EIBRESP-AUD NOT EQUAL ZEROS
           .

      *----------------------------------------------------------------*
       210000-LE-AUDITORIA.
      *----------------------------------------------------------------*
      *    ENTRADA GRAVADA ANTES DO INDICADOR DE CACHE E MAIS CURTA -
      *    O INDICADOR FICA EM BRANCO
           MOVE SPACE                  TO WK-AUD-CACHE
           MOVE LENGTH OF WK-AUD-REC   TO WK-LEN-AUD

           EXEC CICS READQ TS QUEUE ( 'CEPCICS1' )
                     INTO   ( WK-AUD-REC )
                     LENGTH ( WK-LEN-AUD )
                     ITEM   ( WK-ITEM-AUD )
                     RESP   ( WK-EIBRESP-AUD )
           END-EXEC
           .

      *----------------------------------------------------------------*
       220000-CONTA-AUDITORIA.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-AUDITADOS
           ADD 1 TO WK-ITEM-AUD

           EVALUATE WK-AUD-CACHE
              WHEN 'H'
                 ADD 1 TO WK-QT-ACERTOS
              WHEN 'M'
                 ADD 1 TO WK-QT-FALHAS
              WHEN 'I'
                 ADD 1 TO WK-QT-SEM-CACHE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WK-AUD-ACHOU EQUAL 'S'
              PERFORM 230000-SOMA-DEMANDA
           END-IF

           PERFORM 210000-LE-AUDITORIA
           .

      *----------------------------------------------------------------*
       230000-SOMA-DEMANDA.
      *----------------------------------------------------------------*
           MOVE 1               TO WK-BX-INI
           MOVE WK-QT-DISTINTOS TO WK-BX-FIM
           MOVE 'N'             TO WK-ACHOU-CEP

           PERFORM 235000-COMPARA-DEMANDA
                   UNTIL ACHOU-CEP
                      OR WK-BX-INI GREATER WK-BX-FIM

           IF ACHOU-CEP
              ADD 1 TO WK-DEM-QT(WK-BX-MEIO)
           ELSE
           IF WK-QT-DISTINTOS NOT LESS WK-MAX-DEMANDA
              ADD 1 TO WK-QT-FORA-TABELA
           ELSE
      *       ABRE A POSICAO WK-BX-INI DESLOCANDO O RESTO DA TABELA
              PERFORM 240000-DESLOCA-DEMANDA
                      VARYING WK-IDX-DESL FROM WK-QT-DISTINTOS BY -1
                      UNTIL WK-IDX-DESL LESS WK-BX-INI
              ADD 1 TO WK-QT-DISTINTOS
              MOVE WK-AUD-CEP TO WK-DEM-CEP(WK-BX-INI)
              MOVE 1          TO WK-DEM-QT(WK-BX-INI)
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       235000-COMPARA-DEMANDA.
      *----------------------------------------------------------------*
           COMPUTE WK-BX-MEIO = (WK-BX-INI + WK-BX-FIM) / 2

           IF WK-AUD-CEP EQUAL WK-DEM-CEP(WK-BX-MEIO)
              MOVE 'S' TO WK-ACHOU-CEP
           ELSE
           IF WK-AUD-CEP LESS WK-DEM-CEP(WK-BX-MEIO)
              COMPUTE WK-BX-FIM = WK-BX-MEIO - 1
           ELSE
              COMPUTE WK-BX-INI = WK-BX-MEIO + 1
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       240000-DESLOCA-DEMANDA.
      *----------------------------------------------------------------*
           MOVE WK-DEM-ENTRADA(WK-IDX-DESL)
                TO WK-DEM-ENTRADA(WK-IDX-DESL + 1)
           .

      *----------------------------------------------------------------*
       300000-CALCULA-CORTE.
      *----------------------------------------------------------------*
      * PESQUISA BINARIA DO CORTE ENTRE 1 E A MAIOR DEMANDA + 1 (ONDE
      * NINGUEM PASSA E TUDO CABE) - CADA TENTATIVA E UMA PASSADA NA
      * TABELA CONTANDO QUANTOS CEPS ATINGEM O CORTE
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-MAX-QT

           PERFORM 310000-MAIOR-DEMANDA
                   VARYING WK-IDX-DEM FROM 1 BY 1
                   UNTIL WK-IDX-DEM GREATER WK-QT-DISTINTOS

           MOVE 1 TO WK-CORTE-INI
           COMPUTE WK-CORTE-FIM = WK-MAX-QT + 1

           PERFORM 320000-TESTA-CORTE
                   UNTIL WK-CORTE-INI NOT LESS WK-CORTE-FIM

           MOVE WK-CORTE-INI TO WK-CORTE
           PERFORM 330000-CONTA-ACIMA
           COMPUTE WK-VAGAS-EMPATE = WK-CAPACIDADE - WK-QT-ACIMA
           .

      *----------------------------------------------------------------*
       310000-MAIOR-DEMANDA.
      *----------------------------------------------------------------*
           IF WK-DEM-QT(WK-IDX-DEM) GREATER WK-MAX-QT
              MOVE WK-DEM-QT(WK-IDX-DEM) TO WK-MAX-QT
           END-IF
           .

      *----------------------------------------------------------------*
       320000-TESTA-CORTE.
      *----------------------------------------------------------------*
           COMPUTE WK-CORTE = (WK-CORTE-INI + WK-CORTE-FIM) / 2
           PERFORM 330000-CONTA-ACIMA

           IF WK-QT-ACIMA NOT GREATER WK-CAPACIDADE
              MOVE WK-CORTE TO WK-CORTE-FIM
           ELSE
              COMPUTE WK-CORTE-INI = WK-CORTE + 1
           END-IF
           .

      *----------------------------------------------------------------*
       330000-CONTA-ACIMA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-QT-ACIMA

           PERFORM 335000-CONTA-CEP-ACIMA
                   VARYING WK-IDX-DEM FROM 1 BY 1
                   UNTIL WK-IDX-DEM GREATER WK-QT-DISTINTOS
           .

      *----------------------------------------------------------------*
       335000-CONTA-CEP-ACIMA.
      *----------------------------------------------------------------*
           IF WK-DEM-QT(WK-IDX-DEM) NOT LESS WK-CORTE
              ADD 1 TO WK-QT-ACIMA
           END-IF
           .

      *----------------------------------------------------------------*
       400000-SELECIONA-CEP.
      *----------------------------------------------------------------*
      * A TABELA DE DEMANDA ESTA EM ORDEM DE CEP, ENTAO OS BLOCOS SAEM
      * ORDENADOS SEM CLASSIFICACAO ADICIONAL
      *----------------------------------------------------------------*
           IF WK-DEM-QT(WK-IDX-DEM) NOT LESS WK-CORTE
              PERFORM 410000-CARREGA-CEP
           ELSE
           IF WK-DEM-QT(WK-IDX-DEM) EQUAL WK-CORTE - 1
                 AND WK-VAGAS-EMPATE GREATER ZEROS
              SUBTRACT 1 FROM WK-VAGAS-EMPATE
              PERFORM 410000-CARREGA-CEP
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       410000-CARREGA-CEP.
      *----------------------------------------------------------------*
      *    REGISTRO LEGADO MAIS CURTO NAO SOBRESCREVE A CAUDA - LIMPA
      *    A AREA ANTES DA LEITURA
           MOVE SPACES TO WK-CEPV0001-REC

           EXEC CICS READ FILE('CEPVSA01')
                          RIDFLD(WK-DEM-CEP(WK-IDX-DEM))
                          KEYLENGTH(8)
                          INTO(WK-CEPV0001-REC)
                          RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP EQUAL ZEROS
                 AND WK-CEPV0001-ATIVO-SIM
              ADD 1 TO WK-QT-ENTRADAS
              ADD 1 TO WK-IDX-ENTRADA
              MOVE WK-CEPV0001-REC  TO WK-BLK-ENTRADA(WK-IDX-ENTRADA)
              MOVE WK-CEPV0001-CODE
                   TO WK-HDR-ULT-CEP(WK-QT-BLOCOS + 1)

              IF WK-IDX-ENTRADA EQUAL 200
                 PERFORM 500000-GRAVA-BLOCO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       500000-GRAVA-BLOCO.
      *----------------------------------------------------------------*
           EXEC CICS WRITEQ TS QUEUE ( 'CEPCICS1CACHE' )
                     FROM   ( WK-CACHE-BLOCO )
                     LENGTH ( LENGTH OF WK-CACHE-BLOCO )
                     MAIN
                     RESP   ( WK-EIBRESP )
           END-EXEC

           ADD 1 TO WK-QT-BLOCOS
           MOVE ZEROS  TO WK-IDX-ENTRADA
           MOVE SPACES TO WK-CACHE-BLOCO
           .

      *----------------------------------------------------------------*
       700000-ATUALIZA-ENTRADA.
      *----------------------------------------------------------------*
      * SUBSTITUI A ENTRADA DO CEP RECEM-MANTIDO PELO CEPCICS3, SE ELE
      * ESTIVER NO CACHE; CACHE AUSENTE OU EM RECONSTRUCAO NAO TEM O
      * QUE ATUALIZAR (A RECONSTRUCAO JA LE O VSAM ATUALIZADO)
      *----------------------------------------------------------------*
           MOVE LK-CACHE-REGISTRO TO WK-CEPV0001-REC
           MOVE 1                 TO WK-ITEM-TS
           MOVE LENGTH OF WK-CACHE-HEADER TO WK-LEN-TS

           EXEC CICS READQ TS QUEUE ( 'CEPCICS1CACHE' )
                     INTO   ( WK-CACHE-HEADER )
                     LENGTH ( WK-LEN-TS )
                     ITEM   ( WK-ITEM-TS )
                     RESP   ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP EQUAL ZEROS
                 AND WK-HDR-VERSAO EQUAL 'V1'
                 AND WK-HDR-QT-BLOCOS GREATER ZEROS
              MOVE ZEROS TO WK-QT-BLOCOS
              MOVE 'N'   TO WK-ACHOU-BLOCO

              PERFORM 710000-PROCURA-BLOCO
                      UNTIL ACHOU-BLOCO
                         OR WK-QT-BLOCOS NOT LESS WK-HDR-QT-BLOCOS

              IF ACHOU-BLOCO
                 PERFORM 720000-ATUALIZA-BLOCO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       710000-PROCURA-BLOCO.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-BLOCOS

           IF WK-CEPV0001-CODE NOT GREATER WK-HDR-ULT-CEP(WK-QT-BLOCOS)
              MOVE 'S' TO WK-ACHOU-BLOCO
           END-IF
           .

      *----------------------------------------------------------------*
       720000-ATUALIZA-BLOCO.
      *----------------------------------------------------------------*
           COMPUTE WK-ITEM-TS = WK-QT-BLOCOS + 1
           MOVE LENGTH OF WK-CACHE-BLOCO TO WK-LEN-TS

           EXEC CICS READQ TS QUEUE ( 'CEPCICS1CACHE' )
                     INTO   ( WK-CACHE-BLOCO )
                     LENGTH ( WK-LEN-TS )
                     ITEM   ( WK-ITEM-TS )
                     RESP   ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP EQUAL ZEROS
              COMPUTE WK-QT-NO-BLOCO = WK-HDR-QT-ENTRADAS
                                     - (WK-QT-BLOCOS - 1) * 200
              IF WK-QT-NO-BLOCO GREATER 200
                 MOVE 200 TO WK-QT-NO-BLOCO
              END-IF

              MOVE 1              TO WK-BX-INI
              MOVE WK-QT-NO-BLOCO TO WK-BX-FIM
              MOVE 'N'            TO WK-ACHOU-CEP

              PERFORM 730000-COMPARA-ENTRADA
                      UNTIL ACHOU-CEP
                         OR WK-BX-INI GREATER WK-BX-FIM

              IF ACHOU-CEP
                 MOVE WK-CEPV0001-REC TO WK-BLK-ENTRADA(WK-BX-MEIO)

                 EXEC CICS WRITEQ TS QUEUE ( 'CEPCICS1CACHE' )
                           FROM   ( WK-CACHE-BLOCO )
                           LENGTH ( LENGTH OF WK-CACHE-BLOCO )
                           ITEM   ( WK-ITEM-TS )
                           REWRITE
                           MAIN
                           RESP   ( WK-EIBRESP )
                 END-EXEC
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       730000-COMPARA-ENTRADA.
      *----------------------------------------------------------------*
           COMPUTE WK-BX-MEIO = (WK-BX-INI + WK-BX-FIM) / 2

           IF WK-CEPV0001-CODE EQUAL WK-BLK-CEP(WK-BX-MEIO)
              MOVE 'S' TO WK-ACHOU-CEP
           ELSE
           IF WK-CEPV0001-CODE LESS WK-BLK-CEP(WK-BX-MEIO)
              COMPUTE WK-BX-FIM = WK-BX-MEIO - 1
           ELSE
              COMPUTE WK-BX-INI = WK-BX-MEIO + 1
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       900000-EMITE-RESUMO.
      *----------------------------------------------------------------*
      * TAXA DE ACERTO SOBRE AS PESQUISAS QUE ENCONTRARAM O CACHE NO
      * AR; DISTINTOS (MAIS OS QUE NAO COUBERAM NA TABELA DE APURACAO)
      * E O TAMANHO DA DEMANDA A COMPARAR COM A CAPACIDADE
      *----------------------------------------------------------------*
           MOVE WK-QT-ENTRADAS   TO WK-RES-ENTRADAS
           MOVE WK-CAPACIDADE    TO WK-RES-CAPACIDADE
           COMPUTE WK-RES-DISTINTOS = WK-QT-DISTINTOS
                                    + WK-QT-FORA-TABELA
           MOVE WK-QT-ACERTOS    TO WK-RES-ACERTOS
           MOVE WK-QT-FALHAS     TO WK-RES-FALHAS
           MOVE WK-QT-SEM-CACHE  TO WK-RES-SEM-CACHE

           IF WK-QT-ACERTOS + WK-QT-FALHAS GREATER ZEROS
              COMPUTE WK-RES-TAXA = WK-QT-ACERTOS * 100
                                  / (WK-QT-ACERTOS + WK-QT-FALHAS)
           ELSE
              MOVE ZEROS TO WK-RES-TAXA
           END-IF

           EXEC CICS WRITEQ TD QUEUE ( 'CSTA' )
                     FROM   ( WK-RESUMO-CSTA )
                     LENGTH ( LENGTH OF WK-RESUMO-CSTA )
                     NOHANDLE
           END-EXEC
           .
