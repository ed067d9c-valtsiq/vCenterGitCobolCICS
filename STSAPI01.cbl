       CBL CICS('COBOL3') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. STSAPI01
      * Tipo    .............. Online (DPL - fachada do servico REST
      *                        de status no z/OS Connect, mesmo
      *                        caminho do CEPAPI01: o zCEE faz DPL com
      *                        commarea fixo mapeado para JSON)
      * Finalidade ........... SITUACAO dos servicos de negocio para
      *                        os canais - quando o CEP, o BIN ou o
      *                        extrato degradam, o canal liga para a
      *                        operacao perguntando "e voces?"; a
      *                        resposta ja esta gravada e esta
      *                        operacao (SO LEITURA, 'S') a devolve
      *                        por servico:
      *                          CEP      sondas CEPCICS1 (PRBHST01)
      *                          BIN      sondas CIEBIN02 (PRBHST01)
      *                          EXTRATO  sondas PROD0001 (PRBHST01)
      *                          ZCONNECT pings do VSRSPING (VSRSHST1)
      *                                   + circuit breaker do
      *                                   BAQCRTRY (TSQ 'BAQCB')
      *                        com a situacao corrente, a ultima
      *                        sonda (instante, resultado, elapsed),
      *                        a disponibilidade das ultimas 24 horas
      *                        (sondas OK / sondas) e a janela de
      *                        manutencao (SUPVSA01) em curso ou que
      *                        comeca nas proximas 24 horas. Janela
      *                        vale para o servico quando lista a
      *                        classe '*' ou o programa do servico
      *                        (CEPCICS1, CIEBIN02, PROD0001,
      *                        VSRSPING). Situacao, na ordem:
      *                          MANUTENCAO janela em curso
      *                          INDEFINIDO nenhuma sonda em 24 horas
      *                          FORA       duas ultimas sondas NK (ou
      *                                     breaker aberto, ZCONNECT)
      *                          DEGRADADO  ultima sonda NK, ou OK
      *                                     acima do MAXMS do PRBMON01
      *                          NORMAL     demais casos
      *                        O canal mostra um aviso em vez de abrir
      *                        chamado
      * DSnames .............. B090290.PRBHST01 (leitura)
      *                        B090290.VSRSHST1 (leitura)
      *                        B090290.SUPVSA01 (leitura)
      * Transacao CICS  ...... STS1
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STSAPI01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *   HISTORICO DE SONDAS - MESMO LAYOUT GRAVADO PELO PRBMON01,
      *   MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       01 WK-PRB-REC.
          03 WK-PRB-CHAVE.
             05 WK-PRB-DATA            PIC X(008).
             05 WK-PRB-HORA            PIC X(006).
             05 WK-PRB-SERVICO         PIC X(008).
          03 WK-PRB-RESULTADO          PIC X(002).
          03 WK-PRB-ELAPSED-MS         PIC 9(009).
          03 WK-PRB-DETALHE            PIC X(020).

      *----------------------------------------------------------------*
      *   HISTORICO DE PING - MESMO LAYOUT GRAVADO PELO VSRSPING,
      *   MANTER SINCRONIZADO (DATA AAAAMMDD EM X(10), HORA HHMMSS
      *   EM X(8))
      *----------------------------------------------------------------*
       01 WK-HST-REC.
          03 WK-HST-CHAVE.
             05 WK-HST-DATA            PIC X(010).
             05 WK-HST-HORA            PIC X(008).
             05 WK-HST-TASKN           PIC 9(007).
          03 WK-HST-STATUS             PIC X(002).

      *----------------------------------------------------------------*
      *   JANELAS DE MANUTENCAO - MESMO LAYOUT DO SUPMNT01/CSTARPT,
      *   MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       01 WK-SUP-REC.
          03 WK-SUP-CHAVE.
             05 WK-SUP-ID              PIC X(008).
          03 WK-SUP-INICIO             PIC X(014).
          03 WK-SUP-FIM                PIC X(014).
          03 WK-SUP-CLASSES            PIC X(032).
          03 WK-SUP-CLASSES-RED REDEFINES WK-SUP-CLASSES.
             05 WK-SUP-CLASSE          PIC X(008) OCCURS 4 TIMES.
          03 WK-SUP-MOTIVO             PIC X(040).
          03 WK-SUP-QT-SUPRIMIDOS      PIC 9(009).
          03 WK-SUP-REPORTADA          PIC X(001).
          03 WK-SUP-REGISTRADOR        PIC X(008).

      *----------------------------------------------------------------*
      *   ESTADO DO CIRCUIT BREAKER (TSQ 'BAQCB', ITEM 1) - MESMO
      *   LAYOUT DO BAQCRTRY/VSRSPING; AUSENTE VALE FECHADO
      *----------------------------------------------------------------*
       01 WK-CB-REC.
          03 WK-CB-ESTADO              PIC X(001).
          03 WK-CB-QT-FALHAS           PIC 9(003).
          03 WK-CB-ABERTURA            PIC S9(15) COMP-3.
       77 WK-CB-LEN                    PIC S9(4) COMP VALUE 12.
       77 WK-CB-ITEM1                  PIC S9(4) COMP VALUE 1.

      *----------------------------------------------------------------*
      *   LIMIAR DE LENTIDAO - O MESMO MAXMS QUE O PRBMON01 USA PARA
      *   ALERTAR (PRMVSA01 VIA PRMLER01)
      *----------------------------------------------------------------*
       77 WK-PGM-PRMLER01              PIC X(008) VALUE 'PRMLER01'.
       01 WK-PRM-PROGRAMA              PIC X(008) VALUE 'PRBMON01'.
       01 WK-PRM-PARAMETRO             PIC X(008) VALUE 'MAXMS'.
       01 WK-PRM-DEFAULT               PIC X(048) VALUE '000001000'.
       01 WK-PRM-VALOR                 PIC X(048) VALUE SPACES.
       01 WK-PRM-ORIGEM                PIC X(001) VALUE SPACE.
       01 WK-CFG-MAXMS                 PIC 9(009) VALUE 1000.

      *----------------------------------------------------------------*
      *   SERVICOS REPORTADOS - NOME NA RESPOSTA + PROGRAMA (CHAVE DA
      *   SONDA NO PRBHST01 E CLASSE DA JANELA NO SUPVSA01)
      *----------------------------------------------------------------*
       01 WK-TAB-SERVICOS.
          03 FILLER                    PIC X(016) VALUE
             'CEP     CEPCICS1'.
          03 FILLER                    PIC X(016) VALUE
             'BIN     CIEBIN02'.
          03 FILLER                    PIC X(016) VALUE
             'EXTRATO PROD0001'.
          03 FILLER                    PIC X(016) VALUE
             'ZCONNECTVSRSPING'.
       01 WK-TAB-SERVICOS-RED REDEFINES WK-TAB-SERVICOS.
          03 WK-TAB-SERVICO OCCURS 4 TIMES.
             05 WK-TAB-NOME            PIC X(008).
             05 WK-TAB-PROGRAMA        PIC X(008).
       77 WK-QT-SERVICOS               PIC 9(002) VALUE 4.
       77 WK-IDX-ZCONNECT              PIC 9(002) VALUE 4.

      *----------------------------------------------------------------*
      *   ACUMULADO DAS ULTIMAS 24 HORAS POR SERVICO
      *----------------------------------------------------------------*
       01 WK-TAB-ACUMULADO.
          03 WK-ACU OCCURS 4 TIMES.
             05 WK-ACU-QT-SONDAS       PIC 9(005).
             05 WK-ACU-QT-FALHAS       PIC 9(005).
             05 WK-ACU-ULT-SONDA       PIC X(014).
             05 WK-ACU-ULT-RESULTADO   PIC X(002).
             05 WK-ACU-PEN-RESULTADO   PIC X(002).
             05 WK-ACU-ULT-ELAPSED     PIC 9(009).
             05 WK-ACU-EM-MANUTENCAO   PIC X(001).

      *----------------------------------------------------------------*
      *   INSTANTES - AGORA, 24 HORAS ATRAS E DAQUI A 24 HORAS
      *   (AAAAMMDDHHMMSS, MESMA FORMA DO SUPVSA01)
      *----------------------------------------------------------------*
       77 WK-ABS-AGORA                 PIC S9(15) COMP-3 VALUE +0.
       77 WK-ABS-TRAB                  PIC S9(15) COMP-3 VALUE +0.
       77 WK-DATA-YMD                  PIC X(008) VALUE SPACES.
       77 WK-HORA                      PIC X(008) VALUE SPACES.
       01 WK-AGORA                     PIC X(014) VALUE SPACES.
       01 WK-DESDE                     PIC X(014) VALUE SPACES.
       01 WK-ATE                       PIC X(014) VALUE SPACES.

       77 WK-IDX                       PIC 9(002) VALUE ZEROS.
       77 WK-IDX-CLS                   PIC 9(002) VALUE ZEROS.
       77 WK-EIBRESP                   PIC S9(9) COMP-5 SYNC.
       77 WK-FIM-BROWSE                PIC X(001) VALUE 'N'.
           88 FIM-BROWSE                         VALUE 'S'.
       77 WK-JANELA-APLICA             PIC X(001) VALUE 'N'.
           88 JANELA-APLICA                      VALUE 'S'.
       77 WK-QT-INDISPONIVEIS          PIC 9(002) VALUE ZEROS.
       77 WK-ACU-RESULTADO-LIDO        PIC X(002) VALUE SPACES.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01 DFHCOMMAREA.
          03 LK-STS-OPERACAO      PIC  X(001).
             88 LK-STS-SITUACAO-SERVICOS  VALUE 'S'.
      *   00=EXECUTADO  04=EXECUTADO SEM ALGUMA FONTE (HISTORICO OU
      *   JANELAS INDISPONIVEL - VIDE MSGRET)  08=OPERACAO DESCONHECIDA
          03 LK-STS-CODRET        PIC  9(002).
          03 LK-STS-MSGRET        PIC  X(060).
          03 LK-STS-INSTANTE      PIC  X(014).
          03 LK-STS-QT-SERVICOS   PIC  9(002).
          03 LK-STS-SERVICO OCCURS 4 TIMES.
             05 LK-STS-NOME            PIC  X(008).
      *      NORMAL / DEGRADADO / FORA / MANUTENCAO / INDEFINIDO
             05 LK-STS-SITUACAO        PIC  X(010).
             05 LK-STS-DETALHE         PIC  X(030).
             05 LK-STS-ULT-SONDA       PIC  X(014).
             05 LK-STS-ULT-RESULTADO   PIC  X(002).
             05 LK-STS-ULT-ELAPSED-MS  PIC  9(009).
             05 LK-STS-QT-SONDAS-24H   PIC  9(005).
             05 LK-STS-QT-FALHAS-24H   PIC  9(005).
             05 LK-STS-DISPONIB-24H    PIC  9(003)V9(002).
      *      JANELA EM CURSO OU QUE COMECA NAS PROXIMAS 24 HORAS (A
      *      QUE COMECA PRIMEIRO); EM BRANCO = NENHUMA
             05 LK-STS-JAN-ID          PIC  X(008).
             05 LK-STS-JAN-INICIO      PIC  X(014).
             05 LK-STS-JAN-FIM         PIC  X(014).
             05 LK-STS-JAN-MOTIVO      PIC  X(040).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS  TO LK-STS-CODRET
           MOVE SPACES TO LK-STS-MSGRET

           IF LK-STS-SITUACAO-SERVICOS
              PERFORM 050000-PREPARA
              PERFORM 100000-LE-SONDAS
              PERFORM 200000-LE-PINGS
              PERFORM 300000-LE-JANELAS
              PERFORM 400000-MONTA-SERVICO
                      VARYING WK-IDX FROM 1 BY 1
                      UNTIL WK-IDX GREATER WK-QT-SERVICOS

              IF WK-QT-INDISPONIVEIS GREATER ZEROS
                 MOVE 04 TO LK-STS-CODRET
              ELSE
                 MOVE 'Situacao apurada' TO LK-STS-MSGRET
              END-IF
           ELSE
              MOVE 08 TO LK-STS-CODRET
              MOVE 'Operacao desconhecida - use S'
                   TO LK-STS-MSGRET
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .

      *----------------------------------------------------------------*
       050000-PREPARA.
      *----------------------------------------------------------------*
      * INSTANTES DE REFERENCIA, LIMIAR DE LENTIDAO E ACUMULADOS
      * ZERADOS
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME
                ABSTIME ( WK-ABS-AGORA )
                NOHANDLE
           END-EXEC

           MOVE WK-ABS-AGORA TO WK-ABS-TRAB
           PERFORM 060000-FORMATA-INSTANTE
           MOVE WK-DATA-YMD TO WK-AGORA(1:8)
           MOVE WK-HORA     TO WK-AGORA(9:6)

           COMPUTE WK-ABS-TRAB = WK-ABS-AGORA - 86400000
           PERFORM 060000-FORMATA-INSTANTE
           MOVE WK-DATA-YMD TO WK-DESDE(1:8)
           MOVE WK-HORA     TO WK-DESDE(9:6)

           COMPUTE WK-ABS-TRAB = WK-ABS-AGORA + 86400000
           PERFORM 060000-FORMATA-INSTANTE
           MOVE WK-DATA-YMD TO WK-ATE(1:8)
           MOVE WK-HORA     TO WK-ATE(9:6)

           MOVE SPACES TO WK-PRM-VALOR
           CALL WK-PGM-PRMLER01 USING DFHEIBLK
                                       DFHCOMMAREA
                                       WK-PRM-PROGRAMA
                                       WK-PRM-PARAMETRO
                                       WK-PRM-DEFAULT
                                       WK-PRM-VALOR
                                       WK-PRM-ORIGEM
           IF WK-PRM-VALOR(1:9) NUMERIC
              MOVE WK-PRM-VALOR(1:9) TO WK-CFG-MAXMS
           END-IF

           MOVE ZEROS  TO WK-QT-INDISPONIVEIS
           MOVE WK-AGORA       TO LK-STS-INSTANTE
           MOVE WK-QT-SERVICOS TO LK-STS-QT-SERVICOS

           PERFORM 070000-ZERA-ACUMULADO
                   VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX GREATER WK-QT-SERVICOS
           .

      *----------------------------------------------------------------*
       060000-FORMATA-INSTANTE.
      *----------------------------------------------------------------*
           EXEC CICS FORMATTIME
                ABSTIME  ( WK-ABS-TRAB )
                YYYYMMDD ( WK-DATA-YMD )
                TIME     ( WK-HORA )
                NOHANDLE
           END-EXEC
           .

      *----------------------------------------------------------------*
       070000-ZERA-ACUMULADO.
      *----------------------------------------------------------------*
           MOVE ZEROS  TO WK-ACU-QT-SONDAS(WK-IDX)
                          WK-ACU-QT-FALHAS(WK-IDX)
                          WK-ACU-ULT-ELAPSED(WK-IDX)
           MOVE SPACES TO WK-ACU-ULT-SONDA(WK-IDX)
                          WK-ACU-ULT-RESULTADO(WK-IDX)
                          WK-ACU-PEN-RESULTADO(WK-IDX)
           MOVE 'N'    TO WK-ACU-EM-MANUTENCAO(WK-IDX)

           MOVE SPACES TO LK-STS-SERVICO(WK-IDX)
           MOVE ZEROS  TO LK-STS-ULT-ELAPSED-MS(WK-IDX)
                          LK-STS-QT-SONDAS-24H(WK-IDX)
                          LK-STS-QT-FALHAS-24H(WK-IDX)
                          LK-STS-DISPONIB-24H(WK-IDX)
           .

      *----------------------------------------------------------------*
       100000-LE-SONDAS.
      *----------------------------------------------------------------*
      * PRBHST01 EM ORDEM CRONOLOGICA A PARTIR DE 24 HORAS ATRAS - A
      * ULTIMA SONDA DE CADA SERVICO E A ULTIMA LIDA
      *----------------------------------------------------------------*
           MOVE WK-DESDE(1:8)  TO WK-PRB-DATA
           MOVE WK-DESDE(9:6)  TO WK-PRB-HORA
           MOVE LOW-VALUES     TO WK-PRB-SERVICO
           MOVE 'N'            TO WK-FIM-BROWSE

           EXEC CICS STARTBR FILE('PRBHST01')
                RIDFLD   ( WK-PRB-CHAVE )
                KEYLENGTH( LENGTH OF WK-PRB-CHAVE )
                GTEQ
                RESP     ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP EQUAL ZEROS
              PERFORM 110000-LE-SONDA
                      UNTIL FIM-BROWSE

              EXEC CICS ENDBR FILE('PRBHST01')
                   NOHANDLE
              END-EXEC
           ELSE
           IF WK-EIBRESP NOT EQUAL DFHRESP(NOTFND)
              ADD 1 TO WK-QT-INDISPONIVEIS
              MOVE 'Historico de sondas PRBHST01 indisponivel'
                   TO LK-STS-MSGRET
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       110000-LE-SONDA.
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('PRBHST01')
                RIDFLD   ( WK-PRB-CHAVE )
                KEYLENGTH( LENGTH OF WK-PRB-CHAVE )
                INTO     ( WK-PRB-REC )
                RESP     ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
              EVALUATE WK-PRB-SERVICO
                 WHEN WK-TAB-PROGRAMA(1)
                    MOVE 1 TO WK-IDX
                 WHEN WK-TAB-PROGRAMA(2)
                    MOVE 2 TO WK-IDX
                 WHEN WK-TAB-PROGRAMA(3)
                    MOVE 3 TO WK-IDX
                 WHEN OTHER
                    MOVE 0 TO WK-IDX
              END-EVALUATE

              IF WK-IDX GREATER ZEROS
                 MOVE WK-PRB-DATA TO WK-ACU-ULT-SONDA(WK-IDX)(1:8)
                 MOVE WK-PRB-HORA TO WK-ACU-ULT-SONDA(WK-IDX)(9:6)
                 MOVE WK-PRB-ELAPSED-MS
                      TO WK-ACU-ULT-ELAPSED(WK-IDX)
                 MOVE WK-PRB-RESULTADO TO WK-ACU-RESULTADO-LIDO
                 PERFORM 150000-ACUMULA-RESULTADO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       150000-ACUMULA-RESULTADO.
      *----------------------------------------------------------------*
      * WK-IDX = SERVICO, WK-ACU-RESULTADO-LIDO = OK/NK DA SONDA
      *----------------------------------------------------------------*
           ADD 1 TO WK-ACU-QT-SONDAS(WK-IDX)
           IF WK-ACU-RESULTADO-LIDO NOT EQUAL 'OK'
              ADD 1 TO WK-ACU-QT-FALHAS(WK-IDX)
           END-IF

           MOVE WK-ACU-ULT-RESULTADO(WK-IDX)
                TO WK-ACU-PEN-RESULTADO(WK-IDX)
           MOVE WK-ACU-RESULTADO-LIDO
                TO WK-ACU-ULT-RESULTADO(WK-IDX)
           .

      *----------------------------------------------------------------*
       200000-LE-PINGS.
      *----------------------------------------------------------------*
      * VSRSHST1 (PING DO ENDPOINT zCEE) E O ESTADO DO BREAKER
      * COMPOEM O SERVICO ZCONNECT - PING NAO MEDE ELAPSED
      *----------------------------------------------------------------*
           MOVE SPACES          TO WK-HST-CHAVE
           MOVE WK-DESDE(1:8)   TO WK-HST-DATA
           MOVE WK-DESDE(9:6)   TO WK-HST-HORA
           MOVE ZEROS           TO WK-HST-TASKN
           MOVE WK-IDX-ZCONNECT TO WK-IDX
           MOVE 'N'             TO WK-FIM-BROWSE

           EXEC CICS STARTBR FILE('VSRSHST1')
                RIDFLD   ( WK-HST-CHAVE )
                KEYLENGTH( LENGTH OF WK-HST-CHAVE )
                GTEQ
                RESP     ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP EQUAL ZEROS
              PERFORM 210000-LE-PING
                      UNTIL FIM-BROWSE

              EXEC CICS ENDBR FILE('VSRSHST1')
                   NOHANDLE
              END-EXEC
           ELSE
           IF WK-EIBRESP NOT EQUAL DFHRESP(NOTFND)
              ADD 1 TO WK-QT-INDISPONIVEIS
              MOVE 'Historico de ping VSRSHST1 indisponivel'
                   TO LK-STS-MSGRET
           END-IF
           END-IF

           MOVE 'F' TO WK-CB-ESTADO
           MOVE 12  TO WK-CB-LEN

           EXEC CICS READQ TS QUEUE('BAQCB')
                     INTO   ( WK-CB-REC )
                     LENGTH ( WK-CB-LEN )
                     ITEM   ( WK-CB-ITEM1 )
                     RESP   ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 'F' TO WK-CB-ESTADO
           END-IF
           .

      *----------------------------------------------------------------*
       210000-LE-PING.
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('VSRSHST1')
                RIDFLD   ( WK-HST-CHAVE )
                KEYLENGTH( LENGTH OF WK-HST-CHAVE )
                INTO     ( WK-HST-REC )
                RESP     ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
              MOVE WK-HST-DATA(1:8) TO WK-ACU-ULT-SONDA(WK-IDX)(1:8)
              MOVE WK-HST-HORA(1:6) TO WK-ACU-ULT-SONDA(WK-IDX)(9:6)
              MOVE WK-HST-STATUS    TO WK-ACU-RESULTADO-LIDO
              PERFORM 150000-ACUMULA-RESULTADO
           END-IF
           .

      *----------------------------------------------------------------*
       300000-LE-JANELAS.
      *----------------------------------------------------------------*
      * JANELAS QUE AINDA NAO TERMINARAM E COMECAM ATE DAQUI A 24
      * HORAS; SUPVSA01 INDISPONIVEL = NENHUMA JANELA (COMO NO
      * CSTARPT), MAS O CODRET AVISA
      *----------------------------------------------------------------*
           MOVE LOW-VALUES TO WK-SUP-CHAVE
           MOVE 'N'        TO WK-FIM-BROWSE

           EXEC CICS STARTBR FILE('SUPVSA01')
                RIDFLD   ( WK-SUP-CHAVE )
                KEYLENGTH( 8 )
                GTEQ
                RESP     ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP EQUAL ZEROS
              PERFORM 310000-LE-JANELA
                      UNTIL FIM-BROWSE

              EXEC CICS ENDBR FILE('SUPVSA01')
                   NOHANDLE
              END-EXEC
           ELSE
           IF WK-EIBRESP NOT EQUAL DFHRESP(NOTFND)
              ADD 1 TO WK-QT-INDISPONIVEIS
              MOVE 'Janelas de manutencao SUPVSA01 indisponiveis'
                   TO LK-STS-MSGRET
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       310000-LE-JANELA.
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('SUPVSA01')
                RIDFLD   ( WK-SUP-CHAVE )
                KEYLENGTH( 8 )
                INTO     ( WK-SUP-REC )
                RESP     ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
           IF WK-SUP-FIM NOT LESS WK-AGORA
                 AND WK-SUP-INICIO NOT GREATER WK-ATE
              PERFORM 320000-APLICA-JANELA
                      VARYING WK-IDX FROM 1 BY 1
                      UNTIL WK-IDX GREATER WK-QT-SERVICOS
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       320000-APLICA-JANELA.
      *----------------------------------------------------------------*
      * JANELA DO SERVICO WK-IDX: GUARDA A QUE COMECA PRIMEIRO E
      * MARCA MANUTENCAO SE ESTA EM CURSO
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-JANELA-APLICA
           PERFORM 325000-TESTA-CLASSE
                   VARYING WK-IDX-CLS FROM 1 BY 1
                   UNTIL WK-IDX-CLS GREATER 4
                      OR JANELA-APLICA

           IF JANELA-APLICA
              IF WK-SUP-INICIO NOT GREATER WK-AGORA
                 MOVE 'S' TO WK-ACU-EM-MANUTENCAO(WK-IDX)
              END-IF

              IF LK-STS-JAN-ID(WK-IDX) EQUAL SPACES
                    OR WK-SUP-INICIO LESS LK-STS-JAN-INICIO(WK-IDX)
                 MOVE WK-SUP-ID     TO LK-STS-JAN-ID(WK-IDX)
                 MOVE WK-SUP-INICIO TO LK-STS-JAN-INICIO(WK-IDX)
                 MOVE WK-SUP-FIM    TO LK-STS-JAN-FIM(WK-IDX)
                 MOVE WK-SUP-MOTIVO TO LK-STS-JAN-MOTIVO(WK-IDX)
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       325000-TESTA-CLASSE.
      *----------------------------------------------------------------*
           IF WK-SUP-CLASSE(WK-IDX-CLS) EQUAL '*'
                 OR WK-SUP-CLASSE(WK-IDX-CLS)
                    EQUAL WK-TAB-PROGRAMA(WK-IDX)
              MOVE 'S' TO WK-JANELA-APLICA
           END-IF
           .

      *----------------------------------------------------------------*
       400000-MONTA-SERVICO.
      *----------------------------------------------------------------*
           MOVE WK-TAB-NOME(WK-IDX) TO LK-STS-NOME(WK-IDX)
           MOVE WK-ACU-ULT-SONDA(WK-IDX)
                TO LK-STS-ULT-SONDA(WK-IDX)
           MOVE WK-ACU-ULT-RESULTADO(WK-IDX)
                TO LK-STS-ULT-RESULTADO(WK-IDX)
           MOVE WK-ACU-ULT-ELAPSED(WK-IDX)
                TO LK-STS-ULT-ELAPSED-MS(WK-IDX)
           MOVE WK-ACU-QT-SONDAS(WK-IDX)
                TO LK-STS-QT-SONDAS-24H(WK-IDX)
           MOVE WK-ACU-QT-FALHAS(WK-IDX)
                TO LK-STS-QT-FALHAS-24H(WK-IDX)

           IF WK-ACU-QT-SONDAS(WK-IDX) GREATER ZEROS
              COMPUTE LK-STS-DISPONIB-24H(WK-IDX) ROUNDED =
                      ( WK-ACU-QT-SONDAS(WK-IDX)
                      - WK-ACU-QT-FALHAS(WK-IDX) ) * 100
                      / WK-ACU-QT-SONDAS(WK-IDX)
           END-IF

           EVALUATE TRUE
              WHEN WK-ACU-EM-MANUTENCAO(WK-IDX) EQUAL 'S'
                 MOVE 'MANUTENCAO' TO LK-STS-SITUACAO(WK-IDX)
                 MOVE 'janela de manutencao em curso'
                      TO LK-STS-DETALHE(WK-IDX)
              WHEN WK-ACU-QT-SONDAS(WK-IDX) EQUAL ZEROS
                 MOVE 'INDEFINIDO' TO LK-STS-SITUACAO(WK-IDX)
                 MOVE 'nenhuma sonda nas ultimas 24h'
                      TO LK-STS-DETALHE(WK-IDX)
              WHEN WK-IDX EQUAL WK-IDX-ZCONNECT
                   AND WK-CB-ESTADO EQUAL 'A'
                 MOVE 'FORA'       TO LK-STS-SITUACAO(WK-IDX)
                 MOVE 'circuit breaker aberto'
                      TO LK-STS-DETALHE(WK-IDX)
              WHEN WK-ACU-ULT-RESULTADO(WK-IDX) NOT EQUAL 'OK'
                   AND WK-ACU-PEN-RESULTADO(WK-IDX) NOT EQUAL 'OK'
                   AND WK-ACU-PEN-RESULTADO(WK-IDX) NOT EQUAL SPACES
                 MOVE 'FORA'       TO LK-STS-SITUACAO(WK-IDX)
                 MOVE 'duas ultimas sondas falharam'
                      TO LK-STS-DETALHE(WK-IDX)
              WHEN WK-ACU-ULT-RESULTADO(WK-IDX) NOT EQUAL 'OK'
                 MOVE 'DEGRADADO'  TO LK-STS-SITUACAO(WK-IDX)
                 MOVE 'ultima sonda falhou'
                      TO LK-STS-DETALHE(WK-IDX)
              WHEN WK-ACU-ULT-ELAPSED(WK-IDX) GREATER WK-CFG-MAXMS
                 MOVE 'DEGRADADO'  TO LK-STS-SITUACAO(WK-IDX)
                 MOVE 'ultima sonda lenta'
                      TO LK-STS-DETALHE(WK-IDX)
              WHEN OTHER
                 MOVE 'NORMAL'     TO LK-STS-SITUACAO(WK-IDX)
           END-EVALUATE
           .
