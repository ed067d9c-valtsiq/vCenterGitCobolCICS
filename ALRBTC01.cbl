      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. ALRBTC01
      * Tipo    .............. Batch
      * Finalidade ........... relatorio MENSAL de reconhecimento dos
      *                        alertas encaminhados pelo CSTARPT (VSAM
      *                        "ALRVSA01", reconhecidos pelo ALRACK01):
      *                        por classe de alerta, quantos alertas
      *                        abriram no mes, quantos foram
      *                        reconhecidos, quantos precisaram de
      *                        re-escalonamento, quantos seguem
      *                        abertos, e o tempo medio e maximo ate o
      *                        reconhecimento em minutos. Cada alerta
      *                        ainda aberto sai listado com o nivel de
      *                        escala em que parou.
      *                        A chave do ALRVSA01 comeca pelo instante
      *                        de abertura AAAAMMDDHHMMSS - o START
      *                        posiciona direto no mes pedido.
      *                        Parametro (cartao ALRPRM01, opcional):
      *                          MES=AAAAMM (ausente = mes anterior ao
      *                          da execucao)
      * DSnames .............. B090290.ALRVSA01 (entrada)
      *                        B090290.ALRPRM01 (parametro, opcional)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ALRBTC01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ALRVSA01  ASSIGN TO ALRVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-ALR-CHAVE
                  FILE STATUS  IS WK-FS-ALRVSA01.

           SELECT ALRPRM01   ASSIGN TO ALRPRM01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-ALRPRM01.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO CSTARPT E ATUALIZADO PELO
      *   ALRACK01 - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  ALRVSA01.
       01  WK-ALRVSA01-REC.
           05 WK-ALR-CHAVE.
              10 WK-ALR-ID.
                 15 WK-ALR-ID-MES        PIC  X(006).
                 15 FILLER               PIC  X(010).
           05 WK-ALR-CLASSE              PIC  X(008).
           05 WK-ALR-SITUACAO            PIC  X(001).
           05 WK-ALR-ABERTURA            PIC  X(014).
           05 WK-ALR-ABS-ABERTURA        PIC S9(015) COMP-3.
           05 WK-ALR-NIVEL               PIC  9(002).
           05 WK-ALR-DESTINO             PIC  X(008).
           05 WK-ALR-ABS-ENVIO           PIC S9(015) COMP-3.
           05 WK-ALR-QT-ENVIOS           PIC  9(003).
           05 WK-ALR-RECONHECIDO-EM      PIC  X(014).
           05 WK-ALR-ABS-RECONHEC        PIC S9(015) COMP-3.
           05 WK-ALR-USUARIO-RECONHEC    PIC  X(008).
           05 WK-ALR-COMENTARIO          PIC  X(060).
           05 WK-ALR-TEXTO               PIC  X(200).
           05 WK-ALR-CODIGO              PIC  X(008).
           05 WK-ALR-SEVERIDADE          PIC  X(001).
           05 WK-ALR-EQUIPE              PIC  X(008).

       FD  ALRPRM01
           RECORDING MODE IS F.
       01  WK-ALRPRM01-REC               PIC  X(080).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-ALRVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-ALRPRM01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   HISTORICO COMUM DE EXECUCAO (VSAM RUNHST01, VIA RUNREG01):
      *   INICIO/FIM/CONTADORES/CONDITION CODE CONSULTAVEIS PELO
      *   RUNINQ01 SEM CACADA NO JES; DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RUNREG01                   PIC  X(008) VALUE
                                            'RUNREG01'.
       01 WK-RUNREG-AREA.
          05 WK-RUNREG-MODO                 PIC  X(001) VALUE 'I'.
          05 WK-RUNREG-PROGRAMA             PIC  X(008) VALUE
                                            'ALRBTC01'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   MES DO RELATORIO (AAAAMM) - DEFAULT = MES ANTERIOR
      *----------------------------------------------------------------*
       01 WK-DATA-HOJE.
          05 WK-HOJE-AAAA                   PIC  9(004).
          05 WK-HOJE-MM                     PIC  9(002).
          05 WK-HOJE-DD                     PIC  9(002).
       01 WK-MES.
          05 WK-MES-AAAA                    PIC  9(004) VALUE ZEROS.
          05 WK-MES-MM                      PIC  9(002) VALUE ZEROS.
       01 WK-MES-CARTAO.
          05 WK-MES-CARTAO-AAAA             PIC  X(004).
          05 WK-MES-CARTAO-MM               PIC  X(002).

      *----------------------------------------------------------------*
      *   TOTAIS POR CLASSE DE ALERTA (ATE 50 CLASSES; EXCEDENTE VAI
      *   PARA A LINHA 'OUTRAS')
      *----------------------------------------------------------------*
       01 WK-QT-CLASSES                     PIC S9(004) COMP VALUE +0.
       01 WK-IDX                            PIC S9(004) COMP VALUE +0.
       01 WK-IDX-ACHOU                      PIC S9(004) COMP VALUE +0.
       01 WK-TAB-CLASSES.
          05 WK-TAB-CLS OCCURS 51 TIMES.
             10 WK-TAB-CLASSE               PIC  X(008).
             10 WK-TAB-ALERTAS              PIC S9(009) COMP.
             10 WK-TAB-RECONHEC             PIC S9(009) COMP.
             10 WK-TAB-ESCALADOS            PIC S9(009) COMP.
             10 WK-TAB-ABERTOS              PIC S9(009) COMP.
             10 WK-TAB-SOMA-MIN             PIC S9(011) COMP-3.
             10 WK-TAB-MAX-MIN              PIC S9(009) COMP.
       01 WK-MINUTOS                        PIC S9(009) COMP VALUE +0.
       01 WK-MEDIA                          PIC S9(009) COMP VALUE +0.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-ALERTAS                  PIC  9(009) VALUE ZEROS.
          05 WK-QT-ABERTOS                  PIC  9(009) VALUE ZEROS.

       01 WK-LINHA-CABEC.
          05 FILLER           PIC X(011) VALUE 'ALRBTC01 - '.
          05 FILLER           PIC X(037) VALUE
             'RECONHECIMENTO DE ALERTAS - MES '.
          05 WK-CAB-MES       PIC X(006).

       01 WK-LINHA-CLASSE.
          05 FILLER           PIC X(011) VALUE 'ALRBTC01 - '.
          05 WK-LCL-CLASSE    PIC X(008).
          05 FILLER           PIC X(009) VALUE ' ALERTAS='.
          05 WK-LCL-ALERTAS   PIC ZZZ,ZZ9.
          05 FILLER           PIC X(013) VALUE ' RECONHEC.='.
          05 WK-LCL-RECONHEC  PIC ZZZ,ZZ9.
          05 FILLER           PIC X(011) VALUE ' ESCALADOS='.
          05 WK-LCL-ESCALADOS PIC ZZZ,ZZ9.
          05 FILLER           PIC X(009) VALUE ' ABERTOS='.
          05 WK-LCL-ABERTOS   PIC ZZZ,ZZ9.
          05 FILLER           PIC X(011) VALUE ' MEDIA MIN='.
          05 WK-LCL-MEDIA     PIC ZZZ,ZZ9.
          05 FILLER           PIC X(010) VALUE ' MAX MIN='.
          05 WK-LCL-MAXIMO    PIC ZZZ,ZZ9.

       01 WK-LINHA-ABERTO.
          05 FILLER           PIC X(011) VALUE 'ALRBTC01 - '.
          05 FILLER           PIC X(017) VALUE 'SEM RECONHECIM.: '.
          05 WK-LAB-ID        PIC X(016).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LAB-CLASSE    PIC X(008).
          05 FILLER           PIC X(007) VALUE ' NIVEL='.
          05 WK-LAB-NIVEL     PIC Z9.
          05 FILLER           PIC X(009) VALUE ' DESTINO='.
          05 WK-LAB-DESTINO   PIC X(008).
          05 FILLER           PIC X(008) VALUE ' ENVIOS='.
          05 WK-LAB-ENVIOS    PIC ZZ9.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'ALRBTC01 - ALERTAS DO ALRVSA01  '.
          05 FILLER           PIC X(020) VALUE
             'ALERTAS DO MES.....'.
          05 WK-REL-ALERTAS   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             ' SEM RECONHECIMENTO'.
          05 WK-REL-ABERTOS   PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           PERFORM 040000-MES-DEFAULT
           PERFORM 050000-LER-PARAMETROS
           PERFORM 100000-ABRIR-ARQUIVOS
           PERFORM 200000-PROCESSAR-ALERTA
                   UNTIL FIM-ARQUIVO
           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO WK-RUNREG-MODO
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'              TO WK-RUNREG-MODO
           MOVE WK-QT-LIDOS      TO WK-RUNREG-QT-ENTRADA
           MOVE WK-QT-ALERTAS    TO WK-RUNREG-QT-SAIDA
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       040000-MES-DEFAULT.
      *----------------------------------------------------------------*
           INITIALIZE WK-TAB-CLASSES

           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD

           IF WK-HOJE-MM EQUAL 01
              COMPUTE WK-MES-AAAA = WK-HOJE-AAAA - 1
              MOVE 12 TO WK-MES-MM
           ELSE
              MOVE WK-HOJE-AAAA TO WK-MES-AAAA
              COMPUTE WK-MES-MM = WK-HOJE-MM - 1
           END-IF.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT ALRPRM01

           IF WK-FS-ALRPRM01 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE ALRPRM01
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ ALRPRM01

           IF WK-FS-ALRPRM01 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-ALRPRM01-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-ALRPRM01-REC(1:4) EQUAL 'MES='
              MOVE WK-ALRPRM01-REC(5:6) TO WK-MES-CARTAO
              IF WK-MES-CARTAO-AAAA NUMERIC
                 AND WK-MES-CARTAO-MM NUMERIC
                 AND WK-MES-CARTAO-MM GREATER '00'
                 AND WK-MES-CARTAO-MM NOT GREATER '12'
                 MOVE WK-MES-CARTAO TO WK-MES
              ELSE
                 DISPLAY 'ALRBTC01 - MES INVALIDO, MANTIDO ' WK-MES
              END-IF
           ELSE
           IF WK-ALRPRM01-REC NOT EQUAL SPACES
              DISPLAY 'ALRBTC01 - PARAMETRO DESCONHECIDO: '
                      WK-ALRPRM01-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE WK-MES TO WK-CAB-MES
           DISPLAY WK-LINHA-CABEC

           OPEN INPUT ALRVSA01

           IF WK-FS-ALRVSA01 NOT EQUAL '00'
              DISPLAY 'ALRBTC01 - ERRO AO ABRIR ALRVSA01 FS='
                      WK-FS-ALRVSA01
              MOVE 'S' TO WK-FIM-ARQUIVO
              MOVE 12  TO WK-RETORNO
           ELSE
              MOVE LOW-VALUES TO WK-ALR-CHAVE
              MOVE WK-MES     TO WK-ALR-ID-MES
              START ALRVSA01 KEY IS NOT LESS THAN WK-ALR-CHAVE
              IF WK-FS-ALRVSA01 NOT EQUAL '00'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              END-IF
           END-IF

           PERFORM 150000-LER-ALRVSA01.

      *----------------------------------------------------------------*
       150000-LER-ALRVSA01.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
              MOVE SPACES TO WK-ALRVSA01-REC
              READ ALRVSA01 NEXT RECORD

              EVALUATE WK-FS-ALRVSA01
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO WK-QT-LIDOS
                    IF WK-ALR-ID-MES NOT EQUAL WK-MES
                       MOVE 'S' TO WK-FIM-ARQUIVO
                    END-IF
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'ALRBTC01 - ERRO DE LEITURA FS='
                            WK-FS-ALRVSA01
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-PROCESSAR-ALERTA.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-ALERTAS
           PERFORM 210000-LOCALIZA-CLASSE

           ADD 1 TO WK-TAB-ALERTAS(WK-IDX-ACHOU)
           IF WK-ALR-NIVEL GREATER ZEROS
              OR WK-ALR-QT-ENVIOS GREATER 1
              ADD 1 TO WK-TAB-ESCALADOS(WK-IDX-ACHOU)
           END-IF

           IF WK-ALR-SITUACAO EQUAL 'R'
              ADD 1 TO WK-TAB-RECONHEC(WK-IDX-ACHOU)
              COMPUTE WK-MINUTOS = ( WK-ALR-ABS-RECONHEC
                                   - WK-ALR-ABS-ABERTURA ) / 60000
              ADD WK-MINUTOS TO WK-TAB-SOMA-MIN(WK-IDX-ACHOU)
              IF WK-MINUTOS GREATER WK-TAB-MAX-MIN(WK-IDX-ACHOU)
                 MOVE WK-MINUTOS TO WK-TAB-MAX-MIN(WK-IDX-ACHOU)
              END-IF
           ELSE
              ADD 1 TO WK-TAB-ABERTOS(WK-IDX-ACHOU)
              ADD 1 TO WK-QT-ABERTOS
              MOVE WK-ALR-ID         TO WK-LAB-ID
              MOVE WK-ALR-CLASSE     TO WK-LAB-CLASSE
              MOVE WK-ALR-NIVEL      TO WK-LAB-NIVEL
              MOVE WK-ALR-DESTINO    TO WK-LAB-DESTINO
              MOVE WK-ALR-QT-ENVIOS  TO WK-LAB-ENVIOS
              DISPLAY WK-LINHA-ABERTO
           END-IF

           PERFORM 150000-LER-ALRVSA01.

      *----------------------------------------------------------------*
       210000-LOCALIZA-CLASSE.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-IDX-ACHOU
           PERFORM 215000-COMPARA-CLASSE
                   VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX GREATER WK-QT-CLASSES
                      OR WK-IDX-ACHOU GREATER ZEROS

           IF WK-IDX-ACHOU EQUAL ZEROS
              IF WK-QT-CLASSES LESS 50
                 ADD 1 TO WK-QT-CLASSES
                 MOVE WK-QT-CLASSES TO WK-IDX-ACHOU
                 MOVE WK-ALR-CLASSE TO WK-TAB-CLASSE(WK-IDX-ACHOU)
              ELSE
                 MOVE 51 TO WK-IDX-ACHOU
                 MOVE 'OUTRAS' TO WK-TAB-CLASSE(WK-IDX-ACHOU)
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       215000-COMPARA-CLASSE.
      *----------------------------------------------------------------*
           IF WK-TAB-CLASSE(WK-IDX) EQUAL WK-ALR-CLASSE
              MOVE WK-IDX TO WK-IDX-ACHOU
           END-IF.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           CLOSE ALRVSA01.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           PERFORM 960000-EMITIR-CLASSE
                   VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX GREATER WK-QT-CLASSES

           IF WK-TAB-ALERTAS(51) GREATER ZEROS
              MOVE 51 TO WK-IDX
              PERFORM 960000-EMITIR-CLASSE
           END-IF

           MOVE WK-QT-ALERTAS TO WK-REL-ALERTAS
           MOVE WK-QT-ABERTOS TO WK-REL-ABERTOS
           DISPLAY WK-RELATORIO.

      *----------------------------------------------------------------*
       960000-EMITIR-CLASSE.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-MEDIA
           IF WK-TAB-RECONHEC(WK-IDX) GREATER ZEROS
              COMPUTE WK-MEDIA = WK-TAB-SOMA-MIN(WK-IDX)
                               / WK-TAB-RECONHEC(WK-IDX)
           END-IF

           MOVE WK-TAB-CLASSE(WK-IDX)    TO WK-LCL-CLASSE
           MOVE WK-TAB-ALERTAS(WK-IDX)   TO WK-LCL-ALERTAS
           MOVE WK-TAB-RECONHEC(WK-IDX)  TO WK-LCL-RECONHEC
           MOVE WK-TAB-ESCALADOS(WK-IDX) TO WK-LCL-ESCALADOS
           MOVE WK-TAB-ABERTOS(WK-IDX)   TO WK-LCL-ABERTOS
           MOVE WK-MEDIA                 TO WK-LCL-MEDIA
           MOVE WK-TAB-MAX-MIN(WK-IDX)   TO WK-LCL-MAXIMO
           DISPLAY WK-LINHA-CLASSE.
