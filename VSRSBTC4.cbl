       CBL CICS('COBOL3,EXCI') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. VSRS (Z/OS CONNECT)
      * Programa.............. VSRSBTC4
      * Tipo    .............. Batch (EXCI - LINK ao VSRSMAIN na regiao
      *                        CICS informada)
      * Finalidade ........... inventario noturno da regiao com
      *                        relatorio de mudancas dia a dia: o
      *                        VSRSDRF1 so confere o que esta na
      *                        baseline VSRSBSL1 - programa, transacao
      *                        ou arquivo instalado/removido por fora
      *                        do change passava despercebido. Este
      *                        passo percorre a regiao INTEIRA pelo
      *                        browse do proprio VSRSMAIN (codigo 8,
      *                        paginado: PROGRAM, TRANSACT, FILE,
      *                        TDQUEUE e TSQUEUE), grava o inventario
      *                        datado (VSRINV01, nova geracao da GDG)
      *                        e compara com o da noite anterior
      *                        (VSRINV00, geracao corrente):
      *                          NOVO     - recurso que apareceu
      *                          REMOVIDO - recurso que sumiu
      *                          ALTERADO - mesma chave, situacao
      *                                     diferente (ex.: arquivo
      *                                     que passou a CLOSED,
      *                                     transacao que mudou de
      *                                     programa)
      *                        Cada mudanca e confrontada com as
      *                        janelas de manutencao programada do
      *                        SUPVSA01 (as do SUPMNT01): vale a
      *                        janela que cruza o intervalo entre os
      *                        dois inventarios e cuja lista de
      *                        classes traz '*', 'VSRSBTC4' ou o tipo
      *                        do recurso (PROGRAM, TRANSACT, FILE,
      *                        TDQUEUE, TSQUEUE). Mudanca sem janela
      *                        sai marcada '*** FORA DE JANELA ***'
      *                        para o gerente de mudancas.
      *                        Sem contato com a regiao o inventario
      *                        anterior e repetido na nova geracao -
      *                        a comparacao de amanha continua contra
      *                        o ultimo estado conhecido.
      *                        Condicao de termino:
      *                          0  - nenhuma mudanca fora de janela
      *                          4  - mudanca fora de janela, primeira
      *                               execucao (sem anterior), janelas
      *                               indisponiveis ou cartao
      *                               desconhecido
      *                          8  - erro de gravacao do inventario
      *                          12 - APPLID ausente, sem contato com
      *                               a regiao ou arquivo nao abriu
      *                        Parametros (cartao VSRPRM04):
      *                          APPLID=xxxxxxxx   regiao CICS (obrig.)
      * DSnames .............. B090290.VSRPRM04 (parametros)
      *                        B090290.VSRINV00 (inventario anterior,
      *                        GDG(0))
      *                        B090290.VSRINV01 (inventario do dia,
      *                        GDG(+1))
      *                        B090290.SUPVSA01 (janelas, consulta)
      *                        SORTWK (work do SORT do inventario)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VSRSBTC4.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT VSRPRM04   ASSIGN TO VSRPRM04
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-VSRPRM04.

           SELECT VSRINV00   ASSIGN TO VSRINV00
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WK-FS-VSRINV00.

           SELECT VSRINV01   ASSIGN TO VSRINV01
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WK-FS-VSRINV01.

           SELECT SUPVSA01   ASSIGN TO SUPVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-SUP-CHAVE
                  FILE STATUS  IS WK-FS-SUPVSA01.

           SELECT SORTWK     ASSIGN TO SORTWK.

       DATA           DIVISION.
       FILE SECTION.
       FD  VSRPRM04
           RECORDING MODE IS F.
       01  WK-VSRPRM04-REC                  PIC  X(080).

      *----------------------------------------------------------------*
      *   INVENTARIO DA REGIAO - UM REGISTRO POR RECURSO, EM ORDEM DE
      *   TIPO+NOME; INSTANTE = MOMENTO DO INVENTARIO (AAAAMMDDHHMMSS).
      *   O MESMO LAYOUT NAS DUAS GERACOES
      *----------------------------------------------------------------*
       FD  VSRINV00
           RECORDING MODE IS F.
       01  WK-INV-ANT-REC.
           05 WK-ANT-INSTANTE               PIC  X(014).
           05 WK-ANT-CHAVE.
              10 WK-ANT-TIPO                PIC  X(008).
              10 WK-ANT-NOME                PIC  X(016).
           05 WK-ANT-SITUACAO.
              10 WK-ANT-SIT1                PIC  X(008).
              10 WK-ANT-SIT2                PIC  X(008).
           05 FILLER                        PIC  X(006).

       FD  VSRINV01
           RECORDING MODE IS F.
       01  WK-INV-NOVO-REC.
           05 WK-NOV-INSTANTE               PIC  X(014).
           05 WK-NOV-CHAVE.
              10 WK-NOV-TIPO                PIC  X(008).
              10 WK-NOV-NOME                PIC  X(016).
           05 WK-NOV-SITUACAO.
              10 WK-NOV-SIT1                PIC  X(008).
              10 WK-NOV-SIT2                PIC  X(008).
           05 FILLER                        PIC  X(006).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO SUPMNT01/CSTARPT - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  SUPVSA01.
       01  WK-SUP-REC.
           03 WK-SUP-CHAVE.
              05 WK-SUP-ID                  PIC  X(008).
           03 WK-SUP-INICIO                 PIC  X(014).
           03 WK-SUP-FIM                    PIC  X(014).
           03 WK-SUP-CLASSES                PIC  X(032).
           03 WK-SUP-MOTIVO                 PIC  X(040).
           03 WK-SUP-QT-SUPRIMIDOS          PIC  9(009).
           03 WK-SUP-REPORTADA              PIC  X(001).
           03 WK-SUP-REGISTRADOR            PIC  X(008).

       SD  SORTWK.
       01  SRT-REC.
           05 SRT-CHAVE.
              10 SRT-TIPO                   PIC  X(008).
              10 SRT-NOME                   PIC  X(016).
           05 SRT-SITUACAO.
              10 SRT-SIT1                   PIC  X(008).
              10 SRT-SIT2                   PIC  X(008).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-VSRPRM04                    PIC  X(002) VALUE '00'.
       01 WK-FS-VSRINV00                    PIC  X(002) VALUE '00'.
       01 WK-FS-VSRINV01                    PIC  X(002) VALUE '00'.
       01 WK-FS-SUPVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-FIM-ANT                        PIC  X(001) VALUE 'N'.
           88 FIM-ANT                                   VALUE 'S'.
       01 WK-FIM-SORT                       PIC  X(001) VALUE 'N'.
           88 FIM-SORT                                  VALUE 'S'.
       01 WK-FIM-SUP                        PIC  X(001) VALUE 'N'.
           88 FIM-SUP                                   VALUE 'S'.
       01 WK-FIM-TIPO                       PIC  X(001) VALUE 'N'.
           88 FIM-TIPO                                  VALUE 'S'.
       01 WK-ANT-ABERTO                     PIC  X(001) VALUE 'N'.
           88 ANT-ABERTO                                VALUE 'S'.
       01 WK-TEM-ANTERIOR                   PIC  X(001) VALUE 'N'.
           88 TEM-ANTERIOR                              VALUE 'S'.
       01 WK-FALHOU                         PIC  X(001) VALUE 'N'.
           88 FALHOU                                    VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER (VER CABECALHO)
      *----------------------------------------------------------------*
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

       01 WK-APPLID                         PIC  X(008) VALUE SPACES.

      *----------------------------------------------------------------*
      *   TIPOS INVENTARIADOS, EM ORDEM ALFABETICA (A MESMA DO SORT)
      *----------------------------------------------------------------*
       01 WK-TAB-TIPOS-VALORES.
          05 FILLER                         PIC  X(008) VALUE 'FILE'.
          05 FILLER                         PIC  X(008) VALUE 'PROGRAM'.
          05 FILLER                         PIC  X(008) VALUE 'TDQUEUE'.
          05 FILLER                         PIC  X(008)
                                            VALUE 'TRANSACT'.
          05 FILLER                         PIC  X(008) VALUE 'TSQUEUE'.
       01 WK-TAB-TIPOS REDEFINES WK-TAB-TIPOS-VALORES.
          05 WK-TIPO OCCURS 5 TIMES         PIC  X(008).
       01 WK-IDX-TIPO                       PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-QT-PAGINAS                     PIC  9(007) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   COMMAREA DO VSRSMAIN, BROWSE CODIGO 8 - MESMOS LAYOUTS DE
      *   WK-COMM-BRW-REQ (PEDIDO) E WK-COMM-BRW (RESPOSTA) DE LA,
      *   MANTER SINCRONIZADOS
      *----------------------------------------------------------------*
       01 WK-COMM-VSRS                      PIC  X(200) VALUE SPACES.
       01 WK-COMM-BRW-REQ REDEFINES WK-COMM-VSRS.
          05 WK-BRW-REQ-CODE                PIC  9(002).
          05 WK-BRW-PREFIXO                 PIC  X(008).
          05 WK-BRW-TIPO                    PIC  X(008).
          05 WK-BRW-CONTINUA                PIC  X(008).
          05 WK-BRW-CONTINUA-2              PIC  X(008).
          05 FILLER                         PIC  X(166).
       01 WK-COMM-BRW REDEFINES WK-COMM-VSRS.
          05 WK-COMM-BRW-CODE               PIC  9(002).
          05 WK-COMM-BRW-QT                 PIC  9(002).
          05 WK-COMM-BRW-OCR OCCURS 8 TIMES.
             07 WK-BRW-ENT-NOME             PIC  X(008).
             07 WK-BRW-ENT-SIT1             PIC  X(008).
             07 WK-BRW-ENT-SIT2             PIC  X(008).
          05 FILLER                         PIC  X(004).
       01 WK-COMM-LEN                       PIC S9(008) COMP
                                            VALUE 200.
       01 WK-CONTINUA                       PIC  X(008) VALUE SPACES.
       01 WK-CONTINUA-2                     PIC  X(008) VALUE SPACES.
       01 WK-QT-PAGINA                      PIC  9(002) VALUE ZEROS.
       01 WK-IDX-ENT                        PIC S9(004) COMP
                                            VALUE ZEROS.

      *----------------------------------------------------------------*
      *   AREA DE RETORNO DO LINK EXCI - MESMO LAYOUT DE
      *   EXCI-EXEC-RETURN-CODE (DFHXCPLO)
      *----------------------------------------------------------------*
       01 WK-EXCI-RETORNO.
          05 WK-EXCI-RESP                   PIC  9(008) COMP.
          05 WK-EXCI-RESP2                  PIC  9(008) COMP.
          05 WK-EXCI-ABCODE                 PIC  X(004).
          05 WK-EXCI-MSG-LEN                PIC  9(008) COMP.
          05 WK-EXCI-MSG-PTR                USAGE POINTER.

      *----------------------------------------------------------------*
      *   INSTANTES DOS DOIS INVENTARIOS (AAAAMMDDHHMMSS)
      *----------------------------------------------------------------*
       01 WK-DATA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-HORA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-INSTANTE-ATUAL                 PIC  X(014) VALUE SPACES.
       01 WK-INSTANTE-ANT                   PIC  X(014) VALUE SPACES.

      *----------------------------------------------------------------*
      *   JANELAS DE MANUTENCAO QUE CRUZAM O INTERVALO ENTRE OS DOIS
      *   INVENTARIOS
      *----------------------------------------------------------------*
       01 WK-QT-JANELAS                     PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-TAB-JANELAS.
          05 WK-JAN OCCURS 200 TIMES.
             10 WK-JAN-ID                   PIC  X(008).
             10 WK-JAN-CLASSES              PIC  X(032).
       01 WK-IDX-JAN                        PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-JANELA-ACHADA                  PIC  X(008) VALUE SPACES.
       01 WK-SUP-DISPONIVEL                 PIC  X(001) VALUE 'N'.
           88 SUP-DISPONIVEL                            VALUE 'S'.

      *----------------------------------------------------------------*
      *   COMPARACAO - RECURSO CORRENTE DE CADA LADO (HIGH-VALUES NO
      *   FIM) E MUDANCA APURADA
      *----------------------------------------------------------------*
       01 WK-CHAVE-ANT                      PIC  X(024) VALUE SPACES.
       01 WK-CHAVE-NOV                      PIC  X(024) VALUE SPACES.
       01 WK-MUD-TIPO                       PIC  X(008) VALUE SPACES.
       01 WK-MUD-NOME                       PIC  X(016) VALUE SPACES.
       01 WK-MUD-DE                         PIC  X(017) VALUE SPACES.
       01 WK-MUD-PARA                       PIC  X(017) VALUE SPACES.

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
                                            'VSRSBTC4'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

       01 WK-CONTADORES.
          05 WK-QT-INVENTARIADOS            PIC  9(009) VALUE ZEROS.
          05 WK-QT-ANTERIORES               PIC  9(009) VALUE ZEROS.
          05 WK-QT-NOVOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-REMOVIDOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-ALTERADOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-FORA-JANELA              PIC  9(009) VALUE ZEROS.
          05 WK-QT-GRAVADOS                 PIC  9(009) VALUE ZEROS.

       01 WK-LINHA-MUDANCA.
          05 FILLER           PIC X(009) VALUE 'VSRSBTC4 '.
          05 WK-LIN-MUDANCA   PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-TIPO      PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-NOME      PIC X(016).
          05 FILLER           PIC X(004) VALUE ' DE='.
          05 WK-LIN-DE        PIC X(017).
          05 FILLER           PIC X(006) VALUE ' PARA='.
          05 WK-LIN-PARA      PIC X(017).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-JANELA    PIC X(023).

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'VSRSBTC4 - INVENTARIO DA REGIAO  '.
          05 FILLER           PIC X(020) VALUE
             'RECURSOS HOJE.......'.
          05 WK-REL-INVENT    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'RECURSOS ANTERIOR...'.
          05 WK-REL-ANTERIOR  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'NOVOS...............'.
          05 WK-REL-NOVOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'REMOVIDOS...........'.
          05 WK-REL-REMOVIDOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ALTERADOS...........'.
          05 WK-REL-ALTERADOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'FORA DE JANELA......'.
          05 WK-REL-FORA      PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 050000-LER-PARAMETROS
           PERFORM 005000-REGISTRA-INICIO

           IF WK-APPLID EQUAL SPACES
              DISPLAY 'VSRSBTC4 - CARTAO APPLID= AUSENTE'
              MOVE 12 TO WK-RETORNO
           ELSE
              PERFORM 100000-ABRIR-ARQUIVOS
           END-IF

           IF WK-RETORNO LESS 12
              PERFORM 150000-CARREGA-JANELAS

              SORT SORTWK
                   ON ASCENDING KEY SRT-CHAVE
                   INPUT  PROCEDURE 200000-INVENTARIAR
                   OUTPUT PROCEDURE 400000-COMPARAR

              PERFORM 900000-FECHAR-ARQUIVOS
           END-IF

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
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WK-HORA-HOJE FROM TIME
           MOVE WK-DATA-HOJE      TO WK-INSTANTE-ATUAL(1:8)
           MOVE WK-HORA-HOJE(1:6) TO WK-INSTANTE-ATUAL(9:6)

           OPEN INPUT VSRPRM04

           IF WK-FS-VSRPRM04 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE VSRPRM04
           ELSE
              DISPLAY 'VSRSBTC4 - ERRO AO ABRIR VSRPRM04 FS='
                      WK-FS-VSRPRM04
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ VSRPRM04

           IF WK-FS-VSRPRM04 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-VSRPRM04-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-VSRPRM04-REC(1:7) EQUAL 'APPLID='
              MOVE WK-VSRPRM04-REC(8:8)  TO WK-APPLID
           ELSE
           IF WK-VSRPRM04-REC NOT EQUAL SPACES
              DISPLAY 'VSRSBTC4 - PARAMETRO DESCONHECIDO: '
                      WK-VSRPRM04-REC(1:20)
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
      * INVENTARIO ANTERIOR AUSENTE OU VAZIO = PRIMEIRA EXECUCAO: O DE
      * HOJE E GRAVADO E NAO HA COMPARACAO. SEM AS JANELAS TODA
      * MUDANCA SAI COMO FORA DE JANELA
      *----------------------------------------------------------------*
           OPEN OUTPUT VSRINV01
           IF WK-FS-VSRINV01 NOT EQUAL '00'
              DISPLAY 'VSRSBTC4 - ERRO AO ABRIR VSRINV01 FS='
                      WK-FS-VSRINV01
              MOVE 12 TO WK-RETORNO
           END-IF

           OPEN INPUT VSRINV00
           IF WK-FS-VSRINV00 EQUAL '00'
              MOVE 'S' TO WK-ANT-ABERTO
              PERFORM 160000-LER-ANTERIOR
              IF NOT FIM-ANT
                 MOVE 'S'             TO WK-TEM-ANTERIOR
                 MOVE WK-ANT-INSTANTE TO WK-INSTANTE-ANT
              END-IF
           ELSE
              MOVE 'S' TO WK-FIM-ANT
              MOVE HIGH-VALUES TO WK-CHAVE-ANT
           END-IF

           IF NOT TEM-ANTERIOR
              DISPLAY 'VSRSBTC4 - SEM INVENTARIO ANTERIOR - '
                      'COMPARACAO DISPENSADA NESTA EXECUCAO'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF

           OPEN INPUT SUPVSA01
           IF WK-FS-SUPVSA01 EQUAL '00'
              MOVE 'S' TO WK-SUP-DISPONIVEL
           ELSE
              DISPLAY 'VSRSBTC4 - JANELAS SUPVSA01 INDISPONIVEIS FS='
                      WK-FS-SUPVSA01 ' - TODA MUDANCA E FORA DE JANELA'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       150000-CARREGA-JANELAS.
      *----------------------------------------------------------------*
      * SO INTERESSA A JANELA QUE CRUZA (INSTANTE ANTERIOR, INSTANTE
      * ATUAL] - COMECOU ANTES DO INVENTARIO DE HOJE E TERMINOU DEPOIS
      * DO DE ONTEM
      *----------------------------------------------------------------*
           IF SUP-DISPONIVEL AND TEM-ANTERIOR
              PERFORM 155000-LER-JANELA
                      UNTIL FIM-SUP
           END-IF.

      *----------------------------------------------------------------*
       155000-LER-JANELA.
      *----------------------------------------------------------------*
           READ SUPVSA01 NEXT RECORD

           IF WK-FS-SUPVSA01 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-SUP
           ELSE
           IF WK-SUP-INICIO NOT GREATER WK-INSTANTE-ATUAL
              AND WK-SUP-FIM GREATER WK-INSTANTE-ANT
              IF WK-QT-JANELAS LESS 200
                 ADD 1 TO WK-QT-JANELAS
                 MOVE WK-SUP-ID      TO WK-JAN-ID(WK-QT-JANELAS)
                 MOVE WK-SUP-CLASSES TO WK-JAN-CLASSES(WK-QT-JANELAS)
              ELSE
                 DISPLAY 'VSRSBTC4 - MAIS DE 200 JANELAS NO PERIODO - '
                         'IGNORADA: ' WK-SUP-ID
              END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       160000-LER-ANTERIOR.
      *----------------------------------------------------------------*
           IF NOT FIM-ANT
              READ VSRINV00

              IF WK-FS-VSRINV00 EQUAL '00'
                 ADD 1 TO WK-QT-ANTERIORES
              ELSE
                 MOVE 'S' TO WK-FIM-ANT
              END-IF
           END-IF

           IF FIM-ANT
              MOVE HIGH-VALUES  TO WK-CHAVE-ANT
           ELSE
              MOVE WK-ANT-CHAVE TO WK-CHAVE-ANT
           END-IF.

      *----------------------------------------------------------------*
       200000-INVENTARIAR.
      *----------------------------------------------------------------*
      * UM TIPO DE CADA VEZ, PREFIXO EM BRANCO (TUDO), PAGINA DE 8 -
      * PAGINA INCOMPLETA E A ULTIMA DO TIPO
      *----------------------------------------------------------------*
           PERFORM 210000-INVENTARIA-TIPO
                   VARYING WK-IDX-TIPO FROM 1 BY 1
                   UNTIL WK-IDX-TIPO GREATER 5
                      OR FALHOU.

      *----------------------------------------------------------------*
       210000-INVENTARIA-TIPO.
      *----------------------------------------------------------------*
           MOVE 'N'    TO WK-FIM-TIPO
           MOVE SPACES TO WK-CONTINUA
                          WK-CONTINUA-2

           PERFORM 220000-PEDE-PAGINA
                   UNTIL FIM-TIPO
                      OR FALHOU.

      *----------------------------------------------------------------*
       220000-PEDE-PAGINA.
      *----------------------------------------------------------------*
           MOVE SPACES                TO WK-COMM-VSRS
           MOVE 8                     TO WK-BRW-REQ-CODE
           MOVE SPACES                TO WK-BRW-PREFIXO
           MOVE WK-TIPO(WK-IDX-TIPO)  TO WK-BRW-TIPO
           MOVE WK-CONTINUA           TO WK-BRW-CONTINUA
           MOVE WK-CONTINUA-2         TO WK-BRW-CONTINUA-2

           EXEC CICS LINK PROGRAM   ('VSRSMAIN')
                          APPLID    (WK-APPLID)
                          COMMAREA  (WK-COMM-VSRS)
                          LENGTH    (WK-COMM-LEN)
                          DATALENGTH(WK-COMM-LEN)
                          RETCODE   (WK-EXCI-RETORNO)
                          SYNCONRETURN
           END-EXEC

           IF WK-EXCI-RESP NOT EQUAL ZEROS
              MOVE 'S' TO WK-FALHOU
              DISPLAY 'VSRSBTC4 - LINK EXCI FALHOU RESP='
                      WK-EXCI-RESP ' RESP2=' WK-EXCI-RESP2
                      ' ABCODE=' WK-EXCI-ABCODE
                      ' TIPO=' WK-TIPO(WK-IDX-TIPO)
           ELSE
           IF WK-COMM-BRW-QT NOT NUMERIC
              OR WK-BRW-ENT-NOME(1) EQUAL 'TIPO????'
              MOVE 'S' TO WK-FALHOU
              DISPLAY 'VSRSBTC4 - BROWSE RECUSADO PELO VSRSMAIN TIPO='
                      WK-TIPO(WK-IDX-TIPO)
           ELSE
              PERFORM 225000-TRATA-PAGINA
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       225000-TRATA-PAGINA.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-PAGINAS
           MOVE WK-COMM-BRW-QT TO WK-QT-PAGINA
           PERFORM 230000-LIBERA-RECURSO
                   VARYING WK-IDX-ENT FROM 1 BY 1
                   UNTIL WK-IDX-ENT GREATER WK-QT-PAGINA

      *    PAGINA CHEIA: CONTINUA DO ULTIMO NOME; SE O NOME NAO
      *    ANDOU O BROWSE ESTA EM LACO - ENCERRA O TIPO
           IF WK-QT-PAGINA LESS 8
              MOVE 'S' TO WK-FIM-TIPO
           ELSE
           IF WK-BRW-ENT-NOME(8) EQUAL WK-CONTINUA
              AND (WK-TIPO(WK-IDX-TIPO) NOT EQUAL 'TSQUEUE'
                OR WK-BRW-ENT-SIT1(8) EQUAL WK-CONTINUA-2)
              MOVE 'S' TO WK-FIM-TIPO
              DISPLAY 'VSRSBTC4 - BROWSE NAO AVANCOU - TIPO '
                      WK-TIPO(WK-IDX-TIPO) ' ENCERRADO EM '
                      WK-CONTINUA
           ELSE
              MOVE WK-BRW-ENT-NOME(8) TO WK-CONTINUA
              IF WK-TIPO(WK-IDX-TIPO) EQUAL 'TSQUEUE'
                 MOVE WK-BRW-ENT-SIT1(8) TO WK-CONTINUA-2
              END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       230000-LIBERA-RECURSO.
      *----------------------------------------------------------------*
      * TSQUEUE: NOME DE 16 VEM EM NOME+SIT1 E A LOCALIZACAO EM SIT2
      *----------------------------------------------------------------*
           MOVE SPACES                       TO SRT-REC
           MOVE WK-TIPO(WK-IDX-TIPO)         TO SRT-TIPO
           MOVE WK-BRW-ENT-NOME(WK-IDX-ENT)  TO SRT-NOME(1:8)

           IF WK-TIPO(WK-IDX-TIPO) EQUAL 'TSQUEUE'
              MOVE WK-BRW-ENT-SIT1(WK-IDX-ENT) TO SRT-NOME(9:8)
              MOVE WK-BRW-ENT-SIT2(WK-IDX-ENT) TO SRT-SIT1
           ELSE
              MOVE WK-BRW-ENT-SIT1(WK-IDX-ENT) TO SRT-SIT1
              MOVE WK-BRW-ENT-SIT2(WK-IDX-ENT) TO SRT-SIT2
           END-IF

           ADD 1 TO WK-QT-INVENTARIADOS
           RELEASE SRT-REC.

      *----------------------------------------------------------------*
       400000-COMPARAR.
      *----------------------------------------------------------------*
      * INVENTARIO INCOMPLETO NAO VIRA GERACAO: REPETE O ANTERIOR E
      * NAO COMPARA NADA (A REGIAO PARCIAL PARECERIA UMA REMOCAO EM
      * MASSA)
      *----------------------------------------------------------------*
           IF FALHOU
              MOVE 12 TO WK-RETORNO
              DISPLAY '*** ALERTA *** VSRSBTC4 - INVENTARIO DA REGIAO '
                      WK-APPLID ' INCOMPLETO - ANTERIOR REPETIDO'
              PERFORM 480000-REPETE-ANTERIOR
                      UNTIL FIM-ANT
           ELSE
              PERFORM 410000-RETORNA-ATUAL
              PERFORM 420000-CASAR-RECURSO
                      UNTIL FIM-SORT
                        AND FIM-ANT
           END-IF.

      *----------------------------------------------------------------*
       410000-RETORNA-ATUAL.
      *----------------------------------------------------------------*
           IF NOT FIM-SORT
              RETURN SORTWK
                  AT END MOVE 'S' TO WK-FIM-SORT
              END-RETURN
           END-IF

           IF FIM-SORT
              MOVE HIGH-VALUES TO WK-CHAVE-NOV
           ELSE
              MOVE SRT-CHAVE   TO WK-CHAVE-NOV
           END-IF.

      *----------------------------------------------------------------*
       420000-CASAR-RECURSO.
      *----------------------------------------------------------------*
           IF WK-CHAVE-NOV LESS WK-CHAVE-ANT
              PERFORM 470000-GRAVA-INVENTARIO
              IF TEM-ANTERIOR
                 ADD 1 TO WK-QT-NOVOS
                 MOVE 'NOVO'         TO WK-LIN-MUDANCA
                 MOVE SRT-TIPO       TO WK-MUD-TIPO
                 MOVE SRT-NOME       TO WK-MUD-NOME
                 MOVE SPACES         TO WK-MUD-DE
                 MOVE SRT-SITUACAO   TO WK-MUD-PARA
                 PERFORM 450000-APONTA-MUDANCA
              END-IF
              PERFORM 410000-RETORNA-ATUAL
           ELSE
           IF WK-CHAVE-NOV GREATER WK-CHAVE-ANT
              ADD 1 TO WK-QT-REMOVIDOS
              MOVE 'REMOVIDO'        TO WK-LIN-MUDANCA
              MOVE WK-ANT-TIPO       TO WK-MUD-TIPO
              MOVE WK-ANT-NOME       TO WK-MUD-NOME
              MOVE WK-ANT-SITUACAO   TO WK-MUD-DE
              MOVE SPACES            TO WK-MUD-PARA
              PERFORM 450000-APONTA-MUDANCA
              PERFORM 160000-LER-ANTERIOR
           ELSE
              PERFORM 470000-GRAVA-INVENTARIO
              IF SRT-SITUACAO NOT EQUAL WK-ANT-SITUACAO
                 ADD 1 TO WK-QT-ALTERADOS
                 MOVE 'ALTERADO'      TO WK-LIN-MUDANCA
                 MOVE SRT-TIPO        TO WK-MUD-TIPO
                 MOVE SRT-NOME        TO WK-MUD-NOME
                 MOVE WK-ANT-SITUACAO TO WK-MUD-DE
                 MOVE SRT-SITUACAO    TO WK-MUD-PARA
                 PERFORM 450000-APONTA-MUDANCA
              END-IF
              PERFORM 410000-RETORNA-ATUAL
              PERFORM 160000-LER-ANTERIOR
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       450000-APONTA-MUDANCA.
      *----------------------------------------------------------------*
      * SITUACAO NA LINHA: SIT1 E SIT2 SEPARADAS POR UM BRANCO
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-JANELA-ACHADA
           PERFORM 460000-PROCURA-JANELA
                   VARYING WK-IDX-JAN FROM 1 BY 1
                   UNTIL WK-IDX-JAN GREATER WK-QT-JANELAS
                      OR WK-JANELA-ACHADA NOT EQUAL SPACES

           MOVE WK-MUD-TIPO           TO WK-LIN-TIPO
           MOVE WK-MUD-NOME           TO WK-LIN-NOME
           MOVE SPACES                TO WK-LIN-DE
                                         WK-LIN-PARA
           MOVE WK-MUD-DE(1:8)        TO WK-LIN-DE(1:8)
           MOVE WK-MUD-DE(9:8)        TO WK-LIN-DE(10:8)
           MOVE WK-MUD-PARA(1:8)      TO WK-LIN-PARA(1:8)
           MOVE WK-MUD-PARA(9:8)      TO WK-LIN-PARA(10:8)

           IF WK-JANELA-ACHADA EQUAL SPACES
              ADD 1 TO WK-QT-FORA-JANELA
              MOVE '*** FORA DE JANELA ***' TO WK-LIN-JANELA
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              MOVE SPACES             TO WK-LIN-JANELA
              MOVE 'JANELA='          TO WK-LIN-JANELA(1:7)
              MOVE WK-JANELA-ACHADA   TO WK-LIN-JANELA(8:8)
           END-IF

           DISPLAY WK-LINHA-MUDANCA.

      *----------------------------------------------------------------*
       460000-PROCURA-JANELA.
      *----------------------------------------------------------------*
           IF WK-JAN-CLASSES(WK-IDX-JAN)(1:8)  EQUAL '*'
              OR WK-JAN-CLASSES(WK-IDX-JAN)(9:8)  EQUAL '*'
              OR WK-JAN-CLASSES(WK-IDX-JAN)(17:8) EQUAL '*'
              OR WK-JAN-CLASSES(WK-IDX-JAN)(25:8) EQUAL '*'
              OR WK-JAN-CLASSES(WK-IDX-JAN)(1:8)  EQUAL 'VSRSBTC4'
              OR WK-JAN-CLASSES(WK-IDX-JAN)(9:8)  EQUAL 'VSRSBTC4'
              OR WK-JAN-CLASSES(WK-IDX-JAN)(17:8) EQUAL 'VSRSBTC4'
              OR WK-JAN-CLASSES(WK-IDX-JAN)(25:8) EQUAL 'VSRSBTC4'
              OR WK-JAN-CLASSES(WK-IDX-JAN)(1:8)  EQUAL WK-MUD-TIPO
              OR WK-JAN-CLASSES(WK-IDX-JAN)(9:8)  EQUAL WK-MUD-TIPO
              OR WK-JAN-CLASSES(WK-IDX-JAN)(17:8) EQUAL WK-MUD-TIPO
              OR WK-JAN-CLASSES(WK-IDX-JAN)(25:8) EQUAL WK-MUD-TIPO
              MOVE WK-JAN-ID(WK-IDX-JAN) TO WK-JANELA-ACHADA
           END-IF.

      *----------------------------------------------------------------*
       470000-GRAVA-INVENTARIO.
      *----------------------------------------------------------------*
           MOVE SPACES            TO WK-INV-NOVO-REC
           MOVE WK-INSTANTE-ATUAL TO WK-NOV-INSTANTE
           MOVE SRT-CHAVE         TO WK-NOV-CHAVE
           MOVE SRT-SITUACAO      TO WK-NOV-SITUACAO
           PERFORM 475000-GRAVA-REGISTRO.

      *----------------------------------------------------------------*
       475000-GRAVA-REGISTRO.
      *----------------------------------------------------------------*
           WRITE WK-INV-NOVO-REC

           IF WK-FS-VSRINV01 EQUAL '00'
              ADD 1 TO WK-QT-GRAVADOS
           ELSE
              DISPLAY 'VSRSBTC4 - ERRO AO GRAVAR VSRINV01 FS='
                      WK-FS-VSRINV01
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       480000-REPETE-ANTERIOR.
      *----------------------------------------------------------------*
      * O INSTANTE ORIGINAL E PRESERVADO - A PROXIMA COMPARACAO COBRE
      * O INTERVALO INTEIRO DESDE O ULTIMO INVENTARIO BOM
      *----------------------------------------------------------------*
           MOVE WK-INV-ANT-REC TO WK-INV-NOVO-REC
           PERFORM 475000-GRAVA-REGISTRO
           PERFORM 160000-LER-ANTERIOR.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           CLOSE VSRINV01
           IF ANT-ABERTO
              CLOSE VSRINV00
           END-IF
           IF SUP-DISPONIVEL
              CLOSE SUPVSA01
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-INVENTARIADOS TO WK-REL-INVENT
           MOVE WK-QT-ANTERIORES    TO WK-REL-ANTERIOR
           MOVE WK-QT-NOVOS         TO WK-REL-NOVOS
           MOVE WK-QT-REMOVIDOS     TO WK-REL-REMOVIDOS
           MOVE WK-QT-ALTERADOS     TO WK-REL-ALTERADOS
           MOVE WK-QT-FORA-JANELA   TO WK-REL-FORA

           DISPLAY WK-RELATORIO

           IF WK-QT-FORA-JANELA GREATER ZEROS
              DISPLAY '*** GERENCIA DE MUDANCAS *** VSRSBTC4 - '
                      WK-QT-FORA-JANELA ' MUDANCA(S) NA REGIAO '
                      WK-APPLID ' SEM JANELA DE MANUTENCAO REGISTRADA'
           END-IF.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'                 TO WK-RUNREG-MODO
           MOVE WK-QT-INVENTARIADOS TO WK-RUNREG-QT-ENTRADA
           MOVE WK-QT-GRAVADOS      TO WK-RUNREG-QT-SAIDA
           MOVE WK-QT-FORA-JANELA   TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO          TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.
