      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. CTLG (CATALOGO Z/OS CONNECT)
      * Programa.............. CTLGBTC3
      * Tipo    .............. Batch
      * Finalidade ........... conciliacao diaria de movimento de
      *                        estoque por item: cruza o estoque
      *                        observado nas consultas (trilha
      *                        CTLGLOG1 do CTLGAPIR) com os pedidos
      *                        que nos colocamos (VSAM CTLGORD1 do
      *                        CTLGAPIO/CTLGMON1). Para cada item do
      *                        dia de referencia toma a primeira e a
      *                        ultima observacao de estoque, soma de
      *                        volta as pecas dos pedidos manuais
      *                        confirmados (nao cancelados) colocados
      *                        entre as duas observacoes e aponta:
      *                          QUEBRA - queda de estoque nao
      *                            explicada acima da tolerancia
      *                            (perda ou pedido por outro canal)
      *                          ENTRADA S/REPOSICAO - estoque subiu
      *                            acima da tolerancia sem reposicao
      *                            automatica do CTLGMON1 (origem 'A')
      *                            registrada nos ultimos dias
      *                        Itens com menos de duas observacoes no
      *                        dia nao tem movimento mensuravel e so
      *                        entram no total de nao conciliados.
      *                        Relatorio de excecoes para a area de
      *                        merchandising, RC 4 quando houver
      *                        excecao.
      *                        Parametros (cartao CTLPRM03, opcional):
      *                          DATA=AAAAMMDD       dia de referencia
      *                                              (default ontem)
      *                          TOLERANCIA=nnnn     pecas (default
      *                                              0005)
      *                          REPOSICAO-DIAS=nnn  dias em que uma
      *                                              reposicao explica
      *                                              entrada (default
      *                                              007)
      * DSnames .............. B090290.CTLGLOG1 (entrada)
      *                        B090290.CTLGORD1 (entrada)
      *                        B090290.CTLPRM03 (parametros, opcional)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTLGBTC3.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CTLGLOG1  ASSIGN TO CTLGLOG1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-LOG-KEY
                  FILE STATUS  IS WK-FS-CTLGLOG1.

           SELECT CTLGORD1  ASSIGN TO CTLGORD1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-ORD-KEY
                  FILE STATUS  IS WK-FS-CTLGORD1.

           SELECT CTLPRM03   ASSIGN TO CTLPRM03
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CTLPRM03.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT DE WK-LOG-REC GRAVADO PELO CTLGAPIR NO VSAM
      *   "CTLGLOG1" - MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       FD  CTLGLOG1.
       01  WK-CTLGLOG1-REC.
           03 WK-LOG-KEY.
              05 WK-LOG-ITEMID             PIC X(008).
              05 WK-LOG-DATE               PIC S9(7) COMP-3.
              05 WK-LOG-TIME               PIC S9(7) COMP-3.
           03 WK-LOG-DESCRICAO             PIC X(041).
           03 WK-LOG-ESTOQUE               PIC 9(004).
           03 WK-LOG-CUSTO                 PIC X(007).
           03 WK-LOG-CORRID                PIC X(032).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DE WK-ORD-REC GRAVADO PELO CTLGAPIO NO VSAM
      *   "CTLGORD1" - MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       FD  CTLGORD1.
       01  WK-CTLGORD1-REC.
           05 WK-ORD-KEY.
              10 WK-ORD-ITEMID           PIC  X(008).
              10 WK-ORD-DATE             PIC S9(7) COMP-3.
              10 WK-ORD-TIME             PIC S9(7) COMP-3.
           05 WK-ORD-QUANTIDADE          PIC  9(003).
           05 WK-ORD-RETCODE             PIC  9(002).
           05 WK-ORD-MENSAGEM            PIC  X(040).
           05 WK-ORD-CORRID              PIC  X(032).
           05 WK-ORD-STATUS              PIC  X(001).
              88 ORD-CANCELADO                      VALUE 'X'.
           05 WK-ORD-ORIGEM              PIC  X(001).
              88 ORD-REPOSICAO                      VALUE 'A'.
           05 WK-ORD-CANCELAMENTO.
              10 WK-ORD-CANC-USUARIO     PIC  X(008).
              10 WK-ORD-CANC-DATE        PIC S9(7) COMP-3.
              10 WK-ORD-CANC-TIME        PIC S9(7) COMP-3.
              10 WK-ORD-CANC-MENSAGEM    PIC  X(040).
              10 WK-ORD-CANC-CORRID      PIC  X(032).

       FD  CTLPRM03
           RECORDING MODE IS F.
       01  WK-CTLPRM03-REC               PIC  X(080).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CTLGLOG1                    PIC  X(002) VALUE '00'.
       01 WK-FS-CTLGORD1                    PIC  X(002) VALUE '00'.
       01 WK-FS-CTLPRM03                    PIC  X(002) VALUE '00'.
       01 WK-FIM-LOG                        PIC  X(001) VALUE 'N'.
           88 FIM-LOG                                   VALUE 'S'.
       01 WK-FIM-ORD                        PIC  X(001) VALUE 'N'.
           88 FIM-ORD                                   VALUE 'S'.
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
                                            'CTLGBTC3'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   PARAMETROS E DATAS - AS CHAVES DOS DOIS VSAM TRAZEM A DATA
      *   NO FORMATO EIBDATE (0CYYDDD COMP-3)
      *----------------------------------------------------------------*
       01 WK-DATA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-DATA-REF                       PIC  9(008) VALUE ZEROS.
       01 WK-TOLERANCIA                     PIC  9(004) VALUE 5.
       01 WK-DIAS-REPOSICAO                 PIC  9(003) VALUE 7.
       01 WK-DIAS-INTEIRO                   PIC  9(007) VALUE ZEROS.
       01 WK-JUL-REF                        PIC S9(7) COMP-3 VALUE +0.
       01 WK-JUL-INICIO-REP                 PIC S9(7) COMP-3 VALUE +0.

      *    CONVERSAO AAAAMMDD -> 0CYYDDD
       01 WK-CNV-DATA                       PIC  9(008) VALUE ZEROS.
       01 WK-CNV-DATA-R REDEFINES WK-CNV-DATA.
          05 WK-CNV-ANO                     PIC  9(004).
          05 WK-CNV-MMDD                    PIC  9(004).
       01 WK-CNV-PRIMEIRO-DIA               PIC  9(008) VALUE ZEROS.
       01 WK-CNV-SECULO                     PIC  9(002) VALUE ZEROS.
       01 WK-CNV-ANO-SEC                    PIC  9(002) VALUE ZEROS.
       01 WK-CNV-DIA-ANO                    PIC  9(003) VALUE ZEROS.
       01 WK-CNV-JULIANO                    PIC S9(7) COMP-3 VALUE +0.

      *----------------------------------------------------------------*
      *   CASAMENTO DOS DOIS ARQUIVOS PELO ITEM (ORDEM NATURAL DAS
      *   CHAVES); FIM DE ARQUIVO VIRA HIGH-VALUES
      *----------------------------------------------------------------*
       01 WK-ITEM-LOG                       PIC  X(008) VALUE SPACES.
       01 WK-ITEM-ORD                       PIC  X(008) VALUE SPACES.
       01 WK-ITEM-ATUAL                     PIC  X(008) VALUE SPACES.

       01 WK-ACUM-ITEM.
          05 WK-QT-OBS                      PIC  9(007).
          05 WK-ESTOQUE-INI                 PIC  9(004).
          05 WK-ESTOQUE-FIM                 PIC  9(004).
          05 WK-HORA-INI                    PIC S9(7) COMP-3.
          05 WK-HORA-FIM                    PIC S9(7) COMP-3.
          05 WK-DESCRICAO-ITEM              PIC  X(041).
          05 WK-QT-PED-DIA                  PIC  9(007).
          05 WK-QT-PED-JANELA               PIC  9(007).
          05 WK-PECAS-JANELA                PIC  9(007).
          05 WK-TEM-REPOSICAO               PIC  X(001).
             88 TEM-REPOSICAO                           VALUE 'S'.
       01 WK-NAO-EXPLICADO                  PIC S9(007) VALUE ZEROS.
       01 WK-NAO-EXPLICADO-ABS              PIC  9(007) VALUE ZEROS.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS-LOG                PIC  9(009) VALUE ZEROS.
          05 WK-QT-LIDOS-ORD                PIC  9(009) VALUE ZEROS.
          05 WK-QT-CONCILIADOS              PIC  9(009) VALUE ZEROS.
          05 WK-QT-NAO-CONCILIADOS          PIC  9(009) VALUE ZEROS.
          05 WK-QT-QUEBRAS                  PIC  9(009) VALUE ZEROS.
          05 WK-QT-ENTRADAS                 PIC  9(009) VALUE ZEROS.

       01 WK-CABECALHO.
          05 FILLER           PIC X(040) VALUE
             'CTLGBTC3 - CONCILIACAO DE ESTOQUE DE '.
          05 WK-CAB-DATA      PIC 9(008).
          05 FILLER           PIC X(010) VALUE ' JULIANO='.
          05 WK-CAB-JULIANO   PIC 9(007).
          05 FILLER           PIC X(013) VALUE ' TOLERANCIA='.
          05 WK-CAB-TOLERANCIA
                              PIC ZZZ9.
          05 FILLER           PIC X(017) VALUE ' REPOSICAO-DIAS='.
          05 WK-CAB-DIAS-REP  PIC ZZ9.

       01 WK-LINHA-EXCECAO.
          05 FILLER           PIC X(014) VALUE 'CTLGBTC3 ITEM='.
          05 WK-LIN-ITEM      PIC X(008).
          05 FILLER           PIC X(009) VALUE ' ESTOQUE='.
          05 WK-LIN-EST-INI   PIC 9(004).
          05 FILLER           PIC X(002) VALUE '->'.
          05 WK-LIN-EST-FIM   PIC 9(004).
          05 FILLER           PIC X(001) VALUE '('.
          05 WK-LIN-HORA-INI  PIC 9(006).
          05 FILLER           PIC X(001) VALUE '-'.
          05 WK-LIN-HORA-FIM  PIC 9(006).
          05 FILLER           PIC X(010) VALUE ') PEDIDOS='.
          05 WK-LIN-PEDIDOS   PIC ZZZ9.
          05 FILLER           PIC X(007) VALUE ' PECAS='.
          05 WK-LIN-PECAS     PIC ZZZ,ZZ9.
          05 FILLER           PIC X(015) VALUE ' NAO-EXPLICADO='.
          05 WK-LIN-NAO-EXPL  PIC -ZZZ,ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-CLASSE    PIC X(019).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-DESC      PIC X(030).

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'CTLGBTC3 - CONCILIACAO ESTOQUE  '.
          05 FILLER           PIC X(020) VALUE
             'CONSULTAS LIDAS.....'.
          05 WK-REL-LIDOS-LOG PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'PEDIDOS LIDOS.......'.
          05 WK-REL-LIDOS-ORD PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ITENS CONCILIADOS...'.
          05 WK-REL-CONCILIA  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'NAO CONCILIADOS.....'.
          05 WK-REL-NAO-CONC  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'QUEBRAS.............'.
          05 WK-REL-QUEBRAS   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ENTRADAS S/REPOSICAO'.
          05 WK-REL-ENTRADAS  PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           PERFORM 050000-LER-PARAMETROS
           PERFORM 070000-CALCULA-DATAS
           PERFORM 100000-ABRIR-ARQUIVOS
           PERFORM 150000-LER-CTLGLOG1
           PERFORM 160000-LER-CTLGORD1
           PERFORM 200000-PROCESSAR-ITEM
                   UNTIL FIM-LOG
                     AND FIM-ORD
           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 4
              AND (WK-QT-QUEBRAS  GREATER ZEROS
                OR WK-QT-ENTRADAS GREATER ZEROS)
              MOVE 4 TO WK-RETORNO
           END-IF

           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
      * DEFAULT: O DIA ANTERIOR AO PROCESSAMENTO (O JOB RODA DEPOIS DA
      * VIRADA E CONCILIA O DIA FECHADO)
      *----------------------------------------------------------------*
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WK-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE ( WK-DATA-HOJE ) - 1
           COMPUTE WK-DATA-REF =
                   FUNCTION DATE-OF-INTEGER ( WK-DIAS-INTEIRO )

           OPEN INPUT CTLPRM03
           IF WK-FS-CTLPRM03 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE CTLPRM03
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ CTLPRM03
           IF WK-FS-CTLPRM03 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-CTLPRM03-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-CTLPRM03-REC(1:5) EQUAL 'DATA='
              IF WK-CTLPRM03-REC(6:8) NUMERIC
                 MOVE WK-CTLPRM03-REC(6:8) TO WK-DATA-REF
              ELSE
                 DISPLAY 'CTLGBTC3 - DATA INVALIDA IGNORADA: '
                         WK-CTLPRM03-REC(6:8)
              END-IF
           ELSE
           IF WK-CTLPRM03-REC(1:11) EQUAL 'TOLERANCIA='
              IF WK-CTLPRM03-REC(12:4) NUMERIC
                 MOVE WK-CTLPRM03-REC(12:4) TO WK-TOLERANCIA
              ELSE
                 DISPLAY 'CTLGBTC3 - TOLERANCIA INVALIDA IGNORADA: '
                         WK-CTLPRM03-REC(12:4)
              END-IF
           ELSE
           IF WK-CTLPRM03-REC(1:15) EQUAL 'REPOSICAO-DIAS='
              IF WK-CTLPRM03-REC(16:3) NUMERIC
                 AND WK-CTLPRM03-REC(16:3) NOT EQUAL '000'
                 MOVE WK-CTLPRM03-REC(16:3) TO WK-DIAS-REPOSICAO
              ELSE
                 DISPLAY 'CTLGBTC3 - REPOSICAO-DIAS INVALIDO '
                         'IGNORADO: ' WK-CTLPRM03-REC(16:3)
              END-IF
           ELSE
           IF WK-CTLPRM03-REC NOT EQUAL SPACES
              DISPLAY 'CTLGBTC3 - PARAMETRO DESCONHECIDO: '
                      WK-CTLPRM03-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       070000-CALCULA-DATAS.
      *----------------------------------------------------------------*
           MOVE WK-DATA-REF    TO WK-CNV-DATA
           PERFORM 080000-CONVERTE-JULIANO
           MOVE WK-CNV-JULIANO TO WK-JUL-REF

      *    PRIMEIRO DIA EM QUE UMA REPOSICAO AINDA EXPLICA ENTRADA
           COMPUTE WK-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE ( WK-DATA-REF )
                   - WK-DIAS-REPOSICAO + 1
           COMPUTE WK-CNV-DATA =
                   FUNCTION DATE-OF-INTEGER ( WK-DIAS-INTEIRO )
           PERFORM 080000-CONVERTE-JULIANO
           MOVE WK-CNV-JULIANO TO WK-JUL-INICIO-REP

           MOVE WK-DATA-REF       TO WK-CAB-DATA
           MOVE WK-JUL-REF        TO WK-CAB-JULIANO
           MOVE WK-TOLERANCIA     TO WK-CAB-TOLERANCIA
           MOVE WK-DIAS-REPOSICAO TO WK-CAB-DIAS-REP
           DISPLAY WK-CABECALHO.

      *----------------------------------------------------------------*
       080000-CONVERTE-JULIANO.
      *----------------------------------------------------------------*
      * AAAAMMDD (WK-CNV-DATA) -> 0CYYDDD (WK-CNV-JULIANO), C = 0
      * PARA 19XX E 1 PARA 20XX, COMO O EIBDATE
      *----------------------------------------------------------------*
           COMPUTE WK-CNV-PRIMEIRO-DIA = WK-CNV-ANO * 10000 + 0101
           COMPUTE WK-CNV-DIA-ANO =
                   FUNCTION INTEGER-OF-DATE ( WK-CNV-DATA )
                 - FUNCTION INTEGER-OF-DATE ( WK-CNV-PRIMEIRO-DIA )
                 + 1
           DIVIDE WK-CNV-ANO BY 100 GIVING WK-CNV-SECULO
                  REMAINDER WK-CNV-ANO-SEC
           COMPUTE WK-CNV-JULIANO = ( WK-CNV-SECULO - 19 ) * 100000
                                  + WK-CNV-ANO-SEC * 1000
                                  + WK-CNV-DIA-ANO.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           OPEN INPUT CTLGLOG1

           IF WK-FS-CTLGLOG1 NOT EQUAL '00'
              DISPLAY 'CTLGBTC3 - ERRO AO ABRIR CTLGLOG1 FS='
                      WK-FS-CTLGLOG1
              MOVE 'S' TO WK-FIM-LOG
                          WK-FIM-ORD
              MOVE 12  TO WK-RETORNO
           ELSE
              OPEN INPUT CTLGORD1
              IF WK-FS-CTLGORD1 NOT EQUAL '00'
                 DISPLAY 'CTLGBTC3 - ERRO AO ABRIR CTLGORD1 FS='
                         WK-FS-CTLGORD1
                 CLOSE CTLGLOG1
                 MOVE 'S' TO WK-FIM-LOG
                             WK-FIM-ORD
                 MOVE 12  TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       150000-LER-CTLGLOG1.
      *----------------------------------------------------------------*
           IF NOT FIM-LOG
              READ CTLGLOG1 NEXT RECORD

              EVALUATE WK-FS-CTLGLOG1
                 WHEN '00'
                    ADD 1 TO WK-QT-LIDOS-LOG
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-LOG
                 WHEN OTHER
                    DISPLAY 'CTLGBTC3 - ERRO DE LEITURA CTLGLOG1 FS='
                            WK-FS-CTLGLOG1
                    MOVE 'S' TO WK-FIM-LOG
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF

           IF FIM-LOG
              MOVE HIGH-VALUES   TO WK-ITEM-LOG
           ELSE
              MOVE WK-LOG-ITEMID TO WK-ITEM-LOG
           END-IF.

      *----------------------------------------------------------------*
       160000-LER-CTLGORD1.
      *----------------------------------------------------------------*
           IF NOT FIM-ORD
      *       REGISTRO ANTERIOR A SITUACAO DO PEDIDO (93 BYTES) VOLTA
      *       FS 04 COM OS CAMPOS NOVOS EM BRANCO = CONFIRMADO
              MOVE SPACES TO WK-CTLGORD1-REC
              READ CTLGORD1 NEXT RECORD

              EVALUATE WK-FS-CTLGORD1
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO WK-QT-LIDOS-ORD
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ORD
                 WHEN OTHER
                    DISPLAY 'CTLGBTC3 - ERRO DE LEITURA CTLGORD1 FS='
                            WK-FS-CTLGORD1
                    MOVE 'S' TO WK-FIM-ORD
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF

           IF FIM-ORD
              MOVE HIGH-VALUES   TO WK-ITEM-ORD
           ELSE
              MOVE WK-ORD-ITEMID TO WK-ITEM-ORD
           END-IF.

      *----------------------------------------------------------------*
       200000-PROCESSAR-ITEM.
      *----------------------------------------------------------------*
      * O MENOR ITEM DOS DOIS ARQUIVOS; PRIMEIRO AS OBSERVACOES (QUE
      * DEFINEM A JANELA DO DIA), DEPOIS OS PEDIDOS DO MESMO ITEM
      *----------------------------------------------------------------*
           IF WK-ITEM-LOG LESS WK-ITEM-ORD
              MOVE WK-ITEM-LOG TO WK-ITEM-ATUAL
           ELSE
              MOVE WK-ITEM-ORD TO WK-ITEM-ATUAL
           END-IF

           MOVE ZEROS  TO WK-QT-OBS
                          WK-ESTOQUE-INI
                          WK-ESTOQUE-FIM
                          WK-HORA-INI
                          WK-HORA-FIM
                          WK-QT-PED-DIA
                          WK-QT-PED-JANELA
                          WK-PECAS-JANELA
           MOVE SPACES TO WK-DESCRICAO-ITEM
           MOVE 'N'    TO WK-TEM-REPOSICAO

           PERFORM 210000-ACUMULAR-OBSERVACAO
                   UNTIL WK-ITEM-LOG NOT EQUAL WK-ITEM-ATUAL
           PERFORM 220000-ACUMULAR-PEDIDO
                   UNTIL WK-ITEM-ORD NOT EQUAL WK-ITEM-ATUAL

           PERFORM 300000-CONCILIAR-ITEM.

      *----------------------------------------------------------------*
       210000-ACUMULAR-OBSERVACAO.
      *----------------------------------------------------------------*
           IF WK-LOG-DATE EQUAL WK-JUL-REF
              IF WK-QT-OBS EQUAL ZEROS
      *          PRIMEIRA OBSERVACAO DO DIA
                 MOVE WK-LOG-ESTOQUE   TO WK-ESTOQUE-INI
                 MOVE WK-LOG-TIME      TO WK-HORA-INI
                 MOVE WK-LOG-DESCRICAO TO WK-DESCRICAO-ITEM
              END-IF
              ADD 1 TO WK-QT-OBS
      *       A ULTIMA OBSERVACAO VAI SENDO ARRASTADA ATE A QUEBRA
              MOVE WK-LOG-ESTOQUE TO WK-ESTOQUE-FIM
              MOVE WK-LOG-TIME    TO WK-HORA-FIM
           END-IF

           PERFORM 150000-LER-CTLGLOG1.

      *----------------------------------------------------------------*
       220000-ACUMULAR-PEDIDO.
      *----------------------------------------------------------------*
      * SO PEDIDO CONFIRMADO E NAO CANCELADO CONTA. REPOSICAO
      * AUTOMATICA (ORIGEM 'A') E ENTRADA ESPERADA NA JANELA DE
      * REPOSICAO-DIAS; PEDIDO MANUAL E SAIDA, E SO EXPLICA O
      * MOVIMENTO SE CAIU ENTRE A PRIMEIRA E A ULTIMA OBSERVACAO
      *----------------------------------------------------------------*
           IF WK-ORD-RETCODE EQUAL ZEROS
              AND NOT ORD-CANCELADO
              IF ORD-REPOSICAO
                 IF WK-ORD-DATE NOT LESS WK-JUL-INICIO-REP
                    AND WK-ORD-DATE NOT GREATER WK-JUL-REF
                    MOVE 'S' TO WK-TEM-REPOSICAO
                 END-IF
              ELSE
                 IF WK-ORD-DATE EQUAL WK-JUL-REF
                    ADD 1 TO WK-QT-PED-DIA
                    IF WK-ORD-TIME GREATER WK-HORA-INI
                       AND WK-ORD-TIME NOT GREATER WK-HORA-FIM
                       ADD 1                 TO WK-QT-PED-JANELA
                       ADD WK-ORD-QUANTIDADE TO WK-PECAS-JANELA
                    END-IF
                 END-IF
              END-IF
           END-IF

           PERFORM 160000-LER-CTLGORD1.

      *----------------------------------------------------------------*
       300000-CONCILIAR-ITEM.
      *----------------------------------------------------------------*
      * MOVIMENTO NAO EXPLICADO = (FIM - INICIO) + PECAS PEDIDAS NA
      * JANELA; NEGATIVO E QUEBRA, POSITIVO E ENTRADA
      *----------------------------------------------------------------*
           IF WK-QT-OBS LESS 2
              IF WK-QT-OBS EQUAL 1
                 OR WK-QT-PED-DIA GREATER ZEROS
                 ADD 1 TO WK-QT-NAO-CONCILIADOS
              END-IF
           ELSE
              ADD 1 TO WK-QT-CONCILIADOS
              COMPUTE WK-NAO-EXPLICADO = WK-ESTOQUE-FIM
                                       - WK-ESTOQUE-INI
                                       + WK-PECAS-JANELA
              IF WK-NAO-EXPLICADO LESS ZEROS
                 COMPUTE WK-NAO-EXPLICADO-ABS = 0 - WK-NAO-EXPLICADO
                 IF WK-NAO-EXPLICADO-ABS GREATER WK-TOLERANCIA
                    ADD 1 TO WK-QT-QUEBRAS
                    MOVE 'QUEBRA'              TO WK-LIN-CLASSE
                    PERFORM 400000-EMITIR-EXCECAO
                 END-IF
              ELSE
                 IF WK-NAO-EXPLICADO GREATER WK-TOLERANCIA
                    AND NOT TEM-REPOSICAO
                    ADD 1 TO WK-QT-ENTRADAS
                    MOVE 'ENTRADA S/REPOSICAO' TO WK-LIN-CLASSE
                    PERFORM 400000-EMITIR-EXCECAO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       400000-EMITIR-EXCECAO.
      *----------------------------------------------------------------*
           MOVE WK-ITEM-ATUAL       TO WK-LIN-ITEM
           MOVE WK-ESTOQUE-INI      TO WK-LIN-EST-INI
           MOVE WK-ESTOQUE-FIM      TO WK-LIN-EST-FIM
           MOVE WK-HORA-INI         TO WK-LIN-HORA-INI
           MOVE WK-HORA-FIM         TO WK-LIN-HORA-FIM
           MOVE WK-QT-PED-JANELA    TO WK-LIN-PEDIDOS
           MOVE WK-PECAS-JANELA     TO WK-LIN-PECAS
           MOVE WK-NAO-EXPLICADO    TO WK-LIN-NAO-EXPL
           MOVE WK-DESCRICAO-ITEM   TO WK-LIN-DESC

           DISPLAY WK-LINHA-EXCECAO.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           IF WK-RETORNO LESS 12
              CLOSE CTLGLOG1
                    CTLGORD1
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS-LOG       TO WK-REL-LIDOS-LOG
           MOVE WK-QT-LIDOS-ORD       TO WK-REL-LIDOS-ORD
           MOVE WK-QT-CONCILIADOS     TO WK-REL-CONCILIA
           MOVE WK-QT-NAO-CONCILIADOS TO WK-REL-NAO-CONC
           MOVE WK-QT-QUEBRAS         TO WK-REL-QUEBRAS
           MOVE WK-QT-ENTRADAS        TO WK-REL-ENTRADAS

           DISPLAY WK-RELATORIO.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO WK-RUNREG-MODO
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'              TO WK-RUNREG-MODO
           COMPUTE WK-RUNREG-QT-ENTRADA = WK-QT-LIDOS-LOG
                                        + WK-QT-LIDOS-ORD
           COMPUTE WK-RUNREG-QT-SAIDA   = WK-QT-QUEBRAS
                                        + WK-QT-ENTRADAS
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.
