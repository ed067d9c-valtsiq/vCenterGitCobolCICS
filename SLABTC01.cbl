      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. SLABTC01
      * Tipo    .............. Batch (mensal)
      * Finalidade ........... placar MENSAL de nivel de servico por
      *                        servico de negocio - CEP, BIN, EXTRATO,
      *                        CATALOGO e DRIVER - reunindo num
      *                        relatorio so o que hoje sai de cinco:
      *                          disponibilidade e tempo de resposta
      *                            das sondas (PRBHST01, PRBMON01) -
      *                            CEP, BIN e EXTRATO
      *                          disponibilidade da API (pings do
      *                            VSRSPING no VSRSHST1) - CATALOGO
      *                          tempos do driver (XPTOTMG1, XPTO9999)
      *                            contra o alvo - DRIVER; chamada com
      *                            COD-RET 08 (LINK falhou) conta como
      *                            indisponibilidade
      *                          alertas abertos no mes e tempo ate o
      *                            reconhecimento (ALRVSA01)
      *                          minutos de manutencao programada
      *                            (janelas do SUPVSA01) - amostra
      *                            colhida dentro de janela que cobre
      *                            o servico ('*' ou uma das classes
      *                            dele) NAO entra na disponibilidade
      *                          jobs batch do servico (prefixo do
      *                            programa) que terminaram com CC
      *                            acima de 04 ou nao registraram fim
      *                            (RUNHST01)
      *                        Cada servico recebe o veredito ATINGIU
      *                        ou NAO ATINGIU contra as metas (SLO) do
      *                        PRMVSA01, programa 'SLABTC01',
      *                        parametro = codigo do servico (CEP,
      *                        BIN, EXT, CAT, DRV) + sufixo:
      *                          xxxDISP  disponibilidade minima em
      *                                   centesimos de % (9950 =
      *                                   99,50% - default)
      *                          xxxMS    tempo medio maximo em ms
      *                                   (default 1000)
      *                          xxxACK   media maxima ate o
      *                                   reconhecimento em minutos
      *                                   (default 30)
      *                          xxxJOBS  jobs com falha tolerados
      *                                   (default 0)
      *                          xxxCLAS  classes de alerta do servico
      *                                   (ate 4 x 8 posicoes,
      *                                   substitui as do codigo)
      *                        Servico sem amostra, alerta nem job no
      *                        mes sai SEM DADOS. O resultado do mes
      *                        e gravado (regravado na re-execucao) no
      *                        VSAM SLAHST01 e comparado com os tres
      *                        meses anteriores lidos de la.
      *                        Condicao de termino: 0 = todos os
      *                        servicos atingiram; 4 = algum servico
      *                        nao atingiu ou alguma fonte estava
      *                        indisponivel; 8 = erro de leitura ou
      *                        de gravacao do historico
      *                        Parametro (cartao SLAPRM01, opcional):
      *                          MES=AAAAMM (ausente = mes anterior ao
      *                          da execucao)
      * DSnames .............. B090290.PRBHST01 (sondas, entrada)
      *                        B090290.VSRSHST1 (pings, entrada)
      *                        B090290.XPTOTMG1 (driver, entrada)
      *                        B090290.ALRVSA01 (alertas, entrada)
      *                        B090290.SUPVSA01 (janelas, entrada)
      *                        B090290.RUNHST01 (execucoes, entrada)
      *                        B090290.PRMVSA01 (metas, entrada)
      *                        B090290.SLAHST01 (historico mensal)
      *                        B090290.SLAPRM01 (parametro, opcional)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SLABTC01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT PRBHST01  ASSIGN TO PRBHST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-PRB-CHAVE
                  FILE STATUS  IS WK-FS-PRBHST01.

           SELECT VSRSHST1  ASSIGN TO VSRSHST1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-HST-CHAVE
                  FILE STATUS  IS WK-FS-VSRSHST1.

           SELECT XPTOTMG1  ASSIGN TO XPTOTMG1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-TMG-CHAVE
                  FILE STATUS  IS WK-FS-XPTOTMG1.

           SELECT ALRVSA01  ASSIGN TO ALRVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-ALR-CHAVE
                  FILE STATUS  IS WK-FS-ALRVSA01.

           SELECT SUPVSA01  ASSIGN TO SUPVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-SUP-CHAVE
                  FILE STATUS  IS WK-FS-SUPVSA01.

           SELECT RUNHST01  ASSIGN TO RUNHST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-RUN-CHAVE
                  FILE STATUS  IS WK-FS-RUNHST01.

           SELECT PRMVSA01  ASSIGN TO PRMVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-PRM-CHAVE
                  FILE STATUS  IS WK-FS-PRMVSA01.

           SELECT SLAHST01  ASSIGN TO SLAHST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-SLA-CHAVE
                  FILE STATUS  IS WK-FS-SLAHST01.

           SELECT SLAPRM01   ASSIGN TO SLAPRM01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-SLAPRM01.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO PRBMON01 - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  PRBHST01.
       01  WK-PRBHST01-REC.
           03 WK-PRB-CHAVE.
              05 WK-PRB-DATA             PIC X(008).
              05 WK-PRB-HORA             PIC X(006).
              05 WK-PRB-SERVICO          PIC X(008).
           03 WK-PRB-RESULTADO           PIC X(002).
           03 WK-PRB-ELAPSED-MS          PIC 9(009).
           03 WK-PRB-DETALHE             PIC X(020).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO VSRSPING - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  VSRSHST1.
       01  WK-VSRSHST1-REC.
           03 WK-HST-CHAVE.
              05 WK-HST-DATA             PIC X(010).
              05 WK-HST-HORA             PIC X(008).
              05 WK-HST-TASKN            PIC 9(007).
           03 WK-HST-STATUS              PIC X(002).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO XPTO9999 - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  XPTOTMG1.
       01  WK-XPTOTMG1-REC.
           05 WK-TMG-CHAVE.
              10 WK-TMG-DATA             PIC  X(008).
              10 WK-TMG-GRUPO            PIC  X(003).
              10 WK-TMG-SERVICO          PIC  X(006).
              10 WK-TMG-TASKN            PIC  9(007).
           05 WK-TMG-HORA                PIC  X(008).
           05 WK-TMG-ELAPSED-MS          PIC  9(009).
           05 WK-TMG-COD-RET             PIC  9(002).
           05 WK-TMG-VERSAO              PIC  X(001).
           05 WK-TMG-PROGRAMA            PIC  X(008).

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

      *----------------------------------------------------------------*
      *   MESMO LAYOUT MANTIDO PELO SUPMNT01 - MANTER SINCRONIZADO
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

      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO RUNREG01 - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  RUNHST01.
       01  WK-RUNHST01-REC.
           05 WK-RUN-CHAVE.
              10 WK-RUN-CICLO               PIC  X(008).
              10 WK-RUN-PROGRAMA            PIC  X(008).
           05 WK-RUN-INICIO                 PIC  X(014).
           05 WK-RUN-FIM                    PIC  X(014).
           05 WK-RUN-QT-ENTRADA             PIC  9(009).
           05 WK-RUN-QT-SAIDA               PIC  9(009).
           05 WK-RUN-QT-REJEIT              PIC  9(009).
           05 WK-RUN-COND-CODE              PIC  9(002).
           05 WK-RUN-SITUACAO               PIC  X(001).
              88 WK-RUN-EXECUTANDO                   VALUE 'E'.
              88 WK-RUN-CONCLUIDO                    VALUE 'C'.

      *----------------------------------------------------------------*
      *   PRMVSA01 - MESMO LAYOUT DO PRMMNT01/PRMLER01 (SO A PARTE
      *   LIDA AQUI: AS METAS DO PROPRIO SLABTC01)
      *----------------------------------------------------------------*
       FD  PRMVSA01.
       01  WK-PRMVSA01-REC.
           05 WK-PRM-CHAVE.
              10 WK-PRM-PROGRAMA            PIC  X(008).
              10 WK-PRM-PARAMETRO           PIC  X(008).
           05 WK-PRM-VALOR                  PIC  X(048).
           05 FILLER                        PIC  X(062).

      *----------------------------------------------------------------*
      *   HISTORICO DO PLACAR - UM REGISTRO POR SERVICO E MES,
      *   REGRAVADO NA RE-EXECUCAO DO MESMO MES.
      *   VEREDITO: 'A' ATINGIU, 'N' NAO ATINGIU, 'S' SEM DADOS
      *----------------------------------------------------------------*
       FD  SLAHST01.
       01  WK-SLAHST01-REC.
           05 WK-SLA-CHAVE.
              10 WK-SLA-SERVICO             PIC  X(008).
              10 WK-SLA-MES                 PIC  X(006).
           05 WK-SLA-DISP                   PIC  9(003)V99.
           05 WK-SLA-MEDIA-MS               PIC  9(009).
           05 WK-SLA-ALERTAS                PIC  9(007).
           05 WK-SLA-MEDIA-ACK              PIC  9(007).
           05 WK-SLA-MANUT-MIN              PIC  9(007).
           05 WK-SLA-JOBS                   PIC  9(005).
           05 WK-SLA-VEREDITO               PIC  X(001).
           05 WK-SLA-GERADO-EM              PIC  X(014).
           05 FILLER                        PIC  X(031).

       FD  SLAPRM01
           RECORDING MODE IS F.
       01  WK-SLAPRM01-REC               PIC  X(080).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-PRBHST01                    PIC  X(002) VALUE '00'.
       01 WK-FS-VSRSHST1                    PIC  X(002) VALUE '00'.
       01 WK-FS-XPTOTMG1                    PIC  X(002) VALUE '00'.
       01 WK-FS-ALRVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-SUPVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-RUNHST01                    PIC  X(002) VALUE '00'.
       01 WK-FS-PRMVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-SLAHST01                    PIC  X(002) VALUE '00'.
       01 WK-FS-SLAPRM01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-HST-DISPONIVEL                 PIC  X(001) VALUE 'N'.
           88 HST-DISPONIVEL                            VALUE 'S'.
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
                                            'SLABTC01'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   MES DO PLACAR (AAAAMM) - DEFAULT = MES ANTERIOR. LIMITES DO
      *   MES EM AAAAMMDDHHMMSS E OS TRES MESES DE COMPARACAO
      *----------------------------------------------------------------*
       01 WK-DATA-HOJE.
          05 WK-HOJE-AAAA                   PIC  9(004).
          05 WK-HOJE-MM                     PIC  9(002).
          05 WK-HOJE-DD                     PIC  9(002).
       01 WK-HORA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-MES.
          05 WK-MES-AAAA                    PIC  9(004) VALUE ZEROS.
          05 WK-MES-MM                      PIC  9(002) VALUE ZEROS.
       01 WK-MES-CARTAO.
          05 WK-MES-CARTAO-AAAA             PIC  X(004).
          05 WK-MES-CARTAO-MM               PIC  X(002).
       01 WK-MES-SEGUINTE.
          05 WK-SEG-AAAA                    PIC  9(004) VALUE ZEROS.
          05 WK-SEG-MM                      PIC  9(002) VALUE ZEROS.
       01 WK-MES-CALC.
          05 WK-CALC-AAAA                   PIC  9(004) VALUE ZEROS.
          05 WK-CALC-MM                     PIC  9(002) VALUE ZEROS.
       01 WK-TAB-MESES-ANT.
          05 WK-MES-ANT OCCURS 3 TIMES      PIC  X(006).
       01 WK-MES-INICIO                     PIC  X(014) VALUE SPACES.
       01 WK-MES-FIM                        PIC  X(014) VALUE SPACES.
       01 WK-MIN-MES-INICIO                 PIC S9(011) COMP-3
                                            VALUE +0.
       01 WK-MIN-MES-FIM                    PIC S9(011) COMP-3
                                            VALUE +0.

      *----------------------------------------------------------------*
      *   CONVERSAO DE INSTANTE AAAAMMDDHHMMSS EM MINUTO ABSOLUTO
      *----------------------------------------------------------------*
       01 WK-INSTANTE.
          05 WK-INS-DATA                    PIC  9(008).
          05 WK-INS-HH                      PIC  9(002).
          05 WK-INS-MI                      PIC  9(002).
          05 WK-INS-SS                      PIC  9(002).
       01 WK-INSTANTE-X REDEFINES WK-INSTANTE
                                            PIC  X(014).
       01 WK-MINUTO-ABS                     PIC S9(011) COMP-3
                                            VALUE +0.
       01 WK-MIN-INICIO                     PIC S9(011) COMP-3
                                            VALUE +0.
       01 WK-MIN-FIM                        PIC S9(011) COMP-3
                                            VALUE +0.
       01 WK-AMOSTRA                        PIC  X(014) VALUE SPACES.
       01 WK-EM-JANELA                      PIC  X(001) VALUE 'N'.
           88 EM-JANELA                                 VALUE 'S'.

      *----------------------------------------------------------------*
      *   SERVICOS DE NEGOCIO DO PLACAR:
      *     CODIGO (PREFIXO DOS PARAMETROS NO PRMVSA01), NOME,
      *     FONTE DA DISPONIBILIDADE (P = SONDA PRBHST01, V = PING
      *     VSRSHST1, X = DRIVER XPTOTMG1), SONDA (SERVICO NO
      *     PRBHST01 - TAMBEM PROCURADO NO TEXTO DOS ALERTAS DO
      *     PRBMON01), ATE DOIS PREFIXOS DE JOB BATCH (COM O
      *     TAMANHO) E AS CLASSES DE ALERTA DEFAULT (4 X 8)
      *----------------------------------------------------------------*
       01 WK-TAB-SERVICOS-INI.
          03 FILLER              PIC X(020) VALUE
             'CEPCEP     PCEPCICS1'.
          03 FILLER              PIC X(016) VALUE
             'CEPBTC 6       0'.
          03 FILLER              PIC X(032) VALUE
             'CEPCICS1KEPI    CEPAPI01        '.
          03 FILLER              PIC X(020) VALUE
             'BINBIN     PCIEBIN02'.
          03 FILLER              PIC X(016) VALUE
             'CIEBTC 6       0'.
          03 FILLER              PIC X(032) VALUE
             'CIEBIN02CIEBIN03                '.
          03 FILLER              PIC X(020) VALUE
             'EXTEXTRATO PPROD0001'.
          03 FILLER              PIC X(016) VALUE
             'ACCBTC 6       0'.
          03 FILLER              PIC X(032) VALUE
             'PROD0001ACCM1MNT                '.
          03 FILLER              PIC X(020) VALUE
             'CATCATALOGOVVSRSPING'.
          03 FILLER              PIC X(016) VALUE
             'CTLGBTC7VSRSBTC7'.
          03 FILLER              PIC X(032) VALUE
             'VSRSPINGKSPG    KTLM    KTLX    '.
          03 FILLER              PIC X(020) VALUE
             'DRVDRIVER  XXPTO9999'.
          03 FILLER              PIC X(016) VALUE
             'XPTOBTC7       0'.
          03 FILLER              PIC X(032) VALUE
             'XPTO9999XPTOBK98                '.
       01 WK-TAB-SERVICOS REDEFINES WK-TAB-SERVICOS-INI.
          03 WK-SRV OCCURS 5 TIMES.
             05 WK-SRV-CODIGO              PIC  X(003).
             05 WK-SRV-NOME                PIC  X(008).
             05 WK-SRV-FONTE               PIC  X(001).
             05 WK-SRV-SONDA               PIC  X(008).
             05 WK-SRV-PREF-1              PIC  X(007).
             05 WK-SRV-TAM-1               PIC  9(001).
             05 WK-SRV-PREF-2              PIC  X(007).
             05 WK-SRV-TAM-2               PIC  9(001).
             05 WK-SRV-CLASSES             PIC  X(032).
             05 WK-SRV-CLASSES-RED REDEFINES WK-SRV-CLASSES.
                07 WK-SRV-CLASSE           PIC  X(008) OCCURS 4 TIMES.

      *----------------------------------------------------------------*
      *   METAS POR SERVICO (PRMVSA01 OU DEFAULT DO CODIGO)
      *----------------------------------------------------------------*
       01 WK-DEF-DISP                       PIC  9(003)V99 VALUE 99.50.
       01 WK-DEF-MS                         PIC  9(006) VALUE 1000.
       01 WK-DEF-ACK                        PIC  9(005) VALUE 30.
       01 WK-DEF-JOBS                       PIC  9(003) VALUE ZEROS.
       01 WK-TAB-METAS.
          03 WK-META OCCURS 5 TIMES.
             05 WK-META-DISP               PIC  9(003)V99.
             05 WK-META-MS                 PIC  9(006).
             05 WK-META-ACK                PIC  9(005).
             05 WK-META-JOBS               PIC  9(003).
       01 WK-PRM-CENTESIMOS                 PIC  9(004) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   JANELAS DE MANUTENCAO QUE CRUZAM O MES (ATE 200) E, POR
      *   SERVICO, SE A JANELA O COBRE ('S'/'N')
      *----------------------------------------------------------------*
       01 WK-QT-JANELAS                     PIC S9(004) COMP VALUE +0.
       01 WK-TAB-JANELAS.
          05 WK-JAN OCCURS 200 TIMES.
             10 WK-JAN-ID                   PIC  X(008).
             10 WK-JAN-INICIO               PIC  X(014).
             10 WK-JAN-FIM                  PIC  X(014).
             10 WK-JAN-CLASSES              PIC  X(032).
             10 WK-JAN-CLASSES-RED REDEFINES WK-JAN-CLASSES.
                15 WK-JAN-CLASSE            PIC  X(008) OCCURS 4 TIMES.
             10 WK-JAN-COBRE                PIC  X(001) OCCURS 5 TIMES.

      *----------------------------------------------------------------*
      *   APURACAO DO MES POR SERVICO
      *----------------------------------------------------------------*
       01 WK-TAB-APURACAO.
          03 WK-APU OCCURS 5 TIMES.
             05 WK-APU-AMOSTRAS            PIC S9(009) COMP.
             05 WK-APU-OK                  PIC S9(009) COMP.
             05 WK-APU-EXCLUIDAS           PIC S9(009) COMP.
             05 WK-APU-QT-MS               PIC S9(009) COMP.
             05 WK-APU-SOMA-MS             PIC S9(015) COMP-3.
             05 WK-APU-MAX-MS              PIC S9(009) COMP.
             05 WK-APU-ACIMA-ALVO          PIC S9(009) COMP.
             05 WK-APU-ALERTAS             PIC S9(009) COMP.
             05 WK-APU-RECONHEC            PIC S9(009) COMP.
             05 WK-APU-ABERTOS             PIC S9(009) COMP.
             05 WK-APU-SOMA-ACK            PIC S9(011) COMP-3.
             05 WK-APU-MANUT-MIN           PIC S9(009) COMP.
             05 WK-APU-JOBS                PIC S9(005) COMP.

      *----------------------------------------------------------------*
      *   INDICES E AREAS DE CALCULO
      *----------------------------------------------------------------*
       01 WK-IDX-SRV                        PIC S9(004) COMP VALUE +0.
       01 WK-IDX-ACHOU                      PIC S9(004) COMP VALUE +0.
       01 WK-IDX-JAN                        PIC S9(004) COMP VALUE +0.
       01 WK-IDX-CLS                        PIC S9(004) COMP VALUE +0.
       01 WK-IDX-ANT                        PIC S9(004) COMP VALUE +0.
       01 WK-QT-OCORR                       PIC S9(004) COMP VALUE +0.
       01 WK-MINUTOS                        PIC S9(009) COMP VALUE +0.
       01 WK-TEMPO-MS                       PIC S9(009) COMP VALUE +0.
       01 WK-QT-FALHAS                      PIC S9(009) COMP VALUE +0.
       01 WK-DISP                           PIC  9(003)V99 VALUE ZEROS.
       01 WK-MEDIA-MS                       PIC  9(009) VALUE ZEROS.
       01 WK-MEDIA-ACK                      PIC  9(007) VALUE ZEROS.
       01 WK-VEREDITO                       PIC  X(001) VALUE SPACES.
           88 VEREDITO-ATINGIU                          VALUE 'A'.
           88 VEREDITO-NAO-ATINGIU                      VALUE 'N'.
           88 VEREDITO-SEM-DADOS                        VALUE 'S'.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-ATINGIU                  PIC  9(003) VALUE ZEROS.
          05 WK-QT-NAO-ATINGIU              PIC  9(003) VALUE ZEROS.
          05 WK-QT-SEM-DADOS                PIC  9(003) VALUE ZEROS.
          05 WK-QT-JOBS-FALHOS              PIC  9(005) VALUE ZEROS.

       01 WK-LINHA-CABEC.
          05 FILLER           PIC X(011) VALUE 'SLABTC01 - '.
          05 FILLER           PIC X(037) VALUE
             'PLACAR DE NIVEL DE SERVICO - MES '.
          05 WK-CAB-MES       PIC X(006).

       01 WK-LINHA-JOB.
          05 FILLER           PIC X(011) VALUE 'SLABTC01 - '.
          05 FILLER           PIC X(011) VALUE 'JOB FALHO: '.
          05 WK-LJB-SERVICO   PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LJB-CICLO     PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LJB-PROGRAMA  PIC X(008).
          05 FILLER           PIC X(004) VALUE ' CC='.
          05 WK-LJB-CC        PIC 99.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LJB-OBS       PIC X(016).

       01 WK-LINHA-SERVICO.
          05 FILLER           PIC X(011) VALUE 'SLABTC01 - '.
          05 FILLER           PIC X(012) VALUE '*** SERVICO '.
          05 WK-LSV-NOME      PIC X(008).
          05 FILLER           PIC X(012) VALUE ' VEREDITO: '.
          05 WK-LSV-VEREDITO  PIC X(012).

       01 WK-LINHA-DISP.
          05 FILLER           PIC X(011) VALUE 'SLABTC01 - '.
          05 FILLER           PIC X(014) VALUE '   DISPONIB.= '.
          05 WK-LDP-DISP      PIC ZZ9.99.
          05 FILLER           PIC X(008) VALUE '% (META '.
          05 WK-LDP-META      PIC ZZ9.99.
          05 FILLER           PIC X(012) VALUE '%) AMOSTRAS='.
          05 WK-LDP-AMOSTRAS  PIC ZZZ,ZZ9.
          05 FILLER           PIC X(008) VALUE ' FALHAS='.
          05 WK-LDP-FALHAS    PIC ZZZ,ZZ9.
          05 FILLER           PIC X(013) VALUE ' EM JANELA='.
          05 WK-LDP-EXCLUIDAS PIC ZZZ,ZZ9.
          05 FILLER           PIC X(016) VALUE ' MANUTENCAO MIN='.
          05 WK-LDP-MANUT     PIC ZZZ,ZZ9.

       01 WK-LINHA-TEMPO.
          05 FILLER           PIC X(011) VALUE 'SLABTC01 - '.
          05 FILLER           PIC X(016) VALUE '   TEMPO MEDIO= '.
          05 WK-LTP-MEDIA     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(009) VALUE ' MS (META'.
          05 WK-LTP-META      PIC ZZZ,ZZ9.
          05 FILLER           PIC X(007) VALUE ') MAX= '.
          05 WK-LTP-MAXIMO    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(013) VALUE ' ACIMA META= '.
          05 WK-LTP-ACIMA     PIC ZZZ,ZZ9.

       01 WK-LINHA-ALERTAS.
          05 FILLER           PIC X(011) VALUE 'SLABTC01 - '.
          05 FILLER           PIC X(012) VALUE '   ALERTAS= '.
          05 WK-LAL-ALERTAS   PIC ZZZ,ZZ9.
          05 FILLER           PIC X(011) VALUE ' RECONHEC.='.
          05 WK-LAL-RECONHEC  PIC ZZZ,ZZ9.
          05 FILLER           PIC X(009) VALUE ' ABERTOS='.
          05 WK-LAL-ABERTOS   PIC ZZZ,ZZ9.
          05 FILLER           PIC X(011) VALUE ' MEDIA MIN='.
          05 WK-LAL-MEDIA     PIC ZZZ,ZZ9.
          05 FILLER           PIC X(007) VALUE ' (META'.
          05 WK-LAL-META      PIC ZZ,ZZ9.
          05 FILLER           PIC X(001) VALUE ')'.

       01 WK-LINHA-JOBS.
          05 FILLER           PIC X(011) VALUE 'SLABTC01 - '.
          05 FILLER           PIC X(021) VALUE
             '   JOBS COM FALHA.= '.
          05 WK-LJS-JOBS      PIC ZZ,ZZ9.
          05 FILLER           PIC X(012) VALUE ' (TOLERADOS'.
          05 WK-LJS-META      PIC ZZ9.
          05 FILLER           PIC X(001) VALUE ')'.

       01 WK-LINHA-HIST.
          05 FILLER           PIC X(011) VALUE 'SLABTC01 - '.
          05 FILLER           PIC X(003) VALUE SPACES.
          05 WK-LHS-MES       PIC X(006).
          05 FILLER           PIC X(007) VALUE ' DISP= '.
          05 WK-LHS-DISP      PIC ZZ9.99.
          05 FILLER           PIC X(006) VALUE '% MS= '.
          05 WK-LHS-MS        PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(010) VALUE ' ALERTAS= '.
          05 WK-LHS-ALERTAS   PIC ZZZ,ZZ9.
          05 FILLER           PIC X(007) VALUE ' JOBS= '.
          05 WK-LHS-JOBS      PIC ZZ,ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LHS-VEREDITO  PIC X(012).

       01 WK-LINHA-SEM-HIST.
          05 FILLER           PIC X(011) VALUE 'SLABTC01 - '.
          05 FILLER           PIC X(003) VALUE SPACES.
          05 WK-LSH-MES       PIC X(006).
          05 FILLER           PIC X(018) VALUE ' --- SEM HISTORICO'.

       01 WK-RELATORIO.
          05 FILLER           PIC X(020) VALUE
             'SLABTC01 - SERVICOS'.
          05 FILLER           PIC X(010) VALUE ' ATINGIU='.
          05 WK-REL-ATINGIU   PIC ZZ9.
          05 FILLER           PIC X(015) VALUE ' NAO ATINGIU='.
          05 WK-REL-NAO       PIC ZZ9.
          05 FILLER           PIC X(013) VALUE ' SEM DADOS='.
          05 WK-REL-SEM       PIC ZZ9.
          05 FILLER           PIC X(015) VALUE ' JOBS FALHOS='.
          05 WK-REL-JOBS      PIC ZZ,ZZ9.

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
           PERFORM 045000-LIMITES-DO-MES
           PERFORM 070000-LER-METAS

           MOVE WK-MES TO WK-CAB-MES
           DISPLAY WK-LINHA-CABEC

           PERFORM 100000-CARREGA-JANELAS
           PERFORM 200000-APURA-SONDAS
           PERFORM 250000-APURA-PINGS
           PERFORM 300000-APURA-DRIVER
           PERFORM 350000-APURA-ALERTAS
           PERFORM 400000-APURA-JOBS

           PERFORM 600000-ABRIR-HISTORICO
           PERFORM 650000-AVALIA-SERVICO
                   VARYING WK-IDX-SRV FROM 1 BY 1
                   UNTIL WK-IDX-SRV GREATER 5
           PERFORM 900000-FECHAR-HISTORICO
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
           MOVE 5                TO WK-RUNREG-QT-SAIDA
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       040000-MES-DEFAULT.
      *----------------------------------------------------------------*
           INITIALIZE WK-TAB-APURACAO

           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WK-HORA-HOJE FROM TIME

           IF WK-HOJE-MM EQUAL 01
              COMPUTE WK-MES-AAAA = WK-HOJE-AAAA - 1
              MOVE 12 TO WK-MES-MM
           ELSE
              MOVE WK-HOJE-AAAA TO WK-MES-AAAA
              COMPUTE WK-MES-MM = WK-HOJE-MM - 1
           END-IF.

      *----------------------------------------------------------------*
       045000-LIMITES-DO-MES.
      *----------------------------------------------------------------*
      * O MES VAI DE DIA 01 00:00:00 ATE (EXCLUSIVE) DIA 01 00:00:00
      * DO MES SEGUINTE; OS TRES ANTERIORES SAO OS DA COMPARACAO
      *----------------------------------------------------------------*
           IF WK-MES-MM EQUAL 12
              COMPUTE WK-SEG-AAAA = WK-MES-AAAA + 1
              MOVE 01 TO WK-SEG-MM
           ELSE
              MOVE WK-MES-AAAA TO WK-SEG-AAAA
              COMPUTE WK-SEG-MM = WK-MES-MM + 1
           END-IF

           MOVE WK-MES          TO WK-MES-INICIO(1:6)
           MOVE '01000000'      TO WK-MES-INICIO(7:8)
           MOVE WK-MES-SEGUINTE TO WK-MES-FIM(1:6)
           MOVE '01000000'      TO WK-MES-FIM(7:8)

           MOVE WK-MES-INICIO TO WK-INSTANTE-X
           PERFORM 080000-CALCULA-MINUTO
           MOVE WK-MINUTO-ABS TO WK-MIN-MES-INICIO
           MOVE WK-MES-FIM    TO WK-INSTANTE-X
           PERFORM 080000-CALCULA-MINUTO
           MOVE WK-MINUTO-ABS TO WK-MIN-MES-FIM

           MOVE WK-MES TO WK-MES-CALC
           PERFORM 046000-MES-ANTERIOR
                   VARYING WK-IDX-ANT FROM 1 BY 1
                   UNTIL WK-IDX-ANT GREATER 3.

      *----------------------------------------------------------------*
       046000-MES-ANTERIOR.
      *----------------------------------------------------------------*
           IF WK-CALC-MM EQUAL 01
              SUBTRACT 1 FROM WK-CALC-AAAA
              MOVE 12 TO WK-CALC-MM
           ELSE
              SUBTRACT 1 FROM WK-CALC-MM
           END-IF
           MOVE WK-MES-CALC TO WK-MES-ANT(WK-IDX-ANT).

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT SLAPRM01

           IF WK-FS-SLAPRM01 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE SLAPRM01
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ SLAPRM01

           IF WK-FS-SLAPRM01 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-SLAPRM01-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-SLAPRM01-REC(1:4) EQUAL 'MES='
              MOVE WK-SLAPRM01-REC(5:6) TO WK-MES-CARTAO
              IF WK-MES-CARTAO-AAAA NUMERIC
                 AND WK-MES-CARTAO-MM NUMERIC
                 AND WK-MES-CARTAO-MM GREATER '00'
                 AND WK-MES-CARTAO-MM NOT GREATER '12'
                 MOVE WK-MES-CARTAO TO WK-MES
              ELSE
                 DISPLAY 'SLABTC01 - MES INVALIDO, MANTIDO ' WK-MES
              END-IF
           ELSE
           IF WK-SLAPRM01-REC NOT EQUAL SPACES
              DISPLAY 'SLABTC01 - PARAMETRO DESCONHECIDO: '
                      WK-SLAPRM01-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       070000-LER-METAS.
      *----------------------------------------------------------------*
      * METAS DO PRMVSA01 (PROGRAMA 'SLABTC01'); SEM O ARQUIVO OU SEM
      * O PARAMETRO VALE O DEFAULT DO CODIGO
      *----------------------------------------------------------------*
           PERFORM 071000-META-DEFAULT
                   VARYING WK-IDX-SRV FROM 1 BY 1
                   UNTIL WK-IDX-SRV GREATER 5

           OPEN INPUT PRMVSA01

           IF WK-FS-PRMVSA01 NOT EQUAL '00'
              DISPLAY 'SLABTC01 - SEM PRMVSA01 (FS=' WK-FS-PRMVSA01
                      ') - METAS DEFAULT PARA TODOS OS SERVICOS'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              PERFORM 075000-LER-META-SERVICO
                      VARYING WK-IDX-SRV FROM 1 BY 1
                      UNTIL WK-IDX-SRV GREATER 5
              CLOSE PRMVSA01
           END-IF.

      *----------------------------------------------------------------*
       071000-META-DEFAULT.
      *----------------------------------------------------------------*
           MOVE WK-DEF-DISP TO WK-META-DISP(WK-IDX-SRV)
           MOVE WK-DEF-MS   TO WK-META-MS(WK-IDX-SRV)
           MOVE WK-DEF-ACK  TO WK-META-ACK(WK-IDX-SRV)
           MOVE WK-DEF-JOBS TO WK-META-JOBS(WK-IDX-SRV).

      *----------------------------------------------------------------*
       075000-LER-META-SERVICO.
      *----------------------------------------------------------------*
      * REGISTRO ANTERIOR AO CRESCIMENTO DO LAYOUT (FILE STATUS '04')
      * E ACEITO - SO O VALOR INTERESSA AQUI, LIMPO ANTES DO READ
      *----------------------------------------------------------------*
           MOVE 'SLABTC01'               TO WK-PRM-PROGRAMA
           MOVE SPACES                   TO WK-PRM-PARAMETRO
           MOVE WK-SRV-CODIGO(WK-IDX-SRV) TO WK-PRM-PARAMETRO(1:3)
           MOVE 'DISP'                   TO WK-PRM-PARAMETRO(4:4)
           MOVE SPACES                   TO WK-PRM-VALOR
           READ PRMVSA01
           IF (WK-FS-PRMVSA01 EQUAL '00' OR '04')
                 AND WK-PRM-VALOR(1:4) NUMERIC
              MOVE WK-PRM-VALOR(1:4) TO WK-PRM-CENTESIMOS
              COMPUTE WK-META-DISP(WK-IDX-SRV) =
                      WK-PRM-CENTESIMOS / 100
           END-IF

           MOVE SPACES                   TO WK-PRM-PARAMETRO
           MOVE WK-SRV-CODIGO(WK-IDX-SRV) TO WK-PRM-PARAMETRO(1:3)
           MOVE 'MS'                     TO WK-PRM-PARAMETRO(4:2)
           MOVE SPACES                   TO WK-PRM-VALOR
           READ PRMVSA01
           IF (WK-FS-PRMVSA01 EQUAL '00' OR '04')
                 AND WK-PRM-VALOR(1:6) NUMERIC
              MOVE WK-PRM-VALOR(1:6) TO WK-META-MS(WK-IDX-SRV)
           END-IF

           MOVE SPACES                   TO WK-PRM-PARAMETRO
           MOVE WK-SRV-CODIGO(WK-IDX-SRV) TO WK-PRM-PARAMETRO(1:3)
           MOVE 'ACK'                    TO WK-PRM-PARAMETRO(4:3)
           MOVE SPACES                   TO WK-PRM-VALOR
           READ PRMVSA01
           IF (WK-FS-PRMVSA01 EQUAL '00' OR '04')
                 AND WK-PRM-VALOR(1:5) NUMERIC
              MOVE WK-PRM-VALOR(1:5) TO WK-META-ACK(WK-IDX-SRV)
           END-IF

           MOVE SPACES                   TO WK-PRM-PARAMETRO
           MOVE WK-SRV-CODIGO(WK-IDX-SRV) TO WK-PRM-PARAMETRO(1:3)
           MOVE 'JOBS'                   TO WK-PRM-PARAMETRO(4:4)
           MOVE SPACES                   TO WK-PRM-VALOR
           READ PRMVSA01
           IF (WK-FS-PRMVSA01 EQUAL '00' OR '04')
                 AND WK-PRM-VALOR(1:3) NUMERIC
              MOVE WK-PRM-VALOR(1:3) TO WK-META-JOBS(WK-IDX-SRV)
           END-IF

           MOVE SPACES                   TO WK-PRM-PARAMETRO
           MOVE WK-SRV-CODIGO(WK-IDX-SRV) TO WK-PRM-PARAMETRO(1:3)
           MOVE 'CLAS'                   TO WK-PRM-PARAMETRO(4:4)
           MOVE SPACES                   TO WK-PRM-VALOR
           READ PRMVSA01
           IF (WK-FS-PRMVSA01 EQUAL '00' OR '04')
                 AND WK-PRM-VALOR(1:32) NOT EQUAL SPACES
              MOVE WK-PRM-VALOR(1:32) TO WK-SRV-CLASSES(WK-IDX-SRV)
           END-IF.

      *----------------------------------------------------------------*
       080000-CALCULA-MINUTO.
      *----------------------------------------------------------------*
      * MINUTO ABSOLUTO DE WK-INSTANTE (DIA JULIANO X 1440 + HH:MM);
      * INSTANTE NAO NUMERICO VALE ZERO
      *----------------------------------------------------------------*
           IF WK-INSTANTE NUMERIC
              AND WK-INS-DATA GREATER 16010000
              COMPUTE WK-MINUTO-ABS =
                      FUNCTION INTEGER-OF-DATE ( WK-INS-DATA ) * 1440
                      + WK-INS-HH * 60 + WK-INS-MI
           ELSE
              MOVE ZEROS TO WK-MINUTO-ABS
           END-IF.

      *----------------------------------------------------------------*
       100000-CARREGA-JANELAS.
      *----------------------------------------------------------------*
      * SO INTERESSA A JANELA QUE CRUZA O MES - COMECOU ANTES DO FIM
      * DELE E TERMINOU DEPOIS DO INICIO
      *----------------------------------------------------------------*
           OPEN INPUT SUPVSA01

           IF WK-FS-SUPVSA01 NOT EQUAL '00'
              DISPLAY 'SLABTC01 - JANELAS SUPVSA01 INDISPONIVEIS FS='
                      WK-FS-SUPVSA01 ' - NENHUMA AMOSTRA EXCLUIDA'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              MOVE 'N' TO WK-FIM-ARQUIVO
              PERFORM 105000-LER-JANELA
                      UNTIL FIM-ARQUIVO
              CLOSE SUPVSA01
           END-IF.

      *----------------------------------------------------------------*
       105000-LER-JANELA.
      *----------------------------------------------------------------*
           READ SUPVSA01 NEXT RECORD

           IF WK-FS-SUPVSA01 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-ARQUIVO
           ELSE
           IF WK-SUP-INICIO LESS WK-MES-FIM
              AND WK-SUP-FIM GREATER WK-MES-INICIO
              IF WK-QT-JANELAS LESS 200
                 ADD 1 TO WK-QT-JANELAS
                 MOVE WK-SUP-ID      TO WK-JAN-ID(WK-QT-JANELAS)
                 MOVE WK-SUP-INICIO  TO WK-JAN-INICIO(WK-QT-JANELAS)
                 MOVE WK-SUP-FIM     TO WK-JAN-FIM(WK-QT-JANELAS)
                 MOVE WK-SUP-CLASSES TO WK-JAN-CLASSES(WK-QT-JANELAS)
                 MOVE WK-QT-JANELAS  TO WK-IDX-JAN
                 PERFORM 110000-APLICA-JANELA
                         VARYING WK-IDX-SRV FROM 1 BY 1
                         UNTIL WK-IDX-SRV GREATER 5
              ELSE
                 DISPLAY 'SLABTC01 - MAIS DE 200 JANELAS NO MES - '
                         'IGNORADA: ' WK-SUP-ID
              END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       110000-APLICA-JANELA.
      *----------------------------------------------------------------*
      * A JANELA COBRE O SERVICO QUANDO A LISTA DE CLASSES TRAZ '*',
      * A SONDA DO SERVICO OU UMA DAS CLASSES DE ALERTA DELE; OS
      * MINUTOS CONTADOS SAO SO OS DE DENTRO DO MES
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-JAN-COBRE(WK-IDX-JAN, WK-IDX-SRV)

           PERFORM 115000-CONFERE-CLASSE
                   VARYING WK-IDX-CLS FROM 1 BY 1
                   UNTIL WK-IDX-CLS GREATER 4

           IF WK-JAN-COBRE(WK-IDX-JAN, WK-IDX-SRV) EQUAL 'S'
              IF WK-JAN-INICIO(WK-IDX-JAN) GREATER WK-MES-INICIO
                 MOVE WK-JAN-INICIO(WK-IDX-JAN) TO WK-INSTANTE-X
                 PERFORM 080000-CALCULA-MINUTO
                 MOVE WK-MINUTO-ABS TO WK-MIN-INICIO
              ELSE
                 MOVE WK-MIN-MES-INICIO TO WK-MIN-INICIO
              END-IF

              IF WK-JAN-FIM(WK-IDX-JAN) LESS WK-MES-FIM
                 MOVE WK-JAN-FIM(WK-IDX-JAN) TO WK-INSTANTE-X
                 PERFORM 080000-CALCULA-MINUTO
                 MOVE WK-MINUTO-ABS TO WK-MIN-FIM
              ELSE
                 MOVE WK-MIN-MES-FIM TO WK-MIN-FIM
              END-IF

              IF WK-MIN-FIM GREATER WK-MIN-INICIO
                 COMPUTE WK-APU-MANUT-MIN(WK-IDX-SRV) =
                         WK-APU-MANUT-MIN(WK-IDX-SRV)
                         + WK-MIN-FIM - WK-MIN-INICIO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       115000-CONFERE-CLASSE.
      *----------------------------------------------------------------*
           IF WK-JAN-CLASSE(WK-IDX-JAN, WK-IDX-CLS) NOT EQUAL SPACES
              IF WK-JAN-CLASSE(WK-IDX-JAN, WK-IDX-CLS) EQUAL '*'
                 OR WK-JAN-CLASSE(WK-IDX-JAN, WK-IDX-CLS)
                    EQUAL WK-SRV-SONDA(WK-IDX-SRV)
                 OR WK-JAN-CLASSE(WK-IDX-JAN, WK-IDX-CLS)
                    EQUAL WK-SRV-CLASSE(WK-IDX-SRV, 1)
                 OR WK-JAN-CLASSE(WK-IDX-JAN, WK-IDX-CLS)
                    EQUAL WK-SRV-CLASSE(WK-IDX-SRV, 2)
                 OR WK-JAN-CLASSE(WK-IDX-JAN, WK-IDX-CLS)
                    EQUAL WK-SRV-CLASSE(WK-IDX-SRV, 3)
                 OR WK-JAN-CLASSE(WK-IDX-JAN, WK-IDX-CLS)
                    EQUAL WK-SRV-CLASSE(WK-IDX-SRV, 4)
                 MOVE 'S' TO WK-JAN-COBRE(WK-IDX-JAN, WK-IDX-SRV)
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       200000-APURA-SONDAS.
      *----------------------------------------------------------------*
      * SONDAS DO PRBMON01 - CHAVE COMECA PELA DATA AAAAMMDD: O START
      * POSICIONA DIRETO NO PRIMEIRO DIA DO MES
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-FIM-ARQUIVO
           OPEN INPUT PRBHST01

           IF WK-FS-PRBHST01 NOT EQUAL '00'
              DISPLAY 'SLABTC01 - SONDAS PRBHST01 INDISPONIVEIS FS='
                      WK-FS-PRBHST01 ' - CEP/BIN/EXTRATO SEM AMOSTRA'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              MOVE LOW-VALUES       TO WK-PRB-CHAVE
              MOVE WK-MES-INICIO(1:8) TO WK-PRB-DATA
              START PRBHST01 KEY IS NOT LESS THAN WK-PRB-CHAVE
              IF WK-FS-PRBHST01 NOT EQUAL '00'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              END-IF
              PERFORM 205000-LER-PRBHST01
              PERFORM 210000-PROCESSA-SONDA
                      UNTIL FIM-ARQUIVO
              CLOSE PRBHST01
           END-IF.

      *----------------------------------------------------------------*
       205000-LER-PRBHST01.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
              READ PRBHST01 NEXT RECORD

              EVALUATE WK-FS-PRBHST01
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO WK-QT-LIDOS
                    IF WK-PRB-DATA(1:6) NOT EQUAL WK-MES
                       MOVE 'S' TO WK-FIM-ARQUIVO
                    END-IF
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'SLABTC01 - ERRO DE LEITURA PRBHST01 FS='
                            WK-FS-PRBHST01
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       210000-PROCESSA-SONDA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-IDX-ACHOU
           PERFORM 215000-COMPARA-SONDA
                   VARYING WK-IDX-SRV FROM 1 BY 1
                   UNTIL WK-IDX-SRV GREATER 5
                      OR WK-IDX-ACHOU GREATER ZEROS

           IF WK-IDX-ACHOU GREATER ZEROS
              MOVE WK-IDX-ACHOU      TO WK-IDX-SRV
              MOVE WK-PRB-DATA       TO WK-AMOSTRA(1:8)
              MOVE WK-PRB-HORA       TO WK-AMOSTRA(9:6)
              PERFORM 500000-CONFERE-JANELA

              IF EM-JANELA
                 ADD 1 TO WK-APU-EXCLUIDAS(WK-IDX-ACHOU)
              ELSE
                 ADD 1 TO WK-APU-AMOSTRAS(WK-IDX-ACHOU)
                 IF WK-PRB-RESULTADO EQUAL 'OK'
                    ADD 1 TO WK-APU-OK(WK-IDX-ACHOU)
                    MOVE WK-PRB-ELAPSED-MS TO WK-TEMPO-MS
                    PERFORM 520000-SOMA-TEMPO
                 END-IF
              END-IF
           END-IF

           PERFORM 205000-LER-PRBHST01.

      *----------------------------------------------------------------*
       215000-COMPARA-SONDA.
      *----------------------------------------------------------------*
           IF WK-SRV-FONTE(WK-IDX-SRV) EQUAL 'P'
              AND WK-SRV-SONDA(WK-IDX-SRV) EQUAL WK-PRB-SERVICO
              MOVE WK-IDX-SRV TO WK-IDX-ACHOU
           END-IF.

      *----------------------------------------------------------------*
       250000-APURA-PINGS.
      *----------------------------------------------------------------*
      * PINGS DO VSRSPING (API Z/OS CONNECT DO CATALOGO) - DATA
      * AAAAMMDD NAS 8 PRIMEIRAS POSICOES DA CHAVE
      *----------------------------------------------------------------*
           MOVE 4          TO WK-IDX-SRV
           MOVE 'N'        TO WK-FIM-ARQUIVO
           OPEN INPUT VSRSHST1

           IF WK-FS-VSRSHST1 NOT EQUAL '00'
              DISPLAY 'SLABTC01 - PINGS VSRSHST1 INDISPONIVEIS FS='
                      WK-FS-VSRSHST1 ' - CATALOGO SEM AMOSTRA'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              MOVE LOW-VALUES         TO WK-HST-CHAVE
              MOVE WK-MES-INICIO(1:8) TO WK-HST-DATA(1:8)
              START VSRSHST1 KEY IS NOT LESS THAN WK-HST-CHAVE
              IF WK-FS-VSRSHST1 NOT EQUAL '00'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              END-IF
              PERFORM 255000-LER-VSRSHST1
              PERFORM 260000-PROCESSA-PING
                      UNTIL FIM-ARQUIVO
              CLOSE VSRSHST1
           END-IF.

      *----------------------------------------------------------------*
       255000-LER-VSRSHST1.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
              READ VSRSHST1 NEXT RECORD

              EVALUATE WK-FS-VSRSHST1
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO WK-QT-LIDOS
                    IF WK-HST-DATA(1:6) NOT EQUAL WK-MES
                       MOVE 'S' TO WK-FIM-ARQUIVO
                    END-IF
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'SLABTC01 - ERRO DE LEITURA VSRSHST1 FS='
                            WK-FS-VSRSHST1
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       260000-PROCESSA-PING.
      *----------------------------------------------------------------*
           MOVE WK-HST-DATA(1:8) TO WK-AMOSTRA(1:8)
           MOVE WK-HST-HORA(1:6) TO WK-AMOSTRA(9:6)
           PERFORM 500000-CONFERE-JANELA

           IF EM-JANELA
              ADD 1 TO WK-APU-EXCLUIDAS(WK-IDX-SRV)
           ELSE
              ADD 1 TO WK-APU-AMOSTRAS(WK-IDX-SRV)
              IF WK-HST-STATUS EQUAL 'OK'
                 ADD 1 TO WK-APU-OK(WK-IDX-SRV)
              END-IF
           END-IF

           PERFORM 255000-LER-VSRSHST1.

      *----------------------------------------------------------------*
       300000-APURA-DRIVER.
      *----------------------------------------------------------------*
      * CHAMADAS DO DRIVER XPTO9999 - COD-RET 08 (LINK AO SERVICO
      * FALHOU) E INDISPONIBILIDADE; AS DEMAIS ENTRAM NO TEMPO
      *----------------------------------------------------------------*
           MOVE 5          TO WK-IDX-SRV
           MOVE 'N'        TO WK-FIM-ARQUIVO
           OPEN INPUT XPTOTMG1

           IF WK-FS-XPTOTMG1 NOT EQUAL '00'
              DISPLAY 'SLABTC01 - TEMPOS XPTOTMG1 INDISPONIVEIS FS='
                      WK-FS-XPTOTMG1 ' - DRIVER SEM AMOSTRA'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              MOVE LOW-VALUES         TO WK-TMG-CHAVE
              MOVE WK-MES-INICIO(1:8) TO WK-TMG-DATA
              START XPTOTMG1 KEY IS NOT LESS THAN WK-TMG-CHAVE
              IF WK-FS-XPTOTMG1 NOT EQUAL '00'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              END-IF
              PERFORM 305000-LER-XPTOTMG1
              PERFORM 310000-PROCESSA-CHAMADA
                      UNTIL FIM-ARQUIVO
              CLOSE XPTOTMG1
           END-IF.

      *----------------------------------------------------------------*
       305000-LER-XPTOTMG1.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
              READ XPTOTMG1 NEXT RECORD

              EVALUATE WK-FS-XPTOTMG1
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO WK-QT-LIDOS
                    IF WK-TMG-DATA(1:6) NOT EQUAL WK-MES
                       MOVE 'S' TO WK-FIM-ARQUIVO
                    END-IF
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'SLABTC01 - ERRO DE LEITURA XPTOTMG1 FS='
                            WK-FS-XPTOTMG1
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       310000-PROCESSA-CHAMADA.
      *----------------------------------------------------------------*
      * HORA DO XPTOTMG1 VEM EDITADA HH:MM:SS
      *----------------------------------------------------------------*
           MOVE WK-TMG-DATA      TO WK-AMOSTRA(1:8)
           MOVE WK-TMG-HORA(1:2) TO WK-AMOSTRA(9:2)
           MOVE WK-TMG-HORA(4:2) TO WK-AMOSTRA(11:2)
           MOVE WK-TMG-HORA(7:2) TO WK-AMOSTRA(13:2)
           PERFORM 500000-CONFERE-JANELA

           IF EM-JANELA
              ADD 1 TO WK-APU-EXCLUIDAS(WK-IDX-SRV)
           ELSE
              ADD 1 TO WK-APU-AMOSTRAS(WK-IDX-SRV)
              IF WK-TMG-COD-RET NOT EQUAL 08
                 ADD 1 TO WK-APU-OK(WK-IDX-SRV)
                 MOVE WK-IDX-SRV        TO WK-IDX-ACHOU
                 MOVE WK-TMG-ELAPSED-MS TO WK-TEMPO-MS
                 PERFORM 520000-SOMA-TEMPO
              END-IF
           END-IF

           PERFORM 305000-LER-XPTOTMG1.

      *----------------------------------------------------------------*
       350000-APURA-ALERTAS.
      *----------------------------------------------------------------*
      * ALERTAS ABERTOS NO MES - A CHAVE DO ALRVSA01 COMECA PELO
      * INSTANTE DE ABERTURA (MESMO START DO ALRBTC01)
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-FIM-ARQUIVO
           OPEN INPUT ALRVSA01

           IF WK-FS-ALRVSA01 NOT EQUAL '00'
              DISPLAY 'SLABTC01 - ALERTAS ALRVSA01 INDISPONIVEIS FS='
                      WK-FS-ALRVSA01 ' - RECONHECIMENTO NAO AVALIADO'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              MOVE LOW-VALUES TO WK-ALR-CHAVE
              MOVE WK-MES     TO WK-ALR-ID-MES
              START ALRVSA01 KEY IS NOT LESS THAN WK-ALR-CHAVE
              IF WK-FS-ALRVSA01 NOT EQUAL '00'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              END-IF
              PERFORM 355000-LER-ALRVSA01
              PERFORM 360000-PROCESSA-ALERTA
                      UNTIL FIM-ARQUIVO
              CLOSE ALRVSA01
           END-IF.

      *----------------------------------------------------------------*
       355000-LER-ALRVSA01.
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
                    DISPLAY 'SLABTC01 - ERRO DE LEITURA ALRVSA01 FS='
                            WK-FS-ALRVSA01
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       360000-PROCESSA-ALERTA.
      *----------------------------------------------------------------*
      * O ALERTA E DO SERVICO QUANDO A CLASSE E UMA DAS DELE OU, NO
      * ALERTA DE SONDA (CLASSE PRBMON01), QUANDO O TEXTO TRAZ A
      * SONDA DO SERVICO. ALERTA DE OUTRA CLASSE FICA FORA DO PLACAR
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-IDX-ACHOU
           PERFORM 365000-COMPARA-ALERTA
                   VARYING WK-IDX-SRV FROM 1 BY 1
                   UNTIL WK-IDX-SRV GREATER 5
                      OR WK-IDX-ACHOU GREATER ZEROS

           IF WK-IDX-ACHOU GREATER ZEROS
              ADD 1 TO WK-APU-ALERTAS(WK-IDX-ACHOU)
              IF WK-ALR-SITUACAO EQUAL 'R'
                 ADD 1 TO WK-APU-RECONHEC(WK-IDX-ACHOU)
                 COMPUTE WK-MINUTOS = ( WK-ALR-ABS-RECONHEC
                                      - WK-ALR-ABS-ABERTURA ) / 60000
                 ADD WK-MINUTOS TO WK-APU-SOMA-ACK(WK-IDX-ACHOU)
              ELSE
                 ADD 1 TO WK-APU-ABERTOS(WK-IDX-ACHOU)
              END-IF
           END-IF

           PERFORM 355000-LER-ALRVSA01.

      *----------------------------------------------------------------*
       365000-COMPARA-ALERTA.
      *----------------------------------------------------------------*
           IF WK-ALR-CLASSE EQUAL WK-SRV-CLASSE(WK-IDX-SRV, 1)
              OR WK-ALR-CLASSE EQUAL WK-SRV-CLASSE(WK-IDX-SRV, 2)
              OR WK-ALR-CLASSE EQUAL WK-SRV-CLASSE(WK-IDX-SRV, 3)
              OR WK-ALR-CLASSE EQUAL WK-SRV-CLASSE(WK-IDX-SRV, 4)
              IF WK-ALR-CLASSE NOT EQUAL SPACES
                 MOVE WK-IDX-SRV TO WK-IDX-ACHOU
              END-IF
           ELSE
           IF WK-ALR-CLASSE EQUAL 'PRBMON01'
              MOVE ZEROS TO WK-QT-OCORR
              INSPECT WK-ALR-TEXTO TALLYING WK-QT-OCORR
                      FOR ALL WK-SRV-SONDA(WK-IDX-SRV)
              IF WK-QT-OCORR GREATER ZEROS
                 MOVE WK-IDX-SRV TO WK-IDX-ACHOU
              END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       400000-APURA-JOBS.
      *----------------------------------------------------------------*
      * EXECUCOES BATCH DO MES (RUNHST01, CHAVE CICLO AAAAMMDD +
      * PROGRAMA): CC ACIMA DE 04, OU SEM FIM REGISTRADO (ABEND), CONTA
      * COMO FALHA DO SERVICO DONO DO PREFIXO DO PROGRAMA
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-FIM-ARQUIVO
           OPEN INPUT RUNHST01

           IF WK-FS-RUNHST01 NOT EQUAL '00'
              DISPLAY 'SLABTC01 - EXECUCOES RUNHST01 INDISPONIVEIS FS='
                      WK-FS-RUNHST01 ' - JOBS NAO AVALIADOS'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              MOVE LOW-VALUES         TO WK-RUN-CHAVE
              MOVE WK-MES-INICIO(1:8) TO WK-RUN-CICLO
              START RUNHST01 KEY IS NOT LESS THAN WK-RUN-CHAVE
              IF WK-FS-RUNHST01 NOT EQUAL '00'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              END-IF
              PERFORM 405000-LER-RUNHST01
              PERFORM 410000-PROCESSA-EXECUCAO
                      UNTIL FIM-ARQUIVO
              CLOSE RUNHST01
           END-IF.

      *----------------------------------------------------------------*
       405000-LER-RUNHST01.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
              READ RUNHST01 NEXT RECORD

              EVALUATE WK-FS-RUNHST01
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO WK-QT-LIDOS
                    IF WK-RUN-CICLO(1:6) NOT EQUAL WK-MES
                       MOVE 'S' TO WK-FIM-ARQUIVO
                    END-IF
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'SLABTC01 - ERRO DE LEITURA RUNHST01 FS='
                            WK-FS-RUNHST01
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       410000-PROCESSA-EXECUCAO.
      *----------------------------------------------------------------*
           IF WK-RUN-EXECUTANDO
              OR WK-RUN-COND-CODE GREATER 04
              MOVE ZEROS TO WK-IDX-ACHOU
              PERFORM 415000-COMPARA-PREFIXO
                      VARYING WK-IDX-SRV FROM 1 BY 1
                      UNTIL WK-IDX-SRV GREATER 5
                         OR WK-IDX-ACHOU GREATER ZEROS

              IF WK-IDX-ACHOU GREATER ZEROS
                 ADD 1 TO WK-APU-JOBS(WK-IDX-ACHOU)
                 ADD 1 TO WK-QT-JOBS-FALHOS
                 MOVE WK-SRV-NOME(WK-IDX-ACHOU) TO WK-LJB-SERVICO
                 MOVE WK-RUN-CICLO               TO WK-LJB-CICLO
                 MOVE WK-RUN-PROGRAMA            TO WK-LJB-PROGRAMA
                 MOVE WK-RUN-COND-CODE           TO WK-LJB-CC
                 IF WK-RUN-EXECUTANDO
                    MOVE 'SEM FIM (ABEND?)' TO WK-LJB-OBS
                 ELSE
                    MOVE SPACES             TO WK-LJB-OBS
                 END-IF
                 DISPLAY WK-LINHA-JOB
              END-IF
           END-IF

           PERFORM 405000-LER-RUNHST01.

      *----------------------------------------------------------------*
       415000-COMPARA-PREFIXO.
      *----------------------------------------------------------------*
           IF WK-SRV-TAM-1(WK-IDX-SRV) GREATER ZEROS
              IF WK-RUN-PROGRAMA(1:WK-SRV-TAM-1(WK-IDX-SRV))
                 EQUAL WK-SRV-PREF-1(WK-IDX-SRV)
                       (1:WK-SRV-TAM-1(WK-IDX-SRV))
                 MOVE WK-IDX-SRV TO WK-IDX-ACHOU
              END-IF
           END-IF

           IF WK-SRV-TAM-2(WK-IDX-SRV) GREATER ZEROS
              IF WK-RUN-PROGRAMA(1:WK-SRV-TAM-2(WK-IDX-SRV))
                 EQUAL WK-SRV-PREF-2(WK-IDX-SRV)
                       (1:WK-SRV-TAM-2(WK-IDX-SRV))
                 MOVE WK-IDX-SRV TO WK-IDX-ACHOU
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       500000-CONFERE-JANELA.
      *----------------------------------------------------------------*
      * AMOSTRA (WK-AMOSTRA) DO SERVICO WK-IDX-SRV DENTRO DE JANELA
      * QUE COBRE O SERVICO: [INICIO, FIM)
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-EM-JANELA

           PERFORM 505000-COMPARA-JANELA
                   VARYING WK-IDX-JAN FROM 1 BY 1
                   UNTIL WK-IDX-JAN GREATER WK-QT-JANELAS
                      OR EM-JANELA.

      *----------------------------------------------------------------*
       505000-COMPARA-JANELA.
      *----------------------------------------------------------------*
           IF WK-JAN-COBRE(WK-IDX-JAN, WK-IDX-SRV) EQUAL 'S'
              AND WK-AMOSTRA NOT LESS WK-JAN-INICIO(WK-IDX-JAN)
              AND WK-AMOSTRA LESS WK-JAN-FIM(WK-IDX-JAN)
              MOVE 'S' TO WK-EM-JANELA
           END-IF.

      *----------------------------------------------------------------*
       520000-SOMA-TEMPO.
      *----------------------------------------------------------------*
      * TEMPO DE RESPOSTA DA AMOSTRA BEM SUCEDIDA DO SERVICO
      * WK-IDX-ACHOU
      *----------------------------------------------------------------*
           ADD 1           TO WK-APU-QT-MS(WK-IDX-ACHOU)
           ADD WK-TEMPO-MS TO WK-APU-SOMA-MS(WK-IDX-ACHOU)
           IF WK-TEMPO-MS GREATER WK-APU-MAX-MS(WK-IDX-ACHOU)
              MOVE WK-TEMPO-MS TO WK-APU-MAX-MS(WK-IDX-ACHOU)
           END-IF
           IF WK-TEMPO-MS GREATER WK-META-MS(WK-IDX-ACHOU)
              ADD 1 TO WK-APU-ACIMA-ALVO(WK-IDX-ACHOU)
           END-IF.

      *----------------------------------------------------------------*
       600000-ABRIR-HISTORICO.
      *----------------------------------------------------------------*
           OPEN I-O SLAHST01

           IF WK-FS-SLAHST01 EQUAL '00'
              MOVE 'S' TO WK-HST-DISPONIVEL
           ELSE
              DISPLAY 'SLABTC01 - HISTORICO SLAHST01 INDISPONIVEL FS='
                      WK-FS-SLAHST01 ' - SEM COMPARACAO E SEM GRAVACAO'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       650000-AVALIA-SERVICO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-DISP
                         WK-MEDIA-MS
                         WK-MEDIA-ACK

           IF WK-APU-AMOSTRAS(WK-IDX-SRV) GREATER ZEROS
              COMPUTE WK-DISP ROUNDED = WK-APU-OK(WK-IDX-SRV) * 100
                                      / WK-APU-AMOSTRAS(WK-IDX-SRV)
           END-IF

           IF WK-APU-QT-MS(WK-IDX-SRV) GREATER ZEROS
              COMPUTE WK-MEDIA-MS = WK-APU-SOMA-MS(WK-IDX-SRV)
                                  / WK-APU-QT-MS(WK-IDX-SRV)
           END-IF

           IF WK-APU-RECONHEC(WK-IDX-SRV) GREATER ZEROS
              COMPUTE WK-MEDIA-ACK = WK-APU-SOMA-ACK(WK-IDX-SRV)
                                   / WK-APU-RECONHEC(WK-IDX-SRV)
           END-IF

           PERFORM 660000-VEREDITO

           MOVE WK-SRV-NOME(WK-IDX-SRV) TO WK-LSV-NOME
           PERFORM 670000-TEXTO-VEREDITO
           MOVE WK-LHS-VEREDITO         TO WK-LSV-VEREDITO
           DISPLAY WK-LINHA-SERVICO

           MOVE WK-DISP                        TO WK-LDP-DISP
           MOVE WK-META-DISP(WK-IDX-SRV)       TO WK-LDP-META
           MOVE WK-APU-AMOSTRAS(WK-IDX-SRV)    TO WK-LDP-AMOSTRAS
           COMPUTE WK-QT-FALHAS = WK-APU-AMOSTRAS(WK-IDX-SRV)
                                - WK-APU-OK(WK-IDX-SRV)
           MOVE WK-QT-FALHAS                   TO WK-LDP-FALHAS
           MOVE WK-APU-EXCLUIDAS(WK-IDX-SRV)   TO WK-LDP-EXCLUIDAS
           MOVE WK-APU-MANUT-MIN(WK-IDX-SRV)   TO WK-LDP-MANUT
           DISPLAY WK-LINHA-DISP

      *    O PING DO CATALOGO NAO MEDE TEMPO
           IF WK-SRV-FONTE(WK-IDX-SRV) NOT EQUAL 'V'
              MOVE WK-MEDIA-MS                  TO WK-LTP-MEDIA
              MOVE WK-META-MS(WK-IDX-SRV)       TO WK-LTP-META
              MOVE WK-APU-MAX-MS(WK-IDX-SRV)    TO WK-LTP-MAXIMO
              MOVE WK-APU-ACIMA-ALVO(WK-IDX-SRV) TO WK-LTP-ACIMA
              DISPLAY WK-LINHA-TEMPO
           END-IF

           MOVE WK-APU-ALERTAS(WK-IDX-SRV)     TO WK-LAL-ALERTAS
           MOVE WK-APU-RECONHEC(WK-IDX-SRV)    TO WK-LAL-RECONHEC
           MOVE WK-APU-ABERTOS(WK-IDX-SRV)     TO WK-LAL-ABERTOS
           MOVE WK-MEDIA-ACK                   TO WK-LAL-MEDIA
           MOVE WK-META-ACK(WK-IDX-SRV)        TO WK-LAL-META
           DISPLAY WK-LINHA-ALERTAS

           MOVE WK-APU-JOBS(WK-IDX-SRV)        TO WK-LJS-JOBS
           MOVE WK-META-JOBS(WK-IDX-SRV)       TO WK-LJS-META
           DISPLAY WK-LINHA-JOBS

           IF HST-DISPONIVEL
              PERFORM 680000-COMPARA-ANTERIOR
                      VARYING WK-IDX-ANT FROM 1 BY 1
                      UNTIL WK-IDX-ANT GREATER 3
              PERFORM 690000-GRAVA-HISTORICO
           END-IF.

      *----------------------------------------------------------------*
       660000-VEREDITO.
      *----------------------------------------------------------------*
      * CADA META SO E COBRADA QUANDO HA MEDIDA NO MES; SEM NENHUMA
      * MEDIDA O SERVICO FICA SEM DADOS (NAO CONTA COMO FALHA)
      *----------------------------------------------------------------*
           IF WK-APU-AMOSTRAS(WK-IDX-SRV) EQUAL ZEROS
              AND WK-APU-ALERTAS(WK-IDX-SRV) EQUAL ZEROS
              AND WK-APU-JOBS(WK-IDX-SRV) EQUAL ZEROS
              MOVE 'S' TO WK-VEREDITO
              ADD 1 TO WK-QT-SEM-DADOS
           ELSE
              MOVE 'A' TO WK-VEREDITO

              IF WK-APU-AMOSTRAS(WK-IDX-SRV) GREATER ZEROS
                 AND WK-DISP LESS WK-META-DISP(WK-IDX-SRV)
                 MOVE 'N' TO WK-VEREDITO
              END-IF

              IF WK-APU-QT-MS(WK-IDX-SRV) GREATER ZEROS
                 AND WK-MEDIA-MS GREATER WK-META-MS(WK-IDX-SRV)
                 MOVE 'N' TO WK-VEREDITO
              END-IF

              IF WK-APU-RECONHEC(WK-IDX-SRV) GREATER ZEROS
                 AND WK-MEDIA-ACK GREATER WK-META-ACK(WK-IDX-SRV)
                 MOVE 'N' TO WK-VEREDITO
              END-IF

              IF WK-APU-JOBS(WK-IDX-SRV) GREATER
                 WK-META-JOBS(WK-IDX-SRV)
                 MOVE 'N' TO WK-VEREDITO
              END-IF

              IF VEREDITO-ATINGIU
                 ADD 1 TO WK-QT-ATINGIU
              ELSE
                 ADD 1 TO WK-QT-NAO-ATINGIU
                 IF WK-RETORNO LESS 4
                    MOVE 4 TO WK-RETORNO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       670000-TEXTO-VEREDITO.
      *----------------------------------------------------------------*
           EVALUATE WK-VEREDITO
              WHEN 'A'
                 MOVE 'ATINGIU'     TO WK-LHS-VEREDITO
              WHEN 'N'
                 MOVE 'NAO ATINGIU' TO WK-LHS-VEREDITO
              WHEN OTHER
                 MOVE 'SEM DADOS'   TO WK-LHS-VEREDITO
           END-EVALUATE.

      *----------------------------------------------------------------*
       680000-COMPARA-ANTERIOR.
      *----------------------------------------------------------------*
           MOVE WK-SRV-NOME(WK-IDX-SRV) TO WK-SLA-SERVICO
           MOVE WK-MES-ANT(WK-IDX-ANT)  TO WK-SLA-MES
           READ SLAHST01

           IF WK-FS-SLAHST01 EQUAL '00' OR '04'
              MOVE WK-SLA-MES        TO WK-LHS-MES
              MOVE WK-SLA-DISP       TO WK-LHS-DISP
              MOVE WK-SLA-MEDIA-MS   TO WK-LHS-MS
              MOVE WK-SLA-ALERTAS    TO WK-LHS-ALERTAS
              MOVE WK-SLA-JOBS       TO WK-LHS-JOBS
              EVALUATE WK-SLA-VEREDITO
                 WHEN 'A'
                    MOVE 'ATINGIU'     TO WK-LHS-VEREDITO
                 WHEN 'N'
                    MOVE 'NAO ATINGIU' TO WK-LHS-VEREDITO
                 WHEN OTHER
                    MOVE 'SEM DADOS'   TO WK-LHS-VEREDITO
              END-EVALUATE
              DISPLAY WK-LINHA-HIST
           ELSE
              MOVE WK-MES-ANT(WK-IDX-ANT) TO WK-LSH-MES
              DISPLAY WK-LINHA-SEM-HIST
           END-IF.

      *----------------------------------------------------------------*
       690000-GRAVA-HISTORICO.
      *----------------------------------------------------------------*
      * RE-EXECUCAO DO MESMO MES REGRAVA O RESULTADO
      *----------------------------------------------------------------*
           MOVE WK-SRV-NOME(WK-IDX-SRV) TO WK-SLA-SERVICO
           MOVE WK-MES                  TO WK-SLA-MES
           READ SLAHST01

           MOVE SPACES                  TO WK-SLAHST01-REC
           MOVE WK-SRV-NOME(WK-IDX-SRV) TO WK-SLA-SERVICO
           MOVE WK-MES                  TO WK-SLA-MES
           MOVE WK-DISP                 TO WK-SLA-DISP
           MOVE WK-MEDIA-MS             TO WK-SLA-MEDIA-MS
           MOVE WK-APU-ALERTAS(WK-IDX-SRV)   TO WK-SLA-ALERTAS
           MOVE WK-MEDIA-ACK            TO WK-SLA-MEDIA-ACK
           MOVE WK-APU-MANUT-MIN(WK-IDX-SRV) TO WK-SLA-MANUT-MIN
           MOVE WK-APU-JOBS(WK-IDX-SRV) TO WK-SLA-JOBS
           MOVE WK-VEREDITO             TO WK-SLA-VEREDITO
           MOVE WK-DATA-HOJE            TO WK-SLA-GERADO-EM(1:8)
           MOVE WK-HORA-HOJE(1:6)       TO WK-SLA-GERADO-EM(9:6)

           IF WK-FS-SLAHST01 EQUAL '00' OR '04'
              REWRITE WK-SLAHST01-REC
           ELSE
              WRITE WK-SLAHST01-REC
           END-IF

           IF WK-FS-SLAHST01 NOT EQUAL '00'
              DISPLAY 'SLABTC01 - ERRO DE GRAVACAO SLAHST01 FS='
                      WK-FS-SLAHST01 ' SERVICO=' WK-SLA-SERVICO
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       900000-FECHAR-HISTORICO.
      *----------------------------------------------------------------*
           IF HST-DISPONIVEL
              CLOSE SLAHST01
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-ATINGIU     TO WK-REL-ATINGIU
           MOVE WK-QT-NAO-ATINGIU TO WK-REL-NAO
           MOVE WK-QT-SEM-DADOS   TO WK-REL-SEM
           MOVE WK-QT-JOBS-FALHOS TO WK-REL-JOBS
           DISPLAY WK-RELATORIO.
