      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. CTLG (CATALOGO Z/OS CONNECT)
      * Programa.............. CTLGBTC6
      * Tipo    .............. Batch
      * Finalidade ........... planejamento semanal de reposicao do
      *                        CTLGMON1: o limite fixo por
      *                        departamento (LIMddd) e a quantidade
      *                        fixa (QTDPED) faziam faltar item de
      *                        giro rapido e sobrar item de giro
      *                        lento. Para cada item, numa janela de
      *                        dias configuravel, calcula a demanda
      *                        diaria - o MAIOR entre as pecas dos
      *                        pedidos manuais confirmados e nao
      *                        cancelados do dia (CTLGORD1) e a queda
      *                        de estoque observada entre consultas
      *                        consecutivas do dia (CTLGLOG1), para nao
      *                        contar duas vezes o mesmo movimento - e
      *                        dela a media e o desvio padrao. Recomenda
      *                        para o nivel de servico pedido:
      *                          ponto de pedido (limite) = media x
      *                            prazo + Z x desvio x raiz(prazo)
      *                          quantidade = media x cobertura
      *                        ambos arredondados para cima. Por
      *                        departamento (do espelho CTLMIR01)
      *                        recomenda a media dos itens, que vale
      *                        para item sem valor proprio. Relatorio
      *                        de recomendado x atual (parametros do
      *                        CTLGMON1 no PRMVSA01: LIMIiiii/QTDIiiii
      *                        do item, LIMddd/QTDddd do departamento,
      *                        QTDPED) e, com PACOTE=S, pacote no
      *                        formato do PRMBTC01 com TODOS os
      *                        parametros do CTLGMON1 ja com os valores
      *                        recomendados - aplicar pelo PRMBTC02
      *                        com o cartao PROGRAMA=CTLGMON1 (dry-run
      *                        primeiro, APLICAR depois de aprovado).
      *                        Item sem demanda na janela nao recebe
      *                        recomendacao. Condicao de termino:
      *                          0  - normal
      *                          4  - aviso (espelho indisponivel, item
      *                               invalido ou tabela cheia)
      *                          8  - erro de leitura/gravacao
      *                          12 - arquivo obrigatorio nao abriu
      *                        Parametros (cartao CTLPRM06, opcional):
      *                          DATA=AAAAMMDD   ultimo dia da janela
      *                                          (default ontem)
      *                          JANELA=nnn      dias (007 a 090,
      *                                          default 028)
      *                          NIVEL=nn        nivel de servico %
      *                                          (90/95/97/98/99,
      *                                          default 95)
      *                          PRAZO=nn        dias entre o pedido e
      *                                          a entrada (default 02)
      *                          COBERTURA=nn    dias de demanda por
      *                                          pedido (default 07)
      *                          PACOTE=S        grava o pacote
      * DSnames .............. B090290.CTLGLOG1 (entrada)
      *                        B090290.CTLGORD1 (entrada)
      *                        B090290.CTLMIR01 (espelho, departamento)
      *                        B090290.PRMVSA01 (parametros atuais)
      *                        B090290.CTLPRM06 (parametros, opcional)
      *                        B090290.CTLEXP06 (pacote, com PACOTE=S)
      *                        SORTWK (work do SORT do pacote)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTLGBTC6.
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

           SELECT CTLMIR01  ASSIGN TO CTLMIR01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-MIR-KEY
                  FILE STATUS  IS WK-FS-CTLMIR01.

           SELECT PRMVSA01  ASSIGN TO PRMVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-PRM-CHAVE
                  FILE STATUS  IS WK-FS-PRMVSA01.

           SELECT CTLPRM06   ASSIGN TO CTLPRM06
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CTLPRM06.

           SELECT CTLEXP06   ASSIGN TO CTLEXP06
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WK-FS-CTLEXP06.

           SELECT SORTWK     ASSIGN TO SORTWK.

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

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DE WK-MIR-REC GRAVADO PELO CTLGMIR1 NO VSAM
      *   "CTLMIR01" - MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       FD  CTLMIR01.
       01  WK-CTLMIR01-REC.
           03 WK-MIR-KEY.
              05 WK-MIR-ITEM-REF           PIC 9(004).
           03 WK-MIR-DESCRICAO             PIC X(041).
           03 WK-MIR-DEPARTAMENTO          PIC 9(003).
           03 WK-MIR-CUSTO                 PIC X(007).
           03 WK-MIR-ESTOQUE               PIC 9(004).
           03 WK-MIR-ENCOMENDA             PIC 9(003).
           03 WK-MIR-ATUALIZACAO.
              05 WK-MIR-DATA               PIC X(010).
              05 WK-MIR-HORA               PIC X(008).
           03 WK-MIR-ABSTIME               PIC S9(015) COMP-3.

      *----------------------------------------------------------------*
      *   MESMO LAYOUT MANTIDO POR PRMMNT01/PRMLER01 - MANTER
      *   SINCRONIZADO
      *----------------------------------------------------------------*
       FD  PRMVSA01.
       01  WK-PRMVSA01-REC.
           05 WK-PRM-CHAVE.
              10 WK-PRM-PROGRAMA         PIC  X(008).
              10 WK-PRM-PARAMETRO        PIC  X(008).
           05 WK-PRM-VALOR               PIC  X(048).
           05 WK-PRM-VALOR-FUT           PIC  X(048).
           05 WK-PRM-VIGENCIA            PIC  X(014).

       FD  CTLPRM06
           RECORDING MODE IS F.
       01  WK-CTLPRM06-REC               PIC  X(080).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT FIXO DO PRMEXP01 GRAVADO PELO PRMBTC01 E LIDO
      *   PELO PRMBTC02 - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  CTLEXP06
           RECORDING MODE IS F.
       01  WK-CTLEXP06-REC               PIC  X(126).

       SD  SORTWK.
       01  SRT-REC.
           05 SRT-CHAVE.
              10 SRT-PROGRAMA            PIC  X(008).
              10 SRT-PARAMETRO           PIC  X(008).
           05 SRT-VALOR                  PIC  X(048).
           05 SRT-VALOR-FUT              PIC  X(048).
           05 SRT-VIGENCIA               PIC  X(014).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CTLGLOG1                    PIC  X(002) VALUE '00'.
       01 WK-FS-CTLGORD1                    PIC  X(002) VALUE '00'.
       01 WK-FS-CTLMIR01                    PIC  X(002) VALUE '00'.
       01 WK-FS-PRMVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CTLPRM06                    PIC  X(002) VALUE '00'.
       01 WK-FS-CTLEXP06                    PIC  X(002) VALUE '00'.
       01 WK-FIM-LOG                        PIC  X(001) VALUE 'N'.
           88 FIM-LOG                                   VALUE 'S'.
       01 WK-FIM-ORD                        PIC  X(001) VALUE 'N'.
           88 FIM-ORD                                   VALUE 'S'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-FIM-PRM                        PIC  X(001) VALUE 'N'.
           88 FIM-PRM                                   VALUE 'S'.
       01 WK-FIM-SORT                       PIC  X(001) VALUE 'N'.
           88 FIM-SORT                                  VALUE 'S'.
       01 WK-MIR-ABERTO                     PIC  X(001) VALUE 'N'.
           88 MIR-ABERTO                                VALUE 'S'.
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
                                            'CTLGBTC6'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   PARAMETROS DO PLANEJAMENTO
      *----------------------------------------------------------------*
       01 WK-DATA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-HORA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-DATA-REF                       PIC  9(008) VALUE ZEROS.
       01 WK-DATA-INICIO                    PIC  9(008) VALUE ZEROS.
       01 WK-JANELA                         PIC  9(003) VALUE 28.
       01 WK-NIVEL                          PIC  9(002) VALUE 95.
       01 WK-PRAZO                          PIC  9(002) VALUE 2.
       01 WK-COBERTURA                      PIC  9(002) VALUE 7.
       01 WK-GERA-PACOTE                    PIC  X(001) VALUE 'N'.
           88 GERA-PACOTE                               VALUE 'S'.
       01 WK-FATOR-Z                        PIC  9(001)V99 VALUE 1.65.
       01 WK-RAIZ-PRAZO                     PIC  9(003)V9(004)
                                            VALUE ZEROS.

      *----------------------------------------------------------------*
      *   DATAS - AS CHAVES DOS DOIS VSAM TRAZEM A DATA NO FORMATO
      *   EIBDATE (0CYYDDD COMP-3); A POSICAO NA JANELA SAI DO DIA
      *   INTEIRO (INTEGER-OF-DAY)
      *----------------------------------------------------------------*
       01 WK-INT-INICIO                     PIC  9(007) VALUE ZEROS.
       01 WK-INT-FIM                        PIC  9(007) VALUE ZEROS.
       01 WK-JUL-INICIO                     PIC S9(7) COMP-3 VALUE +0.
       01 WK-JUL-FIM                        PIC S9(7) COMP-3 VALUE +0.

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

      *    CONVERSAO 0CYYDDD -> POSICAO NA JANELA
       01 WK-POS-JULIANO                    PIC S9(7) COMP-3 VALUE +0.
       01 WK-POS-CYY                        PIC  9(003) VALUE ZEROS.
       01 WK-POS-DDD                        PIC  9(003) VALUE ZEROS.
       01 WK-POS-ANO-DIA                    PIC  9(007) VALUE ZEROS.
       01 WK-POS-DIA                        PIC S9(004) COMP
                                            VALUE ZEROS.

      *----------------------------------------------------------------*
      *   CASAMENTO DOS DOIS ARQUIVOS PELO ITEM (ORDEM NATURAL DAS
      *   CHAVES); FIM DE ARQUIVO VIRA HIGH-VALUES
      *----------------------------------------------------------------*
       01 WK-ITEM-LOG                       PIC  X(008) VALUE SPACES.
       01 WK-ITEM-ORD                       PIC  X(008) VALUE SPACES.
       01 WK-ITEM-ATUAL                     PIC  X(008) VALUE SPACES.
       01 WK-ITEM-NUM                       PIC  9(003) VALUE ZEROS.

      *    DEMANDA DIARIA DO ITEM NA JANELA (ATE 90 DIAS)
       01 WK-TAB-DIAS.
          05 WK-DIA OCCURS 90 TIMES.
             10 WK-DIA-PEDIDO               PIC  9(007).
             10 WK-DIA-QUEDA                PIC  9(007).
       01 WK-IDX-DIA                        PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-ESTOQUE-ANT                    PIC  9(004) VALUE ZEROS.
       01 WK-TEM-ESTOQUE-ANT                PIC  X(001) VALUE 'N'.
           88 TEM-ESTOQUE-ANT                           VALUE 'S'.
       01 WK-DESCRICAO-ITEM                 PIC  X(041) VALUE SPACES.

      *    ESTATISTICA DO ITEM
       01 WK-DEMANDA-DIA                    PIC  9(007) VALUE ZEROS.
       01 WK-SOMA                           PIC  9(009) VALUE ZEROS.
       01 WK-SOMA-QUAD                      PIC  9(015) VALUE ZEROS.
       01 WK-DIAS-DEMANDA                   PIC  9(003) VALUE ZEROS.
       01 WK-MEDIA                          PIC  9(007)V9(004)
                                            VALUE ZEROS.
       01 WK-VARIANCIA                      PIC S9(011)V9(004)
                                            VALUE ZEROS.
       01 WK-DESVIO                         PIC  9(007)V9(004)
                                            VALUE ZEROS.
       01 WK-CALCULO                        PIC  9(009)V9(004)
                                            VALUE ZEROS.
       01 WK-INTEIRO                        PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   TABELA DE ITENS ANALISADOS (RECOMENDADO X ATUAL)
      *----------------------------------------------------------------*
       01 WK-QT-TAB-ITENS                   PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-TAB-ITENS.
          05 WK-ITM OCCURS 500 TIMES.
             10 WK-ITM-REF                  PIC  9(004).
             10 WK-ITM-DEPTO                PIC  X(003).
             10 WK-ITM-DESC                 PIC  X(020).
             10 WK-ITM-MEDIA                PIC  9(005)V99.
             10 WK-ITM-DESVIO               PIC  9(005)V99.
             10 WK-ITM-DIAS-DEM             PIC  9(003).
             10 WK-ITM-LIM-ATU              PIC  9(004).
             10 WK-ITM-QTD-ATU              PIC  9(003).
             10 WK-ITM-LIM-REC              PIC  9(004).
             10 WK-ITM-QTD-REC              PIC  9(003).
             10 WK-ITM-SEM-DEMANDA          PIC  X(001).
                88 ITM-SEM-DEMANDA                      VALUE 'S'.
       01 WK-IDX-ITM                        PIC S9(004) COMP
                                            VALUE ZEROS.

       01 WK-QT-TAB-DEPTOS                  PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-TAB-DEPTOS.
          05 WK-DEP OCCURS 50 TIMES.
             10 WK-DEP-CODIGO               PIC  X(003).
             10 WK-DEP-QT-ITENS             PIC  9(004).
             10 WK-DEP-SOMA-LIM             PIC  9(007).
             10 WK-DEP-SOMA-QTD             PIC  9(007).
             10 WK-DEP-LIM-ATU              PIC  9(004).
             10 WK-DEP-QTD-ATU              PIC  9(003).
             10 WK-DEP-LIM-REC              PIC  9(004).
             10 WK-DEP-QTD-REC              PIC  9(003).
       01 WK-IDX-DEP                        PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-DEP-ACHADO                     PIC S9(004) COMP
                                            VALUE ZEROS.

      *----------------------------------------------------------------*
      *   PARAMETROS ATUAIS DO CTLGMON1 (PRMVSA01) - VALE O VALOR
      *   FUTURO JA EM VIGOR, COMO NO PRMLER01
      *----------------------------------------------------------------*
       01 WK-PGM-MONITOR                    PIC  X(008) VALUE
                                            'CTLGMON1'.
       01 WK-AGORA                          PIC  X(014) VALUE SPACES.
       01 WK-PRM-PROCURADO                  PIC  X(008) VALUE SPACES.
       01 WK-PRM-ACHADO                     PIC  X(001) VALUE 'N'.
           88 PRM-ACHADO                                VALUE 'S'.
       01 WK-PRM-VIGENTE                    PIC  X(048) VALUE SPACES.
       01 WK-QTD-GERAL                      PIC  9(003) VALUE 10.

      *----------------------------------------------------------------*
      *   PACOTE - VALORES RECOMENDADOS POR PARAMETRO DO CTLGMON1
      *----------------------------------------------------------------*
       01 WK-QT-TAB-REC                     PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-TAB-REC.
          05 WK-REC OCCURS 1100 TIMES.
             10 WK-REC-PARAMETRO            PIC  X(008).
             10 WK-REC-VALOR                PIC  X(048).
             10 WK-REC-USADO                PIC  X(001).
       01 WK-IDX-REC                        PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-REC-ACHADO                     PIC S9(004) COMP
                                            VALUE ZEROS.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS-LOG                PIC  9(009) VALUE ZEROS.
          05 WK-QT-LIDOS-ORD                PIC  9(009) VALUE ZEROS.
          05 WK-QT-ITENS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-SEM-DEMANDA              PIC  9(009) VALUE ZEROS.
          05 WK-QT-INVALIDOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-AJUSTES                  PIC  9(009) VALUE ZEROS.
          05 WK-QT-AJUSTES-DEP              PIC  9(009) VALUE ZEROS.
          05 WK-QT-PACOTE                   PIC  9(009) VALUE ZEROS.

       01 WK-CABECALHO.
          05 FILLER           PIC X(040) VALUE
             'CTLGBTC6 - PLANEJAMENTO DE REPOSICAO DE '.
          05 WK-CAB-INICIO    PIC 9(008).
          05 FILLER           PIC X(003) VALUE ' A '.
          05 WK-CAB-FIM       PIC 9(008).
          05 FILLER           PIC X(008) VALUE ' JANELA='.
          05 WK-CAB-JANELA    PIC ZZ9.
          05 FILLER           PIC X(007) VALUE ' NIVEL='.
          05 WK-CAB-NIVEL     PIC 99.
          05 FILLER           PIC X(008) VALUE '% PRAZO='.
          05 WK-CAB-PRAZO     PIC Z9.
          05 FILLER           PIC X(011) VALUE ' COBERTURA='.
          05 WK-CAB-COBERTURA PIC Z9.

       01 WK-LINHA-ITEM.
          05 FILLER           PIC X(014) VALUE 'CTLGBTC6 ITEM='.
          05 WK-LIN-ITEM      PIC 9(004).
          05 FILLER           PIC X(006) VALUE ' DEPT='.
          05 WK-LIN-DEPTO     PIC X(003).
          05 FILLER           PIC X(011) VALUE ' MEDIA/DIA='.
          05 WK-LIN-MEDIA     PIC ZZ,ZZ9.99.
          05 FILLER           PIC X(008) VALUE ' DESVIO='.
          05 WK-LIN-DESVIO    PIC ZZ,ZZ9.99.
          05 FILLER           PIC X(010) VALUE ' DIAS-DEM='.
          05 WK-LIN-DIAS      PIC ZZ9.
          05 FILLER           PIC X(008) VALUE ' LIMITE='.
          05 WK-LIN-LIM-ATU   PIC ZZZ9.
          05 FILLER           PIC X(002) VALUE '->'.
          05 WK-LIN-LIM-REC   PIC ZZZ9.
          05 FILLER           PIC X(005) VALUE ' QTD='.
          05 WK-LIN-QTD-ATU   PIC ZZ9.
          05 FILLER           PIC X(002) VALUE '->'.
          05 WK-LIN-QTD-REC   PIC ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-SITUACAO  PIC X(011).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-DESC      PIC X(020).

       01 WK-LINHA-DEPTO.
          05 FILLER           PIC X(014) VALUE 'CTLGBTC6 DEPT='.
          05 WK-LDP-DEPTO     PIC X(003).
          05 FILLER           PIC X(007) VALUE ' ITENS='.
          05 WK-LDP-ITENS     PIC ZZZ9.
          05 FILLER           PIC X(008) VALUE ' LIMITE='.
          05 WK-LDP-LIM-ATU   PIC ZZZ9.
          05 FILLER           PIC X(002) VALUE '->'.
          05 WK-LDP-LIM-REC   PIC ZZZ9.
          05 FILLER           PIC X(005) VALUE ' QTD='.
          05 WK-LDP-QTD-ATU   PIC ZZ9.
          05 FILLER           PIC X(002) VALUE '->'.
          05 WK-LDP-QTD-REC   PIC ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LDP-SITUACAO  PIC X(011).

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'CTLGBTC6 - PLANEJAMENTO REPOSICAO'.
          05 FILLER           PIC X(020) VALUE
             'CONSULTAS LIDAS.....'.
          05 WK-REL-LIDOS-LOG PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'PEDIDOS LIDOS.......'.
          05 WK-REL-LIDOS-ORD PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ITENS ANALISADOS....'.
          05 WK-REL-ITENS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ITENS SEM DEMANDA...'.
          05 WK-REL-SEM-DEM   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'AJUSTES POR ITEM....'.
          05 WK-REL-AJUSTES   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'AJUSTES POR DEPTO...'.
          05 WK-REL-AJUST-DEP PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'REGISTROS NO PACOTE.'.
          05 WK-REL-PACOTE    PIC ZZZ,ZZZ,ZZ9.

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

           IF WK-RETORNO LESS 12
              PERFORM 150000-LER-CTLGLOG1
              PERFORM 160000-LER-CTLGORD1
              PERFORM 200000-PROCESSAR-ITEM
                      UNTIL FIM-LOG
                        AND FIM-ORD

              PERFORM 400000-AVALIAR-DEPARTAMENTO
                      VARYING WK-IDX-DEP FROM 1 BY 1
                      UNTIL WK-IDX-DEP GREATER WK-QT-TAB-DEPTOS
              PERFORM 450000-AVALIAR-ITEM
                      VARYING WK-IDX-ITM FROM 1 BY 1
                      UNTIL WK-IDX-ITM GREATER WK-QT-TAB-ITENS
              PERFORM 480000-EMITIR-DEPARTAMENTO
                      VARYING WK-IDX-DEP FROM 1 BY 1
                      UNTIL WK-IDX-DEP GREATER WK-QT-TAB-DEPTOS

              IF GERA-PACOTE
                 SORT SORTWK
                      ON ASCENDING KEY SRT-CHAVE
                      INPUT  PROCEDURE 600000-MONTA-PACOTE
                      OUTPUT PROCEDURE 700000-GRAVA-PACOTE
              END-IF
           END-IF

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
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
      * DEFAULT: A JANELA TERMINA NO DIA ANTERIOR AO PROCESSAMENTO
      *----------------------------------------------------------------*
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WK-HORA-HOJE FROM TIME
           MOVE WK-DATA-HOJE      TO WK-AGORA(1:8)
           MOVE WK-HORA-HOJE(1:6) TO WK-AGORA(9:6)

           COMPUTE WK-INT-FIM =
                   FUNCTION INTEGER-OF-DATE ( WK-DATA-HOJE ) - 1
           COMPUTE WK-DATA-REF =
                   FUNCTION DATE-OF-INTEGER ( WK-INT-FIM )

           OPEN INPUT CTLPRM06
           IF WK-FS-CTLPRM06 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE CTLPRM06
           END-IF

           EVALUATE WK-NIVEL
              WHEN 90
                 MOVE 1.28 TO WK-FATOR-Z
              WHEN 95
                 MOVE 1.65 TO WK-FATOR-Z
              WHEN 97
                 MOVE 1.88 TO WK-FATOR-Z
              WHEN 98
                 MOVE 2.05 TO WK-FATOR-Z
              WHEN 99
                 MOVE 2.33 TO WK-FATOR-Z
              WHEN OTHER
                 DISPLAY 'CTLGBTC6 - NIVEL INVALIDO IGNORADO (USA 95): '
                         WK-NIVEL
                 MOVE 95   TO WK-NIVEL
                 MOVE 1.65 TO WK-FATOR-Z
           END-EVALUATE.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ CTLPRM06
           IF WK-FS-CTLPRM06 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-CTLPRM06-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-CTLPRM06-REC(1:5) EQUAL 'DATA='
              IF WK-CTLPRM06-REC(6:8) NUMERIC
                 MOVE WK-CTLPRM06-REC(6:8) TO WK-DATA-REF
              ELSE
                 DISPLAY 'CTLGBTC6 - DATA INVALIDA IGNORADA: '
                         WK-CTLPRM06-REC(6:8)
              END-IF
           ELSE
           IF WK-CTLPRM06-REC(1:7) EQUAL 'JANELA='
              IF WK-CTLPRM06-REC(8:3) NUMERIC
                 AND WK-CTLPRM06-REC(8:3) NOT LESS '007'
                 AND WK-CTLPRM06-REC(8:3) NOT GREATER '090'
                 MOVE WK-CTLPRM06-REC(8:3) TO WK-JANELA
              ELSE
                 DISPLAY 'CTLGBTC6 - JANELA INVALIDA IGNORADA: '
                         WK-CTLPRM06-REC(8:3)
              END-IF
           ELSE
           IF WK-CTLPRM06-REC(1:6) EQUAL 'NIVEL='
              IF WK-CTLPRM06-REC(7:2) NUMERIC
                 MOVE WK-CTLPRM06-REC(7:2) TO WK-NIVEL
              ELSE
                 DISPLAY 'CTLGBTC6 - NIVEL INVALIDO IGNORADO: '
                         WK-CTLPRM06-REC(7:2)
              END-IF
           ELSE
           IF WK-CTLPRM06-REC(1:6) EQUAL 'PRAZO='
              IF WK-CTLPRM06-REC(7:2) NUMERIC
                 AND WK-CTLPRM06-REC(7:2) NOT EQUAL '00'
                 MOVE WK-CTLPRM06-REC(7:2) TO WK-PRAZO
              ELSE
                 DISPLAY 'CTLGBTC6 - PRAZO INVALIDO IGNORADO: '
                         WK-CTLPRM06-REC(7:2)
              END-IF
           ELSE
           IF WK-CTLPRM06-REC(1:10) EQUAL 'COBERTURA='
              IF WK-CTLPRM06-REC(11:2) NUMERIC
                 AND WK-CTLPRM06-REC(11:2) NOT EQUAL '00'
                 MOVE WK-CTLPRM06-REC(11:2) TO WK-COBERTURA
              ELSE
                 DISPLAY 'CTLGBTC6 - COBERTURA INVALIDA IGNORADA: '
                         WK-CTLPRM06-REC(11:2)
              END-IF
           ELSE
           IF WK-CTLPRM06-REC(1:7) EQUAL 'PACOTE='
              MOVE WK-CTLPRM06-REC(8:1) TO WK-GERA-PACOTE
           ELSE
           IF WK-CTLPRM06-REC NOT EQUAL SPACES
              DISPLAY 'CTLGBTC6 - PARAMETRO DESCONHECIDO: '
                      WK-CTLPRM06-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       070000-CALCULA-DATAS.
      *----------------------------------------------------------------*
           COMPUTE WK-INT-FIM =
                   FUNCTION INTEGER-OF-DATE ( WK-DATA-REF )
           COMPUTE WK-INT-INICIO = WK-INT-FIM - WK-JANELA + 1
           COMPUTE WK-DATA-INICIO =
                   FUNCTION DATE-OF-INTEGER ( WK-INT-INICIO )

           MOVE WK-DATA-REF    TO WK-CNV-DATA
           PERFORM 080000-CONVERTE-JULIANO
           MOVE WK-CNV-JULIANO TO WK-JUL-FIM

           MOVE WK-DATA-INICIO TO WK-CNV-DATA
           PERFORM 080000-CONVERTE-JULIANO
           MOVE WK-CNV-JULIANO TO WK-JUL-INICIO

           COMPUTE WK-RAIZ-PRAZO = WK-PRAZO ** 0.5

           MOVE WK-DATA-INICIO TO WK-CAB-INICIO
           MOVE WK-DATA-REF    TO WK-CAB-FIM
           MOVE WK-JANELA      TO WK-CAB-JANELA
           MOVE WK-NIVEL       TO WK-CAB-NIVEL
           MOVE WK-PRAZO       TO WK-CAB-PRAZO
           MOVE WK-COBERTURA   TO WK-CAB-COBERTURA
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
       085000-POSICAO-NA-JANELA.
      *----------------------------------------------------------------*
      * 0CYYDDD (WK-POS-JULIANO) -> DIA 1..JANELA (WK-POS-DIA)
      *----------------------------------------------------------------*
           DIVIDE WK-POS-JULIANO BY 1000 GIVING WK-POS-CYY
                  REMAINDER WK-POS-DDD
           COMPUTE WK-POS-ANO-DIA = ( 1900 + WK-POS-CYY ) * 1000
                                  + WK-POS-DDD
           COMPUTE WK-POS-DIA =
                   FUNCTION INTEGER-OF-DAY ( WK-POS-ANO-DIA )
                 - WK-INT-INICIO + 1.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
      * CTLGLOG1, CTLGORD1 E PRMVSA01 SAO OBRIGATORIOS; SEM O ESPELHO
      * O PLANEJAMENTO SAI SO POR ITEM (DEPARTAMENTO DESCONHECIDO)
      *----------------------------------------------------------------*
           OPEN INPUT CTLGLOG1
           IF WK-FS-CTLGLOG1 NOT EQUAL '00'
              DISPLAY 'CTLGBTC6 - ERRO AO ABRIR CTLGLOG1 FS='
                      WK-FS-CTLGLOG1
              MOVE 12  TO WK-RETORNO
           END-IF

           OPEN INPUT CTLGORD1
           IF WK-FS-CTLGORD1 NOT EQUAL '00'
              DISPLAY 'CTLGBTC6 - ERRO AO ABRIR CTLGORD1 FS='
                      WK-FS-CTLGORD1
              MOVE 12  TO WK-RETORNO
           END-IF

           OPEN INPUT PRMVSA01
           IF WK-FS-PRMVSA01 NOT EQUAL '00'
              DISPLAY 'CTLGBTC6 - ERRO AO ABRIR PRMVSA01 FS='
                      WK-FS-PRMVSA01
              MOVE 12  TO WK-RETORNO
           END-IF

           OPEN INPUT CTLMIR01
           IF WK-FS-CTLMIR01 EQUAL '00'
              MOVE 'S' TO WK-MIR-ABERTO
           ELSE
              DISPLAY 'CTLGBTC6 - ESPELHO CTLMIR01 INDISPONIVEL FS='
                      WK-FS-CTLMIR01 ' - SEM RECOMENDACAO POR DEPTO'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF

           IF WK-RETORNO LESS 12
      *       QUANTIDADE GERAL DO CTLGMON1 - DEFAULT DE TODO O RESTO
              MOVE 'QTDPED  ' TO WK-PRM-PROCURADO
              PERFORM 610000-LE-PARAMETRO-ATUAL
              IF PRM-ACHADO
                 AND WK-PRM-VIGENTE(1:3) NUMERIC
                 MOVE WK-PRM-VIGENTE(1:3) TO WK-QTD-GERAL
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
                    DISPLAY 'CTLGBTC6 - ERRO DE LEITURA CTLGLOG1 FS='
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
                    DISPLAY 'CTLGBTC6 - ERRO DE LEITURA CTLGORD1 FS='
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
           IF WK-ITEM-LOG LESS WK-ITEM-ORD
              MOVE WK-ITEM-LOG TO WK-ITEM-ATUAL
           ELSE
              MOVE WK-ITEM-ORD TO WK-ITEM-ATUAL
           END-IF

           INITIALIZE WK-TAB-DIAS
           MOVE ZEROS  TO WK-ESTOQUE-ANT
           MOVE 'N'    TO WK-TEM-ESTOQUE-ANT
           MOVE SPACES TO WK-DESCRICAO-ITEM

           PERFORM 210000-ACUMULAR-OBSERVACAO
                   UNTIL WK-ITEM-LOG NOT EQUAL WK-ITEM-ATUAL
           PERFORM 220000-ACUMULAR-PEDIDO
                   UNTIL WK-ITEM-ORD NOT EQUAL WK-ITEM-ATUAL

           IF WK-ITEM-ATUAL(1:3) NOT NUMERIC
              ADD 1 TO WK-QT-INVALIDOS
              DISPLAY 'CTLGBTC6 - ITEM NAO NUMERICO IGNORADO: '
                      WK-ITEM-ATUAL
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              PERFORM 300000-CALCULAR-ITEM
           END-IF.

      *----------------------------------------------------------------*
       210000-ACUMULAR-OBSERVACAO.
      *----------------------------------------------------------------*
      * QUEDA ENTRE DUAS CONSULTAS CONSECUTIVAS VAI PARA O DIA DA
      * SEGUNDA; A CONSULTA ANTERIOR A JANELA SO SERVE DE BASE. SUBIDA
      * (REPOSICAO) NAO E DEMANDA
      *----------------------------------------------------------------*
           IF WK-LOG-DATE NOT GREATER WK-JUL-FIM
              IF WK-LOG-DATE NOT LESS WK-JUL-INICIO
                 MOVE WK-LOG-DESCRICAO TO WK-DESCRICAO-ITEM
                 IF TEM-ESTOQUE-ANT
                    AND WK-ESTOQUE-ANT GREATER WK-LOG-ESTOQUE
                    MOVE WK-LOG-DATE TO WK-POS-JULIANO
                    PERFORM 085000-POSICAO-NA-JANELA
                    COMPUTE WK-DIA-QUEDA(WK-POS-DIA) =
                            WK-DIA-QUEDA(WK-POS-DIA)
                          + WK-ESTOQUE-ANT - WK-LOG-ESTOQUE
                 END-IF
              END-IF
              MOVE WK-LOG-ESTOQUE TO WK-ESTOQUE-ANT
              MOVE 'S'            TO WK-TEM-ESTOQUE-ANT
           END-IF

           PERFORM 150000-LER-CTLGLOG1.

      *----------------------------------------------------------------*
       220000-ACUMULAR-PEDIDO.
      *----------------------------------------------------------------*
      * SO PEDIDO MANUAL CONFIRMADO E NAO CANCELADO E DEMANDA - A
      * REPOSICAO AUTOMATICA DO CTLGMON1 (ORIGEM 'A') NAO
      *----------------------------------------------------------------*
           IF WK-ORD-RETCODE EQUAL ZEROS
              AND NOT ORD-CANCELADO
              AND NOT ORD-REPOSICAO
              AND WK-ORD-DATE NOT LESS WK-JUL-INICIO
              AND WK-ORD-DATE NOT GREATER WK-JUL-FIM
              MOVE WK-ORD-DATE TO WK-POS-JULIANO
              PERFORM 085000-POSICAO-NA-JANELA
              ADD WK-ORD-QUANTIDADE TO WK-DIA-PEDIDO(WK-POS-DIA)
           END-IF

           PERFORM 160000-LER-CTLGORD1.

      *----------------------------------------------------------------*
       300000-CALCULAR-ITEM.
      *----------------------------------------------------------------*
           IF WK-QT-TAB-ITENS NOT LESS 500
              ADD 1 TO WK-QT-INVALIDOS
              DISPLAY 'CTLGBTC6 - TABELA DE ITENS CHEIA (500) - ITEM '
                      'IGNORADO: ' WK-ITEM-ATUAL
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              PERFORM 305000-REGISTRAR-ITEM
           END-IF.

      *----------------------------------------------------------------*
       305000-REGISTRAR-ITEM.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-SOMA
                         WK-SOMA-QUAD
                         WK-DIAS-DEMANDA
           PERFORM 310000-SOMAR-DIA
                   VARYING WK-IDX-DIA FROM 1 BY 1
                   UNTIL WK-IDX-DIA GREATER WK-JANELA

           ADD 1 TO WK-QT-TAB-ITENS
                    WK-QT-ITENS
           MOVE WK-QT-TAB-ITENS TO WK-IDX-ITM
           INITIALIZE WK-ITM(WK-IDX-ITM)

           MOVE WK-ITEM-ATUAL(1:3) TO WK-ITEM-NUM
           MOVE WK-ITEM-NUM        TO WK-ITM-REF(WK-IDX-ITM)
           MOVE WK-DESCRICAO-ITEM  TO WK-ITM-DESC(WK-IDX-ITM)
           MOVE SPACES             TO WK-ITM-DEPTO(WK-IDX-ITM)
           PERFORM 350000-BUSCAR-DEPARTAMENTO

           IF WK-SOMA EQUAL ZEROS
              ADD 1 TO WK-QT-SEM-DEMANDA
              MOVE 'S' TO WK-ITM-SEM-DEMANDA(WK-IDX-ITM)
           ELSE
              MOVE 'N' TO WK-ITM-SEM-DEMANDA(WK-IDX-ITM)
              PERFORM 330000-RECOMENDAR-ITEM
           END-IF.

      *----------------------------------------------------------------*
       330000-RECOMENDAR-ITEM.
      *----------------------------------------------------------------*
           COMPUTE WK-MEDIA = WK-SOMA / WK-JANELA
           COMPUTE WK-VARIANCIA = WK-SOMA-QUAD / WK-JANELA
                                - WK-MEDIA * WK-MEDIA
           IF WK-VARIANCIA GREATER ZEROS
              COMPUTE WK-DESVIO = WK-VARIANCIA ** 0.5
           ELSE
              MOVE ZEROS TO WK-DESVIO
           END-IF

           MOVE WK-MEDIA        TO WK-ITM-MEDIA(WK-IDX-ITM)
           MOVE WK-DESVIO       TO WK-ITM-DESVIO(WK-IDX-ITM)
           MOVE WK-DIAS-DEMANDA TO WK-ITM-DIAS-DEM(WK-IDX-ITM)

      *    PONTO DE PEDIDO = DEMANDA NO PRAZO + ESTOQUE DE SEGURANCA
           COMPUTE WK-CALCULO = WK-MEDIA * WK-PRAZO
                              + WK-FATOR-Z * WK-DESVIO * WK-RAIZ-PRAZO
           PERFORM 320000-ARREDONDAR-CIMA
           IF WK-INTEIRO GREATER 9999
              MOVE 9999 TO WK-INTEIRO
           END-IF
           MOVE WK-INTEIRO TO WK-ITM-LIM-REC(WK-IDX-ITM)

      *    QUANTIDADE = DEMANDA DOS DIAS DE COBERTURA (1 A 999)
           COMPUTE WK-CALCULO = WK-MEDIA * WK-COBERTURA
           PERFORM 320000-ARREDONDAR-CIMA
           IF WK-INTEIRO LESS 1
              MOVE 1   TO WK-INTEIRO
           END-IF
           IF WK-INTEIRO GREATER 999
              MOVE 999 TO WK-INTEIRO
           END-IF
           MOVE WK-INTEIRO TO WK-ITM-QTD-REC(WK-IDX-ITM)

           PERFORM 360000-ACUMULAR-DEPARTAMENTO.

      *----------------------------------------------------------------*
       310000-SOMAR-DIA.
      *----------------------------------------------------------------*
      * DEMANDA DO DIA = MAIOR ENTRE PEDIDOS E QUEDA OBSERVADA
      *----------------------------------------------------------------*
           IF WK-DIA-PEDIDO(WK-IDX-DIA) GREATER WK-DIA-QUEDA(WK-IDX-DIA)
              MOVE WK-DIA-PEDIDO(WK-IDX-DIA) TO WK-DEMANDA-DIA
           ELSE
              MOVE WK-DIA-QUEDA(WK-IDX-DIA)  TO WK-DEMANDA-DIA
           END-IF

           IF WK-DEMANDA-DIA GREATER ZEROS
              ADD 1 TO WK-DIAS-DEMANDA
              ADD WK-DEMANDA-DIA TO WK-SOMA
              COMPUTE WK-SOMA-QUAD = WK-SOMA-QUAD
                                   + WK-DEMANDA-DIA * WK-DEMANDA-DIA
           END-IF.

      *----------------------------------------------------------------*
       320000-ARREDONDAR-CIMA.
      *----------------------------------------------------------------*
           MOVE WK-CALCULO TO WK-INTEIRO
           IF WK-CALCULO GREATER WK-INTEIRO
              ADD 1 TO WK-INTEIRO
           END-IF.

      *----------------------------------------------------------------*
       350000-BUSCAR-DEPARTAMENTO.
      *----------------------------------------------------------------*
           IF MIR-ABERTO
              MOVE WK-ITM-REF(WK-IDX-ITM) TO WK-MIR-ITEM-REF
              READ CTLMIR01

              IF WK-FS-CTLMIR01 EQUAL '00'
                 MOVE WK-MIR-DEPARTAMENTO TO WK-ITM-DEPTO(WK-IDX-ITM)
                 MOVE WK-MIR-DESCRICAO    TO WK-ITM-DESC(WK-IDX-ITM)
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       360000-ACUMULAR-DEPARTAMENTO.
      *----------------------------------------------------------------*
      * ITEM SEM DEPARTAMENTO (FORA DO ESPELHO) OU TABELA CHEIA FICA
      * SO NA RECOMENDACAO POR ITEM
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-DEP-ACHADO

           IF WK-ITM-DEPTO(WK-IDX-ITM) NOT EQUAL SPACES
              PERFORM 370000-PROCURAR-DEPARTAMENTO
                      VARYING WK-IDX-DEP FROM 1 BY 1
                      UNTIL WK-IDX-DEP GREATER WK-QT-TAB-DEPTOS
                         OR WK-DEP-ACHADO GREATER ZEROS

              IF WK-DEP-ACHADO EQUAL ZEROS
                 AND WK-QT-TAB-DEPTOS LESS 50
                 ADD 1 TO WK-QT-TAB-DEPTOS
                 MOVE WK-QT-TAB-DEPTOS TO WK-DEP-ACHADO
                 INITIALIZE WK-DEP(WK-DEP-ACHADO)
                 MOVE WK-ITM-DEPTO(WK-IDX-ITM)
                                    TO WK-DEP-CODIGO(WK-DEP-ACHADO)
              END-IF
           END-IF

           IF WK-DEP-ACHADO GREATER ZEROS
              ADD 1 TO WK-DEP-QT-ITENS(WK-DEP-ACHADO)
              ADD WK-ITM-LIM-REC(WK-IDX-ITM)
                                    TO WK-DEP-SOMA-LIM(WK-DEP-ACHADO)
              ADD WK-ITM-QTD-REC(WK-IDX-ITM)
                                    TO WK-DEP-SOMA-QTD(WK-DEP-ACHADO)
           END-IF.

      *----------------------------------------------------------------*
       370000-PROCURAR-DEPARTAMENTO.
      *----------------------------------------------------------------*
           IF WK-DEP-CODIGO(WK-IDX-DEP) EQUAL WK-ITM-DEPTO(WK-IDX-ITM)
              MOVE WK-IDX-DEP TO WK-DEP-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       400000-AVALIAR-DEPARTAMENTO.
      *----------------------------------------------------------------*
      * ATUAL: LIMddd (DEFAULT 0005) E QTDddd (DEFAULT QTDPED), COMO NO
      * CTLGMON1. RECOMENDADO: MEDIA DOS ITENS COM DEMANDA
      *----------------------------------------------------------------*
           MOVE 5            TO WK-DEP-LIM-ATU(WK-IDX-DEP)
           MOVE WK-QTD-GERAL TO WK-DEP-QTD-ATU(WK-IDX-DEP)

           MOVE SPACES TO WK-PRM-PROCURADO
           MOVE 'LIM'  TO WK-PRM-PROCURADO(1:3)
           MOVE WK-DEP-CODIGO(WK-IDX-DEP) TO WK-PRM-PROCURADO(4:3)
           PERFORM 610000-LE-PARAMETRO-ATUAL
           IF PRM-ACHADO
              AND WK-PRM-VIGENTE(1:4) NUMERIC
              MOVE WK-PRM-VIGENTE(1:4) TO WK-DEP-LIM-ATU(WK-IDX-DEP)
           END-IF

           MOVE 'QTD'  TO WK-PRM-PROCURADO(1:3)
           PERFORM 610000-LE-PARAMETRO-ATUAL
           IF PRM-ACHADO
              AND WK-PRM-VIGENTE(1:3) NUMERIC
              MOVE WK-PRM-VIGENTE(1:3) TO WK-DEP-QTD-ATU(WK-IDX-DEP)
           END-IF

           COMPUTE WK-CALCULO = WK-DEP-SOMA-LIM(WK-IDX-DEP)
                              / WK-DEP-QT-ITENS(WK-IDX-DEP)
           PERFORM 320000-ARREDONDAR-CIMA
           MOVE WK-INTEIRO TO WK-DEP-LIM-REC(WK-IDX-DEP)

           COMPUTE WK-CALCULO = WK-DEP-SOMA-QTD(WK-IDX-DEP)
                              / WK-DEP-QT-ITENS(WK-IDX-DEP)
           PERFORM 320000-ARREDONDAR-CIMA
           MOVE WK-INTEIRO TO WK-DEP-QTD-REC(WK-IDX-DEP).

      *----------------------------------------------------------------*
       450000-AVALIAR-ITEM.
      *----------------------------------------------------------------*
      * ATUAL: LIMIiiii/QTDIiiii; SEM VALOR PROPRIO VALE O DO
      * DEPARTAMENTO (OU O DEFAULT DO CTLGMON1 SEM DEPARTAMENTO)
      *----------------------------------------------------------------*
           MOVE 5            TO WK-ITM-LIM-ATU(WK-IDX-ITM)
           MOVE WK-QTD-GERAL TO WK-ITM-QTD-ATU(WK-IDX-ITM)

           MOVE ZEROS TO WK-DEP-ACHADO
           IF WK-ITM-DEPTO(WK-IDX-ITM) NOT EQUAL SPACES
              PERFORM 370000-PROCURAR-DEPARTAMENTO
                      VARYING WK-IDX-DEP FROM 1 BY 1
                      UNTIL WK-IDX-DEP GREATER WK-QT-TAB-DEPTOS
                         OR WK-DEP-ACHADO GREATER ZEROS
           END-IF
           IF WK-DEP-ACHADO GREATER ZEROS
              MOVE WK-DEP-LIM-ATU(WK-DEP-ACHADO)
                                 TO WK-ITM-LIM-ATU(WK-IDX-ITM)
              MOVE WK-DEP-QTD-ATU(WK-DEP-ACHADO)
                                 TO WK-ITM-QTD-ATU(WK-IDX-ITM)
           END-IF

           MOVE SPACES TO WK-PRM-PROCURADO
           MOVE 'LIMI' TO WK-PRM-PROCURADO(1:4)
           MOVE WK-ITM-REF(WK-IDX-ITM) TO WK-PRM-PROCURADO(5:4)
           PERFORM 610000-LE-PARAMETRO-ATUAL
           IF PRM-ACHADO
              AND WK-PRM-VIGENTE(1:4) NUMERIC
              MOVE WK-PRM-VIGENTE(1:4) TO WK-ITM-LIM-ATU(WK-IDX-ITM)
           END-IF

           MOVE 'QTDI' TO WK-PRM-PROCURADO(1:4)
           PERFORM 610000-LE-PARAMETRO-ATUAL
           IF PRM-ACHADO
              AND WK-PRM-VIGENTE(1:3) NUMERIC
              MOVE WK-PRM-VIGENTE(1:3) TO WK-ITM-QTD-ATU(WK-IDX-ITM)
           END-IF

           PERFORM 460000-EMITIR-ITEM.

      *----------------------------------------------------------------*
       460000-EMITIR-ITEM.
      *----------------------------------------------------------------*
           MOVE WK-ITM-REF(WK-IDX-ITM)      TO WK-LIN-ITEM
           MOVE WK-ITM-DEPTO(WK-IDX-ITM)    TO WK-LIN-DEPTO
           MOVE WK-ITM-MEDIA(WK-IDX-ITM)    TO WK-LIN-MEDIA
           MOVE WK-ITM-DESVIO(WK-IDX-ITM)   TO WK-LIN-DESVIO
           MOVE WK-ITM-DIAS-DEM(WK-IDX-ITM) TO WK-LIN-DIAS
           MOVE WK-ITM-LIM-ATU(WK-IDX-ITM)  TO WK-LIN-LIM-ATU
           MOVE WK-ITM-QTD-ATU(WK-IDX-ITM)  TO WK-LIN-QTD-ATU
           MOVE WK-ITM-DESC(WK-IDX-ITM)     TO WK-LIN-DESC

           IF ITM-SEM-DEMANDA(WK-IDX-ITM)
              MOVE WK-ITM-LIM-ATU(WK-IDX-ITM) TO WK-LIN-LIM-REC
              MOVE WK-ITM-QTD-ATU(WK-IDX-ITM) TO WK-LIN-QTD-REC
              MOVE 'SEM DEMANDA'              TO WK-LIN-SITUACAO
           ELSE
              MOVE WK-ITM-LIM-REC(WK-IDX-ITM) TO WK-LIN-LIM-REC
              MOVE WK-ITM-QTD-REC(WK-IDX-ITM) TO WK-LIN-QTD-REC
              IF WK-ITM-LIM-REC(WK-IDX-ITM)
                    NOT EQUAL WK-ITM-LIM-ATU(WK-IDX-ITM)
                 OR WK-ITM-QTD-REC(WK-IDX-ITM)
                    NOT EQUAL WK-ITM-QTD-ATU(WK-IDX-ITM)
                 ADD 1 TO WK-QT-AJUSTES
                 MOVE 'AJUSTAR'               TO WK-LIN-SITUACAO
              ELSE
                 MOVE 'OK'                    TO WK-LIN-SITUACAO
              END-IF
           END-IF

           DISPLAY WK-LINHA-ITEM.

      *----------------------------------------------------------------*
       480000-EMITIR-DEPARTAMENTO.
      *----------------------------------------------------------------*
           MOVE WK-DEP-CODIGO(WK-IDX-DEP)   TO WK-LDP-DEPTO
           MOVE WK-DEP-QT-ITENS(WK-IDX-DEP) TO WK-LDP-ITENS
           MOVE WK-DEP-LIM-ATU(WK-IDX-DEP)  TO WK-LDP-LIM-ATU
           MOVE WK-DEP-LIM-REC(WK-IDX-DEP)  TO WK-LDP-LIM-REC
           MOVE WK-DEP-QTD-ATU(WK-IDX-DEP)  TO WK-LDP-QTD-ATU
           MOVE WK-DEP-QTD-REC(WK-IDX-DEP)  TO WK-LDP-QTD-REC

           IF WK-DEP-LIM-REC(WK-IDX-DEP)
                 NOT EQUAL WK-DEP-LIM-ATU(WK-IDX-DEP)
              OR WK-DEP-QTD-REC(WK-IDX-DEP)
                 NOT EQUAL WK-DEP-QTD-ATU(WK-IDX-DEP)
              ADD 1 TO WK-QT-AJUSTES-DEP
              MOVE 'AJUSTAR'  TO WK-LDP-SITUACAO
           ELSE
              MOVE 'OK'       TO WK-LDP-SITUACAO
           END-IF

           DISPLAY WK-LINHA-DEPTO.

      *----------------------------------------------------------------*
       600000-MONTA-PACOTE.
      *----------------------------------------------------------------*
      * TODOS OS PARAMETROS DO CTLGMON1 DO PRMVSA01, COM O VALOR
      * RECOMENDADO ONDE HOUVER, MAIS AS RECOMENDACOES AINDA SEM
      * REGISTRO - O PACOTE E O CONJUNTO COMPLETO DO PROGRAMA, PARA O
      * PRMBTC02 COM PROGRAMA=CTLGMON1 NAO APONTAR EXCLUSAO
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-QT-TAB-REC
           PERFORM 620000-RECOMENDA-ITEM
                   VARYING WK-IDX-ITM FROM 1 BY 1
                   UNTIL WK-IDX-ITM GREATER WK-QT-TAB-ITENS
           PERFORM 630000-RECOMENDA-DEPARTAMENTO
                   VARYING WK-IDX-DEP FROM 1 BY 1
                   UNTIL WK-IDX-DEP GREATER WK-QT-TAB-DEPTOS

           MOVE 'N'            TO WK-FIM-PRM
           MOVE LOW-VALUES     TO WK-PRM-CHAVE
           MOVE WK-PGM-MONITOR TO WK-PRM-PROGRAMA
           START PRMVSA01 KEY NOT LESS WK-PRM-CHAVE
           IF WK-FS-PRMVSA01 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PRM
           END-IF

           PERFORM 650000-COPIA-PARAMETRO
                   UNTIL FIM-PRM

           PERFORM 660000-INCLUI-RECOMENDACAO
                   VARYING WK-IDX-REC FROM 1 BY 1
                   UNTIL WK-IDX-REC GREATER WK-QT-TAB-REC.

      *----------------------------------------------------------------*
       610000-LE-PARAMETRO-ATUAL.
      *----------------------------------------------------------------*
           MOVE 'N'              TO WK-PRM-ACHADO
           MOVE SPACES           TO WK-PRM-VIGENTE
                                    WK-PRMVSA01-REC
           MOVE WK-PGM-MONITOR   TO WK-PRM-PROGRAMA
           MOVE WK-PRM-PROCURADO TO WK-PRM-PARAMETRO

           READ PRMVSA01

           IF WK-FS-PRMVSA01 EQUAL '00'
              OR WK-FS-PRMVSA01 EQUAL '04'
              MOVE 'S' TO WK-PRM-ACHADO
              IF WK-PRM-VIGENCIA NOT EQUAL SPACES
                 AND WK-PRM-VIGENCIA NOT GREATER WK-AGORA
                 MOVE WK-PRM-VALOR-FUT TO WK-PRM-VIGENTE
              ELSE
                 MOVE WK-PRM-VALOR     TO WK-PRM-VIGENTE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       620000-RECOMENDA-ITEM.
      *----------------------------------------------------------------*
           IF NOT ITM-SEM-DEMANDA(WK-IDX-ITM)
              AND WK-QT-TAB-REC LESS 1099
              ADD 1 TO WK-QT-TAB-REC
              MOVE SPACES TO WK-REC(WK-QT-TAB-REC)
              MOVE 'LIMI' TO WK-REC-PARAMETRO(WK-QT-TAB-REC)(1:4)
              MOVE WK-ITM-REF(WK-IDX-ITM)
                          TO WK-REC-PARAMETRO(WK-QT-TAB-REC)(5:4)
              MOVE WK-ITM-LIM-REC(WK-IDX-ITM)
                          TO WK-REC-VALOR(WK-QT-TAB-REC)(1:4)
              MOVE 'N'    TO WK-REC-USADO(WK-QT-TAB-REC)

              ADD 1 TO WK-QT-TAB-REC
              MOVE SPACES TO WK-REC(WK-QT-TAB-REC)
              MOVE 'QTDI' TO WK-REC-PARAMETRO(WK-QT-TAB-REC)(1:4)
              MOVE WK-ITM-REF(WK-IDX-ITM)
                          TO WK-REC-PARAMETRO(WK-QT-TAB-REC)(5:4)
              MOVE WK-ITM-QTD-REC(WK-IDX-ITM)
                          TO WK-REC-VALOR(WK-QT-TAB-REC)(1:3)
              MOVE 'N'    TO WK-REC-USADO(WK-QT-TAB-REC)
           END-IF.

      *----------------------------------------------------------------*
       630000-RECOMENDA-DEPARTAMENTO.
      *----------------------------------------------------------------*
           IF WK-QT-TAB-REC LESS 1099
              ADD 1 TO WK-QT-TAB-REC
              MOVE SPACES TO WK-REC(WK-QT-TAB-REC)
              MOVE 'LIM'  TO WK-REC-PARAMETRO(WK-QT-TAB-REC)(1:3)
              MOVE WK-DEP-CODIGO(WK-IDX-DEP)
                          TO WK-REC-PARAMETRO(WK-QT-TAB-REC)(4:3)
              MOVE WK-DEP-LIM-REC(WK-IDX-DEP)
                          TO WK-REC-VALOR(WK-QT-TAB-REC)(1:4)
              MOVE 'N'    TO WK-REC-USADO(WK-QT-TAB-REC)

              ADD 1 TO WK-QT-TAB-REC
              MOVE SPACES TO WK-REC(WK-QT-TAB-REC)
              MOVE 'QTD'  TO WK-REC-PARAMETRO(WK-QT-TAB-REC)(1:3)
              MOVE WK-DEP-CODIGO(WK-IDX-DEP)
                          TO WK-REC-PARAMETRO(WK-QT-TAB-REC)(4:3)
              MOVE WK-DEP-QTD-REC(WK-IDX-DEP)
                          TO WK-REC-VALOR(WK-QT-TAB-REC)(1:3)
              MOVE 'N'    TO WK-REC-USADO(WK-QT-TAB-REC)
           END-IF.

      *----------------------------------------------------------------*
       650000-COPIA-PARAMETRO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-PRMVSA01-REC
           READ PRMVSA01 NEXT RECORD

           IF (WK-FS-PRMVSA01 NOT EQUAL '00'
                 AND WK-FS-PRMVSA01 NOT EQUAL '04')
              OR WK-PRM-PROGRAMA NOT EQUAL WK-PGM-MONITOR
              MOVE 'S' TO WK-FIM-PRM
           ELSE
              MOVE ZEROS TO WK-REC-ACHADO
              PERFORM 670000-PROCURA-RECOMENDACAO
                      VARYING WK-IDX-REC FROM 1 BY 1
                      UNTIL WK-IDX-REC GREATER WK-QT-TAB-REC
                         OR WK-REC-ACHADO GREATER ZEROS

              MOVE WK-PRMVSA01-REC TO SRT-REC
              IF WK-REC-ACHADO GREATER ZEROS
                 MOVE WK-REC-VALOR(WK-REC-ACHADO) TO SRT-VALOR
                 MOVE 'S' TO WK-REC-USADO(WK-REC-ACHADO)
              END-IF
              ADD 1 TO WK-QT-PACOTE
              RELEASE SRT-REC
           END-IF.

      *----------------------------------------------------------------*
       660000-INCLUI-RECOMENDACAO.
      *----------------------------------------------------------------*
           IF WK-REC-USADO(WK-IDX-REC) EQUAL 'N'
              MOVE SPACES                      TO SRT-REC
              MOVE WK-PGM-MONITOR              TO SRT-PROGRAMA
              MOVE WK-REC-PARAMETRO(WK-IDX-REC) TO SRT-PARAMETRO
              MOVE WK-REC-VALOR(WK-IDX-REC)    TO SRT-VALOR
              ADD 1 TO WK-QT-PACOTE
              RELEASE SRT-REC
           END-IF.

      *----------------------------------------------------------------*
       670000-PROCURA-RECOMENDACAO.
      *----------------------------------------------------------------*
           IF WK-REC-PARAMETRO(WK-IDX-REC) EQUAL WK-PRM-PARAMETRO
              MOVE WK-IDX-REC TO WK-REC-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       700000-GRAVA-PACOTE.
      *----------------------------------------------------------------*
           OPEN OUTPUT CTLEXP06
           IF WK-FS-CTLEXP06 NOT EQUAL '00'
              DISPLAY 'CTLGBTC6 - ERRO AO ABRIR CTLEXP06 FS='
                      WK-FS-CTLEXP06
              MOVE 12 TO WK-RETORNO
              MOVE 'S' TO WK-FIM-SORT
           END-IF

           PERFORM 710000-RETORNA-REGISTRO
           PERFORM 720000-GRAVA-REGISTRO
                   UNTIL FIM-SORT

           IF WK-FS-CTLEXP06 EQUAL '00'
              CLOSE CTLEXP06
              DISPLAY 'CTLGBTC6 - PACOTE GRAVADO NO CTLEXP06 - APLICAR '
                      'PELO PRMBTC02 COM PROGRAMA=' WK-PGM-MONITOR
           END-IF.

      *----------------------------------------------------------------*
       710000-RETORNA-REGISTRO.
      *----------------------------------------------------------------*
           IF NOT FIM-SORT
              RETURN SORTWK
                  AT END MOVE 'S' TO WK-FIM-SORT
              END-RETURN
           END-IF.

      *----------------------------------------------------------------*
       720000-GRAVA-REGISTRO.
      *----------------------------------------------------------------*
           WRITE WK-CTLEXP06-REC FROM SRT-REC
           IF WK-FS-CTLEXP06 NOT EQUAL '00'
              DISPLAY 'CTLGBTC6 - ERRO AO GRAVAR CTLEXP06 FS='
                      WK-FS-CTLEXP06
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           END-IF

           PERFORM 710000-RETORNA-REGISTRO.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           CLOSE CTLGLOG1
                 CTLGORD1
                 PRMVSA01
           IF MIR-ABERTO
              CLOSE CTLMIR01
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS-LOG       TO WK-REL-LIDOS-LOG
           MOVE WK-QT-LIDOS-ORD       TO WK-REL-LIDOS-ORD
           MOVE WK-QT-ITENS           TO WK-REL-ITENS
           MOVE WK-QT-SEM-DEMANDA     TO WK-REL-SEM-DEM
           MOVE WK-QT-AJUSTES         TO WK-REL-AJUSTES
           MOVE WK-QT-AJUSTES-DEP     TO WK-REL-AJUST-DEP
           MOVE WK-QT-PACOTE          TO WK-REL-PACOTE

           DISPLAY WK-RELATORIO.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'              TO WK-RUNREG-MODO
           COMPUTE WK-RUNREG-QT-ENTRADA = WK-QT-LIDOS-LOG
                                        + WK-QT-LIDOS-ORD
           MOVE WK-QT-ITENS      TO WK-RUNREG-QT-SAIDA
           MOVE WK-QT-INVALIDOS  TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.
