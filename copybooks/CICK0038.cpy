      *----------------------------------------------------------------*
      *   CICK0038 - MENSAGEM MQ PARA A TABELA ETTC_ARQ_CICS           *
      *   (ESTATISTICA DE FILE COLETADA DE DFHA17DS PARA OS ARQUIVOS   *
      *   CADASTRADOS NA TSQ CICP0307_ARQLST; CONTADORES ACUMULADOS    *
      *   DESDE O ULTIMO RESET DE ESTATISTICA DO CICS)                 *
      *----------------------------------------------------------------*
           03  K0038-NM-CICS              PIC  X(008).
           03  K0038-NM-ARQ               PIC  X(008).
           03  K0038-DT-CLA               PIC  X(010).
           03  K0038-HR-CLA               PIC  X(008).
           03  K0038-QT-LEIT              PIC S9(009) COMP.
           03  K0038-QT-GRAV-ATLZ         PIC S9(009) COMP.
           03  K0038-QT-GRAV-INCL         PIC S9(009) COMP.
           03  K0038-QT-BROWSE            PIC S9(009) COMP.
           03  K0038-QT-EXCL              PIC S9(009) COMP.
           03  K0038-QT-EXCP              PIC S9(009) COMP.
           03  K0038-QT-ESP-STRG          PIC S9(009) COMP.
           03  K0038-MAX-ESP-STRG         PIC S9(009) COMP.
           03  K0038-NR-POOL-LSR          PIC S9(004) COMP.
           03  K0038-QT-ACER-BUF-LSR      PIC S9(009) COMP.
           03  K0038-QT-LEIT-BUF-LSR      PIC S9(009) COMP.
           03  K0038-CD-MSG               PIC  9(002).
      *    GERACAO DO LAYOUT DESTA MENSAGEM ('02' = PRIMEIRA
      *    GERACAO VERSIONADA; MENSAGEM SEM ESTE CAMPO = LAYOUT
      *    ANTERIOR). O CD-MSG IDENTIFICA A TABELA, NAO A GERACAO -
      *    O COLETOR EMITE COM OU SEM O CAMPO CONFORME A TSQ
      *    CICP0307_VERCFG, PARA CICP0307 E CICP0308 SUBIREM DE
      *    VERSAO INDEPENDENTEMENTE
           03  K0038-VS-LAYOUT        PIC  X(002).
