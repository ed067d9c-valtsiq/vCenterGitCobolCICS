      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. AUDBTC01
      * Tipo    .............. Batch (trimestral / sob demanda)
      * Finalidade ........... ATIVIDADE POR USUARIO para a auditoria
      *                        interna (segregacao de funcoes) - a
      *                        resposta a "quem mudou o que em
      *                        producao" era montada a mao a partir
      *                        de sete fontes. Junta num periodo, em
      *                        ordem cronologica por usuario, acao,
      *                        objeto e antes/depois quando houver:
      *                          CEPHST01  historico do CEP
      *                          CIEHST01  historico de BIN
      *                          APRVSA01  pedidos e decisoes da
      *                                    dupla custodia
      *                          CSTHST01  trilha duravel das linhas
      *                                    da CSTA gravada pelo CSTARPT
      *                                    (PRMMNT01, OPRMNT01,
      *                                    ACCM1MNT, OPRAUT01 e as
      *                                    revogacoes do OPRREC01)
      *                          VSRSAUD1  acoes SET do VSRSMAIN
      *                          ACCAJU01  ajustes manuais do ACC
      *                        e marca os conflitos:
      *                          MC - solicitante e aprovador do
      *                               mesmo pedido
      *                          AC - aprovacao cruzada: aprovou o
      *                               pedido de quem aprovou o seu
      *                          PP - alterou o proprio perfil no
      *                               OPRVSA01
      *                          MF - mes ACC fechado: reabertura, ou
      *                               ajuste depois do fechamento
      *                          SD - acao sensivel (lista ACOES4OL
      *                               ATUAL do PRMVSA01) sem pedido
      *                               aprovado que a cubra
      *                        O replay do APRMNT01 grava o historico
      *                        em nome do APROVADOR e deixa o pedido
      *                        executado com a data da execucao: a
      *                        acao sensivel esta coberta quando ha
      *                        pedido aprovado/executado do mesmo
      *                        programa, com o executor como
      *                        aprovador, no mesmo dia - um pedido
      *                        cobre uma acao.
      *                        O ACCFCH01 guarda so a ultima situacao
      *                        do mes; a sequencia de fechamentos e
      *                        reaberturas vem da trilha (ACCM1MNT) e
      *                        o ACCFCH01 completa o que ela nao tem.
      *                        Evento sem operador (historico anterior
      *                        ao registro dele) sai como *SEMUSU*.
      *                        Fonte indisponivel nao interrompe: e
      *                        listada no resumo e o RC vai a 4.
      *                        Parametros (cartao AUDPRM01):
      *                          DE=AAAAMMDD   inicio (default ATE
      *                                        menos 92 dias)
      *                          ATE=AAAAMMDD  fim (default hoje)
      *                        RC 4 com conflito ou fonte
      *                        indisponivel; 12 com periodo invalido.
      * DSnames .............. B090290.CEPHST01 / CIEHST01 / APRVSA01 /
      *                        CSTHST01 / VSRSAUD1 / ACCAJU01 /
      *                        ACCFCH01 / PRMVSA01 (so consulta)
      *                        B090290.AUDPRM01 (parametros, opcional)
      *                        B090290.AUDREL01 (relatorio impresso)
      *                        B090290.AUDEXP01 (arquivo delimitado
      *                        por ';' para as ferramentas da
      *                        auditoria, com linha de titulos)
      *                        SORTWK (work do SORT por usuario)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUDBTC01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CEPHST01   ASSIGN TO CEPHST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-CEPH-CHAVE
                  FILE STATUS  IS WK-FS-CEPHST01.

           SELECT CIEHST01   ASSIGN TO CIEHST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-CIEH-CHAVE
                  FILE STATUS  IS WK-FS-CIEHST01.

           SELECT APRVSA01   ASSIGN TO APRVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-APR-CHAVE
                  FILE STATUS  IS WK-FS-APRVSA01.

           SELECT CSTHST01   ASSIGN TO CSTHST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-TRL-CHAVE
                  FILE STATUS  IS WK-FS-CSTHST01.

           SELECT VSRSAUD1   ASSIGN TO VSRSAUD1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-VAU-CHAVE
                  FILE STATUS  IS WK-FS-VSRSAUD1.

           SELECT ACCAJU01  ASSIGN TO ACCAJU01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-AJU-CHAVE
                  FILE STATUS  IS WK-FS-ACCAJU01.

           SELECT ACCFCH01  ASSIGN TO ACCFCH01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-FCH-CHAVE
                  FILE STATUS  IS WK-FS-ACCFCH01.

           SELECT PRMVSA01   ASSIGN TO PRMVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-PRM-CHAVE
                  FILE STATUS  IS WK-FS-PRMVSA01.

           SELECT AUDPRM01   ASSIGN TO AUDPRM01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-AUDPRM01.

           SELECT AUDREL01   ASSIGN TO AUDREL01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-AUDREL01.

           SELECT AUDEXP01   ASSIGN TO AUDEXP01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-AUDEXP01.

           SELECT SORTWK     ASSIGN TO SORTWK.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO CEPCICS3/CEPBTC01/CEPBTC08 -
      *   MANTER SINCRONIZADO. REGISTRO ANTIGO CHEGA SEM AS
      *   COORDENADAS E SEM O OPERADOR, EM BRANCO
      *----------------------------------------------------------------*
       FD  CEPHST01.
       01  WK-CEPHST01-REC.
           05 WK-CEPH-CHAVE.
              10 WK-CEPH-CEP                PIC  X(008).
              10 WK-CEPH-DATA               PIC  X(010).
              10 WK-CEPH-HORA               PIC  X(008).
              10 WK-CEPH-TASKNUM            PIC  9(007).
           05 WK-CEPH-ACAO                  PIC  X(001).
           05 WK-CEPH-CORR                  PIC  X(050).
           05 WK-CEPH-IMG-ANTES             PIC  X(130).
           05 WK-CEPH-IMG-DEPOIS            PIC  X(130).
           05 WK-CEPH-GEO-ANTES             PIC  X(020).
           05 WK-CEPH-GEO-DEPOIS            PIC  X(020).
           05 WK-CEPH-USUARIO               PIC  X(008).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO CIEBIN03 - MANTER SINCRONIZADO.
      *   REGISTRO ANTIGO CHEGA SEM A CAUDA DE 8 DIGITOS E SEM O
      *   OPERADOR, EM BRANCO
      *----------------------------------------------------------------*
       FD  CIEHST01.
       01  WK-CIEHST01-REC.
           05 WK-CIEH-CHAVE.
              10 WK-CIEH-BIN                PIC  X(006).
              10 WK-CIEH-DATA               PIC  X(010).
              10 WK-CIEH-HORA               PIC  X(008).
              10 WK-CIEH-TASKNUM            PIC  9(007).
           05 WK-CIEH-ACAO                  PIC  X(001).
           05 WK-CIEH-ORIGEM.
              10 WK-CIEH-TRNID              PIC  X(004).
              10 WK-CIEH-TERMID             PIC  X(004).
              10 WK-CIEH-APPLID             PIC  X(008).
           05 WK-CIEH-IMG-ANTES             PIC  X(130).
           05 WK-CIEH-IMG-DEPOIS            PIC  X(130).
           05 WK-CIEH-EXT-ANTES             PIC  X(016).
           05 WK-CIEH-EXT-DEPOIS            PIC  X(016).
           05 WK-CIEH-USUARIO               PIC  X(008).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO APRGAT01/APRMNT01 - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  APRVSA01.
       01  WK-APRVSA01-REC.
           05 WK-APR-CHAVE.
              10 WK-APR-PROGRAMA            PIC  X(008).
              10 WK-APR-HASH                PIC  9(009).
           05 WK-APR-SITUACAO               PIC  X(001).
           05 WK-APR-SOLICITANTE            PIC  X(008).
           05 WK-APR-DT-PEDIDO              PIC  X(014).
           05 WK-APR-APROVADOR              PIC  X(008).
           05 WK-APR-DT-DECISAO             PIC  X(014).
           05 WK-APR-TAMANHO                PIC  9(004).
           05 WK-APR-IMAGEM                 PIC  X(256).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DA TRILHA GRAVADA PELO CSTARPT - MANTER
      *   SINCRONIZADO: A LINHA DA CSTA COMO VEIO
      *----------------------------------------------------------------*
       FD  CSTHST01.
       01  WK-CSTHST01-REC.
           05 WK-TRL-CHAVE.
              10 WK-TRL-INSTANTE            PIC  X(014).
              10 WK-TRL-TASKN               PIC  9(007).
              10 WK-TRL-SEQ                 PIC  9(005).
           05 WK-TRL-LINHA                  PIC  X(200).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DA AUDITORIA SET DO VSRSMAIN - MANTER
      *   SINCRONIZADO
      *----------------------------------------------------------------*
       FD  VSRSAUD1.
       01  WK-VSRSAUD1-REC.
           05 WK-VAU-CHAVE.
              10 WK-VAU-DATA                PIC  X(010).
              10 WK-VAU-HORA                PIC  X(008).
              10 WK-VAU-TASKN               PIC  9(007).
           05 WK-VAU-USERID                 PIC  X(008).
           05 WK-VAU-TIPO                   PIC  X(008).
           05 WK-VAU-NOME                   PIC  X(008).
           05 WK-VAU-ACAO                   PIC  X(008).
           05 WK-VAU-RESULT                 PIC  X(020).

       FD  ACCAJU01.
       01  WK-ACCAJU01-REC.
           05 WK-AJU-CHAVE.
              10 WK-AJU-CODUSU           PIC  X(003).
              10 WK-AJU-ANO              PIC  X(004).
              10 WK-AJU-MES              PIC  X(002).
              10 WK-AJU-SEQ              PIC  9(003).
           05 WK-AJU-VALOR               PIC S9(012)
                                         SIGN LEADING SEPARATE.
           05 WK-AJU-MOTIVO              PIC  X(003).
           05 WK-AJU-OBS                 PIC  X(040).
           05 WK-AJU-VAL-ORIGINAL        PIC  X(012).
           05 WK-AJU-USUARIO             PIC  X(008).
           05 WK-AJU-DATA                PIC  X(010).
           05 WK-AJU-HORA                PIC  X(008).
           05 FILLER                     PIC  X(020).

       FD  ACCFCH01.
       01  WK-ACCFCH01-REC.
           05 WK-FCH-CHAVE.
              10 WK-FCH-CODUSU           PIC  X(003).
              10 WK-FCH-ANO              PIC  X(004).
              10 WK-FCH-MES              PIC  X(002).
           05 WK-FCH-STATUS              PIC  X(001).
           05 WK-FCH-DATA                PIC  X(010).
           05 WK-FCH-HORA                PIC  X(008).
           05 WK-FCH-ORIGEM              PIC  X(008).

       FD  PRMVSA01.
       01  WK-PRMVSA01-REC.
           05 WK-PRM-CHAVE.
              10 WK-PRM-PROGRAMA            PIC  X(008).
              10 WK-PRM-PARAMETRO           PIC  X(008).
           05 WK-PRM-VALOR                  PIC  X(048).
           05 WK-PRM-VALOR-FUT              PIC  X(048).
           05 WK-PRM-VIGENCIA               PIC  X(014).

       FD  AUDPRM01
           RECORDING MODE IS F.
       01  WK-AUDPRM01-REC                  PIC  X(080).

       FD  AUDREL01
           RECORDING MODE IS F.
       01  WK-AUDREL01-REC                  PIC  X(133).

       FD  AUDEXP01
           RECORDING MODE IS F.
       01  WK-AUDEXP01-REC                  PIC  X(260).

      *----------------------------------------------------------------*
      *   UM EVENTO DE QUALQUER FONTE - ORDEM USUARIO + INSTANTE
      *   (AAAAMMDDHHMMSS) + FONTE
      *----------------------------------------------------------------*
       SD  SORTWK.
       01  SRT-REC.
           05 SRT-CHAVE.
              10 SRT-USUARIO                PIC  X(008).
              10 SRT-INSTANTE               PIC  X(014).
              10 SRT-FONTE                  PIC  X(008).
           05 SRT-PROGRAMA                  PIC  X(008).
           05 SRT-ACAO                      PIC  X(020).
           05 SRT-OBJETO                    PIC  X(034).
           05 SRT-ANTES                     PIC  X(048).
           05 SRT-DEPOIS                    PIC  X(048).
           05 SRT-CONFLITO                  PIC  X(002).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CEPHST01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIEHST01                    PIC  X(002) VALUE '00'.
       01 WK-FS-APRVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CSTHST01                    PIC  X(002) VALUE '00'.
       01 WK-FS-VSRSAUD1                    PIC  X(002) VALUE '00'.
       01 WK-FS-ACCAJU01                    PIC  X(002) VALUE '00'.
       01 WK-FS-ACCFCH01                    PIC  X(002) VALUE '00'.
       01 WK-FS-PRMVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-AUDPRM01                    PIC  X(002) VALUE '00'.
       01 WK-FS-AUDEXP01                    PIC  X(002) VALUE '00'.

      *   FONTE CORRENTE: FIM DE LEITURA E STATUS DO ULTIMO READ
       01 WK-FIM-FONTE                      PIC  X(001) VALUE 'N'.
           88 FIM-FONTE                                 VALUE 'S'.
       01 WK-FS-FONTE                       PIC  X(002) VALUE '00'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-FIM-SORT                       PIC  X(001) VALUE 'N'.
           88 FIM-SORT                                  VALUE 'S'.

       01 WK-FCH-OK                         PIC  X(001) VALUE 'N'.
           88 FCH-OK                                    VALUE 'S'.
       01 WK-PRM-OK                         PIC  X(001) VALUE 'N'.
           88 PRM-OK                                    VALUE 'S'.
       01 WK-EXP-OK                         PIC  X(001) VALUE 'N'.
           88 EXP-OK                                    VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = LIMPO   4 = CONFLITO / FONTE INDISPONIVEL
      *   8 = ERRO DE LEITURA/GRAVACAO   12 = PERIODO INVALIDO
      *----------------------------------------------------------------*
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   HISTORICO COMUM DE EXECUCAO (VSAM RUNHST01, VIA RUNREG01)
      *----------------------------------------------------------------*
       01 WK-PGM-RUNREG01                   PIC  X(008) VALUE
                                            'RUNREG01'.
       01 WK-RUNREG-AREA.
          05 WK-RUNREG-MODO                 PIC  X(001) VALUE 'I'.
          05 WK-RUNREG-PROGRAMA             PIC  X(008) VALUE
                                            'AUDBTC01'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   REPOSITORIO DE RELATORIOS (VSAM RELDIR01/RELLIN01, VIA
      *   RELREG01): CADA LINHA IMPRESSA NO AUDREL01 VAI TAMBEM PARA A
      *   CONSULTA ONLINE REL1 (RELINQ01); DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RELREG01                   PIC  X(008) VALUE
                                            'RELREG01'.
       01 WK-RELREG-AREA.
          05 WK-RELREG-MODO                 PIC  X(001) VALUE 'L'.
          05 WK-RELREG-RELATORIO            PIC  X(008) VALUE
                                            'AUDREL01'.
          05 WK-RELREG-PROGRAMA             PIC  X(008) VALUE
                                            'AUDBTC01'.
          05 WK-RELREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RELREG-EXECUCAO             PIC  9(003) VALUE ZEROS.
          05 WK-RELREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RELREG-LINHA                PIC  X(133) VALUE SPACES.
          05 WK-RELREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   PERIODO (CARTAO AUDPRM01; DD AUSENTE = OS 92 DIAS ATE HOJE)
      *----------------------------------------------------------------*
       01 WK-DATA-DE                        PIC  X(008) VALUE SPACES.
       01 WK-DATA-DE-NUM REDEFINES WK-DATA-DE
                                            PIC  9(008).
       01 WK-DATA-ATE                       PIC  X(008) VALUE SPACES.
       01 WK-DATA-ATE-NUM REDEFINES WK-DATA-ATE
                                            PIC  9(008).
       01 WK-DATA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-DIAS-INTEIRO                   PIC  9(007) VALUE ZEROS.
       01 WK-DATA-VALIDA                    PIC  X(001) VALUE 'S'.
           88 DATA-VALIDA                               VALUE 'S'.
       01 WK-DATA-TESTE                     PIC  X(008) VALUE SPACES.

      *   INSTANTE CORRENTE (AAAAMMDDHHMMSS) PARA A VIGENCIA DO
      *   PRMVSA01, COMO O PRMLER01 FAZ
       01 WK-AGORA.
          05 WK-AGORA-DATA                  PIC  9(008) VALUE ZEROS.
          05 WK-AGORA-HORA                  PIC  9(006) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   CONVERSAO DA DATA/HORA DAS FONTES PARA O INSTANTE DO SORT
      *   ('AAAA.MM.DD' + 'HH:MM:SS' OU AAAAMMDD + 'HH:MM:SS')
      *----------------------------------------------------------------*
       01 WK-DATA-PONTO                     PIC  X(010) VALUE SPACES.
       01 WK-HORA-PONTO                     PIC  X(008) VALUE SPACES.
       01 WK-INSTANTE                       PIC  X(014) VALUE SPACES.
       01 WK-USU-DESCONHECIDO               PIC  X(008) VALUE
                                            '*SEMUSU*'.

      *----------------------------------------------------------------*
      *   PEDIDOS DA DUPLA CUSTODIA (APRVSA01 CARREGADO ANTES DO SORT:
      *   A APROVACAO CRUZADA E A COBERTURA DAS ACOES SENSIVEIS SAO
      *   APURADAS NA TABELA)
      *----------------------------------------------------------------*
       01 WK-MAX-PEDIDOS                    PIC S9(004) COMP
                                            VALUE +3000.
       01 WK-QT-PEDIDOS                     PIC S9(004) COMP
                                            VALUE +0.
       01 WK-IDX-PED                        PIC S9(004) COMP
                                            VALUE +0.
       01 WK-IDX-REC                        PIC S9(004) COMP
                                            VALUE +0.
       01 WK-PEDIDOS-EXCEDIDOS              PIC  X(001) VALUE 'N'.
           88 PEDIDOS-EXCEDIDOS                         VALUE 'S'.
       01 WK-TAB-PEDIDOS.
          05 WK-TAB-PEDIDO OCCURS 3000 TIMES.
             10 WK-TPD-PROGRAMA             PIC  X(008).
             10 WK-TPD-HASH                 PIC  9(009).
             10 WK-TPD-SITUACAO             PIC  X(001).
                88 WK-TPD-APROVADO                      VALUE 'A'
                                                              'E'.
                88 WK-TPD-REJEITADO                     VALUE 'R'.
             10 WK-TPD-SOLICITANTE          PIC  X(008).
             10 WK-TPD-DT-PEDIDO            PIC  X(014).
             10 WK-TPD-APROVADOR            PIC  X(008).
             10 WK-TPD-DT-DECISAO           PIC  X(014).
             10 WK-TPD-CRUZADA              PIC  X(001).
             10 WK-TPD-USADO                PIC  X(001).

      *----------------------------------------------------------------*
      *   FECHAMENTOS E REABERTURAS DE MES ACC LIDOS DA TRILHA
      *   (LINHAS FECHAMENTO DO ACCM1MNT ATE O FIM DO PERIODO)
      *----------------------------------------------------------------*
       01 WK-MAX-FECHAMENTOS                PIC S9(004) COMP
                                            VALUE +3000.
       01 WK-QT-FECHAMENTOS                 PIC S9(004) COMP
                                            VALUE +0.
       01 WK-IDX-FCH                        PIC S9(004) COMP
                                            VALUE +0.
       01 WK-FECHAMENTOS-EXCEDIDOS          PIC  X(001) VALUE 'N'.
           88 FECHAMENTOS-EXCEDIDOS                     VALUE 'S'.
       01 WK-TAB-FECHAMENTOS.
          05 WK-TAB-FECHAMENTO OCCURS 3000 TIMES.
             10 WK-TFC-MES                  PIC  X(009).
             10 WK-TFC-INSTANTE             PIC  X(014).
             10 WK-TFC-ACAO                 PIC  X(001).

      *----------------------------------------------------------------*
      *   LINHA DA TRILHA CSTHST01 NAS VISOES DE CADA PROGRAMA QUE A
      *   GRAVA - MESMOS LAYOUTS DO PRMMNT01 (WK-LINHA-MUDANCA),
      *   OPRMNT01 E OPRREC01 (WK-LINHA-PERFIL), ACCM1MNT
      *   (W-LINHA-FECHAMENTO) E OPRAUT01 (LINHA DE ALERTA) - MANTER
      *   SINCRONIZADOS
      *----------------------------------------------------------------*
       01 WK-LINHA-TRILHA.
          05 WK-LTR-PROGRAMA                PIC  X(009).
          05 WK-LTR-DATA                    PIC  X(008).
          05 FILLER                         PIC  X(001).
          05 WK-LTR-HORA                    PIC  X(008).
          05 WK-LTR-RESTO                   PIC  X(174).
       01 WK-LTR-MUDANCA REDEFINES WK-LINHA-TRILHA.
          05 FILLER                         PIC  X(026).
          05 WK-LMU-TIPO                    PIC  X(011).
          05 WK-LMU-ACAO                    PIC  X(001).
          05 FILLER                         PIC  X(001).
          05 WK-LMU-PROGRAMA                PIC  X(008).
          05 FILLER                         PIC  X(001).
          05 WK-LMU-PARAMETRO               PIC  X(008).
          05 FILLER                         PIC  X(005).
          05 WK-LMU-USUARIO                 PIC  X(008).
          05 FILLER                         PIC  X(005).
          05 WK-LMU-ANTES                   PIC  X(048).
          05 FILLER                         PIC  X(005).
          05 WK-LMU-DEPOIS                  PIC  X(048).
          05 FILLER                         PIC  X(015).
       01 WK-LTR-PERFIL REDEFINES WK-LINHA-TRILHA.
          05 FILLER                         PIC  X(026).
          05 WK-LPF-TIPO                    PIC  X(008).
          05 WK-LPF-ACAO                    PIC  X(001).
          05 FILLER                         PIC  X(001).
          05 WK-LPF-ALVO                    PIC  X(008).
          05 FILLER                         PIC  X(001).
          05 WK-LPF-PROGRAMA                PIC  X(008).
          05 FILLER                         PIC  X(005).
          05 WK-LPF-USUARIO                 PIC  X(008).
          05 FILLER                         PIC  X(005).
          05 WK-LPF-ANTES                   PIC  X(017).
          05 FILLER                         PIC  X(005).
          05 WK-LPF-DEPOIS                  PIC  X(017).
          05 FILLER                         PIC  X(090).
       01 WK-LTR-FECHAMENTO REDEFINES WK-LINHA-TRILHA.
          05 FILLER                         PIC  X(026).
          05 WK-LFC-TIPO                    PIC  X(012).
          05 WK-LFC-ACAO                    PIC  X(001).
          05 FILLER                         PIC  X(001).
          05 WK-LFC-MES.
             10 WK-LFC-CODUSU               PIC  X(003).
             10 FILLER                      PIC  X(001).
             10 WK-LFC-ANO                  PIC  X(004).
             10 FILLER                      PIC  X(001).
             10 WK-LFC-MM                   PIC  X(002).
          05 FILLER                         PIC  X(005).
          05 WK-LFC-USUARIO                 PIC  X(008).
          05 FILLER                         PIC  X(136).
       01 WK-LTR-NEGACAO REDEFINES WK-LINHA-TRILHA.
          05 FILLER                         PIC  X(026).
          05 WK-LNG-TIPO                    PIC  X(008).
          05 WK-LNG-MOTIVO                  PIC  X(020).
          05 FILLER                         PIC  X(005).
          05 WK-LNG-USUARIO                 PIC  X(008).
          05 FILLER                         PIC  X(006).
          05 WK-LNG-TERMINAL                PIC  X(004).
          05 FILLER                         PIC  X(005).
          05 WK-LNG-PROGRAMA                PIC  X(008).
          05 FILLER                         PIC  X(006).
          05 WK-LNG-ACAO                    PIC  X(001).
          05 FILLER                         PIC  X(103).

      *   CHAVE DO MES ACC (CODUSU + ANO + MES) PARA AS TABELAS
       01 WK-MES-ACC.
          05 WK-MES-CODUSU                  PIC  X(003).
          05 WK-MES-ANO                     PIC  X(004).
          05 WK-MES-MM                      PIC  X(002).

      *----------------------------------------------------------------*
      *   DUPLA CUSTODIA: LISTA ACOES4OL DO PROGRAMA (ULTIMA LIDA
      *   GUARDADA - OS EVENTOS DE UM PROGRAMA VEM EM SEQUENCIA)
      *----------------------------------------------------------------*
       01 WK-CHK-PROGRAMA                   PIC  X(008) VALUE SPACES.
       01 WK-CHK-ACAO                       PIC  X(001) VALUE SPACE.
       01 WK-LISTA-PROGRAMA                 PIC  X(008) VALUE
                                            LOW-VALUES.
       01 WK-LISTA-ACOES                    PIC  X(048) VALUE SPACES.
       01 WK-IDX-ACAO                       PIC S9(004) COMP
                                            VALUE +0.
       01 WK-SENSIVEL                       PIC  X(001) VALUE 'N'.
           88 ACAO-SENSIVEL                             VALUE 'S'.
       01 WK-COBERTA                        PIC  X(001) VALUE 'N'.
           88 ACAO-COBERTA                              VALUE 'S'.
       01 WK-MES-FECHADO                    PIC  X(001) VALUE 'N'.
           88 MES-FECHADO                               VALUE 'S'.
       01 WK-MES-NA-TRILHA                  PIC  X(001) VALUE 'N'.
           88 MES-NA-TRILHA                             VALUE 'S'.

       01 WK-VALOR-EDITADO                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WK-NUMERO-EDITADO                 PIC  9(009).

      *----------------------------------------------------------------*
      *   FONTES INDISPONIVEIS (LISTADAS NO RESUMO)
      *----------------------------------------------------------------*
       01 WK-FONTE-ATUAL                    PIC  X(008) VALUE SPACES.
       01 WK-QT-INDISPONIVEIS               PIC S9(004) COMP
                                            VALUE +0.
       01 WK-IDX-FONTE                      PIC S9(004) COMP
                                            VALUE +0.
       01 WK-TAB-INDISPONIVEIS.
          05 WK-TAB-INDISPONIVEL OCCURS 8 TIMES
                                            PIC  X(008).

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-EVENTOS                  PIC  9(009) VALUE ZEROS.
          05 WK-QT-USUARIOS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-CONFLITOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-EV-CEP                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-EV-CIE                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-EV-APR                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-EV-CST                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-EV-VSR                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-EV-AJU                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-MC                       PIC  9(009) VALUE ZEROS.
          05 WK-QT-AC                       PIC  9(009) VALUE ZEROS.
          05 WK-QT-PP                       PIC  9(009) VALUE ZEROS.
          05 WK-QT-MF                       PIC  9(009) VALUE ZEROS.
          05 WK-QT-SD                       PIC  9(009) VALUE ZEROS.
          05 WK-QT-USU-EVENTOS              PIC  9(009) VALUE ZEROS.
          05 WK-QT-USU-CONFLITOS            PIC  9(009) VALUE ZEROS.

       01 WK-USUARIO-ANT                    PIC  X(008) VALUE
                                            LOW-VALUES.
       01 WK-DESCRICAO                      PIC  X(060) VALUE SPACES.

      *   DESCRICAO DE CADA CONFLITO (RELATORIO E ARQUIVO DELIMITADO)
       01 WK-DESC-MC                        PIC  X(060) VALUE
             'SOLICITANTE E APROVADOR DO MESMO PEDIDO'.
       01 WK-DESC-AC                        PIC  X(060) VALUE
             'APROVACAO CRUZADA - O SOLICITANTE APROVOU PEDIDO DELE'.
       01 WK-DESC-PP                        PIC  X(060) VALUE
             'ALTERACAO DO PROPRIO PERFIL NO OPRVSA01'.
       01 WK-DESC-MF                        PIC  X(060) VALUE
             'MES ACC FECHADO - REABERTURA OU AJUSTE APOS FECHAMENTO'.
       01 WK-DESC-SD                        PIC  X(060) VALUE
             'ACAO SENSIVEL (ACOES4OL) SEM PEDIDO APROVADO QUE A CUBRA'.

      *----------------------------------------------------------------*
      *   RELATORIO IMPRESSO (DD AUDREL01, 133 BYTES COM CONTROLE DE
      *   CARRO NA COLUNA 1) - DD AUSENTE DEGRADA PARA O SYSOUT
      *----------------------------------------------------------------*
       01 WK-FS-AUDREL01                    PIC  X(002) VALUE '00'.
       01 WK-REL-OK                         PIC  X(001) VALUE 'S'.
           88 REL-OK                                    VALUE 'S'.
       01 WK-REL-QT-LINHAS                  PIC  9(002) VALUE 99.
       01 WK-REL-PAGINA                     PIC  9(003) VALUE ZEROS.
       01 WK-REL-HORA-SYS                   PIC  9(008) VALUE ZEROS.
       01 WK-REL-DETALHE                    PIC  X(132) VALUE SPACES.
       01 WK-REL-CAB1.
          05 FILLER           PIC X(001) VALUE '1'.
          05 FILLER           PIC X(052) VALUE
             'AUDBTC01 - ATIVIDADE POR USUARIO (SEGREGACAO FUNCAO)'.
          05 FILLER           PIC X(006) VALUE 'DATA: '.
          05 WK-CAB1-DATA     PIC  9(008).
          05 FILLER           PIC X(007) VALUE ' HORA: '.
          05 WK-CAB1-HORA     PIC  9(008).
          05 FILLER           PIC X(006) VALUE ' PAG: '.
          05 WK-CAB1-PAG      PIC  ZZ9.
          05 FILLER           PIC X(042) VALUE SPACES.
       01 WK-REL-CAB2.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 FILLER           PIC X(011) VALUE 'PERIODO DE '.
          05 WK-CAB2-DE       PIC X(008).
          05 FILLER           PIC X(005) VALUE ' ATE '.
          05 WK-CAB2-ATE      PIC X(008).
          05 FILLER           PIC X(100) VALUE
             '   (SD = CONTRA A LISTA ACOES4OL ATUAL DO PRMVSA01)'.
       01 WK-REL-CAB3.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 FILLER           PIC X(011) VALUE 'DATA'.
          05 FILLER           PIC X(009) VALUE 'HORA'.
          05 FILLER           PIC X(009) VALUE 'FONTE'.
          05 FILLER           PIC X(009) VALUE 'PROGRAMA'.
          05 FILLER           PIC X(021) VALUE 'ACAO'.
          05 FILLER           PIC X(036) VALUE 'OBJETO'.
          05 FILLER           PIC X(037) VALUE 'SD'.

       01 WK-LINHA-USUARIO.
          05 FILLER           PIC X(009) VALUE 'USUARIO: '.
          05 WK-LUS-USUARIO   PIC X(008).
          05 FILLER           PIC X(115) VALUE SPACES.

       01 WK-LINHA-EVENTO.
          05 WK-LEV-DATA      PIC X(010).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LEV-HORA      PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LEV-FONTE     PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LEV-PROGRAMA  PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LEV-ACAO      PIC X(020).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LEV-OBJETO    PIC X(034).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-LEV-CONFLITO  PIC X(002).
          05 FILLER           PIC X(035) VALUE SPACES.

       01 WK-LINHA-IMAGEM.
          05 FILLER           PIC X(012) VALUE SPACES.
          05 FILLER           PIC X(007) VALUE 'ANTES: '.
          05 WK-LIM-ANTES     PIC X(048).
          05 FILLER           PIC X(009) VALUE ' DEPOIS: '.
          05 WK-LIM-DEPOIS    PIC X(048).
          05 FILLER           PIC X(008) VALUE SPACES.

       01 WK-LINHA-CONFLITO.
          05 FILLER           PIC X(012) VALUE SPACES.
          05 FILLER           PIC X(008) VALUE '*** SOD '.
          05 WK-LCF-CODIGO    PIC X(002).
          05 FILLER           PIC X(002) VALUE ': '.
          05 WK-LCF-DESCRICAO PIC X(060).
          05 FILLER           PIC X(048) VALUE SPACES.

       01 WK-LINHA-RODAPE.
          05 FILLER           PIC X(012) VALUE SPACES.
          05 FILLER           PIC X(009) VALUE 'EVENTOS: '.
          05 WK-LRD-EVENTOS   PIC Z,ZZZ,ZZ9.
          05 FILLER           PIC X(014) VALUE '   CONFLITOS: '.
          05 WK-LRD-CONFLITOS PIC Z,ZZZ,ZZ9.
          05 FILLER           PIC X(079) VALUE SPACES.

      *----------------------------------------------------------------*
      *   ARQUIVO DELIMITADO (DD AUDEXP01): CAMPOS EM POSICAO FIXA
      *   SEPARADOS POR ';' - ';' DENTRO DE UM VALOR VIRA ','
      *----------------------------------------------------------------*
       01 WK-EXP-TITULOS.
          05 FILLER           PIC X(040) VALUE
             'USUARIO;DATA;HORA;FONTE;PROGRAMA;ACAO;'.
          05 FILLER           PIC X(040) VALUE
             'OBJETO;ANTES;DEPOIS;CONFLITO;DESCRICAO'.
       01 WK-LINHA-EXPORTA.
          05 WK-LEX-USUARIO   PIC X(008).
          05 FILLER           PIC X(001) VALUE ';'.
          05 WK-LEX-DATA      PIC X(008).
          05 FILLER           PIC X(001) VALUE ';'.
          05 WK-LEX-HORA      PIC X(006).
          05 FILLER           PIC X(001) VALUE ';'.
          05 WK-LEX-FONTE     PIC X(008).
          05 FILLER           PIC X(001) VALUE ';'.
          05 WK-LEX-PROGRAMA  PIC X(008).
          05 FILLER           PIC X(001) VALUE ';'.
          05 WK-LEX-ACAO      PIC X(020).
          05 FILLER           PIC X(001) VALUE ';'.
          05 WK-LEX-OBJETO    PIC X(034).
          05 FILLER           PIC X(001) VALUE ';'.
          05 WK-LEX-ANTES     PIC X(048).
          05 FILLER           PIC X(001) VALUE ';'.
          05 WK-LEX-DEPOIS    PIC X(048).
          05 FILLER           PIC X(001) VALUE ';'.
          05 WK-LEX-CONFLITO  PIC X(002).
          05 FILLER           PIC X(001) VALUE ';'.
          05 WK-LEX-DESCRICAO PIC X(060).

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'AUDBTC01 - ATIVIDADE POR USUARIO'.
          05 FILLER           PIC X(020) VALUE
             'EVENTOS.............'.
          05 WK-REL-EVENTOS   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'USUARIOS............'.
          05 WK-REL-USUARIOS  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'CONFLITOS...........'.
          05 WK-REL-CONFLITOS PIC ZZZ,ZZZ,ZZ9.

      *   LINHA DA SECAO DE TOTAIS DO RELATORIO IMPRESSO - UM
      *   CONTADOR POR LINHA
       01 WK-REL-TOTAL.
          05 FILLER            PIC X(005) VALUE SPACES.
          05 WK-REL-TOT-ROTULO PIC X(020).
          05 FILLER            PIC X(002) VALUE SPACES.
          05 WK-REL-TOT-VALOR  PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           ACCEPT WK-DATA-HOJE    FROM DATE YYYYMMDD
           ACCEPT WK-REL-HORA-SYS FROM TIME
           MOVE WK-DATA-HOJE           TO WK-AGORA-DATA
           MOVE WK-REL-HORA-SYS(1:6)   TO WK-AGORA-HORA

           PERFORM 050000-LER-PARAMETROS
           PERFORM 070000-CALCULA-PERIODO

           IF WK-RETORNO LESS 12
              PERFORM 100000-ABRIR-ARQUIVOS
              PERFORM 120000-CARREGA-PEDIDOS
              SORT SORTWK
                   ON ASCENDING KEY SRT-CHAVE
                   INPUT  PROCEDURE 200000-SELECIONA-EVENTOS
                   OUTPUT PROCEDURE 400000-EMITE-RELATORIO
              PERFORM 900000-FECHAR-ARQUIVOS
              PERFORM 950000-EMITIR-RESUMO
           END-IF

           IF WK-RETORNO LESS 4
              AND (WK-QT-CONFLITOS GREATER ZEROS
                   OR WK-QT-INDISPONIVEIS GREATER ZEROS
                   OR PEDIDOS-EXCEDIDOS
                   OR FECHAMENTOS-EXCEDIDOS)
              MOVE 4 TO WK-RETORNO
           END-IF
           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT AUDPRM01

           IF WK-FS-AUDPRM01 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE AUDPRM01
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ AUDPRM01

           IF WK-FS-AUDPRM01 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-AUDPRM01-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-AUDPRM01-REC(1:3) EQUAL 'DE='
              MOVE WK-AUDPRM01-REC(4:8) TO WK-DATA-DE
           ELSE
           IF WK-AUDPRM01-REC(1:4) EQUAL 'ATE='
              MOVE WK-AUDPRM01-REC(5:8) TO WK-DATA-ATE
           ELSE
           IF WK-AUDPRM01-REC NOT EQUAL SPACES
              DISPLAY 'AUDBTC01 - PARAMETRO DESCONHECIDO: '
                      WK-AUDPRM01-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       070000-CALCULA-PERIODO.
      *----------------------------------------------------------------*
      * ATE AUSENTE = HOJE; DE AUSENTE = 92 DIAS ANTES DO ATE (UM
      * TRIMESTRE COM FOLGA). DATA INVALIDA OU DE DEPOIS DO ATE NAO
      * GERA RELATORIO (RC 12) - UM RELATORIO DE AUDITORIA DE PERIODO
      * ERRADO E PIOR QUE NENHUM
      *----------------------------------------------------------------*
           IF WK-DATA-ATE EQUAL SPACES
              MOVE WK-DATA-HOJE TO WK-DATA-ATE-NUM
           END-IF

           MOVE WK-DATA-ATE TO WK-DATA-TESTE
           PERFORM 075000-VALIDA-DATA

           IF DATA-VALIDA
              AND WK-DATA-DE EQUAL SPACES
              COMPUTE WK-DIAS-INTEIRO =
                      FUNCTION INTEGER-OF-DATE ( WK-DATA-ATE-NUM ) - 92
              COMPUTE WK-DATA-DE-NUM =
                      FUNCTION DATE-OF-INTEGER ( WK-DIAS-INTEIRO )
           END-IF

           IF DATA-VALIDA
              MOVE WK-DATA-DE TO WK-DATA-TESTE
              PERFORM 075000-VALIDA-DATA
           END-IF

           IF NOT DATA-VALIDA
              OR WK-DATA-DE GREATER WK-DATA-ATE
              DISPLAY 'AUDBTC01 - PERIODO INVALIDO DE=' WK-DATA-DE
                      ' ATE=' WK-DATA-ATE ' - RELATORIO NAO EMITIDO'
              MOVE 12 TO WK-RETORNO
           ELSE
              DISPLAY 'AUDBTC01 - PERIODO DE=' WK-DATA-DE
                      ' ATE=' WK-DATA-ATE
           END-IF.

      *----------------------------------------------------------------*
       075000-VALIDA-DATA.
      *----------------------------------------------------------------*
           IF WK-DATA-TESTE NOT NUMERIC
              OR WK-DATA-TESTE(5:2) LESS '01'
              OR WK-DATA-TESTE(5:2) GREATER '12'
              OR WK-DATA-TESTE(7:2) LESS '01'
              OR WK-DATA-TESTE(7:2) GREATER '31'
              MOVE 'N' TO WK-DATA-VALIDA
           END-IF.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT AUDREL01
           IF WK-FS-AUDREL01 NOT EQUAL '00'
              DISPLAY 'AUDBTC01 - ERRO AO ABRIR AUDREL01 FS='
                      WK-FS-AUDREL01
                      ' - RELATORIO SO NO SYSOUT'
              MOVE 'N' TO WK-REL-OK
           END-IF

           OPEN OUTPUT AUDEXP01
           IF WK-FS-AUDEXP01 EQUAL '00'
              MOVE 'S' TO WK-EXP-OK
           ELSE
              DISPLAY 'AUDBTC01 - ERRO AO ABRIR AUDEXP01 FS='
                      WK-FS-AUDEXP01
                      ' - ARQUIVO DELIMITADO NAO GERADO'
              MOVE 8 TO WK-RETORNO
           END-IF

      *    SEM A LISTA ACOES4OL NAO HA COMO APURAR O SD; SEM O
      *    ACCFCH01 O MF FICA SO COM A TRILHA
           OPEN INPUT PRMVSA01
           IF WK-FS-PRMVSA01 EQUAL '00'
              MOVE 'S' TO WK-PRM-OK
           ELSE
              MOVE 'PRMVSA01' TO WK-FONTE-ATUAL
              MOVE WK-FS-PRMVSA01 TO WK-FS-FONTE
              PERFORM 290000-FONTE-INDISPONIVEL
           END-IF

           OPEN INPUT ACCFCH01
           IF WK-FS-ACCFCH01 EQUAL '00'
              MOVE 'S' TO WK-FCH-OK
           ELSE
              MOVE 'ACCFCH01' TO WK-FONTE-ATUAL
              MOVE WK-FS-ACCFCH01 TO WK-FS-FONTE
              PERFORM 290000-FONTE-INDISPONIVEL
           END-IF.

      *----------------------------------------------------------------*
       120000-CARREGA-PEDIDOS.
      *----------------------------------------------------------------*
      * TODOS OS PEDIDOS, DE QUALQUER DATA: UM PEDIDO ANTIGO PODE SER
      * A OUTRA PONTA DE UMA APROVACAO CRUZADA DO PERIODO
      *----------------------------------------------------------------*
           MOVE 'APRVSA01' TO WK-FONTE-ATUAL
           MOVE 'N'        TO WK-FIM-FONTE
           OPEN INPUT APRVSA01

           IF WK-FS-APRVSA01 NOT EQUAL '00'
              MOVE WK-FS-APRVSA01 TO WK-FS-FONTE
              PERFORM 290000-FONTE-INDISPONIVEL
           ELSE
              PERFORM 125000-LER-APRVSA01
              PERFORM 126000-GUARDA-PEDIDO
                      UNTIL FIM-FONTE
              CLOSE APRVSA01
              PERFORM 130000-MARCA-CRUZADA
                      VARYING WK-IDX-PED FROM 1 BY 1
                      UNTIL WK-IDX-PED GREATER WK-QT-PEDIDOS
           END-IF.

      *----------------------------------------------------------------*
       125000-LER-APRVSA01.
      *----------------------------------------------------------------*
           READ APRVSA01 NEXT RECORD
           MOVE WK-FS-APRVSA01 TO WK-FS-FONTE
           PERFORM 295000-AVALIA-LEITURA.

      *----------------------------------------------------------------*
       126000-GUARDA-PEDIDO.
      *----------------------------------------------------------------*
           IF WK-QT-PEDIDOS LESS WK-MAX-PEDIDOS
              ADD 1 TO WK-QT-PEDIDOS
              MOVE WK-APR-PROGRAMA    TO WK-TPD-PROGRAMA(WK-QT-PEDIDOS)
              MOVE WK-APR-HASH        TO WK-TPD-HASH(WK-QT-PEDIDOS)
              MOVE WK-APR-SITUACAO    TO WK-TPD-SITUACAO(WK-QT-PEDIDOS)
              MOVE WK-APR-SOLICITANTE
                   TO WK-TPD-SOLICITANTE(WK-QT-PEDIDOS)
              MOVE WK-APR-DT-PEDIDO
                   TO WK-TPD-DT-PEDIDO(WK-QT-PEDIDOS)
              MOVE WK-APR-APROVADOR
                   TO WK-TPD-APROVADOR(WK-QT-PEDIDOS)
              MOVE WK-APR-DT-DECISAO
                   TO WK-TPD-DT-DECISAO(WK-QT-PEDIDOS)
              MOVE 'N' TO WK-TPD-CRUZADA(WK-QT-PEDIDOS)
                          WK-TPD-USADO(WK-QT-PEDIDOS)
           ELSE
              IF NOT PEDIDOS-EXCEDIDOS
                 DISPLAY 'AUDBTC01 - MAIS DE ' WK-MAX-PEDIDOS
                         ' PEDIDOS NO APRVSA01 - EXCEDENTES IGNORADOS'
                 MOVE 'S' TO WK-PEDIDOS-EXCEDIDOS
              END-IF
           END-IF

           PERFORM 125000-LER-APRVSA01.

      *----------------------------------------------------------------*
       130000-MARCA-CRUZADA.
      *----------------------------------------------------------------*
      * APROVACAO CRUZADA: A APROVOU PEDIDO DE B E B APROVOU PEDIDO DE
      * A - CADA UM FOI O CONFERENTE DO OUTRO
      *----------------------------------------------------------------*
           IF WK-TPD-APROVADO(WK-IDX-PED)
              AND WK-TPD-APROVADOR(WK-IDX-PED) NOT EQUAL SPACES
              AND WK-TPD-APROVADOR(WK-IDX-PED)
                  NOT EQUAL WK-TPD-SOLICITANTE(WK-IDX-PED)
              PERFORM 135000-PROCURA-RECIPROCO
                      VARYING WK-IDX-REC FROM 1 BY 1
                      UNTIL WK-IDX-REC GREATER WK-QT-PEDIDOS
                         OR WK-TPD-CRUZADA(WK-IDX-PED) EQUAL 'S'
           END-IF.

      *----------------------------------------------------------------*
       135000-PROCURA-RECIPROCO.
      *----------------------------------------------------------------*
           IF WK-TPD-APROVADO(WK-IDX-REC)
              AND WK-TPD-SOLICITANTE(WK-IDX-REC)
                  EQUAL WK-TPD-APROVADOR(WK-IDX-PED)
              AND WK-TPD-APROVADOR(WK-IDX-REC)
                  EQUAL WK-TPD-SOLICITANTE(WK-IDX-PED)
              MOVE 'S' TO WK-TPD-CRUZADA(WK-IDX-PED)
           END-IF.

      *----------------------------------------------------------------*
       200000-SELECIONA-EVENTOS.
      *----------------------------------------------------------------*
      * A TRILHA DA CSTA VEM PRIMEIRO: OS FECHAMENTOS DE MES QUE ELA
      * TRAZ SAO USADOS NA AVALIACAO DOS AJUSTES DO ACCAJU01
      *----------------------------------------------------------------*
           PERFORM 210000-TRILHA-CSTA
           PERFORM 230000-HISTORICO-CEP
           PERFORM 240000-HISTORICO-BIN
           PERFORM 250000-AUDITORIA-VSRS
           PERFORM 260000-AJUSTES-ACC
           PERFORM 270000-EVENTOS-PEDIDOS
                   VARYING WK-IDX-PED FROM 1 BY 1
                   UNTIL WK-IDX-PED GREATER WK-QT-PEDIDOS.

      *----------------------------------------------------------------*
       210000-TRILHA-CSTA.
      *----------------------------------------------------------------*
           MOVE 'CSTHST01' TO WK-FONTE-ATUAL
           MOVE 'N'        TO WK-FIM-FONTE
           OPEN INPUT CSTHST01

           IF WK-FS-CSTHST01 NOT EQUAL '00'
              MOVE WK-FS-CSTHST01 TO WK-FS-FONTE
              PERFORM 290000-FONTE-INDISPONIVEL
           ELSE
              PERFORM 211000-LER-CSTHST01
              PERFORM 212000-TRATA-LINHA
                      UNTIL FIM-FONTE
              CLOSE CSTHST01
           END-IF.

      *----------------------------------------------------------------*
       211000-LER-CSTHST01.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-CSTHST01-REC
           READ CSTHST01 NEXT RECORD
           MOVE WK-FS-CSTHST01 TO WK-FS-FONTE
           PERFORM 295000-AVALIA-LEITURA.

      *----------------------------------------------------------------*
       212000-TRATA-LINHA.
      *----------------------------------------------------------------*
           MOVE WK-TRL-LINHA TO WK-LINHA-TRILHA
           MOVE SPACES       TO SRT-REC
           MOVE 'CSTHST01'   TO SRT-FONTE
           STRING WK-LTR-DATA
                  WK-LTR-HORA(1:2) WK-LTR-HORA(4:2) WK-LTR-HORA(7:2)
                  DELIMITED BY SIZE INTO SRT-INSTANTE

           EVALUATE WK-LTR-PROGRAMA
              WHEN 'PRMMNT01 '
                 IF WK-LMU-TIPO EQUAL ' PARAMETRO '
                    PERFORM 213000-LINHA-PARAMETRO
                 END-IF
              WHEN 'OPRMNT01 '
              WHEN 'OPRREC01 '
                 IF WK-LPF-TIPO EQUAL ' PERFIL '
                    PERFORM 214000-LINHA-PERFIL
                 END-IF
              WHEN 'ACCM1MNT '
                 IF WK-LFC-TIPO EQUAL ' FECHAMENTO '
                    PERFORM 215000-LINHA-FECHAMENTO
                 END-IF
              WHEN 'OPRAUT01 '
                 IF WK-LNG-TIPO EQUAL ' ALERTA '
                    PERFORM 216000-LINHA-NEGACAO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM 211000-LER-CSTHST01.

      *----------------------------------------------------------------*
       213000-LINHA-PARAMETRO.
      *----------------------------------------------------------------*
           MOVE WK-LMU-USUARIO   TO SRT-USUARIO
           MOVE 'PRMMNT01'       TO SRT-PROGRAMA
           EVALUATE WK-LMU-ACAO
              WHEN 'I'  MOVE 'INCLUSAO'          TO SRT-ACAO
              WHEN 'A'  MOVE 'ALTERACAO'         TO SRT-ACAO
              WHEN 'D'  MOVE 'EXCLUSAO'          TO SRT-ACAO
              WHEN 'F'  MOVE 'AGENDAMENTO'       TO SRT-ACAO
              WHEN 'X'  MOVE 'CANCELA AGENDA'    TO SRT-ACAO
              WHEN OTHER
                 STRING 'ACAO ' WK-LMU-ACAO
                        DELIMITED BY SIZE INTO SRT-ACAO
           END-EVALUATE
           STRING 'PARAMETRO ' WK-LMU-PROGRAMA '/' WK-LMU-PARAMETRO
                  DELIMITED BY SIZE INTO SRT-OBJETO
           MOVE WK-LMU-ANTES     TO SRT-ANTES
           MOVE WK-LMU-DEPOIS    TO SRT-DEPOIS

           MOVE 'PRMMNT01'       TO WK-CHK-PROGRAMA
           MOVE WK-LMU-ACAO      TO WK-CHK-ACAO
           PERFORM 280000-LIBERA-EVENTO.

      *----------------------------------------------------------------*
       214000-LINHA-PERFIL.
      *----------------------------------------------------------------*
      * MANUTENCAO (OPRMNT01) OU REVOGACAO NA RECERTIFICACAO (OPRREC01)
      *----------------------------------------------------------------*
           MOVE WK-LPF-USUARIO       TO SRT-USUARIO
           MOVE WK-LTR-PROGRAMA(1:8) TO SRT-PROGRAMA
           EVALUATE WK-LPF-ACAO
              WHEN 'I'  MOVE 'INCLUSAO PERFIL'   TO SRT-ACAO
              WHEN 'A'  MOVE 'ALTERACAO PERFIL'  TO SRT-ACAO
              WHEN 'D'  MOVE 'EXCLUSAO PERFIL'   TO SRT-ACAO
              WHEN 'R'  MOVE 'REVOGACAO PERFIL'  TO SRT-ACAO
              WHEN OTHER
                 STRING 'PERFIL ' WK-LPF-ACAO
                        DELIMITED BY SIZE INTO SRT-ACAO
           END-EVALUATE
           STRING 'PERFIL ' WK-LPF-ALVO '/' WK-LPF-PROGRAMA
                  DELIMITED BY SIZE INTO SRT-OBJETO
           MOVE WK-LPF-ANTES     TO SRT-ANTES
           MOVE WK-LPF-DEPOIS    TO SRT-DEPOIS

           IF WK-LPF-ALVO EQUAL WK-LPF-USUARIO
              AND WK-LPF-USUARIO NOT EQUAL SPACES
              MOVE 'PP' TO SRT-CONFLITO
           END-IF

           MOVE WK-LTR-PROGRAMA(1:8) TO WK-CHK-PROGRAMA
           MOVE WK-LPF-ACAO          TO WK-CHK-ACAO
           PERFORM 280000-LIBERA-EVENTO.

      *----------------------------------------------------------------*
       215000-LINHA-FECHAMENTO.
      *----------------------------------------------------------------*
      * TODO FECHAMENTO/REABERTURA ATE O FIM DO PERIODO VAI PARA A
      * TABELA (UM FECHAMENTO ANTERIOR AO PERIODO AINDA PESA SOBRE O
      * AJUSTE DENTRO DELE); SO OS DO PERIODO SAEM COMO EVENTO
      *----------------------------------------------------------------*
           MOVE WK-LFC-CODUSU TO WK-MES-CODUSU
           MOVE WK-LFC-ANO    TO WK-MES-ANO
           MOVE WK-LFC-MM     TO WK-MES-MM

           IF SRT-INSTANTE(1:8) NOT GREATER WK-DATA-ATE
              IF WK-QT-FECHAMENTOS LESS WK-MAX-FECHAMENTOS
                 ADD 1 TO WK-QT-FECHAMENTOS
                 MOVE WK-MES-ACC   TO WK-TFC-MES(WK-QT-FECHAMENTOS)
                 MOVE SRT-INSTANTE
                      TO WK-TFC-INSTANTE(WK-QT-FECHAMENTOS)
                 MOVE WK-LFC-ACAO  TO WK-TFC-ACAO(WK-QT-FECHAMENTOS)
              ELSE
                 IF NOT FECHAMENTOS-EXCEDIDOS
                    DISPLAY 'AUDBTC01 - MAIS DE ' WK-MAX-FECHAMENTOS
                            ' FECHAMENTOS NA TRILHA - EXCEDENTES'
                            ' IGNORADOS NA AVALIACAO DOS AJUSTES'
                    MOVE 'S' TO WK-FECHAMENTOS-EXCEDIDOS
                 END-IF
              END-IF
           END-IF

           MOVE WK-LFC-USUARIO   TO SRT-USUARIO
           MOVE 'ACCM1MNT'       TO SRT-PROGRAMA
           EVALUATE WK-LFC-ACAO
              WHEN 'F'  MOVE 'FECHAMENTO MES'    TO SRT-ACAO
              WHEN 'R'
                 MOVE 'REABERTURA MES'           TO SRT-ACAO
                 MOVE 'MF'                       TO SRT-CONFLITO
              WHEN OTHER
                 STRING 'FECHAMENTO ' WK-LFC-ACAO
                        DELIMITED BY SIZE INTO SRT-ACAO
           END-EVALUATE
           STRING 'MES ACC ' WK-LFC-MES
                  DELIMITED BY SIZE INTO SRT-OBJETO

           MOVE 'ACCM1MNT'       TO WK-CHK-PROGRAMA
           MOVE WK-LFC-ACAO      TO WK-CHK-ACAO
           PERFORM 280000-LIBERA-EVENTO.

      *----------------------------------------------------------------*
       216000-LINHA-NEGACAO.
      *----------------------------------------------------------------*
           MOVE WK-LNG-USUARIO   TO SRT-USUARIO
           MOVE WK-LNG-PROGRAMA  TO SRT-PROGRAMA
           MOVE WK-LNG-MOTIVO    TO SRT-ACAO
           STRING 'ACAO ' WK-LNG-ACAO ' TERMINAL ' WK-LNG-TERMINAL
                  DELIMITED BY SIZE INTO SRT-OBJETO

           MOVE SPACES           TO WK-CHK-PROGRAMA
           PERFORM 280000-LIBERA-EVENTO.

      *----------------------------------------------------------------*
       230000-HISTORICO-CEP.
      *----------------------------------------------------------------*
           MOVE 'CEPHST01' TO WK-FONTE-ATUAL
           MOVE 'N'        TO WK-FIM-FONTE
           OPEN INPUT CEPHST01

           IF WK-FS-CEPHST01 NOT EQUAL '00'
              MOVE WK-FS-CEPHST01 TO WK-FS-FONTE
              PERFORM 290000-FONTE-INDISPONIVEL
           ELSE
              PERFORM 231000-LER-CEPHST01
              PERFORM 232000-TRATA-CEP
                      UNTIL FIM-FONTE
              CLOSE CEPHST01
           END-IF.

      *----------------------------------------------------------------*
       231000-LER-CEPHST01.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-CEPHST01-REC
           READ CEPHST01 NEXT RECORD
           MOVE WK-FS-CEPHST01 TO WK-FS-FONTE
           PERFORM 295000-AVALIA-LEITURA.

      *----------------------------------------------------------------*
       232000-TRATA-CEP.
      *----------------------------------------------------------------*
      * CARGA BATCH GRAVA O NOME DO PROGRAMA COMO OPERADOR; O RESTO E
      * A MANUTENCAO ONLINE DO CEPCICS3
      *----------------------------------------------------------------*
           MOVE SPACES              TO SRT-REC
           MOVE 'CEPHST01'          TO SRT-FONTE
           MOVE WK-CEPH-USUARIO     TO SRT-USUARIO
           MOVE WK-CEPH-DATA        TO WK-DATA-PONTO
           MOVE WK-CEPH-HORA        TO WK-HORA-PONTO
           PERFORM 285000-MONTA-INSTANTE
           MOVE WK-INSTANTE         TO SRT-INSTANTE

           IF WK-CEPH-USUARIO EQUAL 'CEPBTC01'
              OR WK-CEPH-USUARIO EQUAL 'CEPBTC08'
              MOVE WK-CEPH-USUARIO  TO SRT-PROGRAMA
           ELSE
              MOVE 'CEPCICS3'       TO SRT-PROGRAMA
           END-IF

           EVALUATE WK-CEPH-ACAO
              WHEN 'I'  MOVE 'INCLUSAO'          TO SRT-ACAO
              WHEN 'A'  MOVE 'ALTERACAO'         TO SRT-ACAO
              WHEN 'R'  MOVE 'REATIVACAO'        TO SRT-ACAO
              WHEN 'D'  MOVE 'DESATIVACAO'       TO SRT-ACAO
              WHEN OTHER
                 STRING 'ACAO ' WK-CEPH-ACAO
                        DELIMITED BY SIZE INTO SRT-ACAO
           END-EVALUATE
           STRING 'CEP ' WK-CEPH-CEP
                  DELIMITED BY SIZE INTO SRT-OBJETO
           MOVE WK-CEPH-IMG-ANTES   TO SRT-ANTES
           MOVE WK-CEPH-IMG-DEPOIS  TO SRT-DEPOIS

           MOVE SRT-PROGRAMA        TO WK-CHK-PROGRAMA
           MOVE WK-CEPH-ACAO        TO WK-CHK-ACAO
           PERFORM 280000-LIBERA-EVENTO

           PERFORM 231000-LER-CEPHST01.

      *----------------------------------------------------------------*
       240000-HISTORICO-BIN.
      *----------------------------------------------------------------*
           MOVE 'CIEHST01' TO WK-FONTE-ATUAL
           MOVE 'N'        TO WK-FIM-FONTE
           OPEN INPUT CIEHST01

           IF WK-FS-CIEHST01 NOT EQUAL '00'
              MOVE WK-FS-CIEHST01 TO WK-FS-FONTE
              PERFORM 290000-FONTE-INDISPONIVEL
           ELSE
              PERFORM 241000-LER-CIEHST01
              PERFORM 242000-TRATA-BIN
                      UNTIL FIM-FONTE
              CLOSE CIEHST01
           END-IF.

      *----------------------------------------------------------------*
       241000-LER-CIEHST01.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-CIEHST01-REC
           READ CIEHST01 NEXT RECORD
           MOVE WK-FS-CIEHST01 TO WK-FS-FONTE
           PERFORM 295000-AVALIA-LEITURA.

      *----------------------------------------------------------------*
       242000-TRATA-BIN.
      *----------------------------------------------------------------*
           MOVE SPACES              TO SRT-REC
           MOVE 'CIEHST01'          TO SRT-FONTE
           MOVE WK-CIEH-USUARIO     TO SRT-USUARIO
           MOVE 'CIEBIN03'          TO SRT-PROGRAMA
           MOVE WK-CIEH-DATA        TO WK-DATA-PONTO
           MOVE WK-CIEH-HORA        TO WK-HORA-PONTO
           PERFORM 285000-MONTA-INSTANTE
           MOVE WK-INSTANTE         TO SRT-INSTANTE

           EVALUATE WK-CIEH-ACAO
              WHEN 'I'  MOVE 'INCLUSAO'          TO SRT-ACAO
              WHEN 'A'  MOVE 'ALTERACAO'         TO SRT-ACAO
              WHEN 'D'  MOVE 'DESATIVACAO'       TO SRT-ACAO
              WHEN OTHER
                 STRING 'ACAO ' WK-CIEH-ACAO
                        DELIMITED BY SIZE INTO SRT-ACAO
           END-EVALUATE
           STRING 'BIN ' WK-CIEH-BIN ' TERMINAL ' WK-CIEH-TERMID
                  DELIMITED BY SIZE INTO SRT-OBJETO
           MOVE WK-CIEH-IMG-ANTES   TO SRT-ANTES
           MOVE WK-CIEH-IMG-DEPOIS  TO SRT-DEPOIS

           MOVE 'CIEBIN03'          TO WK-CHK-PROGRAMA
           MOVE WK-CIEH-ACAO        TO WK-CHK-ACAO
           PERFORM 280000-LIBERA-EVENTO

           PERFORM 241000-LER-CIEHST01.

      *----------------------------------------------------------------*
       250000-AUDITORIA-VSRS.
      *----------------------------------------------------------------*
           MOVE 'VSRSAUD1' TO WK-FONTE-ATUAL
           MOVE 'N'        TO WK-FIM-FONTE
           OPEN INPUT VSRSAUD1

           IF WK-FS-VSRSAUD1 NOT EQUAL '00'
              MOVE WK-FS-VSRSAUD1 TO WK-FS-FONTE
              PERFORM 290000-FONTE-INDISPONIVEL
           ELSE
              PERFORM 251000-LER-VSRSAUD1
              PERFORM 252000-TRATA-SET
                      UNTIL FIM-FONTE
              CLOSE VSRSAUD1
           END-IF.

      *----------------------------------------------------------------*
       251000-LER-VSRSAUD1.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-VSRSAUD1-REC
           READ VSRSAUD1 NEXT RECORD
           MOVE WK-FS-VSRSAUD1 TO WK-FS-FONTE
           PERFORM 295000-AVALIA-LEITURA.

      *----------------------------------------------------------------*
       252000-TRATA-SET.
      *----------------------------------------------------------------*
           MOVE SPACES              TO SRT-REC
           MOVE 'VSRSAUD1'          TO SRT-FONTE
           MOVE WK-VAU-USERID       TO SRT-USUARIO
           MOVE 'VSRSMAIN'          TO SRT-PROGRAMA
           MOVE WK-VAU-DATA         TO WK-DATA-PONTO
           MOVE WK-VAU-HORA         TO WK-HORA-PONTO
           PERFORM 285000-MONTA-INSTANTE
           MOVE WK-INSTANTE         TO SRT-INSTANTE

           STRING 'SET ' WK-VAU-ACAO
                  DELIMITED BY SIZE INTO SRT-ACAO
           STRING WK-VAU-TIPO ' ' WK-VAU-NOME
                  DELIMITED BY SIZE INTO SRT-OBJETO
           MOVE WK-VAU-RESULT       TO SRT-DEPOIS

           MOVE SPACES              TO WK-CHK-PROGRAMA
           PERFORM 280000-LIBERA-EVENTO

           PERFORM 251000-LER-VSRSAUD1.

      *----------------------------------------------------------------*
       260000-AJUSTES-ACC.
      *----------------------------------------------------------------*
           MOVE 'ACCAJU01' TO WK-FONTE-ATUAL
           MOVE 'N'        TO WK-FIM-FONTE
           OPEN INPUT ACCAJU01

           IF WK-FS-ACCAJU01 NOT EQUAL '00'
              MOVE WK-FS-ACCAJU01 TO WK-FS-FONTE
              PERFORM 290000-FONTE-INDISPONIVEL
           ELSE
              PERFORM 261000-LER-ACCAJU01
              PERFORM 262000-TRATA-AJUSTE
                      UNTIL FIM-FONTE
              CLOSE ACCAJU01
           END-IF.

      *----------------------------------------------------------------*
       261000-LER-ACCAJU01.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-ACCAJU01-REC
           READ ACCAJU01 NEXT RECORD
           MOVE WK-FS-ACCAJU01 TO WK-FS-FONTE
           PERFORM 295000-AVALIA-LEITURA.

      *----------------------------------------------------------------*
       262000-TRATA-AJUSTE.
      *----------------------------------------------------------------*
           MOVE SPACES              TO SRT-REC
           MOVE 'ACCAJU01'          TO SRT-FONTE
           MOVE WK-AJU-USUARIO      TO SRT-USUARIO
           MOVE 'ACCM1MNT'          TO SRT-PROGRAMA
           MOVE WK-AJU-DATA         TO WK-DATA-PONTO
           MOVE WK-AJU-HORA         TO WK-HORA-PONTO
           PERFORM 285000-MONTA-INSTANTE
           MOVE WK-INSTANTE         TO SRT-INSTANTE

           MOVE 'AJUSTE MANUAL'     TO SRT-ACAO
           MOVE WK-AJU-SEQ          TO WK-NUMERO-EDITADO
           STRING 'AJUSTE ' WK-AJU-CODUSU '/' WK-AJU-ANO '/'
                  WK-AJU-MES ' SEQ ' WK-NUMERO-EDITADO(7:3)
                  DELIMITED BY SIZE INTO SRT-OBJETO
           MOVE WK-AJU-VAL-ORIGINAL TO SRT-ANTES
           MOVE WK-AJU-VALOR        TO WK-VALOR-EDITADO
           STRING WK-VALOR-EDITADO ' MOTIVO ' WK-AJU-MOTIVO
                  DELIMITED BY SIZE INTO SRT-DEPOIS

           IF SRT-INSTANTE(1:8) NOT LESS WK-DATA-DE
              AND SRT-INSTANTE(1:8) NOT GREATER WK-DATA-ATE
              MOVE WK-AJU-CODUSU    TO WK-MES-CODUSU
              MOVE WK-AJU-ANO       TO WK-MES-ANO
              MOVE WK-AJU-MES       TO WK-MES-MM
              PERFORM 265000-VERIFICA-MES-FECHADO
              IF MES-FECHADO
                 MOVE 'MF' TO SRT-CONFLITO
              END-IF
           END-IF

           MOVE SPACES              TO WK-CHK-PROGRAMA
           PERFORM 280000-LIBERA-EVENTO

           PERFORM 261000-LER-ACCAJU01.

      *----------------------------------------------------------------*
       265000-VERIFICA-MES-FECHADO.
      *----------------------------------------------------------------*
      * AJUSTE EM MES JA FECHADO: HOUVE FECHAMENTO DO MES NA TRILHA
      * ANTES DO AJUSTE, OU O ACCFCH01 REGISTRA A ULTIMA SITUACAO DO
      * MES (FECHADO, OU REABERTO - LOGO FECHADO ANTES) EM INSTANTE
      * ANTERIOR AO AJUSTE
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-MES-FECHADO

           PERFORM 266000-PROCURA-FECHAMENTO
                   VARYING WK-IDX-FCH FROM 1 BY 1
                   UNTIL WK-IDX-FCH GREATER WK-QT-FECHAMENTOS
                      OR MES-FECHADO

           IF NOT MES-FECHADO
              AND FCH-OK
              MOVE WK-MES-ACC TO WK-FCH-CHAVE
              READ ACCFCH01
              IF WK-FS-ACCFCH01 EQUAL '00'
                 MOVE WK-FCH-DATA TO WK-DATA-PONTO
                 MOVE WK-FCH-HORA TO WK-HORA-PONTO
                 PERFORM 285000-MONTA-INSTANTE
                 IF WK-INSTANTE LESS SRT-INSTANTE
                    MOVE 'S' TO WK-MES-FECHADO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       266000-PROCURA-FECHAMENTO.
      *----------------------------------------------------------------*
           IF WK-TFC-MES(WK-IDX-FCH) EQUAL WK-MES-ACC
              AND WK-TFC-ACAO(WK-IDX-FCH) EQUAL 'F'
              AND WK-TFC-INSTANTE(WK-IDX-FCH) LESS SRT-INSTANTE
              MOVE 'S' TO WK-MES-FECHADO
           END-IF.

      *----------------------------------------------------------------*
       270000-EVENTOS-PEDIDOS.
      *----------------------------------------------------------------*
      * O PEDIDO SAI PARA O SOLICITANTE E A DECISAO PARA O APROVADOR;
      * NO PEDIDO EXECUTADO A DATA E A DA EXECUCAO PELO REPLAY
      *----------------------------------------------------------------*
           MOVE SPACES                TO SRT-REC
           MOVE 'APRVSA01'            TO SRT-FONTE
           MOVE 'APRGAT01'            TO SRT-PROGRAMA
           MOVE WK-TPD-SOLICITANTE(WK-IDX-PED) TO SRT-USUARIO
           MOVE WK-TPD-DT-PEDIDO(WK-IDX-PED)   TO SRT-INSTANTE
           MOVE 'PEDIDO 4 OLHOS'      TO SRT-ACAO
           MOVE WK-TPD-HASH(WK-IDX-PED)        TO WK-NUMERO-EDITADO
           STRING 'PEDIDO ' WK-TPD-PROGRAMA(WK-IDX-PED)
                  ' #' WK-NUMERO-EDITADO
                  DELIMITED BY SIZE INTO SRT-OBJETO
           MOVE SPACES                TO WK-CHK-PROGRAMA
           PERFORM 280000-LIBERA-EVENTO

           IF WK-TPD-APROVADOR(WK-IDX-PED) NOT EQUAL SPACES
              MOVE 'APRMNT01'                  TO SRT-PROGRAMA
              MOVE WK-TPD-APROVADOR(WK-IDX-PED)  TO SRT-USUARIO
              MOVE WK-TPD-DT-DECISAO(WK-IDX-PED) TO SRT-INSTANTE
              MOVE WK-TPD-SOLICITANTE(WK-IDX-PED) TO SRT-ANTES
              EVALUATE WK-TPD-SITUACAO(WK-IDX-PED)
                 WHEN 'A'  MOVE 'APROVACAO'          TO SRT-ACAO
                 WHEN 'E'  MOVE 'APROVADO/EXECUTADO' TO SRT-ACAO
                 WHEN 'R'  MOVE 'REJEICAO'           TO SRT-ACAO
                 WHEN OTHER
                    STRING 'DECISAO ' WK-TPD-SITUACAO(WK-IDX-PED)
                           DELIMITED BY SIZE INTO SRT-ACAO
              END-EVALUATE
              MOVE SPACES TO SRT-CONFLITO
              IF WK-TPD-APROVADOR(WK-IDX-PED)
                 EQUAL WK-TPD-SOLICITANTE(WK-IDX-PED)
                 MOVE 'MC' TO SRT-CONFLITO
              ELSE
              IF WK-TPD-CRUZADA(WK-IDX-PED) EQUAL 'S'
                 MOVE 'AC' TO SRT-CONFLITO
              END-IF
              END-IF
              PERFORM 280000-LIBERA-EVENTO
           END-IF.

      *----------------------------------------------------------------*
       280000-LIBERA-EVENTO.
      *----------------------------------------------------------------*
      * SO EVENTO DO PERIODO VAI PARA O SORT; ACAO DE PROGRAMA COM
      * LISTA ACOES4OL PASSA PELA VERIFICACAO DA DUPLA CUSTODIA
      *----------------------------------------------------------------*
           IF SRT-INSTANTE(1:8) NOT LESS WK-DATA-DE
              AND SRT-INSTANTE(1:8) NOT GREATER WK-DATA-ATE
              IF SRT-USUARIO EQUAL SPACES
                 MOVE WK-USU-DESCONHECIDO TO SRT-USUARIO
              END-IF
              IF SRT-CONFLITO EQUAL SPACES
                 AND WK-CHK-PROGRAMA NOT EQUAL SPACES
                 PERFORM 282000-VERIFICA-DUPLA-CUSTODIA
              END-IF
              INSPECT SRT-ANTES  REPLACING ALL LOW-VALUE BY SPACE
              INSPECT SRT-DEPOIS REPLACING ALL LOW-VALUE BY SPACE

              EVALUATE SRT-FONTE
                 WHEN 'CEPHST01'  ADD 1 TO WK-QT-EV-CEP
                 WHEN 'CIEHST01'  ADD 1 TO WK-QT-EV-CIE
                 WHEN 'APRVSA01'  ADD 1 TO WK-QT-EV-APR
                 WHEN 'CSTHST01'  ADD 1 TO WK-QT-EV-CST
                 WHEN 'VSRSAUD1'  ADD 1 TO WK-QT-EV-VSR
                 WHEN 'ACCAJU01'  ADD 1 TO WK-QT-EV-AJU
              END-EVALUATE

              RELEASE SRT-REC
           END-IF.

      *----------------------------------------------------------------*
       282000-VERIFICA-DUPLA-CUSTODIA.
      *----------------------------------------------------------------*
      * ACAO NA LISTA ACOES4OL DO PROGRAMA SEM PEDIDO APROVADO QUE A
      * CUBRA = DUPLA CUSTODIA CONTORNADA. A COBERTURA E UM PEDIDO
      * DO MESMO PROGRAMA, APROVADO OU EXECUTADO, COM O EXECUTOR COMO
      * APROVADOR E DECISAO NO MESMO DIA, AINDA NAO USADO
      *----------------------------------------------------------------*
           IF WK-CHK-PROGRAMA NOT EQUAL WK-LISTA-PROGRAMA
              PERFORM 283000-LE-LISTA-ACOES
           END-IF

           MOVE 'N' TO WK-SENSIVEL
           PERFORM 284000-PROCURA-ACAO
                   VARYING WK-IDX-ACAO FROM 1 BY 1
                   UNTIL WK-IDX-ACAO GREATER 48
                      OR ACAO-SENSIVEL

           IF ACAO-SENSIVEL
              MOVE 'N' TO WK-COBERTA
              PERFORM 286000-PROCURA-COBERTURA
                      VARYING WK-IDX-REC FROM 1 BY 1
                      UNTIL WK-IDX-REC GREATER WK-QT-PEDIDOS
                         OR ACAO-COBERTA
              IF NOT ACAO-COBERTA
                 MOVE 'SD' TO SRT-CONFLITO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       283000-LE-LISTA-ACOES.
      *----------------------------------------------------------------*
           MOVE WK-CHK-PROGRAMA TO WK-LISTA-PROGRAMA
           MOVE SPACES          TO WK-LISTA-ACOES

           IF PRM-OK
              MOVE WK-CHK-PROGRAMA TO WK-PRM-PROGRAMA
              MOVE 'ACOES4OL'      TO WK-PRM-PARAMETRO
              READ PRMVSA01
              IF WK-FS-PRMVSA01 EQUAL '00'
                 IF WK-PRM-VIGENCIA NOT EQUAL SPACES
                    AND WK-PRM-VIGENCIA NOT GREATER WK-AGORA
                    MOVE WK-PRM-VALOR-FUT TO WK-LISTA-ACOES
                 ELSE
                    MOVE WK-PRM-VALOR     TO WK-LISTA-ACOES
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       284000-PROCURA-ACAO.
      *----------------------------------------------------------------*
           IF WK-LISTA-ACOES(WK-IDX-ACAO:1) EQUAL WK-CHK-ACAO
              AND WK-CHK-ACAO NOT EQUAL SPACE
              MOVE 'S' TO WK-SENSIVEL
           END-IF.

      *----------------------------------------------------------------*
       285000-MONTA-INSTANTE.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-INSTANTE
           STRING WK-DATA-PONTO(1:4) WK-DATA-PONTO(6:2)
                  WK-DATA-PONTO(9:2)
                  WK-HORA-PONTO(1:2) WK-HORA-PONTO(4:2)
                  WK-HORA-PONTO(7:2)
                  DELIMITED BY SIZE INTO WK-INSTANTE.

      *----------------------------------------------------------------*
       286000-PROCURA-COBERTURA.
      *----------------------------------------------------------------*
           IF WK-TPD-APROVADO(WK-IDX-REC)
              AND WK-TPD-USADO(WK-IDX-REC) NOT EQUAL 'S'
              AND WK-TPD-PROGRAMA(WK-IDX-REC) EQUAL WK-CHK-PROGRAMA
              AND WK-TPD-APROVADOR(WK-IDX-REC) EQUAL SRT-USUARIO
              AND WK-TPD-DT-DECISAO(WK-IDX-REC)(1:8)
                  EQUAL SRT-INSTANTE(1:8)
              MOVE 'S' TO WK-TPD-USADO(WK-IDX-REC)
              MOVE 'S' TO WK-COBERTA
           END-IF.

      *----------------------------------------------------------------*
       290000-FONTE-INDISPONIVEL.
      *----------------------------------------------------------------*
           DISPLAY 'AUDBTC01 - ' WK-FONTE-ATUAL
                   ' INDISPONIVEL FS=' WK-FS-FONTE
                   ' - FONTE FORA DO RELATORIO'
           MOVE 'S' TO WK-FIM-FONTE
           IF WK-QT-INDISPONIVEIS LESS 8
              ADD 1 TO WK-QT-INDISPONIVEIS
              MOVE WK-FONTE-ATUAL
                   TO WK-TAB-INDISPONIVEL(WK-QT-INDISPONIVEIS)
           END-IF.

      *----------------------------------------------------------------*
       295000-AVALIA-LEITURA.
      *----------------------------------------------------------------*
      * '04' = REGISTRO ANTIGO, MAIS CURTO QUE O LAYOUT ATUAL - OS
      * CAMPOS DO FINAL FICAM EM BRANCO
      *----------------------------------------------------------------*
           EVALUATE WK-FS-FONTE
              WHEN '00'
              WHEN '04'
                 ADD 1 TO WK-QT-LIDOS
              WHEN '10'
                 MOVE 'S' TO WK-FIM-FONTE
              WHEN OTHER
                 DISPLAY 'AUDBTC01 - ERRO DE LEITURA ' WK-FONTE-ATUAL
                         ' FS=' WK-FS-FONTE
                 MOVE 'S' TO WK-FIM-FONTE
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       400000-EMITE-RELATORIO.
      *----------------------------------------------------------------*
           IF EXP-OK
              MOVE WK-EXP-TITULOS TO WK-AUDEXP01-REC
              PERFORM 460000-GRAVA-AUDEXP01
           END-IF

           MOVE 'N' TO WK-FIM-SORT
           PERFORM 405000-RETORNA-EVENTO
           PERFORM 410000-TRATA-EVENTO
                   UNTIL FIM-SORT

           IF WK-USUARIO-ANT NOT EQUAL LOW-VALUES
              PERFORM 430000-FECHA-USUARIO
           END-IF.

      *----------------------------------------------------------------*
       405000-RETORNA-EVENTO.
      *----------------------------------------------------------------*
           RETURN SORTWK
               AT END MOVE 'S' TO WK-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------*
       410000-TRATA-EVENTO.
      *----------------------------------------------------------------*
           IF SRT-USUARIO NOT EQUAL WK-USUARIO-ANT
              IF WK-USUARIO-ANT NOT EQUAL LOW-VALUES
                 PERFORM 430000-FECHA-USUARIO
              END-IF
              PERFORM 420000-ABRE-USUARIO
           END-IF

           ADD 1 TO WK-QT-EVENTOS
                    WK-QT-USU-EVENTOS
           PERFORM 415000-DESCREVE-CONFLITO
           PERFORM 440000-IMPRIME-EVENTO
           PERFORM 450000-EXPORTA-EVENTO

           PERFORM 405000-RETORNA-EVENTO.

      *----------------------------------------------------------------*
       415000-DESCREVE-CONFLITO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-DESCRICAO

           IF SRT-CONFLITO NOT EQUAL SPACES
              ADD 1 TO WK-QT-CONFLITOS
                       WK-QT-USU-CONFLITOS
           END-IF

           EVALUATE SRT-CONFLITO
              WHEN 'MC'
                 ADD 1 TO WK-QT-MC
                 MOVE WK-DESC-MC TO WK-DESCRICAO
              WHEN 'AC'
                 ADD 1 TO WK-QT-AC
                 MOVE WK-DESC-AC TO WK-DESCRICAO
              WHEN 'PP'
                 ADD 1 TO WK-QT-PP
                 MOVE WK-DESC-PP TO WK-DESCRICAO
              WHEN 'MF'
                 ADD 1 TO WK-QT-MF
                 MOVE WK-DESC-MF TO WK-DESCRICAO
              WHEN 'SD'
                 ADD 1 TO WK-QT-SD
                 MOVE WK-DESC-SD TO WK-DESCRICAO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       420000-ABRE-USUARIO.
      *----------------------------------------------------------------*
           MOVE SRT-USUARIO TO WK-USUARIO-ANT
           MOVE ZEROS       TO WK-QT-USU-EVENTOS
                               WK-QT-USU-CONFLITOS
           ADD 1            TO WK-QT-USUARIOS

      *    USUARIO NOVO COMECA COM PELO MENOS 5 LINHAS NA PAGINA
           IF WK-REL-QT-LINHAS GREATER 55
              MOVE 99 TO WK-REL-QT-LINHAS
           END-IF

           MOVE SPACES      TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA
           MOVE SRT-USUARIO TO WK-LUS-USUARIO
           MOVE WK-LINHA-USUARIO TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

      *----------------------------------------------------------------*
       430000-FECHA-USUARIO.
      *----------------------------------------------------------------*
           MOVE WK-QT-USU-EVENTOS   TO WK-LRD-EVENTOS
           MOVE WK-QT-USU-CONFLITOS TO WK-LRD-CONFLITOS
           MOVE WK-LINHA-RODAPE     TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

      *----------------------------------------------------------------*
       440000-IMPRIME-EVENTO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-LEV-DATA WK-LEV-HORA
           STRING SRT-INSTANTE(1:4) '.' SRT-INSTANTE(5:2) '.'
                  SRT-INSTANTE(7:2)
                  DELIMITED BY SIZE INTO WK-LEV-DATA
           STRING SRT-INSTANTE(9:2) ':' SRT-INSTANTE(11:2) ':'
                  SRT-INSTANTE(13:2)
                  DELIMITED BY SIZE INTO WK-LEV-HORA
           MOVE SRT-FONTE           TO WK-LEV-FONTE
           MOVE SRT-PROGRAMA        TO WK-LEV-PROGRAMA
           MOVE SRT-ACAO            TO WK-LEV-ACAO
           MOVE SRT-OBJETO          TO WK-LEV-OBJETO
           MOVE SRT-CONFLITO        TO WK-LEV-CONFLITO
           MOVE WK-LINHA-EVENTO     TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           IF SRT-ANTES NOT EQUAL SPACES
              OR SRT-DEPOIS NOT EQUAL SPACES
              MOVE SRT-ANTES        TO WK-LIM-ANTES
              MOVE SRT-DEPOIS       TO WK-LIM-DEPOIS
              MOVE WK-LINHA-IMAGEM  TO WK-REL-DETALHE
              PERFORM 980000-IMPRIME-LINHA
           END-IF

           IF SRT-CONFLITO NOT EQUAL SPACES
              MOVE SRT-CONFLITO     TO WK-LCF-CODIGO
              MOVE WK-DESCRICAO     TO WK-LCF-DESCRICAO
              MOVE WK-LINHA-CONFLITO TO WK-REL-DETALHE
              PERFORM 980000-IMPRIME-LINHA
           END-IF.

      *----------------------------------------------------------------*
       450000-EXPORTA-EVENTO.
      *----------------------------------------------------------------*
           IF EXP-OK
              MOVE SRT-USUARIO        TO WK-LEX-USUARIO
              MOVE SRT-INSTANTE(1:8)  TO WK-LEX-DATA
              MOVE SRT-INSTANTE(9:6)  TO WK-LEX-HORA
              MOVE SRT-FONTE          TO WK-LEX-FONTE
              MOVE SRT-PROGRAMA       TO WK-LEX-PROGRAMA
              MOVE SRT-ACAO           TO WK-LEX-ACAO
              MOVE SRT-OBJETO         TO WK-LEX-OBJETO
              MOVE SRT-ANTES          TO WK-LEX-ANTES
              MOVE SRT-DEPOIS         TO WK-LEX-DEPOIS
              MOVE SRT-CONFLITO       TO WK-LEX-CONFLITO
              MOVE WK-DESCRICAO       TO WK-LEX-DESCRICAO
              INSPECT WK-LEX-USUARIO  REPLACING ALL ';' BY ','
              INSPECT WK-LEX-ACAO     REPLACING ALL ';' BY ','
              INSPECT WK-LEX-OBJETO   REPLACING ALL ';' BY ','
              INSPECT WK-LEX-ANTES    REPLACING ALL ';' BY ','
              INSPECT WK-LEX-DEPOIS   REPLACING ALL ';' BY ','
              MOVE WK-LINHA-EXPORTA   TO WK-AUDEXP01-REC
              PERFORM 460000-GRAVA-AUDEXP01
           END-IF.

      *----------------------------------------------------------------*
       460000-GRAVA-AUDEXP01.
      *----------------------------------------------------------------*
           WRITE WK-AUDEXP01-REC

           IF WK-FS-AUDEXP01 NOT EQUAL '00'
              DISPLAY 'AUDBTC01 - ERRO AO GRAVAR AUDEXP01 FS='
                      WK-FS-AUDEXP01
              MOVE 'N' TO WK-EXP-OK
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           IF PRM-OK
              CLOSE PRMVSA01
           END-IF
           IF FCH-OK
              CLOSE ACCFCH01
           END-IF
           IF EXP-OK
              CLOSE AUDEXP01
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-EVENTOS      TO WK-REL-EVENTOS
           MOVE WK-QT-USUARIOS     TO WK-REL-USUARIOS
           MOVE WK-QT-CONFLITOS    TO WK-REL-CONFLITOS

           DISPLAY WK-RELATORIO

           MOVE SPACES TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'REGISTROS LIDOS.....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-LIDOS            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'EVENTOS NO PERIODO..' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-EVENTOS          TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE '  CEPHST01..........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-EV-CEP           TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE '  CIEHST01..........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-EV-CIE           TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE '  APRVSA01..........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-EV-APR           TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE '  CSTHST01..........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-EV-CST           TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE '  VSRSAUD1..........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-EV-VSR           TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE '  ACCAJU01..........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-EV-AJU           TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'USUARIOS............' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-USUARIOS         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'MC - MAKER=CHECKER..' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-MC               TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'AC - APROV. CRUZADA.' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-AC               TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'PP - PROPRIO PERFIL.' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-PP               TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'MF - MES FECHADO....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-MF               TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'SD - SEM 4 OLHOS....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-SD               TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           PERFORM 952000-LISTA-INDISPONIVEL
                   VARYING WK-IDX-FONTE FROM 1 BY 1
                   UNTIL WK-IDX-FONTE GREATER WK-QT-INDISPONIVEIS

           IF REL-OK
              CLOSE AUDREL01
           END-IF.

      *----------------------------------------------------------------*
       952000-LISTA-INDISPONIVEL.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-REL-DETALHE
           STRING '     FONTE INDISPONIVEL: '
                  WK-TAB-INDISPONIVEL(WK-IDX-FONTE)
                  ' - FORA DESTE RELATORIO'
                  DELIMITED BY SIZE INTO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

      *----------------------------------------------------------------*
       980000-IMPRIME-LINHA.
      *----------------------------------------------------------------*
      * UMA LINHA DE DETALHE NO RELATORIO IMPRESSO - SALTO DE PAGINA
      * COM CABECALHOS A CADA 60 LINHAS; SEM AUDREL01 A LINHA VAI
      * PARA O SYSOUT
      *----------------------------------------------------------------*
           IF REL-OK
              IF WK-REL-QT-LINHAS GREATER 59
                 PERFORM 981000-NOVA-PAGINA
              END-IF

              MOVE SPACES         TO WK-AUDREL01-REC
              MOVE SPACE          TO WK-AUDREL01-REC(1:1)
              MOVE WK-REL-DETALHE TO WK-AUDREL01-REC(2:132)

              WRITE WK-AUDREL01-REC

              IF WK-FS-AUDREL01 NOT EQUAL '00'
                 DISPLAY 'AUDBTC01 - ERRO AO GRAVAR AUDREL01 FS='
                         WK-FS-AUDREL01
                 MOVE 'N' TO WK-REL-OK
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
              ELSE
                 ADD 1 TO WK-REL-QT-LINHAS
                 PERFORM 982000-GUARDA-LINHA
              END-IF
           ELSE
              DISPLAY WK-REL-DETALHE
           END-IF.

      *----------------------------------------------------------------*
       981000-NOVA-PAGINA.
      *----------------------------------------------------------------*
           ADD 1                TO WK-REL-PAGINA
           MOVE WK-DATA-HOJE    TO WK-CAB1-DATA
           MOVE WK-REL-HORA-SYS TO WK-CAB1-HORA
           MOVE WK-REL-PAGINA   TO WK-CAB1-PAG
           MOVE WK-DATA-DE      TO WK-CAB2-DE
           MOVE WK-DATA-ATE     TO WK-CAB2-ATE

           MOVE WK-REL-CAB1 TO WK-AUDREL01-REC
           WRITE WK-AUDREL01-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB2 TO WK-AUDREL01-REC
           WRITE WK-AUDREL01-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB3 TO WK-AUDREL01-REC
           WRITE WK-AUDREL01-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE SPACES      TO WK-AUDREL01-REC
           WRITE WK-AUDREL01-REC
           PERFORM 982000-GUARDA-LINHA

           MOVE 4 TO WK-REL-QT-LINHAS.

      *----------------------------------------------------------------*
       982000-GUARDA-LINHA.
      *----------------------------------------------------------------*
      * A LINHA RECEM-IMPRESSA VAI TAMBEM PARA O REPOSITORIO DE
      * RELATORIOS - NO CICLO DO RUNHST01 DESTA EXECUCAO
      *----------------------------------------------------------------*
           MOVE 'L'             TO WK-RELREG-MODO
           MOVE WK-RUNREG-CICLO TO WK-RELREG-CICLO
           MOVE WK-AUDREL01-REC TO WK-RELREG-LINHA
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO WK-RUNREG-MODO
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'               TO WK-RUNREG-MODO
           MOVE WK-QT-LIDOS       TO WK-RUNREG-QT-ENTRADA
           MOVE WK-QT-EVENTOS     TO WK-RUNREG-QT-SAIDA
           MOVE WK-QT-CONFLITOS   TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO        TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA

      *    FECHA A EXECUCAO NO REPOSITORIO COM PAGINAS/LINHAS E O
      *    MESMO CONDITION CODE DO RUNHST01
           MOVE 'F'              TO WK-RELREG-MODO
           MOVE WK-RETORNO       TO WK-RELREG-COND-CODE
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.
