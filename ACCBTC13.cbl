      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. ACC
      * Programa.............. ACCBTC13
      * Tipo    .............. Batch (sob demanda)
      * Finalidade ........... ATENDIMENTO AO TITULAR (LGPD): para uma
      *                        lista de CODUSUs, localiza tudo o que o
      *                        sistema guarda de cada um - hoje o
      *                        juridico pergunta e alguem sai varrendo
      *                        VSAM a mao. Arquivos cobertos:
      *                          ACCM1VSA  valores mensais
      *                          ACCMTR01  medicao de consultas
      *                          ACCSEG01  credencial (chave USUA)
      *                          ACCFCH01  fechamento de periodo
      *                          ACCMOE01  moeda do extrato
      *                          ACCEXH01  arquivo de extratos emitidos
      *                          ACCAJU01  ajustes manuais
      *                          ACCCTA01  cadastro da conta
      *                          XPTOTRC1  trilha de mensagens (texto
      *                                    livre: ocorrencia do CODUSU
      *                                    no conteudo e so INDICATIVA)
      *                        O razao ACCTOT01 so tem totais por
      *                        ANO+MES, sem CODUSU - nao entra na busca.
      *                        Modo pelo cartao MODO=:
      *                          INVENTARIO  (default) quantidade de
      *                                      registros por arquivo
      *                          EXPORTA     alem do inventario, extrato
      *                                      legivel para o titular em
      *                                      ACCEXP13 (a chave de acesso
      *                                      da credencial NUNCA sai)
      *                          ELIMINA     apaga os registros, exceto
      *                                      os cobertos por retencao
      *                                      legal no PRMVSA01
      *                                      (programa ACCBTC13,
      *                                      parametro = nome do
      *                                      arquivo, valor = DIAS;
      *                                      registro com data de
      *                                      referencia dentro do prazo
      *                                      fica - ausente/zero = sem
      *                                      retencao). A eliminacao no
      *                                      ACCM1VSA passa pelo
      *                                      TOTREG01 para o razao de
      *                                      totais continuar fechando
      *                                      no ACCBTC12. A trilha
      *                                      XPTOTRC1 nunca e apagada
      *                                      aqui (expurgo por idade no
      *                                      ARCBTC01)
      *                        Cada CODUSU atendido fica registrado no
      *                        livro do encarregado (DPO), ACCDPO01,
      *                        com protocolo, modo, quantidades por
      *                        arquivo e resultado. Titular eliminado
      *                        POR INTEIRO (nada retido) e registrado
      *                        pelo PSEUDONIMO do ANOBTC01 (mesma
      *                        semente, mesmo mapa) - o livro nao
      *                        reidentifica quem pediu para ser
      *                        esquecido, mas o DPO, que guarda a
      *                        semente, confirma o atendimento
      *                        recalculando o pseudonimo.
      *                        Cartoes (ACCPRM13):
      *                          PROTOCOLO=x(16)  obrigatorio
      *                          CODUSU=xxx       um por cartao, ate 50
      *                          MODO=INVENTARIO/EXPORTA/ELIMINA
      *                          SEMENTE=9999     obrigatorio no ELIMINA
      *                        ELIMINA sem PRMVSA01 ou sem ACCDPO01 nao
      *                        apaga nada (RC 12) - melhor nao eliminar
      *                        do que eliminar o que a lei manda guardar
      *                        ou eliminar sem registro
      * DSnames .............. B090290.ACCPRM13 (cartoes)
      *                        B090290.ACCM1VSA / ACCMTR01 / ACCSEG01 /
      *                        ACCFCH01 / ACCMOE01 / ACCEXH01 /
      *                        ACCAJU01 / ACCCTA01 (entrada; I-O no
      *                        ELIMINA) e B090290.XPTOTRC1 (entrada)
      *                        B090290.PRMVSA01 (retencoes, consulta)
      *                        B090290.ACCTOT01 (razao, via TOTREG01)
      *                        B090290.ACCEXP13 (extrato do titular)
      *                        B090290.ACCDPO01 (livro do DPO, MOD)
      *                        B090290.ACCREL13 (relatorio impresso)
      * JOB def cluster ...... B090290.LIB.JCL(ACCDFCLU)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCBTC13.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ACCPRM13   ASSIGN TO ACCPRM13
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-ACCPRM13.

           SELECT PRMVSA01   ASSIGN TO PRMVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-PRM-CHAVE
                  FILE STATUS  IS WK-FS-PRMVSA01.

           SELECT ACCM1VSA  ASSIGN TO ACCM1VSA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-ACCM1V-CHAVE
                  FILE STATUS  IS WK-FS-ACCM1VSA.

           SELECT ACCMTR01  ASSIGN TO ACCMTR01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-MTR-CHAVE
                  FILE STATUS  IS WK-FS-ACCMTR01.

           SELECT ACCSEG01  ASSIGN TO ACCSEG01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-SEG-USUA
                  FILE STATUS  IS WK-FS-ACCSEG01.

           SELECT ACCFCH01  ASSIGN TO ACCFCH01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-FCH-CHAVE
                  FILE STATUS  IS WK-FS-ACCFCH01.

           SELECT ACCMOE01   ASSIGN TO ACCMOE01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-MOE-CODUSU
                  FILE STATUS  IS WK-FS-ACCMOE01.

           SELECT ACCEXH01  ASSIGN TO ACCEXH01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-EXH-CHAVE
                  FILE STATUS  IS WK-FS-ACCEXH01.

           SELECT ACCAJU01  ASSIGN TO ACCAJU01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-AJU-CHAVE
                  FILE STATUS  IS WK-FS-ACCAJU01.

           SELECT ACCCTA01  ASSIGN TO ACCCTA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-CTA-CODUSU
                  FILE STATUS  IS WK-FS-ACCCTA01.

           SELECT XPTOTRC1   ASSIGN TO XPTOTRC1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-TRC-CHAVE
                  FILE STATUS  IS WK-FS-XPTOTRC1.

           SELECT ACCEXP13   ASSIGN TO ACCEXP13
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-ACCEXP13.

           SELECT ACCDPO01   ASSIGN TO ACCDPO01
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WK-FS-ACCDPO01.

           SELECT ACCREL13   ASSIGN TO ACCREL13
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-ACCREL13.

       DATA           DIVISION.
       FILE SECTION.
       FD  ACCPRM13
           RECORDING MODE IS F.
       01  WK-ACCPRM13-REC                PIC  X(080).

      *----------------------------------------------------------------*
      *   PRMVSA01 - MESMO LAYOUT DO PRMMNT01/PRMLER01 (SO A PARTE
      *   LIDA AQUI; VALOR FUTURO/VIGENCIA IGNORADOS)
      *----------------------------------------------------------------*
       FD  PRMVSA01.
       01  WK-PRMVSA01-REC.
           05 WK-PRM-CHAVE.
              10 WK-PRM-PROGRAMA            PIC  X(008).
              10 WK-PRM-PARAMETRO           PIC  X(008).
           05 WK-PRM-VALOR                  PIC  X(048).
           05 FILLER                        PIC  X(062).

       FD  ACCM1VSA.
       01  WK-ACCM1VSA-REC.
           05 WK-ACCM1V-CHAVE.
              10 WK-ACCM1V-CODUSU        PIC  X(003).
              10 WK-ACCM1V-ANO           PIC  X(004).
           05 WK-ACCM1V-PAR OCCURS 12 TIMES.
              10 WK-ACCM1V-MES           PIC  X(003).
              10 WK-ACCM1V-VAL           PIC  X(012).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DE WK-MTR-REC GRAVADO PELO PROD0001 - MANTER
      *   SINCRONIZADO
      *----------------------------------------------------------------*
       FD  ACCMTR01.
       01  WK-ACCMTR01-REC.
           05 WK-MTR-CHAVE.
              10 WK-MTR-CODUSU           PIC  X(003).
              10 WK-MTR-ANOMES           PIC  X(006).
           05 WK-MTR-QT-SUCESSO          PIC  9(009).
           05 WK-MTR-QT-MISS             PIC  9(009).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT MANTIDO PELO ACCSEGMN (REGISTRO LEGADO DE 35
      *   BYTES, SEM OS CAMPOS DE CICLO DE VIDA, CONTINUA VALIDO)
      *----------------------------------------------------------------*
       FD  ACCSEG01
           RECORD IS VARYING IN SIZE FROM 35 TO 74 CHARACTERS
           DEPENDING ON WK-SEG-TAM.
       01  WK-ACCSEG01-REC.
           05 WK-SEG-USUA                PIC  X(003).
           05 WK-SEG-NOME                PIC  X(010).
           05 WK-SEG-CHAV                PIC  X(014).
           05 WK-SEG-OPCA                PIC  X(004).
           05 WK-SEG-ATIVO               PIC  X(001).
           05 WK-SEG-VALIDADE            PIC  X(008).
           05 WK-SEG-FALHAS              PIC  9(003).
           05 WK-SEG-BLOQ-ATE            PIC S9(015) COMP-3.
           05 WK-SEG-ULT-USO-DATA        PIC  X(008).
           05 WK-SEG-ULT-USO-CANAL       PIC  X(004).
           05 WK-SEG-CRIACAO             PIC  X(008).

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

       FD  ACCMOE01.
       01  WK-ACCMOE01-REC.
           05 WK-MOE-CODUSU              PIC  X(003).
           05 WK-MOE-MOEDA               PIC  X(003).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO ACCBTC01 - MANTER SINCRONIZADO
      *   (A IMAGEM DO EXTRATO SO INTERESSA AQUI PELO RESUMO)
      *----------------------------------------------------------------*
       FD  ACCEXH01.
       01  WK-ACCEXH01-REC.
           05 WK-EXH-CHAVE.
              10 WK-EXH-CODUSU           PIC  X(003).
              10 WK-EXH-DATA             PIC  9(008).
              10 WK-EXH-HORA             PIC  9(006).
              10 WK-EXH-ANO              PIC  X(004).
           05 WK-EXH-ENTREGA-MQ          PIC  X(001).
           05 WK-EXH-EXTRATO.
              10 FILLER                  PIC  X(007).
              10 FILLER                  PIC  X(180).
              10 FILLER                  PIC  X(081).
              10 WK-IMG-TOTAL-ANUAL      PIC  9(014).
              10 WK-IMG-MOEDA            PIC  X(003).
              10 FILLER                  PIC  X(011).
              10 FILLER                  PIC  X(016).
              10 WK-IMG-AJUSTADO         PIC  X(001).
              10 FILLER                  PIC  X(251).
              10 WK-IMG-NUMERO           PIC  X(020).
           05 FILLER                     PIC  X(014).

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

       FD  ACCCTA01.
       01  WK-ACCCTA01-REC.
           05 WK-CTA-CODUSU              PIC  X(003).
           05 WK-CTA-TITULAR             PIC  X(040).
           05 WK-CTA-AGENCIA             PIC  X(004).
           05 WK-CTA-TIPO                PIC  X(002).
           05 WK-CTA-SITUACAO            PIC  X(001).
           05 WK-CTA-DT-ABERTURA         PIC  X(008).
           05 WK-CTA-DT-ENCERRA          PIC  X(008).
           05 WK-CTA-MANUT-DATA          PIC  X(010).
           05 WK-CTA-MANUT-HORA          PIC  X(008).
           05 WK-CTA-ORIGEM              PIC  X(008).
           05 FILLER                     PIC  X(008).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO XPTO9999 - MANTER SINCRONIZADO;
      *   A DATA (DD.MM.AAAA) VEM DO CABECALHO DE CORRELACAO
      *----------------------------------------------------------------*
       FD  XPTOTRC1.
       01  WK-XPTOTRC1-REC.
           05 WK-TRC-CHAVE.
              10 WK-TRC-MSGID            PIC  X(032).
              10 WK-TRC-TASKN            PIC  9(007).
              10 WK-TRC-SEQ              PIC  9(003).
           05 WK-TRC-CORR.
              10 WK-TRC-CORR-MSGID       PIC  X(032).
              10 WK-TRC-CORR-DATA        PIC  X(010).
              10 WK-TRC-CORR-HORA        PIC  X(008).
           05 WK-TRC-DADOS               PIC  X(3500).

       FD  ACCEXP13
           RECORDING MODE IS F.
       01  WK-ACCEXP13-REC                PIC  X(250).

      *----------------------------------------------------------------*
      *   LIVRO DO ENCARREGADO (DPO): UM REGISTRO POR ARQUIVO E UM
      *   DE RESUMO ('*RESUMO*') POR CODUSU ATENDIDO; ACUMULA ENTRE
      *   EXECUCOES (DISP=MOD, OPEN EXTEND). IDENT 'C' = CODUSU EM
      *   CLARO, 'P' = PSEUDONIMO DO ANOBTC01
      *----------------------------------------------------------------*
       FD  ACCDPO01
           RECORDING MODE IS F.
       01  WK-ACCDPO01-REC.
           05 WK-DPO-DATA                PIC  X(008).
           05 WK-DPO-HORA                PIC  X(006).
           05 WK-DPO-PROTOCOLO           PIC  X(016).
           05 WK-DPO-CODUSU              PIC  X(003).
           05 WK-DPO-IDENT               PIC  X(001).
           05 WK-DPO-MODO                PIC  X(010).
           05 WK-DPO-ARQUIVO             PIC  X(008).
           05 WK-DPO-QT-ACHADOS          PIC  9(007).
           05 WK-DPO-QT-EXPORTADOS       PIC  9(007).
           05 WK-DPO-QT-ELIMINADOS       PIC  9(007).
           05 WK-DPO-QT-MANTIDOS         PIC  9(007).
           05 WK-DPO-RESULTADO           PIC  X(012).
           05 FILLER                     PIC  X(028).

       FD  ACCREL13
           RECORDING MODE IS F.
       01  WK-ACCREL13-REC                PIC  X(133).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-ACCPRM13                    PIC  X(002) VALUE '00'.
       01 WK-FS-PRMVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-ACCM1VSA                    PIC  X(002) VALUE '00'.
       01 WK-FS-ACCMTR01                    PIC  X(002) VALUE '00'.
       01 WK-FS-ACCSEG01                    PIC  X(002) VALUE '00'.
       01 WK-FS-ACCFCH01                    PIC  X(002) VALUE '00'.
       01 WK-FS-ACCMOE01                    PIC  X(002) VALUE '00'.
       01 WK-FS-ACCEXH01                    PIC  X(002) VALUE '00'.
       01 WK-FS-ACCAJU01                    PIC  X(002) VALUE '00'.
       01 WK-FS-ACCCTA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-XPTOTRC1                    PIC  X(002) VALUE '00'.
       01 WK-FS-ACCEXP13                    PIC  X(002) VALUE '00'.
       01 WK-FS-ACCDPO01                    PIC  X(002) VALUE '00'.
       01 WK-FS-ARQ                         PIC  X(002) VALUE '00'.
       01 WK-SEG-TAM                        PIC  9(004) VALUE ZEROS.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-FIM-CHAVE                      PIC  X(001) VALUE 'N'.
           88 FIM-CHAVE                                 VALUE 'S'.
       01 WK-FIM-TRILHA                     PIC  X(001) VALUE 'N'.
           88 FIM-TRILHA                                VALUE 'S'.
       01 WK-PRM-OK                         PIC  X(001) VALUE 'N'.
           88 PRM-OK                                    VALUE 'S'.
       01 WK-EXP-OK                         PIC  X(001) VALUE 'N'.
           88 EXP-OK                                    VALUE 'S'.
       01 WK-LINHA-REGISTRO                 PIC  X(001) VALUE 'N'.
           88 LINHA-REGISTRO                            VALUE 'S'.
       01 WK-DPO-OK                         PIC  X(001) VALUE 'N'.
           88 DPO-OK                                    VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = ATENDIDO   4 = ARQUIVO AUSENTE / LIVRO DO DPO AUSENTE
      *   8 = ERRO DE LEITURA/ELIMINACAO/GRAVACAO
      *   12 = CARTOES INVALIDOS / PRE-REQUISITO DO MODO AUSENTE
      *----------------------------------------------------------------*
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
                                            'ACCBTC13'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   REPOSITORIO DE RELATORIOS (VSAM RELDIR01/RELLIN01, VIA
      *   RELREG01): CADA LINHA IMPRESSA NO ACCREL13 VAI TAMBEM PARA A
      *   CONSULTA ONLINE REL1 (RELINQ01); DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RELREG01                   PIC  X(008) VALUE
                                            'RELREG01'.
       01 WK-RELREG-AREA.
          05 WK-RELREG-MODO                 PIC  X(001) VALUE 'L'.
          05 WK-RELREG-RELATORIO            PIC  X(008) VALUE
                                            'ACCREL13'.
          05 WK-RELREG-PROGRAMA             PIC  X(008) VALUE
                                            'ACCBTC13'.
          05 WK-RELREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RELREG-EXECUCAO             PIC  9(003) VALUE ZEROS.
          05 WK-RELREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RELREG-LINHA                PIC  X(133) VALUE SPACES.
          05 WK-RELREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   RAZAO DE TOTAIS DE CONTROLE (VSAM ACCTOT01, VIA TOTREG01) -
      *   ELIMINACAO NO ACCM1VSA = MOVIMENTO COM IMAGEM NOVA EM BRANCO
      *----------------------------------------------------------------*
       01 WK-PGM-TOTREG01                   PIC  X(008) VALUE
                                            'TOTREG01'.
       01 WK-TOTREG-AREA.
          05 WK-TOTREG-MODO                 PIC  X(001) VALUE 'M'.
          05 WK-TOTREG-ORIGEM               PIC  X(008) VALUE
                                            'ACCBTC13'.
          05 WK-TOTREG-RUN-ID               PIC  X(016) VALUE SPACES.
          05 WK-TOTREG-REG-ANT              PIC  X(187) VALUE SPACES.
          05 WK-TOTREG-REG-NOVO             PIC  X(187) VALUE SPACES.
          05 WK-TOTREG-TEM-TRL              PIC  X(001) VALUE 'N'.
          05 WK-TOTREG-QT-TRL               PIC  9(009) VALUE ZEROS.
          05 WK-TOTREG-QT-LIDOS             PIC  9(009) VALUE ZEROS.
          05 WK-TOTREG-QT-APLIC             PIC  9(009) VALUE ZEROS.
          05 WK-TOTREG-QT-REJ               PIC  9(009) VALUE ZEROS.
          05 WK-TOTREG-QT-REGIST            PIC  9(009) VALUE ZEROS.
          05 WK-TOTREG-RETORNO              PIC  X(002) VALUE SPACES.
       01 WK-TOTREG-AVISOU                  PIC  X(001) VALUE 'N'.
           88 TOTREG-AVISOU                             VALUE 'S'.
       01 WK-TOTREG-USADO                   PIC  X(001) VALUE 'N'.
           88 TOTREG-USADO                              VALUE 'S'.

      *----------------------------------------------------------------*
      *   CARTOES: PROTOCOLO DO PEDIDO (OBRIGATORIO), MODO, SEMENTE
      *   DO PSEUDONIMO (OBRIGATORIA NO ELIMINA) E A LISTA DE CODUSUS
      *----------------------------------------------------------------*
       01 WK-PROTOCOLO                      PIC  X(016) VALUE SPACES.
       01 WK-MODO                           PIC  X(010) VALUE
                                            'INVENTARIO'.
           88 MODO-INVENTARIO                           VALUE
                                            'INVENTARIO'.
           88 MODO-EXPORTA                              VALUE
                                            'EXPORTA'.
           88 MODO-ELIMINA                              VALUE
                                            'ELIMINA'.
       01 WK-SEMENTE                        PIC  9(004) VALUE ZEROS.
       01 WK-TEM-SEMENTE                    PIC  X(001) VALUE 'N'.
           88 TEM-SEMENTE                               VALUE 'S'.
       01 WK-CODUSU-CARTAO                  PIC  X(003) VALUE SPACES.
       01 WK-COD-REPETIDO                   PIC  X(001) VALUE 'N'.
           88 COD-REPETIDO                              VALUE 'S'.

      *----------------------------------------------------------------*
      *   ARQUIVOS COBERTOS, NA ORDEM DO RELATORIO E DO LIVRO DO DPO,
      *   COM A SITUACAO DE ABERTURA E A RETENCAO LEGAL DE CADA UM
      *----------------------------------------------------------------*
       01 WK-NOMES-ARQ.
          05 FILLER                         PIC  X(008) VALUE
                                            'ACCM1VSA'.
          05 FILLER                         PIC  X(008) VALUE
                                            'ACCMTR01'.
          05 FILLER                         PIC  X(008) VALUE
                                            'ACCSEG01'.
          05 FILLER                         PIC  X(008) VALUE
                                            'ACCFCH01'.
          05 FILLER                         PIC  X(008) VALUE
                                            'ACCMOE01'.
          05 FILLER                         PIC  X(008) VALUE
                                            'ACCEXH01'.
          05 FILLER                         PIC  X(008) VALUE
                                            'ACCAJU01'.
          05 FILLER                         PIC  X(008) VALUE
                                            'ACCCTA01'.
          05 FILLER                         PIC  X(008) VALUE
                                            'XPTOTRC1'.
       01 WK-TAB-NOMES REDEFINES WK-NOMES-ARQ.
          05 WK-NOME-ARQ OCCURS 9 TIMES     PIC  X(008).
       01 WK-TAB-ARQ.
          05 WK-TA-ARQ OCCURS 9 TIMES.
             10 WK-ARQ-ABERTO               PIC  X(001).
             10 WK-ARQ-RETENCAO             PIC  9(005).
             10 WK-ARQ-CORTE                PIC  X(008).
       01 WK-QT-ARQ                         PIC  9(002) VALUE 9.
       01 WK-IDX-ARQ                        PIC  9(002) VALUE ZEROS.
       01 WK-IDX-M1V                        PIC  9(002) VALUE 1.
       01 WK-IDX-MTR                        PIC  9(002) VALUE 2.
       01 WK-IDX-SEG                        PIC  9(002) VALUE 3.
       01 WK-IDX-FCH                        PIC  9(002) VALUE 4.
       01 WK-IDX-MOE                        PIC  9(002) VALUE 5.
       01 WK-IDX-EXH                        PIC  9(002) VALUE 6.
       01 WK-IDX-AJU                        PIC  9(002) VALUE 7.
       01 WK-IDX-CTA                        PIC  9(002) VALUE 8.
       01 WK-IDX-TRC                        PIC  9(002) VALUE 9.

      *----------------------------------------------------------------*
      *   CODUSUS DO PEDIDO E O QUE FOI ACHADO/FEITO EM CADA ARQUIVO;
      *   SITUACAO DO ARQUIVO: 'O' OK, 'A' AUSENTE, 'E' ERRO
      *----------------------------------------------------------------*
       01 WK-QT-COD                         PIC  9(003) VALUE ZEROS.
       01 WK-IDX-COD                        PIC  9(003) VALUE ZEROS.
       01 WK-IDX-BUSCA                      PIC  9(003) VALUE ZEROS.
       01 WK-TAB-COD.
          05 WK-TC-LINHA OCCURS 50 TIMES.
             10 WK-TC-CODUSU                PIC  X(003).
             10 WK-TC-PSEUDO                PIC  X(003).
             10 WK-TC-ARQ OCCURS 9 TIMES.
                15 WK-TC-ACHADOS            PIC  9(007).
                15 WK-TC-EXPORTADOS         PIC  9(007).
                15 WK-TC-ELIMINADOS         PIC  9(007).
                15 WK-TC-MANTIDOS           PIC  9(007).
                15 WK-TC-SIT                PIC  X(001).

      *----------------------------------------------------------------*
      *   RETENCAO: DATA DE REFERENCIA DO REGISTRO (AAAAMMDD) CONTRA O
      *   CORTE DO ARQUIVO; DENTRO DO PRAZO = MANTIDO
      *----------------------------------------------------------------*
       01 WK-DATA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-HORA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-DIAS-INTEIRO                   PIC S9(009) COMP VALUE +0.
       01 WK-CORTE-NUM                      PIC  9(008) VALUE ZEROS.
       01 WK-DATA-REF                       PIC  X(008) VALUE SPACES.
       01 WK-RETER                          PIC  X(001) VALUE 'N'.
           88 RETER                                     VALUE 'S'.

      *----------------------------------------------------------------*
      *   PSEUDONIMO DO CODUSU - MESMO ESQUEMA DO ANOBTC01 (MANTER OS
      *   DOIS SINCRONIZADOS): NUMERICO (CODUSU * 7 + SEMENTE) MOD
      *   1000; NAO NUMERICO ALFABETO ROTACIONADO PELA SEMENTE
      *----------------------------------------------------------------*
       01 WK-COD-NUM                        PIC  9(003) VALUE ZEROS.
       01 WK-COD-PSEUDO                     PIC  9(003) VALUE ZEROS.
       01 WK-COD-TRAB                       PIC  9(007) VALUE ZEROS.
       01 WK-ALFA-BASE                      PIC  X(036) VALUE
          'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01 WK-ALFA-ROT                       PIC  X(036) VALUE SPACES.
       01 WK-ROT                            PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   EXTRATO DO TITULAR (ACCEXP13): UMA LINHA LEGIVEL POR
      *   REGISTRO, SEMPRE COMECANDO POR CODUSU E ARQUIVO
      *----------------------------------------------------------------*
       01 WK-LINHA-EXP                      PIC  X(250) VALUE SPACES.
       01 WK-PTR-EXP                        PIC S9(004) COMP VALUE +0.
       01 WK-EDT-VALOR                      PIC -ZZZZZZZZZZZZZ9.
       01 WK-EDT-QT                         PIC  ZZZZZZZZ9.
       01 WK-IDX-MES                        PIC  9(002) VALUE ZEROS.
       01 WK-QT-OCORR                       PIC  9(004) VALUE ZEROS.

       01 WK-SIT-ARQ                        PIC  X(012) VALUE SPACES.
       01 WK-SIT-GERAL                      PIC  X(012) VALUE SPACES.
       01 WK-COD-TOT-ACHADOS                PIC  9(007) VALUE ZEROS.
       01 WK-COD-TOT-EXPORT                 PIC  9(007) VALUE ZEROS.
       01 WK-COD-TOT-ELIM                   PIC  9(007) VALUE ZEROS.
       01 WK-COD-TOT-MANT                   PIC  9(007) VALUE ZEROS.
       01 WK-COD-FALHAS                     PIC  9(003) VALUE ZEROS.
       01 WK-COD-IDENT                      PIC  X(003) VALUE SPACES.
       01 WK-TIPO-IDENT                     PIC  X(001) VALUE 'C'.

       01 WK-CONTADORES.
          05 WK-QT-ACHADOS                  PIC  9(009) VALUE ZEROS.
          05 WK-QT-EXPORTADOS               PIC  9(009) VALUE ZEROS.
          05 WK-QT-ELIMINADOS               PIC  9(009) VALUE ZEROS.
          05 WK-QT-MANTIDOS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-TRILHA                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-DPO                      PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   RELATORIO IMPRESSO (DD ACCREL13, 133 BYTES COM CONTROLE DE
      *   CARRO NA COLUNA 1) - DD AUSENTE DEGRADA PARA O SYSOUT, COM
      *   AVISO
      *----------------------------------------------------------------*
       01 WK-FS-ACCREL13                    PIC  X(002) VALUE '00'.
       01 WK-REL-OK                         PIC  X(001) VALUE 'S'.
           88 REL-OK                                    VALUE 'S'.
       01 WK-REL-QT-LINHAS                  PIC  9(002) VALUE 99.
       01 WK-REL-PAGINA                     PIC  9(003) VALUE ZEROS.
       01 WK-REL-DETALHE                    PIC  X(132) VALUE SPACES.
       01 WK-REL-CAB1.
          05 FILLER           PIC X(001) VALUE '1'.
          05 FILLER           PIC X(052) VALUE
             'ACCBTC13 - ATENDIMENTO AO TITULAR (LGPD)            '.
          05 FILLER           PIC X(006) VALUE 'DATA: '.
          05 WK-CAB1-DATA     PIC  9(008).
          05 FILLER           PIC X(007) VALUE ' HORA: '.
          05 WK-CAB1-HORA     PIC  9(008).
          05 FILLER           PIC X(006) VALUE ' PAG: '.
          05 WK-CAB1-PAG      PIC  ZZ9.
          05 FILLER           PIC X(042) VALUE SPACES.
       01 WK-REL-CAB2.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 FILLER           PIC X(011) VALUE 'PROTOCOLO: '.
          05 WK-CAB2-PROTOCOLO PIC X(016).
          05 FILLER           PIC X(008) VALUE '  MODO: '.
          05 WK-CAB2-MODO     PIC X(010).
          05 FILLER           PIC X(087) VALUE SPACES.
       01 WK-REL-CAB3.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 FILLER           PIC X(050) VALUE
             'COD ARQUIVO     ACHADOS  EXPORTADOS  ELIMINADOS   '.
          05 FILLER           PIC X(050) VALUE
             'MANTIDOS  RESULTADO'.
          05 FILLER           PIC X(032) VALUE SPACES.

       01 WK-LINHA-DETALHE.
          05 WK-DET-CODUSU    PIC X(003).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-ARQUIVO   PIC X(008).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-DET-ACHADOS   PIC ZZZ,ZZ9.
          05 FILLER           PIC X(003) VALUE SPACES.
          05 WK-DET-EXPORT    PIC ZZZ,ZZ9.
          05 FILLER           PIC X(005) VALUE SPACES.
          05 WK-DET-ELIM      PIC ZZZ,ZZ9.
          05 FILLER           PIC X(004) VALUE SPACES.
          05 WK-DET-MANT      PIC ZZZ,ZZ9.
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-DET-RESULTADO PIC X(012).
          05 FILLER           PIC X(068) VALUE SPACES.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'ACCBTC13 - ATENDIMENTO LGPD     '.
          05 FILLER           PIC X(020) VALUE
             'CODUSUS............'.
          05 WK-REL-CODUSUS   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'REGISTROS ACHADOS...'.
          05 WK-REL-ACHADOS   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ELIMINADOS..........'.
          05 WK-REL-ELIM      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'MANTIDOS............'.
          05 WK-REL-MANT      PIC ZZZ,ZZZ,ZZ9.

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
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WK-HORA-HOJE FROM TIME

           PERFORM 050000-LER-PARAMETROS
           PERFORM 070000-VALIDA-PARAMETROS

           IF WK-RETORNO LESS 12
              PERFORM 100000-ABRIR-ARQUIVOS
           END-IF

           IF WK-RETORNO LESS 12
              PERFORM 120000-BUSCA-RETENCAO
                      VARYING WK-IDX-ARQ FROM 1 BY 1
                      UNTIL WK-IDX-ARQ GREATER WK-QT-ARQ
              PERFORM 200000-ATENDE-CODUSU
                      VARYING WK-IDX-COD FROM 1 BY 1
                      UNTIL WK-IDX-COD GREATER WK-QT-COD
              PERFORM 700000-VARRE-TRILHA
              PERFORM 800000-FECHA-CODUSU
                      VARYING WK-IDX-COD FROM 1 BY 1
                      UNTIL WK-IDX-COD GREATER WK-QT-COD
           END-IF

           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT ACCPRM13

           IF WK-FS-ACCPRM13 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE ACCPRM13
           ELSE
              DISPLAY 'ACCBTC13 - SEM ACCPRM13 (FS=' WK-FS-ACCPRM13
                      ') - NENHUM CODUSU A ATENDER'
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ ACCPRM13

           IF WK-FS-ACCPRM13 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-ACCPRM13-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-ACCPRM13-REC(1:10) EQUAL 'PROTOCOLO='
              MOVE WK-ACCPRM13-REC(11:16) TO WK-PROTOCOLO
           ELSE
           IF WK-ACCPRM13-REC(1:5) EQUAL 'MODO='
              MOVE WK-ACCPRM13-REC(6:10) TO WK-MODO
           ELSE
           IF WK-ACCPRM13-REC(1:8) EQUAL 'SEMENTE='
              IF WK-ACCPRM13-REC(9:4) NUMERIC
                 MOVE WK-ACCPRM13-REC(9:4) TO WK-SEMENTE
                 MOVE 'S' TO WK-TEM-SEMENTE
              END-IF
           ELSE
           IF WK-ACCPRM13-REC(1:7) EQUAL 'CODUSU='
              MOVE WK-ACCPRM13-REC(8:3) TO WK-CODUSU-CARTAO
              PERFORM 065000-INCLUI-CODUSU
           ELSE
           IF WK-ACCPRM13-REC NOT EQUAL SPACES
              DISPLAY 'ACCBTC13 - PARAMETRO DESCONHECIDO: '
                      WK-ACCPRM13-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       065000-INCLUI-CODUSU.
      *----------------------------------------------------------------*
      * CODUSU EM BRANCO E IGNORADO; REPETIDO CONTA UMA VEZ SO; ALEM
      * DE 50 O PEDIDO FICA INCOMPLETO (RC 8) - O DPO PRECISA SABER
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-COD-REPETIDO

           PERFORM 066000-COMPARA-CODUSU
                   VARYING WK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WK-IDX-BUSCA GREATER WK-QT-COD
                      OR COD-REPETIDO

           IF WK-CODUSU-CARTAO EQUAL SPACES
              OR COD-REPETIDO
              CONTINUE
           ELSE
           IF WK-QT-COD LESS 50
              ADD 1 TO WK-QT-COD
              MOVE WK-CODUSU-CARTAO TO WK-TC-CODUSU(WK-QT-COD)
              MOVE WK-CODUSU-CARTAO TO WK-TC-PSEUDO(WK-QT-COD)
              PERFORM 067000-ZERA-ARQUIVO
                      VARYING WK-IDX-ARQ FROM 1 BY 1
                      UNTIL WK-IDX-ARQ GREATER WK-QT-ARQ
           ELSE
              DISPLAY 'ACCBTC13 - MAIS DE 50 CODUSUS - IGNORADO: '
                      WK-CODUSU-CARTAO
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       066000-COMPARA-CODUSU.
      *----------------------------------------------------------------*
           IF WK-TC-CODUSU(WK-IDX-BUSCA) EQUAL WK-CODUSU-CARTAO
              MOVE 'S' TO WK-COD-REPETIDO
           END-IF.

      *----------------------------------------------------------------*
       067000-ZERA-ARQUIVO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-TC-ACHADOS(WK-QT-COD, WK-IDX-ARQ)
                         WK-TC-EXPORTADOS(WK-QT-COD, WK-IDX-ARQ)
                         WK-TC-ELIMINADOS(WK-QT-COD, WK-IDX-ARQ)
                         WK-TC-MANTIDOS(WK-QT-COD, WK-IDX-ARQ)
           MOVE 'O'   TO WK-TC-SIT(WK-QT-COD, WK-IDX-ARQ).

      *----------------------------------------------------------------*
       070000-VALIDA-PARAMETROS.
      *----------------------------------------------------------------*
      * SEM PROTOCOLO NAO HA COMO RESPONDER AO DPO; SEM SEMENTE O
      * LIVRO NAO PODE PSEUDONIMIZAR QUEM FOI ELIMINADO
      *----------------------------------------------------------------*
           IF NOT MODO-INVENTARIO
              AND NOT MODO-EXPORTA
              AND NOT MODO-ELIMINA
              DISPLAY 'ACCBTC13 - MODO INVALIDO: ' WK-MODO
              MOVE 12 TO WK-RETORNO
           END-IF

           IF WK-PROTOCOLO EQUAL SPACES
              DISPLAY 'ACCBTC13 - CARTAO PROTOCOLO= OBRIGATORIO'
              MOVE 12 TO WK-RETORNO
           END-IF

           IF WK-QT-COD EQUAL ZEROS
              DISPLAY 'ACCBTC13 - NENHUM CARTAO CODUSU= INFORMADO'
              MOVE 12 TO WK-RETORNO
           END-IF

           IF MODO-ELIMINA
              IF NOT TEM-SEMENTE
                 DISPLAY 'ACCBTC13 - CARTAO SEMENTE= OBRIGATORIO NO '
                         'MODO ELIMINA'
                 MOVE 12 TO WK-RETORNO
              ELSE
                 PERFORM 075000-MONTA-ALFABETO
                 PERFORM 076000-PSEUDONIMIZA-CODUSU
                         VARYING WK-IDX-COD FROM 1 BY 1
                         UNTIL WK-IDX-COD GREATER WK-QT-COD
              END-IF
           END-IF

           IF WK-RETORNO EQUAL 12
              DISPLAY 'ACCBTC13 - PROTOCOLO ' WK-PROTOCOLO
                      ' NAO ATENDIDO - NADA FOI TOCADO'
           ELSE
              DISPLAY 'ACCBTC13 - PROTOCOLO ' WK-PROTOCOLO
                      ' MODO ' WK-MODO
           END-IF.

      *----------------------------------------------------------------*
       075000-MONTA-ALFABETO.
      *----------------------------------------------------------------*
           DIVIDE WK-SEMENTE BY 35
                  GIVING WK-COD-TRAB
                  REMAINDER WK-ROT
           ADD 1 TO WK-ROT

           MOVE SPACES TO WK-ALFA-ROT
           MOVE WK-ALFA-BASE(WK-ROT + 1:36 - WK-ROT)
                TO WK-ALFA-ROT(1:36 - WK-ROT)
           MOVE WK-ALFA-BASE(1:WK-ROT)
                TO WK-ALFA-ROT(36 - WK-ROT + 1:WK-ROT).

      *----------------------------------------------------------------*
       076000-PSEUDONIMIZA-CODUSU.
      *----------------------------------------------------------------*
           IF WK-TC-CODUSU(WK-IDX-COD) NUMERIC
              MOVE WK-TC-CODUSU(WK-IDX-COD) TO WK-COD-NUM
              COMPUTE WK-COD-TRAB = WK-COD-NUM * 7 + WK-SEMENTE
      *       O MOVE PARA 9(3) FICA SO COM OS TRES DIGITOS BAIXOS -
      *       E O MOD 1000 DO MAPA AFIM
              MOVE WK-COD-TRAB   TO WK-COD-PSEUDO
              MOVE WK-COD-PSEUDO TO WK-TC-PSEUDO(WK-IDX-COD)
           ELSE
              MOVE WK-TC-CODUSU(WK-IDX-COD) TO WK-TC-PSEUDO(WK-IDX-COD)
              INSPECT WK-TC-PSEUDO(WK-IDX-COD)
                      CONVERTING WK-ALFA-BASE TO WK-ALFA-ROT
           END-IF.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
      * ARQUIVO DE DADOS AUSENTE NAO IMPEDE O ATENDIMENTO DOS DEMAIS
      * (AVISO, RC 4, 'AUSENTE' NO LIVRO); JA O QUE O MODO EXIGE -
      * EXTRATO NO EXPORTA, RETENCOES E LIVRO NO ELIMINA - E RC 12
      *----------------------------------------------------------------*
           OPEN INPUT PRMVSA01
           IF WK-FS-PRMVSA01 EQUAL '00' OR '97'
              MOVE 'S' TO WK-PRM-OK
           ELSE
              DISPLAY 'ACCBTC13 - SEM PRMVSA01 (FS=' WK-FS-PRMVSA01
                      ') - RETENCOES LEGAIS DESCONHECIDAS'
              IF MODO-ELIMINA
                 MOVE 12 TO WK-RETORNO
              END-IF
           END-IF

           OPEN EXTEND ACCDPO01
           IF WK-FS-ACCDPO01 EQUAL '00'
              MOVE 'S' TO WK-DPO-OK
           ELSE
              DISPLAY 'ACCBTC13 - ERRO AO ABRIR ACCDPO01 FS='
                      WK-FS-ACCDPO01 ' - PEDIDO SEM REGISTRO NO '
                      'LIVRO DO DPO'
              IF MODO-ELIMINA
                 MOVE 12 TO WK-RETORNO
              ELSE
                 IF WK-RETORNO LESS 4
                    MOVE 4 TO WK-RETORNO
                 END-IF
              END-IF
           END-IF

           IF MODO-EXPORTA
              OPEN OUTPUT ACCEXP13
              IF WK-FS-ACCEXP13 EQUAL '00'
                 MOVE 'S' TO WK-EXP-OK
              ELSE
                 DISPLAY 'ACCBTC13 - ERRO AO ABRIR ACCEXP13 FS='
                         WK-FS-ACCEXP13
                 MOVE 12 TO WK-RETORNO
              END-IF
           END-IF

           IF WK-RETORNO LESS 12
              PERFORM 110000-ABRIR-DADOS
           END-IF

           OPEN OUTPUT ACCREL13
           IF WK-FS-ACCREL13 NOT EQUAL '00'
              DISPLAY 'ACCBTC13 - ERRO AO ABRIR ACCREL13 FS='
                      WK-FS-ACCREL13
                      ' - RELATORIO SO NO SYSOUT'
              MOVE 'N' TO WK-REL-OK
           END-IF.

      *----------------------------------------------------------------*
       110000-ABRIR-DADOS.
      *----------------------------------------------------------------*
           IF MODO-ELIMINA
              OPEN I-O ACCM1VSA ACCMTR01 ACCSEG01 ACCFCH01
                       ACCMOE01 ACCEXH01 ACCAJU01 ACCCTA01
           ELSE
              OPEN INPUT ACCM1VSA ACCMTR01 ACCSEG01 ACCFCH01
                         ACCMOE01 ACCEXH01 ACCAJU01 ACCCTA01
           END-IF
           OPEN INPUT XPTOTRC1

           MOVE WK-IDX-M1V     TO WK-IDX-ARQ
           MOVE WK-FS-ACCM1VSA TO WK-FS-ARQ
           PERFORM 115000-CONFERE-ABERTURA
           MOVE WK-IDX-MTR     TO WK-IDX-ARQ
           MOVE WK-FS-ACCMTR01 TO WK-FS-ARQ
           PERFORM 115000-CONFERE-ABERTURA
           MOVE WK-IDX-SEG     TO WK-IDX-ARQ
           MOVE WK-FS-ACCSEG01 TO WK-FS-ARQ
           PERFORM 115000-CONFERE-ABERTURA
           MOVE WK-IDX-FCH     TO WK-IDX-ARQ
           MOVE WK-FS-ACCFCH01 TO WK-FS-ARQ
           PERFORM 115000-CONFERE-ABERTURA
           MOVE WK-IDX-MOE     TO WK-IDX-ARQ
           MOVE WK-FS-ACCMOE01 TO WK-FS-ARQ
           PERFORM 115000-CONFERE-ABERTURA
           MOVE WK-IDX-EXH     TO WK-IDX-ARQ
           MOVE WK-FS-ACCEXH01 TO WK-FS-ARQ
           PERFORM 115000-CONFERE-ABERTURA
           MOVE WK-IDX-AJU     TO WK-IDX-ARQ
           MOVE WK-FS-ACCAJU01 TO WK-FS-ARQ
           PERFORM 115000-CONFERE-ABERTURA
           MOVE WK-IDX-CTA     TO WK-IDX-ARQ
           MOVE WK-FS-ACCCTA01 TO WK-FS-ARQ
           PERFORM 115000-CONFERE-ABERTURA
           MOVE WK-IDX-TRC     TO WK-IDX-ARQ
           MOVE WK-FS-XPTOTRC1 TO WK-FS-ARQ
           PERFORM 115000-CONFERE-ABERTURA.

      *----------------------------------------------------------------*
       115000-CONFERE-ABERTURA.
      *----------------------------------------------------------------*
           IF WK-FS-ARQ EQUAL '00' OR '97'
              MOVE 'S' TO WK-ARQ-ABERTO(WK-IDX-ARQ)
           ELSE
              MOVE 'N' TO WK-ARQ-ABERTO(WK-IDX-ARQ)
              DISPLAY 'ACCBTC13 - ' WK-NOME-ARQ(WK-IDX-ARQ)
                      ' NAO DISPONIVEL (FS=' WK-FS-ARQ
                      ') - ARQUIVO FORA DO ATENDIMENTO'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       120000-BUSCA-RETENCAO.
      *----------------------------------------------------------------*
      * RETENCAO LEGAL EM DIAS DO PRMVSA01 (ACCBTC13 + NOME DO
      * ARQUIVO); ZERO/AUSENTE/INVALIDO = SEM RETENCAO. O CORTE E A
      * DATA MAIS ANTIGA AINDA DENTRO DO PRAZO
      *----------------------------------------------------------------*
           MOVE ZEROS    TO WK-ARQ-RETENCAO(WK-IDX-ARQ)
           MOVE '99999999' TO WK-ARQ-CORTE(WK-IDX-ARQ)

           IF PRM-OK
              MOVE 'ACCBTC13'              TO WK-PRM-PROGRAMA
              MOVE WK-NOME-ARQ(WK-IDX-ARQ) TO WK-PRM-PARAMETRO
              MOVE SPACES                  TO WK-PRM-VALOR

              READ PRMVSA01

              IF (WK-FS-PRMVSA01 EQUAL '00' OR '04')
                    AND WK-PRM-VALOR(1:5) NUMERIC
                 MOVE WK-PRM-VALOR(1:5) TO WK-ARQ-RETENCAO(WK-IDX-ARQ)
              END-IF
           END-IF

           IF WK-ARQ-RETENCAO(WK-IDX-ARQ) GREATER ZEROS
              COMPUTE WK-DIAS-INTEIRO =
                      FUNCTION INTEGER-OF-DATE ( WK-DATA-HOJE )
                      - WK-ARQ-RETENCAO(WK-IDX-ARQ)
              COMPUTE WK-CORTE-NUM =
                      FUNCTION DATE-OF-INTEGER ( WK-DIAS-INTEIRO )
              MOVE WK-CORTE-NUM TO WK-ARQ-CORTE(WK-IDX-ARQ)
              DISPLAY 'ACCBTC13 - RETENCAO LEGAL '
                      WK-NOME-ARQ(WK-IDX-ARQ) ' '
                      WK-ARQ-RETENCAO(WK-IDX-ARQ) ' DIAS - MANTIDO '
                      'O REGISTRO COM REFERENCIA DESDE '
                      WK-ARQ-CORTE(WK-IDX-ARQ)
           END-IF.

      *----------------------------------------------------------------*
       200000-ATENDE-CODUSU.
      *----------------------------------------------------------------*
           IF EXP-OK
              MOVE SPACES TO WK-LINHA-EXP
              STRING WK-TC-CODUSU(WK-IDX-COD)
                     ' PROTOCOLO ' WK-PROTOCOLO
                     ' - DADOS MANTIDOS PELO SISTEMA ACC EM '
                     WK-DATA-HOJE
                     DELIMITED BY SIZE INTO WK-LINHA-EXP
              MOVE 'N' TO WK-LINHA-REGISTRO
              MOVE WK-IDX-M1V TO WK-IDX-ARQ
              PERFORM 610000-GRAVA-EXPORTACAO
           END-IF

           PERFORM 210000-PROCURA-ACCM1VSA
           PERFORM 220000-PROCURA-ACCMTR01
           PERFORM 230000-PROCURA-ACCSEG01
           PERFORM 240000-PROCURA-ACCFCH01
           PERFORM 250000-PROCURA-ACCMOE01
           PERFORM 260000-PROCURA-ACCEXH01
           PERFORM 270000-PROCURA-ACCAJU01
           PERFORM 280000-PROCURA-ACCCTA01.

      *----------------------------------------------------------------*
       210000-PROCURA-ACCM1VSA.
      *----------------------------------------------------------------*
           MOVE WK-IDX-M1V TO WK-IDX-ARQ
           IF WK-ARQ-ABERTO(WK-IDX-ARQ) NOT EQUAL 'S'
              MOVE 'A' TO WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ)
           ELSE
              MOVE LOW-VALUES               TO WK-ACCM1V-CHAVE
              MOVE WK-TC-CODUSU(WK-IDX-COD) TO WK-ACCM1V-CODUSU
              MOVE 'N'                      TO WK-FIM-CHAVE
              START ACCM1VSA KEY NOT LESS WK-ACCM1V-CHAVE
              IF WK-FS-ACCM1VSA NOT EQUAL '00'
                 MOVE 'S' TO WK-FIM-CHAVE
              ELSE
                 PERFORM 211000-LER-ACCM1VSA
              END-IF
              PERFORM 212000-TRATA-ACCM1VSA
                      UNTIL FIM-CHAVE
           END-IF.

      *----------------------------------------------------------------*
       211000-LER-ACCM1VSA.
      *----------------------------------------------------------------*
           READ ACCM1VSA NEXT RECORD

           EVALUATE WK-FS-ACCM1VSA
              WHEN '00'
                 IF WK-ACCM1V-CODUSU NOT EQUAL WK-TC-CODUSU(WK-IDX-COD)
                    MOVE 'S' TO WK-FIM-CHAVE
                 END-IF
              WHEN '10'
                 MOVE 'S' TO WK-FIM-CHAVE
              WHEN OTHER
                 MOVE WK-FS-ACCM1VSA TO WK-FS-ARQ
                 PERFORM 650000-ERRO-LEITURA
           END-EVALUATE.

      *----------------------------------------------------------------*
       212000-TRATA-ACCM1VSA.
      *----------------------------------------------------------------*
      * REFERENCIA DO ANO = 31/12 DO PROPRIO ANO. A ELIMINACAO SAI
      * NO RAZAO DE TOTAIS COMO MOVIMENTO COM IMAGEM NOVA EM BRANCO
      *----------------------------------------------------------------*
           PERFORM 600000-CONTA-ACHADO

           IF EXP-OK
              PERFORM 615000-INICIA-LINHA
              STRING 'VALORES MENSAIS ANO ' WK-ACCM1V-ANO ':'
                     DELIMITED BY SIZE
                     INTO WK-LINHA-EXP WITH POINTER WK-PTR-EXP
              PERFORM 213000-EXPORTA-MES
                      VARYING WK-IDX-MES FROM 1 BY 1
                      UNTIL WK-IDX-MES GREATER 12
              PERFORM 610000-GRAVA-EXPORTACAO
           END-IF

           IF MODO-ELIMINA
              STRING WK-ACCM1V-ANO '1231'
                     DELIMITED BY SIZE INTO WK-DATA-REF
              PERFORM 620000-AVALIA-RETENCAO
              IF NOT RETER
                 MOVE WK-ACCM1VSA-REC TO WK-TOTREG-REG-ANT
                 DELETE ACCM1VSA RECORD
                 MOVE WK-FS-ACCM1VSA TO WK-FS-ARQ
                 PERFORM 630000-CONFERE-ELIMINACAO
                 IF WK-FS-ACCM1VSA EQUAL '00'
                    PERFORM 214000-REGISTRA-MOVIMENTO
                 END-IF
              END-IF
           END-IF

           IF NOT FIM-CHAVE
              PERFORM 211000-LER-ACCM1VSA
           END-IF.

      *----------------------------------------------------------------*
       213000-EXPORTA-MES.
      *----------------------------------------------------------------*
           IF WK-ACCM1V-MES(WK-IDX-MES) NOT EQUAL SPACES
              STRING ' ' WK-ACCM1V-MES(WK-IDX-MES)
                     '=' WK-ACCM1V-VAL(WK-IDX-MES)
                     DELIMITED BY SIZE
                     INTO WK-LINHA-EXP WITH POINTER WK-PTR-EXP
           END-IF.

      *----------------------------------------------------------------*
       214000-REGISTRA-MOVIMENTO.
      *----------------------------------------------------------------*
      * FALHA NO RAZAO NAO DESFAZ A ELIMINACAO - RC MINIMO 4 E O
      * ACCBTC12 APONTA A QUEBRA
      *----------------------------------------------------------------*
           IF WK-TOTREG-RUN-ID EQUAL SPACES
              STRING WK-DATA-HOJE WK-HORA-HOJE(1:6)
                     DELIMITED BY SIZE INTO WK-TOTREG-RUN-ID
           END-IF

           MOVE 'M'    TO WK-TOTREG-MODO
           MOVE SPACES TO WK-TOTREG-REG-NOVO
           MOVE 'S'    TO WK-TOTREG-USADO

           CALL WK-PGM-TOTREG01 USING WK-TOTREG-AREA

           IF WK-TOTREG-RETORNO NOT EQUAL '00'
              AND NOT TOTREG-AVISOU
              DISPLAY 'ACCBTC13 - RAZAO DE TOTAIS NAO ATUALIZADO RET='
                      WK-TOTREG-RETORNO ' CHAVE=' WK-ACCM1V-CHAVE
              MOVE 'S' TO WK-TOTREG-AVISOU
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       220000-PROCURA-ACCMTR01.
      *----------------------------------------------------------------*
           MOVE WK-IDX-MTR TO WK-IDX-ARQ
           IF WK-ARQ-ABERTO(WK-IDX-ARQ) NOT EQUAL 'S'
              MOVE 'A' TO WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ)
           ELSE
              MOVE LOW-VALUES               TO WK-MTR-CHAVE
              MOVE WK-TC-CODUSU(WK-IDX-COD) TO WK-MTR-CODUSU
              MOVE 'N'                      TO WK-FIM-CHAVE
              START ACCMTR01 KEY NOT LESS WK-MTR-CHAVE
              IF WK-FS-ACCMTR01 NOT EQUAL '00'
                 MOVE 'S' TO WK-FIM-CHAVE
              ELSE
                 PERFORM 221000-LER-ACCMTR01
              END-IF
              PERFORM 222000-TRATA-ACCMTR01
                      UNTIL FIM-CHAVE
           END-IF.

      *----------------------------------------------------------------*
       221000-LER-ACCMTR01.
      *----------------------------------------------------------------*
           READ ACCMTR01 NEXT RECORD

           EVALUATE WK-FS-ACCMTR01
              WHEN '00'
                 IF WK-MTR-CODUSU NOT EQUAL WK-TC-CODUSU(WK-IDX-COD)
                    MOVE 'S' TO WK-FIM-CHAVE
                 END-IF
              WHEN '10'
                 MOVE 'S' TO WK-FIM-CHAVE
              WHEN OTHER
                 MOVE WK-FS-ACCMTR01 TO WK-FS-ARQ
                 PERFORM 650000-ERRO-LEITURA
           END-EVALUATE.

      *----------------------------------------------------------------*
       222000-TRATA-ACCMTR01.
      *----------------------------------------------------------------*
      * REFERENCIA DO MES MEDIDO = FIM DO ANOMES
      *----------------------------------------------------------------*
           PERFORM 600000-CONTA-ACHADO

           IF EXP-OK
              PERFORM 615000-INICIA-LINHA
              MOVE WK-MTR-QT-SUCESSO TO WK-EDT-QT
              STRING 'CONSULTAS NO MES ' WK-MTR-ANOMES
                     ': RESPONDIDAS=' WK-EDT-QT
                     DELIMITED BY SIZE
                     INTO WK-LINHA-EXP WITH POINTER WK-PTR-EXP
              MOVE WK-MTR-QT-MISS TO WK-EDT-QT
              STRING ' NAO ENCONTRADAS=' WK-EDT-QT
                     DELIMITED BY SIZE
                     INTO WK-LINHA-EXP WITH POINTER WK-PTR-EXP
              PERFORM 610000-GRAVA-EXPORTACAO
           END-IF

           IF MODO-ELIMINA
              STRING WK-MTR-ANOMES '31'
                     DELIMITED BY SIZE INTO WK-DATA-REF
              PERFORM 620000-AVALIA-RETENCAO
              IF NOT RETER
                 DELETE ACCMTR01 RECORD
                 MOVE WK-FS-ACCMTR01 TO WK-FS-ARQ
                 PERFORM 630000-CONFERE-ELIMINACAO
              END-IF
           END-IF

           IF NOT FIM-CHAVE
              PERFORM 221000-LER-ACCMTR01
           END-IF.

      *----------------------------------------------------------------*
       230000-PROCURA-ACCSEG01.
      *----------------------------------------------------------------*
      * CREDENCIAL: A CHAVE DE ACESSO (SEG-CHAV) NUNCA VAI PARA O
      * EXTRATO. REFERENCIA = ULTIMO USO, SENAO CRIACAO; REGISTRO
      * LEGADO SEM DATAS NAO TEM O QUE RETER
      *----------------------------------------------------------------*
           MOVE WK-IDX-SEG TO WK-IDX-ARQ
           IF WK-ARQ-ABERTO(WK-IDX-ARQ) NOT EQUAL 'S'
              MOVE 'A' TO WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ)
           ELSE
              MOVE WK-TC-CODUSU(WK-IDX-COD) TO WK-SEG-USUA

              READ ACCSEG01

              EVALUATE WK-FS-ACCSEG01
                 WHEN '00'
                    PERFORM 231000-TRATA-ACCSEG01
                 WHEN '23'
                    CONTINUE
                 WHEN OTHER
                    MOVE WK-FS-ACCSEG01 TO WK-FS-ARQ
                    PERFORM 650000-ERRO-LEITURA
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       231000-TRATA-ACCSEG01.
      *----------------------------------------------------------------*
           IF WK-SEG-TAM LESS 74
              MOVE SPACES TO WK-SEG-ULT-USO-DATA
                             WK-SEG-ULT-USO-CANAL
                             WK-SEG-CRIACAO
           END-IF

           PERFORM 600000-CONTA-ACHADO

           IF EXP-OK
              PERFORM 615000-INICIA-LINHA
              STRING 'CREDENCIAL NOME=' WK-SEG-NOME
                     ' OPCAO=' WK-SEG-OPCA
                     ' ATIVA=' WK-SEG-ATIVO
                     ' VALIDADE=' WK-SEG-VALIDADE
                     ' CRIACAO=' WK-SEG-CRIACAO
                     ' ULTIMO USO=' WK-SEG-ULT-USO-DATA
                     ' CANAL=' WK-SEG-ULT-USO-CANAL
                     DELIMITED BY SIZE
                     INTO WK-LINHA-EXP WITH POINTER WK-PTR-EXP
              PERFORM 610000-GRAVA-EXPORTACAO
           END-IF

           IF MODO-ELIMINA
              IF WK-SEG-ULT-USO-DATA NOT EQUAL SPACES
                 MOVE WK-SEG-ULT-USO-DATA TO WK-DATA-REF
              ELSE
              IF WK-SEG-CRIACAO NOT EQUAL SPACES
                 MOVE WK-SEG-CRIACAO      TO WK-DATA-REF
              ELSE
                 MOVE '00000000'          TO WK-DATA-REF
              END-IF
              END-IF
              PERFORM 620000-AVALIA-RETENCAO
              IF NOT RETER
                 DELETE ACCSEG01 RECORD
                 MOVE WK-FS-ACCSEG01 TO WK-FS-ARQ
                 PERFORM 630000-CONFERE-ELIMINACAO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       240000-PROCURA-ACCFCH01.
      *----------------------------------------------------------------*
           MOVE WK-IDX-FCH TO WK-IDX-ARQ
           IF WK-ARQ-ABERTO(WK-IDX-ARQ) NOT EQUAL 'S'
              MOVE 'A' TO WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ)
           ELSE
              MOVE LOW-VALUES               TO WK-FCH-CHAVE
              MOVE WK-TC-CODUSU(WK-IDX-COD) TO WK-FCH-CODUSU
              MOVE 'N'                      TO WK-FIM-CHAVE
              START ACCFCH01 KEY NOT LESS WK-FCH-CHAVE
              IF WK-FS-ACCFCH01 NOT EQUAL '00'
                 MOVE 'S' TO WK-FIM-CHAVE
              ELSE
                 PERFORM 241000-LER-ACCFCH01
              END-IF
              PERFORM 242000-TRATA-ACCFCH01
                      UNTIL FIM-CHAVE
           END-IF.

      *----------------------------------------------------------------*
       241000-LER-ACCFCH01.
      *----------------------------------------------------------------*
           READ ACCFCH01 NEXT RECORD

           EVALUATE WK-FS-ACCFCH01
              WHEN '00'
                 IF WK-FCH-CODUSU NOT EQUAL WK-TC-CODUSU(WK-IDX-COD)
                    MOVE 'S' TO WK-FIM-CHAVE
                 END-IF
              WHEN '10'
                 MOVE 'S' TO WK-FIM-CHAVE
              WHEN OTHER
                 MOVE WK-FS-ACCFCH01 TO WK-FS-ARQ
                 PERFORM 650000-ERRO-LEITURA
           END-EVALUATE.

      *----------------------------------------------------------------*
       242000-TRATA-ACCFCH01.
      *----------------------------------------------------------------*
      * REFERENCIA DO PERIODO FECHADO = FIM DO ANO+MES
      *----------------------------------------------------------------*
           PERFORM 600000-CONTA-ACHADO

           IF EXP-OK
              PERFORM 615000-INICIA-LINHA
              STRING 'FECHAMENTO ' WK-FCH-ANO '/' WK-FCH-MES
                     ' SITUACAO=' WK-FCH-STATUS
                     ' EM ' WK-FCH-DATA ' ' WK-FCH-HORA
                     ' POR ' WK-FCH-ORIGEM
                     DELIMITED BY SIZE
                     INTO WK-LINHA-EXP WITH POINTER WK-PTR-EXP
              PERFORM 610000-GRAVA-EXPORTACAO
           END-IF

           IF MODO-ELIMINA
              STRING WK-FCH-ANO WK-FCH-MES '31'
                     DELIMITED BY SIZE INTO WK-DATA-REF
              PERFORM 620000-AVALIA-RETENCAO
              IF NOT RETER
                 DELETE ACCFCH01 RECORD
                 MOVE WK-FS-ACCFCH01 TO WK-FS-ARQ
                 PERFORM 630000-CONFERE-ELIMINACAO
              END-IF
           END-IF

           IF NOT FIM-CHAVE
              PERFORM 241000-LER-ACCFCH01
           END-IF.

      *----------------------------------------------------------------*
       250000-PROCURA-ACCMOE01.
      *----------------------------------------------------------------*
      * PREFERENCIA DE MOEDA NAO TEM DATA - COM RETENCAO CONFIGURADA
      * FICA SEMPRE (REFERENCIA = HOJE)
      *----------------------------------------------------------------*
           MOVE WK-IDX-MOE TO WK-IDX-ARQ
           IF WK-ARQ-ABERTO(WK-IDX-ARQ) NOT EQUAL 'S'
              MOVE 'A' TO WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ)
           ELSE
              MOVE WK-TC-CODUSU(WK-IDX-COD) TO WK-MOE-CODUSU

              READ ACCMOE01

              EVALUATE WK-FS-ACCMOE01
                 WHEN '00'
                    PERFORM 251000-TRATA-ACCMOE01
                 WHEN '23'
                    CONTINUE
                 WHEN OTHER
                    MOVE WK-FS-ACCMOE01 TO WK-FS-ARQ
                    PERFORM 650000-ERRO-LEITURA
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       251000-TRATA-ACCMOE01.
      *----------------------------------------------------------------*
           PERFORM 600000-CONTA-ACHADO

           IF EXP-OK
              PERFORM 615000-INICIA-LINHA
              STRING 'MOEDA DO EXTRATO=' WK-MOE-MOEDA
                     DELIMITED BY SIZE
                     INTO WK-LINHA-EXP WITH POINTER WK-PTR-EXP
              PERFORM 610000-GRAVA-EXPORTACAO
           END-IF

           IF MODO-ELIMINA
              MOVE WK-DATA-HOJE TO WK-DATA-REF
              PERFORM 620000-AVALIA-RETENCAO
              IF NOT RETER
                 DELETE ACCMOE01 RECORD
                 MOVE WK-FS-ACCMOE01 TO WK-FS-ARQ
                 PERFORM 630000-CONFERE-ELIMINACAO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       260000-PROCURA-ACCEXH01.
      *----------------------------------------------------------------*
           MOVE WK-IDX-EXH TO WK-IDX-ARQ
           IF WK-ARQ-ABERTO(WK-IDX-ARQ) NOT EQUAL 'S'
              MOVE 'A' TO WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ)
           ELSE
              MOVE LOW-VALUES               TO WK-EXH-CHAVE
              MOVE WK-TC-CODUSU(WK-IDX-COD) TO WK-EXH-CODUSU
              MOVE 'N'                      TO WK-FIM-CHAVE
              START ACCEXH01 KEY NOT LESS WK-EXH-CHAVE
              IF WK-FS-ACCEXH01 NOT EQUAL '00'
                 MOVE 'S' TO WK-FIM-CHAVE
              ELSE
                 PERFORM 261000-LER-ACCEXH01
              END-IF
              PERFORM 262000-TRATA-ACCEXH01
                      UNTIL FIM-CHAVE
           END-IF.

      *----------------------------------------------------------------*
       261000-LER-ACCEXH01.
      *----------------------------------------------------------------*
           READ ACCEXH01 NEXT RECORD

           EVALUATE WK-FS-ACCEXH01
              WHEN '00'
                 IF WK-EXH-CODUSU NOT EQUAL WK-TC-CODUSU(WK-IDX-COD)
                    MOVE 'S' TO WK-FIM-CHAVE
                 END-IF
              WHEN '10'
                 MOVE 'S' TO WK-FIM-CHAVE
              WHEN OTHER
                 MOVE WK-FS-ACCEXH01 TO WK-FS-ARQ
                 PERFORM 650000-ERRO-LEITURA
           END-EVALUATE.

      *----------------------------------------------------------------*
       262000-TRATA-ACCEXH01.
      *----------------------------------------------------------------*
      * EXTRATO EMITIDO: REFERENCIA = DATA DE EMISSAO. O EXTRATO EM
      * SI O TITULAR PEDE PELA REEMISSAO (ACCBTC10) - AQUI SAI O
      * RESUMO
      *----------------------------------------------------------------*
           PERFORM 600000-CONTA-ACHADO

           IF EXP-OK
              PERFORM 615000-INICIA-LINHA
              MOVE WK-IMG-TOTAL-ANUAL TO WK-EDT-VALOR
              STRING 'EXTRATO EMITIDO EM ' WK-EXH-DATA ' '
                     WK-EXH-HORA ' ANO=' WK-EXH-ANO
                     ' NUMERO=' WK-IMG-NUMERO
                     ' TOTAL=' WK-EDT-VALOR
                     ' MOEDA=' WK-IMG-MOEDA
                     ' AJUSTADO=' WK-IMG-AJUSTADO
                     DELIMITED BY SIZE
                     INTO WK-LINHA-EXP WITH POINTER WK-PTR-EXP
              PERFORM 610000-GRAVA-EXPORTACAO
           END-IF

           IF MODO-ELIMINA
              MOVE WK-EXH-DATA TO WK-DATA-REF
              PERFORM 620000-AVALIA-RETENCAO
              IF NOT RETER
                 DELETE ACCEXH01 RECORD
                 MOVE WK-FS-ACCEXH01 TO WK-FS-ARQ
                 PERFORM 630000-CONFERE-ELIMINACAO
              END-IF
           END-IF

           IF NOT FIM-CHAVE
              PERFORM 261000-LER-ACCEXH01
           END-IF.

      *----------------------------------------------------------------*
       270000-PROCURA-ACCAJU01.
      *----------------------------------------------------------------*
           MOVE WK-IDX-AJU TO WK-IDX-ARQ
           IF WK-ARQ-ABERTO(WK-IDX-ARQ) NOT EQUAL 'S'
              MOVE 'A' TO WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ)
           ELSE
              MOVE LOW-VALUES               TO WK-AJU-CHAVE
              MOVE WK-TC-CODUSU(WK-IDX-COD) TO WK-AJU-CODUSU
              MOVE 'N'                      TO WK-FIM-CHAVE
              START ACCAJU01 KEY NOT LESS WK-AJU-CHAVE
              IF WK-FS-ACCAJU01 NOT EQUAL '00'
                 MOVE 'S' TO WK-FIM-CHAVE
              ELSE
                 PERFORM 271000-LER-ACCAJU01
              END-IF
              PERFORM 272000-TRATA-ACCAJU01
                      UNTIL FIM-CHAVE
           END-IF.

      *----------------------------------------------------------------*
       271000-LER-ACCAJU01.
      *----------------------------------------------------------------*
           READ ACCAJU01 NEXT RECORD

           EVALUATE WK-FS-ACCAJU01
              WHEN '00'
                 IF WK-AJU-CODUSU NOT EQUAL WK-TC-CODUSU(WK-IDX-COD)
                    MOVE 'S' TO WK-FIM-CHAVE
                 END-IF
              WHEN '10'
                 MOVE 'S' TO WK-FIM-CHAVE
              WHEN OTHER
                 MOVE WK-FS-ACCAJU01 TO WK-FS-ARQ
                 PERFORM 650000-ERRO-LEITURA
           END-EVALUATE.

      *----------------------------------------------------------------*
       272000-TRATA-ACCAJU01.
      *----------------------------------------------------------------*
      * REFERENCIA = DATA DO AJUSTE (AAAA.MM.DD)
      *----------------------------------------------------------------*
           PERFORM 600000-CONTA-ACHADO

           IF EXP-OK
              PERFORM 615000-INICIA-LINHA
              MOVE WK-AJU-VALOR TO WK-EDT-VALOR
              STRING 'AJUSTE ' WK-AJU-ANO '/' WK-AJU-MES
                     ' SEQ=' WK-AJU-SEQ
                     ' VALOR=' WK-EDT-VALOR
                     ' ORIGINAL=' WK-AJU-VAL-ORIGINAL
                     ' MOTIVO=' WK-AJU-MOTIVO
                     ' EM ' WK-AJU-DATA
                     ' OBS=' WK-AJU-OBS
                     DELIMITED BY SIZE
                     INTO WK-LINHA-EXP WITH POINTER WK-PTR-EXP
              PERFORM 610000-GRAVA-EXPORTACAO
           END-IF

           IF MODO-ELIMINA
              STRING WK-AJU-DATA(1:4) WK-AJU-DATA(6:2)
                     WK-AJU-DATA(9:2)
                     DELIMITED BY SIZE INTO WK-DATA-REF
              PERFORM 620000-AVALIA-RETENCAO
              IF NOT RETER
                 DELETE ACCAJU01 RECORD
                 MOVE WK-FS-ACCAJU01 TO WK-FS-ARQ
                 PERFORM 630000-CONFERE-ELIMINACAO
              END-IF
           END-IF

           IF NOT FIM-CHAVE
              PERFORM 271000-LER-ACCAJU01
           END-IF.

      *----------------------------------------------------------------*
       280000-PROCURA-ACCCTA01.
      *----------------------------------------------------------------*
      * CONTA: A RETENCAO CORRE A PARTIR DO ENCERRAMENTO - CONTA
      * AINDA ABERTA (SEM DATA DE ENCERRAMENTO) REFERENCIA HOJE
      *----------------------------------------------------------------*
           MOVE WK-IDX-CTA TO WK-IDX-ARQ
           IF WK-ARQ-ABERTO(WK-IDX-ARQ) NOT EQUAL 'S'
              MOVE 'A' TO WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ)
           ELSE
              MOVE WK-TC-CODUSU(WK-IDX-COD) TO WK-CTA-CODUSU

              READ ACCCTA01

              EVALUATE WK-FS-ACCCTA01
                 WHEN '00'
                    PERFORM 281000-TRATA-ACCCTA01
                 WHEN '23'
                    CONTINUE
                 WHEN OTHER
                    MOVE WK-FS-ACCCTA01 TO WK-FS-ARQ
                    PERFORM 650000-ERRO-LEITURA
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       281000-TRATA-ACCCTA01.
      *----------------------------------------------------------------*
           PERFORM 600000-CONTA-ACHADO

           IF EXP-OK
              PERFORM 615000-INICIA-LINHA
              STRING 'CONTA TITULAR=' WK-CTA-TITULAR
                     ' AGENCIA=' WK-CTA-AGENCIA
                     ' TIPO=' WK-CTA-TIPO
                     ' SITUACAO=' WK-CTA-SITUACAO
                     ' ABERTURA=' WK-CTA-DT-ABERTURA
                     ' ENCERRAMENTO=' WK-CTA-DT-ENCERRA
                     DELIMITED BY SIZE
                     INTO WK-LINHA-EXP WITH POINTER WK-PTR-EXP
              PERFORM 610000-GRAVA-EXPORTACAO
           END-IF

           IF MODO-ELIMINA
              IF WK-CTA-DT-ENCERRA NOT EQUAL SPACES
                 MOVE WK-CTA-DT-ENCERRA TO WK-DATA-REF
              ELSE
                 MOVE WK-DATA-HOJE      TO WK-DATA-REF
              END-IF
              PERFORM 620000-AVALIA-RETENCAO
              IF NOT RETER
                 DELETE ACCCTA01 RECORD
                 MOVE WK-FS-ACCCTA01 TO WK-FS-ARQ
                 PERFORM 630000-CONFERE-ELIMINACAO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       600000-CONTA-ACHADO.
      *----------------------------------------------------------------*
           ADD 1 TO WK-TC-ACHADOS(WK-IDX-COD, WK-IDX-ARQ)
           ADD 1 TO WK-QT-ACHADOS.

      *----------------------------------------------------------------*
       610000-GRAVA-EXPORTACAO.
      *----------------------------------------------------------------*
           WRITE WK-ACCEXP13-REC FROM WK-LINHA-EXP

           IF WK-FS-ACCEXP13 NOT EQUAL '00'
              DISPLAY 'ACCBTC13 - ERRO AO GRAVAR ACCEXP13 FS='
                      WK-FS-ACCEXP13 ' - EXTRATO INCOMPLETO'
              MOVE 'N' TO WK-EXP-OK
              MOVE 'E' TO WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ)
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           ELSE
              IF LINHA-REGISTRO
                 ADD 1 TO WK-TC-EXPORTADOS(WK-IDX-COD, WK-IDX-ARQ)
                 ADD 1 TO WK-QT-EXPORTADOS
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       615000-INICIA-LINHA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-LINHA-EXP
           MOVE 1      TO WK-PTR-EXP
           MOVE 'S'    TO WK-LINHA-REGISTRO
           STRING WK-TC-CODUSU(WK-IDX-COD) ' '
                  WK-NOME-ARQ(WK-IDX-ARQ) ' '
                  DELIMITED BY SIZE
                  INTO WK-LINHA-EXP WITH POINTER WK-PTR-EXP.

      *----------------------------------------------------------------*
       620000-AVALIA-RETENCAO.
      *----------------------------------------------------------------*
      * DATA DE REFERENCIA NAO ANTERIOR AO CORTE = DENTRO DO PRAZO
      * LEGAL; O REGISTRO FICA COMO ESTA
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-RETER

           IF WK-ARQ-RETENCAO(WK-IDX-ARQ) GREATER ZEROS
              AND WK-DATA-REF NOT LESS WK-ARQ-CORTE(WK-IDX-ARQ)
              MOVE 'S' TO WK-RETER
              ADD 1 TO WK-TC-MANTIDOS(WK-IDX-COD, WK-IDX-ARQ)
              ADD 1 TO WK-QT-MANTIDOS
           END-IF.

      *----------------------------------------------------------------*
       630000-CONFERE-ELIMINACAO.
      *----------------------------------------------------------------*
           IF WK-FS-ARQ EQUAL '00'
              ADD 1 TO WK-TC-ELIMINADOS(WK-IDX-COD, WK-IDX-ARQ)
              ADD 1 TO WK-QT-ELIMINADOS
           ELSE
              DISPLAY 'ACCBTC13 - ERRO AO ELIMINAR NO '
                      WK-NOME-ARQ(WK-IDX-ARQ) ' FS=' WK-FS-ARQ
                      ' CODUSU=' WK-TC-CODUSU(WK-IDX-COD)
              MOVE 'E' TO WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ)
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       650000-ERRO-LEITURA.
      *----------------------------------------------------------------*
           DISPLAY 'ACCBTC13 - ERRO DE LEITURA '
                   WK-NOME-ARQ(WK-IDX-ARQ) ' FS=' WK-FS-ARQ
                   ' CODUSU=' WK-TC-CODUSU(WK-IDX-COD)
           MOVE 'E' TO WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ)
           MOVE 'S' TO WK-FIM-CHAVE
           IF WK-RETORNO LESS 8
              MOVE 8 TO WK-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       700000-VARRE-TRILHA.
      *----------------------------------------------------------------*
      * A TRILHA E TEXTO LIVRE CHAVEADO POR MSG-ID - UMA PASSADA SO,
      * PROCURANDO CADA CODUSU DO PEDIDO NO CONTEUDO. OCORRENCIA E
      * INDICATIVA (TRES BYTES PODEM APARECER POR ACASO) E NADA E
      * APAGADO: A TRILHA SAI POR IDADE NO ARCBTC01
      *----------------------------------------------------------------*
           MOVE WK-IDX-TRC TO WK-IDX-ARQ

           IF WK-ARQ-ABERTO(WK-IDX-ARQ) NOT EQUAL 'S'
              PERFORM 740000-TRILHA-AUSENTE
                      VARYING WK-IDX-COD FROM 1 BY 1
                      UNTIL WK-IDX-COD GREATER WK-QT-COD
           ELSE
              MOVE 'N' TO WK-FIM-TRILHA
              PERFORM 710000-LER-TRILHA
              PERFORM 720000-CONFERE-TRILHA
                      UNTIL FIM-TRILHA
           END-IF.

      *----------------------------------------------------------------*
       710000-LER-TRILHA.
      *----------------------------------------------------------------*
           READ XPTOTRC1 NEXT RECORD

           EVALUATE WK-FS-XPTOTRC1
              WHEN '00'
                 ADD 1 TO WK-QT-TRILHA
              WHEN '10'
                 MOVE 'S' TO WK-FIM-TRILHA
              WHEN OTHER
                 DISPLAY 'ACCBTC13 - ERRO DE LEITURA XPTOTRC1 FS='
                         WK-FS-XPTOTRC1
                 MOVE 'S' TO WK-FIM-TRILHA
                 PERFORM 745000-TRILHA-ERRO
                         VARYING WK-IDX-COD FROM 1 BY 1
                         UNTIL WK-IDX-COD GREATER WK-QT-COD
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       720000-CONFERE-TRILHA.
      *----------------------------------------------------------------*
           PERFORM 730000-PROCURA-NA-TRILHA
                   VARYING WK-IDX-COD FROM 1 BY 1
                   UNTIL WK-IDX-COD GREATER WK-QT-COD

           PERFORM 710000-LER-TRILHA.

      *----------------------------------------------------------------*
       730000-PROCURA-NA-TRILHA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-QT-OCORR
           INSPECT WK-TRC-DADOS TALLYING WK-QT-OCORR
                   FOR ALL WK-TC-CODUSU(WK-IDX-COD)

           IF WK-QT-OCORR GREATER ZEROS
              PERFORM 600000-CONTA-ACHADO

              IF EXP-OK
                 PERFORM 615000-INICIA-LINHA
                 STRING 'MENSAGEM ' WK-TRC-MSGID
                        ' EM ' WK-TRC-CORR-DATA ' ' WK-TRC-CORR-HORA
                        ' (REGISTRO TECNICO DE TRAFEGO, CONTEUDO '
                        'MASCARADO)'
                        DELIMITED BY SIZE
                        INTO WK-LINHA-EXP WITH POINTER WK-PTR-EXP
                 PERFORM 610000-GRAVA-EXPORTACAO
              END-IF

              IF MODO-ELIMINA
                 ADD 1 TO WK-TC-MANTIDOS(WK-IDX-COD, WK-IDX-ARQ)
                 ADD 1 TO WK-QT-MANTIDOS
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       740000-TRILHA-AUSENTE.
      *----------------------------------------------------------------*
           MOVE 'A' TO WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ).

      *----------------------------------------------------------------*
       745000-TRILHA-ERRO.
      *----------------------------------------------------------------*
           MOVE 'E' TO WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ).

      *----------------------------------------------------------------*
       800000-FECHA-CODUSU.
      *----------------------------------------------------------------*
      * RESULTADO POR ARQUIVO NO RELATORIO E NO LIVRO DO DPO; NO FIM
      * O RESUMO DO CODUSU. ELIMINACAO COMPLETA (NADA RETIDO, NENHUMA
      * FALHA) E REGISTRADA PELO PSEUDONIMO
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-COD-TOT-ACHADOS
                         WK-COD-TOT-EXPORT
                         WK-COD-TOT-ELIM
                         WK-COD-TOT-MANT
                         WK-COD-FALHAS

           PERFORM 805000-SOMA-ARQUIVO
                   VARYING WK-IDX-ARQ FROM 1 BY 1
                   UNTIL WK-IDX-ARQ GREATER WK-QT-ARQ

           IF MODO-ELIMINA
              AND WK-COD-TOT-MANT EQUAL ZEROS
              AND WK-COD-FALHAS EQUAL ZEROS
              MOVE WK-TC-PSEUDO(WK-IDX-COD) TO WK-COD-IDENT
              MOVE 'P'                      TO WK-TIPO-IDENT
           ELSE
              MOVE WK-TC-CODUSU(WK-IDX-COD) TO WK-COD-IDENT
              MOVE 'C'                      TO WK-TIPO-IDENT
           END-IF

           PERFORM 810000-RESULTADO-ARQUIVO
                   VARYING WK-IDX-ARQ FROM 1 BY 1
                   UNTIL WK-IDX-ARQ GREATER WK-QT-ARQ

           IF WK-COD-FALHAS GREATER ZEROS
              MOVE 'PARCIAL'     TO WK-SIT-GERAL
           ELSE
           IF WK-COD-TOT-ACHADOS EQUAL ZEROS
              MOVE 'NADA CONSTA' TO WK-SIT-GERAL
           ELSE
           IF WK-COD-TOT-MANT GREATER ZEROS
              MOVE 'COM RETENCAO' TO WK-SIT-GERAL
           ELSE
              MOVE 'CONCLUIDO'   TO WK-SIT-GERAL
           END-IF
           END-IF
           END-IF

           MOVE WK-COD-IDENT       TO WK-DET-CODUSU
           MOVE '*RESUMO*'         TO WK-DET-ARQUIVO
           MOVE WK-COD-TOT-ACHADOS TO WK-DET-ACHADOS
           MOVE WK-COD-TOT-EXPORT  TO WK-DET-EXPORT
           MOVE WK-COD-TOT-ELIM    TO WK-DET-ELIM
           MOVE WK-COD-TOT-MANT    TO WK-DET-MANT
           MOVE WK-SIT-GERAL       TO WK-DET-RESULTADO
           MOVE WK-LINHA-DETALHE   TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA
           MOVE SPACES             TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE '*RESUMO*'         TO WK-DPO-ARQUIVO
           MOVE WK-COD-TOT-ACHADOS TO WK-DPO-QT-ACHADOS
           MOVE WK-COD-TOT-EXPORT  TO WK-DPO-QT-EXPORTADOS
           MOVE WK-COD-TOT-ELIM    TO WK-DPO-QT-ELIMINADOS
           MOVE WK-COD-TOT-MANT    TO WK-DPO-QT-MANTIDOS
           MOVE WK-SIT-GERAL       TO WK-DPO-RESULTADO
           PERFORM 850000-GRAVA-LIVRO-DPO.

      *----------------------------------------------------------------*
       805000-SOMA-ARQUIVO.
      *----------------------------------------------------------------*
           ADD WK-TC-ACHADOS(WK-IDX-COD, WK-IDX-ARQ)
               TO WK-COD-TOT-ACHADOS
           ADD WK-TC-EXPORTADOS(WK-IDX-COD, WK-IDX-ARQ)
               TO WK-COD-TOT-EXPORT
           ADD WK-TC-ELIMINADOS(WK-IDX-COD, WK-IDX-ARQ)
               TO WK-COD-TOT-ELIM
           ADD WK-TC-MANTIDOS(WK-IDX-COD, WK-IDX-ARQ)
               TO WK-COD-TOT-MANT
           IF WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ) NOT EQUAL 'O'
              ADD 1 TO WK-COD-FALHAS
           END-IF.

      *----------------------------------------------------------------*
       810000-RESULTADO-ARQUIVO.
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ) EQUAL 'A'
                 MOVE 'AUSENTE'      TO WK-SIT-ARQ
              WHEN WK-TC-SIT(WK-IDX-COD, WK-IDX-ARQ) EQUAL 'E'
                 MOVE 'ERRO'         TO WK-SIT-ARQ
              WHEN WK-TC-ACHADOS(WK-IDX-COD, WK-IDX-ARQ) EQUAL ZEROS
                 MOVE 'NADA CONSTA'  TO WK-SIT-ARQ
              WHEN WK-TC-MANTIDOS(WK-IDX-COD, WK-IDX-ARQ)
                   GREATER ZEROS
                 MOVE 'RETIDO'       TO WK-SIT-ARQ
              WHEN OTHER
                 MOVE 'CONCLUIDO'    TO WK-SIT-ARQ
           END-EVALUATE

           MOVE WK-COD-IDENT             TO WK-DET-CODUSU
           MOVE WK-NOME-ARQ(WK-IDX-ARQ)  TO WK-DET-ARQUIVO
           MOVE WK-TC-ACHADOS(WK-IDX-COD, WK-IDX-ARQ)
                TO WK-DET-ACHADOS
           MOVE WK-TC-EXPORTADOS(WK-IDX-COD, WK-IDX-ARQ)
                TO WK-DET-EXPORT
           MOVE WK-TC-ELIMINADOS(WK-IDX-COD, WK-IDX-ARQ)
                TO WK-DET-ELIM
           MOVE WK-TC-MANTIDOS(WK-IDX-COD, WK-IDX-ARQ)
                TO WK-DET-MANT
           MOVE WK-SIT-ARQ               TO WK-DET-RESULTADO
           MOVE WK-LINHA-DETALHE         TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE WK-NOME-ARQ(WK-IDX-ARQ)  TO WK-DPO-ARQUIVO
           MOVE WK-TC-ACHADOS(WK-IDX-COD, WK-IDX-ARQ)
                TO WK-DPO-QT-ACHADOS
           MOVE WK-TC-EXPORTADOS(WK-IDX-COD, WK-IDX-ARQ)
                TO WK-DPO-QT-EXPORTADOS
           MOVE WK-TC-ELIMINADOS(WK-IDX-COD, WK-IDX-ARQ)
                TO WK-DPO-QT-ELIMINADOS
           MOVE WK-TC-MANTIDOS(WK-IDX-COD, WK-IDX-ARQ)
                TO WK-DPO-QT-MANTIDOS
           MOVE WK-SIT-ARQ               TO WK-DPO-RESULTADO
           PERFORM 850000-GRAVA-LIVRO-DPO.

      *----------------------------------------------------------------*
       850000-GRAVA-LIVRO-DPO.
      *----------------------------------------------------------------*
           IF DPO-OK
              MOVE WK-DATA-HOJE       TO WK-DPO-DATA
              MOVE WK-HORA-HOJE(1:6)  TO WK-DPO-HORA
              MOVE WK-PROTOCOLO       TO WK-DPO-PROTOCOLO
              MOVE WK-COD-IDENT       TO WK-DPO-CODUSU
              MOVE WK-TIPO-IDENT      TO WK-DPO-IDENT
              MOVE WK-MODO            TO WK-DPO-MODO

              WRITE WK-ACCDPO01-REC

              IF WK-FS-ACCDPO01 NOT EQUAL '00'
                 DISPLAY 'ACCBTC13 - ERRO AO GRAVAR ACCDPO01 FS='
                         WK-FS-ACCDPO01
                 MOVE 'N' TO WK-DPO-OK
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
              ELSE
                 ADD 1 TO WK-QT-DPO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           IF WK-ARQ-ABERTO(WK-IDX-M1V) EQUAL 'S'
              CLOSE ACCM1VSA
           END-IF
           IF WK-ARQ-ABERTO(WK-IDX-MTR) EQUAL 'S'
              CLOSE ACCMTR01
           END-IF
           IF WK-ARQ-ABERTO(WK-IDX-SEG) EQUAL 'S'
              CLOSE ACCSEG01
           END-IF
           IF WK-ARQ-ABERTO(WK-IDX-FCH) EQUAL 'S'
              CLOSE ACCFCH01
           END-IF
           IF WK-ARQ-ABERTO(WK-IDX-MOE) EQUAL 'S'
              CLOSE ACCMOE01
           END-IF
           IF WK-ARQ-ABERTO(WK-IDX-EXH) EQUAL 'S'
              CLOSE ACCEXH01
           END-IF
           IF WK-ARQ-ABERTO(WK-IDX-AJU) EQUAL 'S'
              CLOSE ACCAJU01
           END-IF
           IF WK-ARQ-ABERTO(WK-IDX-CTA) EQUAL 'S'
              CLOSE ACCCTA01
           END-IF
           IF WK-ARQ-ABERTO(WK-IDX-TRC) EQUAL 'S'
              CLOSE XPTOTRC1
           END-IF
           IF PRM-OK
              CLOSE PRMVSA01
           END-IF
           IF EXP-OK
              CLOSE ACCEXP13
           END-IF
           IF DPO-OK
              CLOSE ACCDPO01
           END-IF

           IF TOTREG-USADO
              MOVE 'F' TO WK-TOTREG-MODO
              CALL WK-PGM-TOTREG01 USING WK-TOTREG-AREA
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-COD        TO WK-REL-CODUSUS
           MOVE WK-QT-ACHADOS    TO WK-REL-ACHADOS
           MOVE WK-QT-ELIMINADOS TO WK-REL-ELIM
           MOVE WK-QT-MANTIDOS   TO WK-REL-MANT

           DISPLAY WK-RELATORIO

           MOVE SPACES TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'CODUSUS ATENDIDOS...' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-COD              TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'REGISTROS ACHADOS...' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-ACHADOS          TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'LINHAS EXPORTADAS...' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-EXPORTADOS       TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'ELIMINADOS..........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-ELIMINADOS       TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'MANTIDOS (RETENCAO).' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-MANTIDOS         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'TRILHA VARRIDA......' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-TRILHA           TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'LIVRO DO DPO........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-DPO              TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           IF REL-OK
              CLOSE ACCREL13
           END-IF.

      *----------------------------------------------------------------*
       980000-IMPRIME-LINHA.
      *----------------------------------------------------------------*
      * UMA LINHA DE DETALHE NO RELATORIO IMPRESSO - SALTO DE PAGINA
      * COM CABECALHOS A CADA 60 LINHAS; SEM ACCREL13 A LINHA VAI
      * PARA O SYSOUT
      *----------------------------------------------------------------*
           IF REL-OK
              IF WK-REL-QT-LINHAS GREATER 59
                 PERFORM 981000-NOVA-PAGINA
              END-IF

              MOVE SPACES         TO WK-ACCREL13-REC
              MOVE SPACE          TO WK-ACCREL13-REC(1:1)
              MOVE WK-REL-DETALHE TO WK-ACCREL13-REC(2:132)

              WRITE WK-ACCREL13-REC

              IF WK-FS-ACCREL13 NOT EQUAL '00'
                 DISPLAY 'ACCBTC13 - ERRO AO GRAVAR ACCREL13 FS='
                         WK-FS-ACCREL13
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
           MOVE WK-HORA-HOJE    TO WK-CAB1-HORA
           MOVE WK-REL-PAGINA   TO WK-CAB1-PAG
           MOVE WK-PROTOCOLO    TO WK-CAB2-PROTOCOLO
           MOVE WK-MODO         TO WK-CAB2-MODO

           MOVE WK-REL-CAB1 TO WK-ACCREL13-REC
           WRITE WK-ACCREL13-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB2 TO WK-ACCREL13-REC
           WRITE WK-ACCREL13-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB3 TO WK-ACCREL13-REC
           WRITE WK-ACCREL13-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE SPACES      TO WK-ACCREL13-REC
           WRITE WK-ACCREL13-REC
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
           MOVE WK-ACCREL13-REC TO WK-RELREG-LINHA
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO WK-RUNREG-MODO
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'              TO WK-RUNREG-MODO
           MOVE WK-QT-ACHADOS    TO WK-RUNREG-QT-ENTRADA
           MOVE WK-QT-ELIMINADOS TO WK-RUNREG-QT-SAIDA
           MOVE WK-QT-MANTIDOS   TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA

      *    FECHA A EXECUCAO NO REPOSITORIO COM PAGINAS/LINHAS E O
      *    MESMO CONDITION CODE DO RUNHST01
           MOVE 'F'              TO WK-RELREG-MODO
           MOVE WK-RETORNO       TO WK-RELREG-COND-CODE
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.
