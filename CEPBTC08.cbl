      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. CEP
      * Programa.............. CEPBTC08
      * Tipo    .............. Batch
      * Finalidade ........... carga/atualizacao do VSAM "CEPVSA01"
      *                        DIRETAMENTE dos arquivos do DNE dos
      *                        Correios (formato delimitado por '@'),
      *                        sem o extrato achatado montado a mao
      *                        para o CEPBTC01 - era nessa juncao em
      *                        planilha que nasciam as linhas ruins.
      *                        As tabelas LOG_LOCALIDADE e LOG_BAIRRO
      *                        sao classificadas (SORT interno) e
      *                        carregadas em memoria; cada localidade
      *                        e resolvida UMA vez contra o CEPMUN01
      *                        (nome oficial + IBGE; distrito sem
      *                        municipio proprio herda o IBGE do
      *                        municipio a que pertence, LOC_NU_SUB) e
      *                        cada linha com CEP dos arquivos
      *                          LOG_LOCALIDADE   (CEP geral, tipo G)
      *                          LOG_LOGRADOURO   (todas as UFs
      *                                            concatenadas no DD)
      *                          LOG_GRANDE_USUARIO
      *                          LOG_CPC          (caixa postal
      *                                            comunitaria)
      *                        vira inclusao/atualizacao no CEPVSA01,
      *                        com CEPNRM01 em bairro/logradouro como
      *                        no CEPBTC01. Nome maior que as 30
      *                        posicoes do registro usa a forma
      *                        abreviada do proprio DNE (*_NO_ABREV).
      *                        O DNE nao traz faixa de numeracao,
      *                        paridade, sucessor nem coordenada: em
      *                        registro existente esses campos sao
      *                        conservados.
      *                        Com o parametro DELTA (cartao CEPPRM01)
      *                        os DDs de logradouro/grande usuario/CPC
      *                        recebem os LOG_*_DELTA do mes e o
      *                        DNELCD01 o LOG_LOCALIDADE_DELTA; cada
      *                        linha traz a operacao no ultimo campo
      *                          INS/UPD = inclui ou atualiza
      *                          DEL     = desativa o CEP
      *                        Nos dois modos DNELOC01/DNEBAI01 sao as
      *                        tabelas COMPLETAS do mes (so consulta
      *                        de chave). Parametro ASCII liga a
      *                        conversao Latin-1 -> IBM-037 (arquivo
      *                        transferido em binario)
      *                        Como no CEPBTC01, cada inclusao,
      *                        alteracao, reativacao ou desativacao
      *                        efetiva grava a imagem antes/depois no
      *                        historico CEPHST01
      * DSnames .............. B090290.DNE.LOCALID  (DNELOC01)
      *                        B090290.DNE.BAIRRO   (DNEBAI01)
      *                        B090290.DNE.LOGRAD   (DNELOG01)
      *                        B090290.DNE.GRANUSU  (DNEGRU01 -
      *                        opcional)
      *                        B090290.DNE.CPC      (DNECPC01 -
      *                        opcional)
      *                        B090290.DNE.LOCDELTA (DNELCD01 - so
      *                        DELTA, opcional)
      *                        B090290.CEPPRM01 (parametros, opcional)
      *                        B090290.CEPVSA01 (saida)
      *                        B090290.CEPMUN01 (municipios - DD
      *                        ausente desliga a validacao com aviso,
      *                        IBGE vem do proprio DNE)
      *                        B090290.CEPGEO01 (indice espacial -
      *                        DD ausente desliga com aviso)
      *                        B090290.CEPHST01 (historico - DD
      *                        ausente desliga com aviso e RC 4)
      *                        B090290.CEPREJ02 (rejeitados - motivo;
      *                        file-status;arquivo;linha DNE original)
      *                        SORTWK (work do SORT)
      * JOB def cluster ...... B090290.LIB.JCL(CEPDFCLU)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEPBTC08.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT DNELOC01   ASSIGN TO DNELOC01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-DNELOC01.

           SELECT DNEBAI01   ASSIGN TO DNEBAI01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-DNEBAI01.

           SELECT DNELOG01   ASSIGN TO DNELOG01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-DNELOG01.

           SELECT DNEGRU01   ASSIGN TO DNEGRU01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-DNEGRU01.

           SELECT DNECPC01   ASSIGN TO DNECPC01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-DNECPC01.

           SELECT DNELCD01   ASSIGN TO DNELCD01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-DNELCD01.

           SELECT CEPPRM01   ASSIGN TO CEPPRM01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CEPPRM01.

           SELECT CEPVSA01   ASSIGN TO CEPVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-CEPV0001-CODE
                  FILE STATUS  IS WK-FS-CEPVSA01.

           SELECT CEPMUN01   ASSIGN TO CEPMUN01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-MUN-CHAVE
                  FILE STATUS  IS WK-FS-CEPMUN01.

           SELECT CEPGEO01   ASSIGN TO CEPGEO01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-GEO-CHAVE
                  FILE STATUS  IS WK-FS-CEPGEO01.

           SELECT CEPHST01   ASSIGN TO CEPHST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-HST-CHAVE
                  FILE STATUS  IS WK-FS-CEPHST01.

           SELECT CEPREJ02   ASSIGN TO CEPREJ02
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CEPREJ02.

           SELECT SORTWK     ASSIGN TO SORTWK.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   ARQUIVOS DO DNE - LINHAS DE TAMANHO VARIAVEL, CAMPOS
      *   SEPARADOS POR '@' (LAYOUT DE CADA UM NOS PARAGRAFOS QUE O
      *   TRATAM); LIDOS SEMPRE PARA A AREA COMUM WK-DNE-LINHA
      *----------------------------------------------------------------*
       FD  DNELOC01
           RECORDING MODE IS F.
       01  WK-DNELOC01-REC                  PIC  X(200).

       FD  DNEBAI01
           RECORDING MODE IS F.
       01  WK-DNEBAI01-REC                  PIC  X(200).

       FD  DNELOG01
           RECORDING MODE IS F.
       01  WK-DNELOG01-REC                  PIC  X(400).

       FD  DNEGRU01
           RECORDING MODE IS F.
       01  WK-DNEGRU01-REC                  PIC  X(400).

       FD  DNECPC01
           RECORDING MODE IS F.
       01  WK-DNECPC01-REC                  PIC  X(400).

       FD  DNELCD01
           RECORDING MODE IS F.
       01  WK-DNELCD01-REC                  PIC  X(200).

       FD  CEPPRM01
           RECORDING MODE IS F.
       01  WK-CEPPRM01-REC                  PIC  X(080).

      *----------------------------------------------------------------*
      *   REJEITADOS: MOTIVO (3) + FILE STATUS DO VSAM (QUANDO O
      *   MOTIVO E DE GRAVACAO) + ARQUIVO DNE DE ORIGEM (LOC/LOG/GRU/
      *   CPC) + LINHA ORIGINAL, PARA CORRECAO E REAPRESENTACAO
      *   MOTIVOS (MESMOS CODIGOS DO CEPBTC01 ONDE A REGRA E A MESMA):
      *            UFB=UF EM BRANCO  CNN=CEP NAO NUMERICO
      *            MUN=MUNICIPIO AUSENTE/INATIVO NO CEPMUN01
      *            CHR=CARACTERE INCONVERTIVEL/CONTROLE NO TEXTO
      *            LOC=LOCALIDADE (LOC_NU) INEXISTENTE NO DNE
      *            BAI=BAIRRO (BAI_NU) INEXISTENTE NO DNE
      *            OPE=OPERACAO DO DELTA DIFERENTE DE INS/UPD/DEL
      *            CNE=DEL DE CEP INEXISTENTE NO CEPVSA01
      *            VSW=FALHA NO WRITE  VSR=FALHA NO READ/REWRITE
      *----------------------------------------------------------------*
       FD  CEPREJ02
           RECORDING MODE IS F.
       01  WK-CEPREJ02-REC.
           05 WK-REJ-MOTIVO                 PIC  X(003).
           05 FILLER                        PIC  X(001).
           05 WK-REJ-FS                     PIC  X(002).
           05 FILLER                        PIC  X(001).
           05 WK-REJ-ARQUIVO                PIC  X(003).
           05 FILLER                        PIC  X(001).
           05 WK-REJ-LINHA                  PIC  X(400).

      *----------------------------------------------------------------*
      *   TABELA DE REFERENCIA DE MUNICIPIOS (CARGA CEPBTC05) - MESMO
      *   LAYOUT DO CEPBTC01
      *----------------------------------------------------------------*
       FD  CEPMUN01.
       01  WK-CEPMUN01-REC.
           05 WK-MUN-CHAVE.
              10 WK-MUN-UF                  PIC  X(002).
              10 WK-MUN-CIDADE              PIC  X(030).
           05 WK-MUN-OFICIAL                PIC  X(030).
           05 WK-MUN-IBGE                   PIC  X(007).
           05 WK-MUN-ATIVO                  PIC  X(001).
              88 WK-MUN-ATIVO-SIM                    VALUE 'S'.
              88 WK-MUN-ATIVO-NAO                    VALUE 'N'.

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO CEPVSA01 GRAVADO POR CEPBTC01/CEPCICS3 -
      *   MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  CEPVSA01.
       01  WK-CEPVSA01-REC.
           05 WK-CEPV0001-CODE              PIC  X(008).
           05 WK-CEPV0001-UF                PIC  X(002).
           05 WK-CEPV0001-CIDADE            PIC  X(030).
           05 WK-CEPV0001-BAIRRO            PIC  X(030).
           05 WK-CEPV0001-LOGRADOURO        PIC  X(030).
           05 WK-CEPV0001-ATIVO             PIC  X(001).
              88 WK-CEPV0001-ATIVO-SIM               VALUE 'S'.
              88 WK-CEPV0001-ATIVO-NAO               VALUE 'N'.
           05 WK-CEPV0001-NUM-INI           PIC  X(006).
           05 WK-CEPV0001-NUM-FIM           PIC  X(006).
           05 WK-CEPV0001-PARIDADE          PIC  X(001).
           05 WK-CEPV0001-SUCESSOR          PIC  X(008).
           05 WK-CEPV0001-TIPO              PIC  X(001).
              88 WK-CEPV0001-TIPO-GERAL              VALUE 'G'.
              88 WK-CEPV0001-TIPO-LOGRA              VALUE ' ' 'L'.
           05 WK-CEPV0001-IBGE              PIC  X(007).
           05 WK-CEPV0001-COORDENADAS.
              07 WK-CEPV0001-LATITUDE       PIC S9(003)V9(006)
                 SIGN LEADING SEPARATE.
              07 WK-CEPV0001-LONGITUDE      PIC S9(003)V9(006)
                 SIGN LEADING SEPARATE.

      *----------------------------------------------------------------*
      *   INDICE ESPACIAL DA PESQUISA DE PROXIMIDADE - MESMO LAYOUT
      *   DO CEPBTC01/CEPCICS3/CEPCICSC - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  CEPGEO01.
       01  WK-CEPGEO01-REC.
           05 WK-GEO-CHAVE.
              10 WK-GEO-CEL-LAT             PIC  9(004).
              10 WK-GEO-CEL-LON             PIC  9(005).
              10 WK-GEO-CEP                 PIC  X(008).
           05 WK-GEO-LATITUDE               PIC S9(003)V9(006)
              SIGN LEADING SEPARATE.
           05 WK-GEO-LONGITUDE              PIC S9(003)V9(006)
              SIGN LEADING SEPARATE.

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DE WK-HST-REC GRAVADO PELO CEPCICS3 NO VSAM
      *   "CEPHST01" - MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       FD  CEPHST01.
       01  WK-CEPHST01-REC.
           05 WK-HST-CHAVE.
              10 WK-HST-CEP                 PIC  X(008).
              10 WK-HST-DATA                PIC  X(010).
              10 WK-HST-HORA                PIC  X(008).
              10 WK-HST-TASKNUM             PIC  9(007).
           05 WK-HST-ACAO                   PIC  X(001).
           05 WK-HST-CORR                   PIC  X(050).
           05 WK-HST-IMG-ANTES              PIC  X(130).
           05 WK-HST-IMG-DEPOIS             PIC  X(130).
           05 WK-HST-GEO-ANTES              PIC  X(020).
           05 WK-HST-GEO-DEPOIS             PIC  X(020).
           05 WK-HST-USUARIO                PIC  X(008).

      *----------------------------------------------------------------*
      *   UM SO SORT PARA AS DUAS TABELAS DE CONSULTA: CHAVE = LOC_NU
      *   OU BAI_NU, DADOS NA VISAO DA TABELA QUE ESTA SENDO MONTADA
      *----------------------------------------------------------------*
       SD  SORTWK.
       01  SRT-REC.
           05 SRT-CHAVE                     PIC  9(008).
           05 SRT-LOC.
              10 SRT-LOC-UF                 PIC  X(002).
              10 SRT-LOC-NOME               PIC  X(030).
              10 SRT-LOC-SUB                PIC  9(008).
              10 SRT-LOC-IBGE               PIC  X(007).
           05 SRT-BAI REDEFINES SRT-LOC.
              10 SRT-BAI-NOME               PIC  X(030).
              10 FILLER                     PIC  X(017).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-DNELOC01                    PIC  X(002) VALUE '00'.
       01 WK-FS-DNEBAI01                    PIC  X(002) VALUE '00'.
       01 WK-FS-DNELOG01                    PIC  X(002) VALUE '00'.
       01 WK-FS-DNEGRU01                    PIC  X(002) VALUE '00'.
       01 WK-FS-DNECPC01                    PIC  X(002) VALUE '00'.
       01 WK-FS-DNELCD01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPPRM01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPMUN01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPGEO01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPREJ02                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPHST01                    PIC  X(002) VALUE '00'.
       01 WK-REJEITADOS-OK                  PIC  X(001) VALUE 'S'.
           88 REJEITADOS-OK                             VALUE 'S'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-FIM-SORT                       PIC  X(001) VALUE 'N'.
           88 FIM-SORT                                  VALUE 'S'.
       01 WK-VALIDA-MUN                     PIC  X(001) VALUE 'S'.
           88 VALIDA-MUN                                VALUE 'S'.
       01 WK-MANTEM-GEO                     PIC  X(001) VALUE 'S'.
           88 MANTEM-GEO                                VALUE 'S'.
       01 WK-MANTEM-HST                     PIC  X(001) VALUE 'S'.
           88 MANTEM-HST                                VALUE 'S'.
      *----------------------------------------------------------------*
      *   MODO DE EXECUCAO, LIDO DO CARTAO CEPPRM01 (UMA PALAVRA-CHAVE
      *   POR LINHA; DD AUSENTE = CARGA COMPLETA, SEM CONVERSAO)
      *----------------------------------------------------------------*
       01 WK-MODO-DELTA                     PIC  X(001) VALUE 'N'.
           88 MODO-DELTA                                VALUE 'S'.
       01 WK-CONVERSAO                      PIC  X(001) VALUE 'N'.
           88 CONVERSAO-LIGADA                          VALUE 'S'.
           COPY CNVK0001.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER (MESMA ESCALA
      *   DO CEPBTC01): 0 = LIMPO  4 = AVISO (REJEITADOS, ARQUIVO
      *   OPCIONAL AUSENTE)  8 = ERRO DE LEITURA/GRAVACAO
      *   12 = FALHA DE OPEN  16 = CARGA VETADA ANTES DA PRIMEIRA
      *   GRAVACAO (TABELA DE LOCALIDADES/BAIRROS ESTOURADA - COM A
      *   TABELA INCOMPLETA CEP BOM SERIA REJEITADO EM MASSA)
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
                                            'CEPBTC08'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.
       01 WK-CONTADORES.
          05 WK-QT-LOCALIDADES              PIC  9(009) VALUE ZEROS.
          05 WK-QT-BAIRROS                  PIC  9(009) VALUE ZEROS.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-INCLUIDOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-ATUALIZADOS              PIC  9(009) VALUE ZEROS.
          05 WK-QT-DESATIVADOS              PIC  9(009) VALUE ZEROS.
          05 WK-QT-REJEITADOS               PIC  9(009) VALUE ZEROS.
          05 WK-QT-HISTORICO                PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   LOCALIDADES DO DNE EM ORDEM DE LOC_NU (SEARCH ALL), JA COM O
      *   NOME FINAL (OFICIAL DO CEPMUN01 OU NORMALIZADO) E O IBGE
      *   RESOLVIDOS. LOC-OK = 'N' = MUNICIPIO NAO RESOLVIDO - CEP
      *   DESSA LOCALIDADE VAI PARA OS REJEITADOS COM MOTIVO MUN
      *----------------------------------------------------------------*
       01 WK-QT-TAB-LOC                     PIC  9(005) VALUE ZEROS.
       01 WK-MAX-TAB-LOC                    PIC  9(005) VALUE 20000.
       01 WK-TAB-LOCALIDADES.
          05 WK-TAB-LOC-OCR OCCURS 1 TO 20000 TIMES
                            DEPENDING ON WK-QT-TAB-LOC
                            ASCENDING KEY IS WK-TAB-LOC-NU
                            INDEXED BY WK-IDX-LOC.
             10 WK-TAB-LOC-NU               PIC  9(008).
             10 WK-TAB-LOC-UF               PIC  X(002).
             10 WK-TAB-LOC-NOME             PIC  X(030).
             10 WK-TAB-LOC-SUB              PIC  9(008).
             10 WK-TAB-LOC-IBGE             PIC  X(007).
             10 WK-TAB-LOC-OK               PIC  X(001).
      *----------------------------------------------------------------*
      *   BAIRROS DO DNE EM ORDEM DE BAI_NU, NOME JA NORMALIZADO
      *   (CEPNRM01 MODO 'E', COMO O CEPBTC01 GRAVA)
      *----------------------------------------------------------------*
       01 WK-QT-TAB-BAI                     PIC  9(006) VALUE ZEROS.
       01 WK-MAX-TAB-BAI                    PIC  9(006) VALUE 150000.
       01 WK-TAB-BAIRROS.
          05 WK-TAB-BAI-OCR OCCURS 1 TO 150000 TIMES
                            DEPENDING ON WK-QT-TAB-BAI
                            ASCENDING KEY IS WK-TAB-BAI-NU
                            INDEXED BY WK-IDX-BAI.
             10 WK-TAB-BAI-NU               PIC  9(008).
             10 WK-TAB-BAI-NOME             PIC  X(030).
       01 WK-TAB-ESTOURO                    PIC  X(001) VALUE 'N'.
           88 TABELA-ESTOURADA                          VALUE 'S'.
       01 WK-IDX-RES                        PIC  9(005) VALUE ZEROS.
       01 WK-ACHOU                          PIC  X(001) VALUE 'N'.
           88 ACHOU-CHAVE                               VALUE 'S'.

      *----------------------------------------------------------------*
      *   LINHA DNE CORRENTE, QUEBRADA EM ATE 12 CAMPOS, E ORIGEM
      *   (LOC/BAI/LOG/GRU/CPC) PARA MENSAGENS E REJEITADOS
      *----------------------------------------------------------------*
       01 WK-DNE-LINHA                      PIC  X(400) VALUE SPACES.
       01 WK-DNE-ARQUIVO                    PIC  X(003) VALUE SPACES.
       01 WK-DNE-CAMPOS.
          05 WK-DNE-CAMPO OCCURS 12 TIMES   PIC  X(100).

      *----------------------------------------------------------------*
      *   CEP A APLICAR NO CEPVSA01, MONTADO PELO TRATAMENTO DE CADA
      *   ARQUIVO A PARTIR DOS CAMPOS DA LINHA
      *----------------------------------------------------------------*
       01 WK-APL-CEP                        PIC  X(008).
       01 WK-APL-LOC-NU                     PIC  9(008).
       01 WK-APL-BAI-NU                     PIC  9(008).
       01 WK-APL-CHAVES-OK                  PIC  X(001) VALUE 'S'.
           88 CHAVES-NUMERICAS                          VALUE 'S'.
       01 WK-APL-LOGRADOURO                 PIC  X(030).
       01 WK-APL-TIPO                       PIC  X(001).
       01 WK-APL-OPERACAO                   PIC  X(003).
           88 OPERACAO-INCLUI                           VALUE 'INS'
                                                              'UPD'.
           88 OPERACAO-EXCLUI                           VALUE 'DEL'.
       01 WK-APL-UF                         PIC  X(002).
       01 WK-APL-CIDADE                     PIC  X(030).
       01 WK-APL-IBGE                       PIC  X(007).
       01 WK-APL-BAIRRO                     PIC  X(030).
       01 WK-APL-MOTIVO                     PIC  X(003).
       01 WK-GEO-ANTES.
          05 WK-GEO-ANTES-LAT               PIC S9(003)V9(006)
             SIGN LEADING SEPARATE.
          05 WK-GEO-ANTES-LON               PIC S9(003)V9(006)
             SIGN LEADING SEPARATE.
      *----------------------------------------------------------------*
      *   HISTORICO DE MANUTENCAO (CEPHST01) - MESMA REGRA DO
      *   CEPBTC01: IMAGEM ANTES (LOW-VALUES = CEP NOVO), ACAO
      *   I/A/R/D, DATA/HORA DO SISTEMA E SEQUENCIAL DA EXECUCAO NO
      *   LUGAR DA TASK CICS
      *----------------------------------------------------------------*
       01 WK-IMG-ANTES.
          05 FILLER                         PIC  X(100).
          05 WK-IMG-ANTES-ATIVO             PIC  X(001).
          05 FILLER                         PIC  X(029).
          05 WK-IMG-ANTES-GEO               PIC  X(020).
       01 WK-HST-ACAO-CARGA                 PIC  X(001) VALUE SPACES.
       01 WK-HST-SEQ                        PIC  9(007) VALUE ZEROS.
       01 WK-HST-TENTATIVAS                 PIC  9(002) VALUE ZEROS.
       01 WK-SIS-DATA                       PIC  9(008) VALUE ZEROS.
       01 WK-SIS-DATA-R REDEFINES WK-SIS-DATA.
          05 WK-SIS-AAAA                    PIC  X(004).
          05 WK-SIS-MM                      PIC  X(002).
          05 WK-SIS-DD                      PIC  X(002).
       01 WK-SIS-HORA                       PIC  9(008) VALUE ZEROS.
       01 WK-SIS-HORA-R REDEFINES WK-SIS-HORA.
          05 WK-SIS-HH                      PIC  X(002).
          05 WK-SIS-MI                      PIC  X(002).
          05 WK-SIS-SS                      PIC  X(002).
          05 WK-SIS-CC                      PIC  X(002).
       01 WK-CORRELACAO.
           COPY CORK0001.

      *----------------------------------------------------------------*
      *   CONVERSAO DE CHAVE NUMERICA DO DNE (SEM ZEROS A ESQUERDA) E
      *   ESCOLHA ENTRE NOME COMPLETO E ABREVIADO
      *----------------------------------------------------------------*
       01 WK-PGM-VSRSARLN                   PIC  X(008) VALUE
                                            'VSRSARLN'.
       01 WK-VSRSARLN-MODO                  PIC  X(001) VALUE 'L'.
       01 WK-VSRSARLN-RESULTADO             PIC S9(9) COMP-5 SYNC.
       01 WK-NUM-TXT                        PIC  X(100).
       01 WK-NUM-VAL                        PIC  9(008).
       01 WK-NUM-LEN                        PIC S9(9) COMP-5 SYNC.
       01 WK-NUM-OK                         PIC  X(001) VALUE 'S'.
       01 WK-NOME-COMPLETO                  PIC  X(140).
       01 WK-NOME-ABREV                     PIC  X(140).
       01 WK-NOME-FINAL                     PIC  X(030).
       01 WK-PGM-CEPNRM01                   PIC  X(008) VALUE
                                            'CEPNRM01'.
       01 WK-CEPNRM01-MODO                  PIC  X(001) VALUE 'E'.
       01 WK-CID-NRM                        PIC  X(030) VALUE SPACES.
       01 WK-CHR-OK                         PIC  X(001) VALUE 'S'.
           88 TEXTO-LIMPO                               VALUE 'S'.
       01 WK-IDX-CHR                        PIC S9(004) COMP VALUE +0.
       01 WK-TEXTO-EXAME                    PIC  X(090) VALUE SPACES.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'CEPBTC08 - CARGA DNE CEPVSA01   '.
          05 FILLER           PIC X(020) VALUE
             'LOCALIDADES........'.
          05 WK-REL-LOCALIDADES PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'BAIRROS.............'.
          05 WK-REL-BAIRROS   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'LINHAS COM CEP.....'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'INCLUSOES..........'.
          05 WK-REL-INCLUIDOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ATUALIZACOES........'.
          05 WK-REL-ATUALIZADOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'DESATIVACOES........'.
          05 WK-REL-DESATIVADOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'REJEITADOS..........'.
          05 WK-REL-REJEITADOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'HISTORICO GRAVADO...'.
          05 WK-REL-HISTORICO PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           PERFORM 050000-LER-PARAMETROS
           PERFORM 100000-ABRIR-ARQUIVOS

           IF WK-RETORNO LESS 12
              PERFORM 200000-MONTA-LOCALIDADES
           END-IF
           IF WK-RETORNO LESS 12
              PERFORM 250000-MONTA-BAIRROS
           END-IF

           IF WK-RETORNO LESS 12
              PERFORM 300000-RESOLVE-MUNICIPIO
                      VARYING WK-IDX-RES FROM 1 BY 1
                      UNTIL WK-IDX-RES GREATER WK-QT-TAB-LOC
              PERFORM 400000-PROCESSA-LOCALIDADES
              PERFORM 500000-PROCESSA-LOGRADOUROS
              PERFORM 600000-PROCESSA-GRANDES-USU
              PERFORM 650000-PROCESSA-CPC
           END-IF

           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 4
              AND WK-QT-REJEITADOS GREATER ZEROS
              MOVE 4 TO WK-RETORNO
           END-IF

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
           COMPUTE WK-RUNREG-QT-SAIDA =
                   WK-QT-INCLUIDOS + WK-QT-ATUALIZADOS
                 + WK-QT-DESATIVADOS
           MOVE WK-QT-REJEITADOS TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT CEPPRM01

           IF WK-FS-CEPPRM01 NOT EQUAL '00'
      *       DD AUSENTE/INACESSIVEL - ASSUME CARGA COMPLETA
              MOVE 'S' TO WK-FIM-PARM
           ELSE
              PERFORM 060000-LER-CARTAO-PARM
              PERFORM 070000-TRATAR-CARTAO-PARM
                      UNTIL FIM-PARM
              CLOSE CEPPRM01
           END-IF

           IF MODO-DELTA
              DISPLAY 'CEPBTC08 - MODO DELTA - APLICANDO LOG_*_DELTA'
           ELSE
              DISPLAY 'CEPBTC08 - CARGA COMPLETA DO DNE'
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO-PARM.
      *----------------------------------------------------------------*
           READ CEPPRM01 INTO WK-CEPPRM01-REC

           IF WK-FS-CEPPRM01 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           END-IF.

      *----------------------------------------------------------------*
       070000-TRATAR-CARTAO-PARM.
      *----------------------------------------------------------------*
           EVALUATE WK-CEPPRM01-REC
              WHEN 'DELTA'
                 MOVE 'S' TO WK-MODO-DELTA
              WHEN 'ASCII'
                 MOVE 'S' TO WK-CONVERSAO
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'CEPBTC08 - PARAMETRO DESCONHECIDO IGNORADO: '
                         WK-CEPPRM01-REC(1:20)
           END-EVALUATE

           PERFORM 060000-LER-CARTAO-PARM.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
      * SO OS ARQUIVOS DE SAIDA E REFERENCIA SAO ABERTOS AQUI - CADA
      * ARQUIVO DNE E ABERTO E FECHADO NA ETAPA QUE O LE
      *----------------------------------------------------------------*
           OPEN I-O    CEPVSA01
           OPEN OUTPUT CEPREJ02

           IF WK-FS-CEPREJ02 NOT EQUAL '00'
              DISPLAY 'CEPBTC08 - ERRO AO ABRIR CEPREJ02 FS='
                      WK-FS-CEPREJ02
                      ' - REJEITADOS SO SERAO CONTADOS'
              MOVE 'N' TO WK-REJEITADOS-OK
           END-IF

           IF WK-FS-CEPVSA01 NOT EQUAL '00'
              DISPLAY 'CEPBTC08 - ERRO AO ABRIR CEPVSA01 FS='
                      WK-FS-CEPVSA01
              MOVE 12  TO WK-RETORNO
           END-IF

           OPEN INPUT CEPMUN01

           IF WK-FS-CEPMUN01 NOT EQUAL '00'
              DISPLAY 'CEPBTC08 - SEM CEPMUN01 (FS=' WK-FS-CEPMUN01
                      ') - VALIDACAO DE MUNICIPIO DESLIGADA'
              MOVE 'N' TO WK-VALIDA-MUN
           END-IF

           OPEN I-O CEPGEO01

           IF WK-FS-CEPGEO01 NOT EQUAL '00'
              DISPLAY 'CEPBTC08 - SEM CEPGEO01 (FS=' WK-FS-CEPGEO01
                      ') - INDICE ESPACIAL NAO SERA MANTIDO'
              MOVE 'N' TO WK-MANTEM-GEO
           END-IF

           OPEN I-O CEPHST01

           IF WK-FS-CEPHST01 NOT EQUAL '00'
              DISPLAY 'CEPBTC08 - SEM CEPHST01 (FS=' WK-FS-CEPHST01
                      ') - CARGA NAO SERA REGISTRADA NO HISTORICO'
              MOVE 'N' TO WK-MANTEM-HST
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF

      *    CORRELACAO COMUM A TODO O HISTORICO DESTA EXECUCAO
           ACCEPT WK-SIS-DATA FROM DATE YYYYMMDD
           ACCEPT WK-SIS-HORA FROM TIME
           MOVE SPACES TO WK-CORR-MSG-ID
           STRING 'CEPBTC08-LOTE-' WK-SIS-DATA WK-SIS-HORA(1:6)
                  DELIMITED BY SIZE
                  INTO WK-CORR-MSG-ID
           END-STRING.

      *----------------------------------------------------------------*
       150000-CONVERTE-LINHA.
      *----------------------------------------------------------------*
           INSPECT WK-DNE-LINHA
                   CONVERTING WK-TAB-FONTE-ASCII
                           TO WK-TAB-ALVO-EBCDIC.

      *----------------------------------------------------------------*
       155000-QUEBRAR-CAMPOS.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-DNE-CAMPOS
           UNSTRING WK-DNE-LINHA DELIMITED BY '@'
                INTO WK-DNE-CAMPO(1)  WK-DNE-CAMPO(2)
                     WK-DNE-CAMPO(3)  WK-DNE-CAMPO(4)
                     WK-DNE-CAMPO(5)  WK-DNE-CAMPO(6)
                     WK-DNE-CAMPO(7)  WK-DNE-CAMPO(8)
                     WK-DNE-CAMPO(9)  WK-DNE-CAMPO(10)
                     WK-DNE-CAMPO(11) WK-DNE-CAMPO(12)
           END-UNSTRING.

      *----------------------------------------------------------------*
       160000-CONVERTE-NUMERO.
      *----------------------------------------------------------------*
      * CHAVE NUMERICA DO DNE VEM SEM ZEROS A ESQUERDA ('96'); CAMPO
      * EM BRANCO = ZERO (BAIRRO/LOCALIDADE NAO INFORMADO)
      *----------------------------------------------------------------*
           MOVE 'S'   TO WK-NUM-OK
           MOVE ZEROS TO WK-NUM-VAL

           IF WK-NUM-TXT NOT EQUAL SPACES
              CALL WK-PGM-VSRSARLN USING WK-VSRSARLN-MODO
                                          WK-NUM-TXT
                                          LENGTH OF WK-NUM-TXT
                                          WK-VSRSARLN-RESULTADO
              MOVE WK-VSRSARLN-RESULTADO TO WK-NUM-LEN

              IF WK-NUM-LEN GREATER 8
                    OR WK-NUM-TXT(1:WK-NUM-LEN) NOT NUMERIC
                 MOVE 'N' TO WK-NUM-OK
              ELSE
                 MOVE WK-NUM-TXT(1:WK-NUM-LEN) TO WK-NUM-VAL
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       170000-ESCOLHE-NOME.
      *----------------------------------------------------------------*
      * NOME QUE NAO CABE NAS 30 POSICOES DO REGISTRO USA A FORMA
      * ABREVIADA QUE O PROPRIO DNE FORNECE (QUANDO HOUVER)
      *----------------------------------------------------------------*
           CALL WK-PGM-VSRSARLN USING WK-VSRSARLN-MODO
                                       WK-NOME-COMPLETO
                                       LENGTH OF WK-NOME-COMPLETO
                                       WK-VSRSARLN-RESULTADO

           IF WK-VSRSARLN-RESULTADO GREATER 30
                 AND WK-NOME-ABREV NOT EQUAL SPACES
              MOVE WK-NOME-ABREV    TO WK-NOME-FINAL
           ELSE
              MOVE WK-NOME-COMPLETO TO WK-NOME-FINAL
           END-IF.

      *----------------------------------------------------------------*
       200000-MONTA-LOCALIDADES.
      *----------------------------------------------------------------*
      * LOG_LOCALIDADE CLASSIFICADO POR LOC_NU PARA O SEARCH ALL - A
      * CARGA NAO DEPENDE DA ORDEM EM QUE O ARQUIVO FOI ENTREGUE
      *----------------------------------------------------------------*
           SORT SORTWK
                ON ASCENDING KEY SRT-CHAVE
                INPUT  PROCEDURE 210000-LIBERA-LOCALIDADES
                OUTPUT PROCEDURE 230000-CARREGA-LOCALIDADES

           IF TABELA-ESTOURADA
              DISPLAY 'CEPBTC08 - TABELA DE LOCALIDADES ESGOTADA ('
                      WK-MAX-TAB-LOC ') - CARGA VETADA'
              MOVE 16 TO WK-RETORNO
           ELSE
              DISPLAY 'CEPBTC08 - LOCALIDADES CARREGADAS: '
                      WK-QT-TAB-LOC
           END-IF.

      *----------------------------------------------------------------*
       210000-LIBERA-LOCALIDADES.
      *----------------------------------------------------------------*
           MOVE 'LOC' TO WK-DNE-ARQUIVO
           MOVE 'N'   TO WK-FIM-ARQUIVO
           OPEN INPUT DNELOC01

           IF WK-FS-DNELOC01 NOT EQUAL '00'
              DISPLAY 'CEPBTC08 - ERRO AO ABRIR DNELOC01 FS='
                      WK-FS-DNELOC01
              MOVE 12  TO WK-RETORNO
           ELSE
              PERFORM 215000-LER-DNELOC01
              PERFORM 220000-LIBERA-LOCALIDADE
                      UNTIL FIM-ARQUIVO
              CLOSE DNELOC01
           END-IF.

      *----------------------------------------------------------------*
       215000-LER-DNELOC01.
      *----------------------------------------------------------------*
           READ DNELOC01 INTO WK-DNE-LINHA

           EVALUATE WK-FS-DNELOC01
              WHEN '00'
                 IF CONVERSAO-LIGADA
                    PERFORM 150000-CONVERTE-LINHA
                 END-IF
                 PERFORM 155000-QUEBRAR-CAMPOS
              WHEN '10'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              WHEN OTHER
                 DISPLAY 'CEPBTC08 - ERRO DE LEITURA DNELOC01 FS='
                         WK-FS-DNELOC01
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       220000-LIBERA-LOCALIDADE.
      *----------------------------------------------------------------*
      * LOG_LOCALIDADE: 1 LOC_NU  2 UFE_SG  3 LOC_NO  4 CEP
      *   5 LOC_IN_SIT  6 LOC_IN_TIPO_LOC  7 LOC_NU_SUB
      *   8 LOC_NO_ABREV  9 MUN_NU (CODIGO IBGE)
      * LINHA COM CHAVE NAO NUMERICA NAO ENTRA NA TABELA - CEP QUE
      * APONTAR PARA ELA CAI NO MOTIVO LOC
      *----------------------------------------------------------------*
           MOVE WK-DNE-CAMPO(1) TO WK-NUM-TXT
           PERFORM 160000-CONVERTE-NUMERO

           IF WK-NUM-OK EQUAL 'S' AND WK-NUM-VAL GREATER ZEROS
              MOVE WK-NUM-VAL        TO SRT-CHAVE
              MOVE WK-DNE-CAMPO(2)   TO SRT-LOC-UF
              MOVE WK-DNE-CAMPO(3)   TO WK-NOME-COMPLETO
              MOVE WK-DNE-CAMPO(8)   TO WK-NOME-ABREV
              PERFORM 170000-ESCOLHE-NOME
              MOVE WK-NOME-FINAL     TO SRT-LOC-NOME
              MOVE WK-DNE-CAMPO(7)   TO WK-NUM-TXT
              PERFORM 160000-CONVERTE-NUMERO
              MOVE WK-NUM-VAL        TO SRT-LOC-SUB
              MOVE WK-DNE-CAMPO(9)   TO SRT-LOC-IBGE
              ADD 1 TO WK-QT-LOCALIDADES
              RELEASE SRT-REC
           END-IF

           PERFORM 215000-LER-DNELOC01.

      *----------------------------------------------------------------*
       230000-CARREGA-LOCALIDADES.
      *----------------------------------------------------------------*
           MOVE 'N'   TO WK-FIM-SORT
           MOVE ZEROS TO WK-QT-TAB-LOC
           PERFORM 235000-RETORNA-REGISTRO
           PERFORM 240000-GUARDA-LOCALIDADE
                   UNTIL FIM-SORT.

      *----------------------------------------------------------------*
       235000-RETORNA-REGISTRO.
      *----------------------------------------------------------------*
           RETURN SORTWK
               AT END MOVE 'S' TO WK-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------*
       240000-GUARDA-LOCALIDADE.
      *----------------------------------------------------------------*
           IF WK-QT-TAB-LOC NOT LESS WK-MAX-TAB-LOC
              MOVE 'S' TO WK-TAB-ESTOURO
              MOVE 'S' TO WK-FIM-SORT
           ELSE
              ADD 1 TO WK-QT-TAB-LOC
              SET WK-IDX-LOC TO WK-QT-TAB-LOC
              MOVE SRT-CHAVE    TO WK-TAB-LOC-NU(WK-IDX-LOC)
              MOVE SRT-LOC-UF   TO WK-TAB-LOC-UF(WK-IDX-LOC)
              MOVE SRT-LOC-NOME TO WK-TAB-LOC-NOME(WK-IDX-LOC)
              MOVE SRT-LOC-SUB  TO WK-TAB-LOC-SUB(WK-IDX-LOC)
              MOVE SRT-LOC-IBGE TO WK-TAB-LOC-IBGE(WK-IDX-LOC)
              MOVE 'N'          TO WK-TAB-LOC-OK(WK-IDX-LOC)
              PERFORM 235000-RETORNA-REGISTRO
           END-IF.

      *----------------------------------------------------------------*
       250000-MONTA-BAIRROS.
      *----------------------------------------------------------------*
           SORT SORTWK
                ON ASCENDING KEY SRT-CHAVE
                INPUT  PROCEDURE 260000-LIBERA-BAIRROS
                OUTPUT PROCEDURE 280000-CARREGA-BAIRROS

           IF TABELA-ESTOURADA
              DISPLAY 'CEPBTC08 - TABELA DE BAIRROS ESGOTADA ('
                      WK-MAX-TAB-BAI ') - CARGA VETADA'
              MOVE 16 TO WK-RETORNO
           ELSE
              DISPLAY 'CEPBTC08 - BAIRROS CARREGADOS: '
                      WK-QT-TAB-BAI
           END-IF.

      *----------------------------------------------------------------*
       260000-LIBERA-BAIRROS.
      *----------------------------------------------------------------*
           MOVE 'BAI' TO WK-DNE-ARQUIVO
           MOVE 'N'   TO WK-FIM-ARQUIVO
           OPEN INPUT DNEBAI01

           IF WK-FS-DNEBAI01 NOT EQUAL '00'
              DISPLAY 'CEPBTC08 - ERRO AO ABRIR DNEBAI01 FS='
                      WK-FS-DNEBAI01
              MOVE 12  TO WK-RETORNO
           ELSE
              PERFORM 265000-LER-DNEBAI01
              PERFORM 270000-LIBERA-BAIRRO
                      UNTIL FIM-ARQUIVO
              CLOSE DNEBAI01
           END-IF.

      *----------------------------------------------------------------*
       265000-LER-DNEBAI01.
      *----------------------------------------------------------------*
           READ DNEBAI01 INTO WK-DNE-LINHA

           EVALUATE WK-FS-DNEBAI01
              WHEN '00'
                 IF CONVERSAO-LIGADA
                    PERFORM 150000-CONVERTE-LINHA
                 END-IF
                 PERFORM 155000-QUEBRAR-CAMPOS
              WHEN '10'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              WHEN OTHER
                 DISPLAY 'CEPBTC08 - ERRO DE LEITURA DNEBAI01 FS='
                         WK-FS-DNEBAI01
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       270000-LIBERA-BAIRRO.
      *----------------------------------------------------------------*
      * LOG_BAIRRO: 1 BAI_NU  2 UFE_SG  3 LOC_NU  4 BAI_NO
      *   5 BAI_NO_ABREV
      *----------------------------------------------------------------*
           MOVE WK-DNE-CAMPO(1) TO WK-NUM-TXT
           PERFORM 160000-CONVERTE-NUMERO

           IF WK-NUM-OK EQUAL 'S' AND WK-NUM-VAL GREATER ZEROS
              MOVE SPACES            TO SRT-LOC
              MOVE WK-NUM-VAL        TO SRT-CHAVE
              MOVE WK-DNE-CAMPO(4)   TO WK-NOME-COMPLETO
              MOVE WK-DNE-CAMPO(5)   TO WK-NOME-ABREV
              PERFORM 170000-ESCOLHE-NOME
              MOVE 'E'               TO WK-CEPNRM01-MODO
              CALL WK-PGM-CEPNRM01 USING WK-CEPNRM01-MODO
                                          WK-NOME-FINAL
              MOVE WK-NOME-FINAL     TO SRT-BAI-NOME
              ADD 1 TO WK-QT-BAIRROS
              RELEASE SRT-REC
           END-IF

           PERFORM 265000-LER-DNEBAI01.

      *----------------------------------------------------------------*
       280000-CARREGA-BAIRROS.
      *----------------------------------------------------------------*
           MOVE 'N'   TO WK-FIM-SORT
           MOVE ZEROS TO WK-QT-TAB-BAI
           PERFORM 235000-RETORNA-REGISTRO
           PERFORM 285000-GUARDA-BAIRRO
                   UNTIL FIM-SORT.

      *----------------------------------------------------------------*
       285000-GUARDA-BAIRRO.
      *----------------------------------------------------------------*
           IF WK-QT-TAB-BAI NOT LESS WK-MAX-TAB-BAI
              MOVE 'S' TO WK-TAB-ESTOURO
              MOVE 'S' TO WK-FIM-SORT
           ELSE
              ADD 1 TO WK-QT-TAB-BAI
              SET WK-IDX-BAI TO WK-QT-TAB-BAI
              MOVE SRT-CHAVE    TO WK-TAB-BAI-NU(WK-IDX-BAI)
              MOVE SRT-BAI-NOME TO WK-TAB-BAI-NOME(WK-IDX-BAI)
              PERFORM 235000-RETORNA-REGISTRO
           END-IF.

      *----------------------------------------------------------------*
       300000-RESOLVE-MUNICIPIO.
      *----------------------------------------------------------------*
      * UMA VEZ POR LOCALIDADE: UF+NOME NORMALIZADO (CEPNRM01 MODO
      * 'C') CONTRA O CEPMUN01 - ACHANDO, NOME OFICIAL E IBGE DA
      * TABELA. DISTRITO/POVOADO (SEM MUNICIPIO PROPRIO NO CEPMUN01)
      * COM LOC_NU_SUB CONSERVA O PROPRIO NOME E HERDA O IBGE DO
      * MUNICIPIO A QUE PERTENCE. SEM CEPMUN01, NOME SO NORMALIZADO
      * E IBGE DO PROPRIO DNE (MUN_NU)
      *----------------------------------------------------------------*
           MOVE WK-TAB-LOC-NOME(WK-IDX-RES) TO WK-CID-NRM
           MOVE 'C'                         TO WK-CEPNRM01-MODO
           CALL WK-PGM-CEPNRM01 USING WK-CEPNRM01-MODO
                                       WK-CID-NRM

           IF NOT VALIDA-MUN
              MOVE WK-CID-NRM TO WK-TAB-LOC-NOME(WK-IDX-RES)
              MOVE 'S'        TO WK-TAB-LOC-OK(WK-IDX-RES)
           ELSE
              MOVE WK-TAB-LOC-UF(WK-IDX-RES) TO WK-MUN-UF
              MOVE WK-CID-NRM                TO WK-MUN-CIDADE
              PERFORM 320000-LE-CEPMUN01

              IF ACHOU-CHAVE
                 MOVE WK-MUN-OFICIAL TO WK-TAB-LOC-NOME(WK-IDX-RES)
                 MOVE WK-MUN-IBGE    TO WK-TAB-LOC-IBGE(WK-IDX-RES)
                 MOVE 'S'            TO WK-TAB-LOC-OK(WK-IDX-RES)
              ELSE
              IF WK-TAB-LOC-SUB(WK-IDX-RES) GREATER ZEROS
                 PERFORM 310000-RESOLVE-DISTRITO
              END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       310000-RESOLVE-DISTRITO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-ACHOU
           SET WK-IDX-LOC TO 1
           SEARCH ALL WK-TAB-LOC-OCR
              WHEN WK-TAB-LOC-NU(WK-IDX-LOC)
                   EQUAL WK-TAB-LOC-SUB(WK-IDX-RES)
                 MOVE 'S' TO WK-ACHOU
           END-SEARCH

           IF ACHOU-CHAVE
              MOVE WK-TAB-LOC-NOME(WK-IDX-LOC) TO WK-MUN-CIDADE
              MOVE 'C'                         TO WK-CEPNRM01-MODO
              CALL WK-PGM-CEPNRM01 USING WK-CEPNRM01-MODO
                                          WK-MUN-CIDADE
              MOVE WK-TAB-LOC-UF(WK-IDX-LOC)   TO WK-MUN-UF
              PERFORM 320000-LE-CEPMUN01

              IF ACHOU-CHAVE
                 MOVE WK-CID-NRM  TO WK-TAB-LOC-NOME(WK-IDX-RES)
                 MOVE WK-MUN-IBGE TO WK-TAB-LOC-IBGE(WK-IDX-RES)
                 MOVE 'S'         TO WK-TAB-LOC-OK(WK-IDX-RES)
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       320000-LE-CEPMUN01.
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-ACHOU
           READ CEPMUN01

           IF WK-FS-CEPMUN01 EQUAL '00'
                 AND WK-MUN-ATIVO-SIM
              MOVE 'S' TO WK-ACHOU
           END-IF.

      *----------------------------------------------------------------*
       400000-PROCESSA-LOCALIDADES.
      *----------------------------------------------------------------*
      * CEP GERAL DE CIDADE: LOCALIDADE COM O CAMPO CEP PREENCHIDO.
      * CARGA COMPLETA RELE O PROPRIO DNELOC01; NO DELTA VEM DO
      * LOG_LOCALIDADE_DELTA (DNELCD01, OPCIONAL)
      *----------------------------------------------------------------*
           MOVE 'LOC' TO WK-DNE-ARQUIVO
           MOVE 'N'   TO WK-FIM-ARQUIVO

           IF MODO-DELTA
              OPEN INPUT DNELCD01
              IF WK-FS-DNELCD01 NOT EQUAL '00'
                 DISPLAY 'CEPBTC08 - SEM DNELCD01 (FS=' WK-FS-DNELCD01
                         ') - DELTA DE LOCALIDADE NAO APLICADO'
                 IF WK-RETORNO LESS 4
                    MOVE 4 TO WK-RETORNO
                 END-IF
              ELSE
                 PERFORM 405000-LER-DNELCD01
                 PERFORM 420000-TRATA-LOCALIDADE
                         UNTIL FIM-ARQUIVO
                 CLOSE DNELCD01
              END-IF
           ELSE
              OPEN INPUT DNELOC01
              IF WK-FS-DNELOC01 NOT EQUAL '00'
                 DISPLAY 'CEPBTC08 - ERRO AO REABRIR DNELOC01 FS='
                         WK-FS-DNELOC01
                 MOVE 12  TO WK-RETORNO
              ELSE
                 PERFORM 410000-LER-LOCALIDADE
                 PERFORM 420000-TRATA-LOCALIDADE
                         UNTIL FIM-ARQUIVO
                 CLOSE DNELOC01
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       405000-LER-DNELCD01.
      *----------------------------------------------------------------*
           READ DNELCD01 INTO WK-DNE-LINHA

           EVALUATE WK-FS-DNELCD01
              WHEN '00'
                 IF CONVERSAO-LIGADA
                    PERFORM 150000-CONVERTE-LINHA
                 END-IF
                 PERFORM 155000-QUEBRAR-CAMPOS
              WHEN '10'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              WHEN OTHER
                 DISPLAY 'CEPBTC08 - ERRO DE LEITURA DNELCD01 FS='
                         WK-FS-DNELCD01
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       410000-LER-LOCALIDADE.
      *----------------------------------------------------------------*
           IF MODO-DELTA
              PERFORM 405000-LER-DNELCD01
           ELSE
              PERFORM 215000-LER-DNELOC01
           END-IF.

      *----------------------------------------------------------------*
       420000-TRATA-LOCALIDADE.
      *----------------------------------------------------------------*
      * MESMO LAYOUT DO 220000; NO DELTA O CAMPO 10 E A OPERACAO.
      * LOCALIDADE SEM CEP PROPRIO (CODIFICADA POR LOGRADOURO) NAO
      * GERA REGISTRO
      *----------------------------------------------------------------*
           IF WK-DNE-CAMPO(4) NOT EQUAL SPACES
              MOVE WK-DNE-CAMPO(4)  TO WK-APL-CEP
              MOVE WK-DNE-CAMPO(10) TO WK-APL-OPERACAO
              MOVE 'S'              TO WK-APL-CHAVES-OK
              MOVE WK-DNE-CAMPO(1)  TO WK-NUM-TXT
              PERFORM 160000-CONVERTE-NUMERO
              MOVE WK-NUM-VAL       TO WK-APL-LOC-NU
              IF WK-NUM-OK EQUAL 'N'
                 MOVE 'N' TO WK-APL-CHAVES-OK
              END-IF
              MOVE ZEROS            TO WK-APL-BAI-NU
              MOVE SPACES           TO WK-APL-LOGRADOURO
              MOVE 'G'              TO WK-APL-TIPO
              PERFORM 700000-APLICA-CEP
           END-IF

           PERFORM 410000-LER-LOCALIDADE.

      *----------------------------------------------------------------*
       500000-PROCESSA-LOGRADOUROS.
      *----------------------------------------------------------------*
      * LOG_LOGRADOURO_XX DE TODAS AS UFS CONCATENADOS NO DD (OU OS
      * LOG_LOGRADOURO_XX_DELTA NO MODO DELTA) - OBRIGATORIO
      *----------------------------------------------------------------*
           MOVE 'LOG' TO WK-DNE-ARQUIVO
           MOVE 'N'   TO WK-FIM-ARQUIVO
           OPEN INPUT DNELOG01

           IF WK-FS-DNELOG01 NOT EQUAL '00'
              DISPLAY 'CEPBTC08 - ERRO AO ABRIR DNELOG01 FS='
                      WK-FS-DNELOG01
              MOVE 12  TO WK-RETORNO
           ELSE
              PERFORM 510000-LER-DNELOG01
              PERFORM 520000-TRATA-LOGRADOURO
                      UNTIL FIM-ARQUIVO
              CLOSE DNELOG01
           END-IF.

      *----------------------------------------------------------------*
       510000-LER-DNELOG01.
      *----------------------------------------------------------------*
           READ DNELOG01 INTO WK-DNE-LINHA

           EVALUATE WK-FS-DNELOG01
              WHEN '00'
                 IF CONVERSAO-LIGADA
                    PERFORM 150000-CONVERTE-LINHA
                 END-IF
                 PERFORM 155000-QUEBRAR-CAMPOS
              WHEN '10'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              WHEN OTHER
                 DISPLAY 'CEPBTC08 - ERRO DE LEITURA DNELOG01 FS='
                         WK-FS-DNELOG01
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       520000-TRATA-LOGRADOURO.
      *----------------------------------------------------------------*
      * LOG_LOGRADOURO: 1 LOG_NU  2 UFE_SG  3 LOC_NU  4 BAI_NU_INI
      *   5 BAI_NU_FIM  6 LOG_NO  7 LOG_COMPLEMENTO  8 CEP  9 TLO_TX
      *   10 LOG_STA_TLO  11 LOG_NO_ABREV  (12 OPERACAO NO DELTA)
      * LOGRADOURO = TIPO + NOME ('RUA' + 'AUGUSTA'); O CEPNRM01
      * ABREVIA O TIPO DEPOIS
      *----------------------------------------------------------------*
           MOVE WK-DNE-CAMPO(8)  TO WK-APL-CEP
           MOVE WK-DNE-CAMPO(12) TO WK-APL-OPERACAO
           MOVE 'L'              TO WK-APL-TIPO
           PERFORM 530000-CHAVES-LOC-BAI

           MOVE SPACES TO WK-NOME-COMPLETO
                          WK-NOME-ABREV
           STRING WK-DNE-CAMPO(9)  DELIMITED BY '  '
                  ' '              DELIMITED BY SIZE
                  WK-DNE-CAMPO(6)  DELIMITED BY '  '
                  INTO WK-NOME-COMPLETO
           END-STRING
           IF WK-DNE-CAMPO(11) NOT EQUAL SPACES
              STRING WK-DNE-CAMPO(9)  DELIMITED BY '  '
                     ' '              DELIMITED BY SIZE
                     WK-DNE-CAMPO(11) DELIMITED BY '  '
                     INTO WK-NOME-ABREV
              END-STRING
           END-IF
           PERFORM 170000-ESCOLHE-NOME
           MOVE WK-NOME-FINAL TO WK-APL-LOGRADOURO

           PERFORM 700000-APLICA-CEP
           PERFORM 510000-LER-DNELOG01.

      *----------------------------------------------------------------*
       530000-CHAVES-LOC-BAI.
      *----------------------------------------------------------------*
      * LOC_NU NO CAMPO 3 E BAI_NU NO CAMPO 4 - MESMA POSICAO EM
      * LOG_LOGRADOURO E LOG_GRANDE_USUARIO
      *----------------------------------------------------------------*
           MOVE 'S'             TO WK-APL-CHAVES-OK
           MOVE WK-DNE-CAMPO(3) TO WK-NUM-TXT
           PERFORM 160000-CONVERTE-NUMERO
           MOVE WK-NUM-VAL      TO WK-APL-LOC-NU
           IF WK-NUM-OK EQUAL 'N'
              MOVE 'N' TO WK-APL-CHAVES-OK
           END-IF

           MOVE WK-DNE-CAMPO(4) TO WK-NUM-TXT
           PERFORM 160000-CONVERTE-NUMERO
           MOVE WK-NUM-VAL      TO WK-APL-BAI-NU
           IF WK-NUM-OK EQUAL 'N'
              MOVE 'N' TO WK-APL-CHAVES-OK
           END-IF.

      *----------------------------------------------------------------*
       600000-PROCESSA-GRANDES-USU.
      *----------------------------------------------------------------*
      * LOG_GRANDE_USUARIO (OU O DELTA) - OPCIONAL: DD AUSENTE SO
      * AVISA
      *----------------------------------------------------------------*
           MOVE 'GRU' TO WK-DNE-ARQUIVO
           MOVE 'N'   TO WK-FIM-ARQUIVO
           OPEN INPUT DNEGRU01

           IF WK-FS-DNEGRU01 NOT EQUAL '00'
              DISPLAY 'CEPBTC08 - SEM DNEGRU01 (FS=' WK-FS-DNEGRU01
                      ') - GRANDES USUARIOS NAO PROCESSADOS'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              PERFORM 610000-LER-DNEGRU01
              PERFORM 620000-TRATA-GRANDE-USUARIO
                      UNTIL FIM-ARQUIVO
              CLOSE DNEGRU01
           END-IF.

      *----------------------------------------------------------------*
       610000-LER-DNEGRU01.
      *----------------------------------------------------------------*
           READ DNEGRU01 INTO WK-DNE-LINHA

           EVALUATE WK-FS-DNEGRU01
              WHEN '00'
                 IF CONVERSAO-LIGADA
                    PERFORM 150000-CONVERTE-LINHA
                 END-IF
                 PERFORM 155000-QUEBRAR-CAMPOS
              WHEN '10'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              WHEN OTHER
                 DISPLAY 'CEPBTC08 - ERRO DE LEITURA DNEGRU01 FS='
                         WK-FS-DNEGRU01
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       620000-TRATA-GRANDE-USUARIO.
      *----------------------------------------------------------------*
      * LOG_GRANDE_USUARIO: 1 GRU_NU  2 UFE_SG  3 LOC_NU  4 BAI_NU
      *   5 LOG_NU  6 GRU_NO  7 GRU_ENDERECO  8 CEP  9 GRU_NO_ABREV
      *   (10 OPERACAO NO DELTA)
      * O LOGRADOURO GRAVADO E O ENDERECO DO GRANDE USUARIO - E O QUE
      * VAI NA ETIQUETA
      *----------------------------------------------------------------*
           MOVE WK-DNE-CAMPO(8)  TO WK-APL-CEP
           MOVE WK-DNE-CAMPO(10) TO WK-APL-OPERACAO
           MOVE 'L'              TO WK-APL-TIPO
           PERFORM 530000-CHAVES-LOC-BAI
           MOVE WK-DNE-CAMPO(7)  TO WK-APL-LOGRADOURO

           PERFORM 700000-APLICA-CEP
           PERFORM 610000-LER-DNEGRU01.

      *----------------------------------------------------------------*
       650000-PROCESSA-CPC.
      *----------------------------------------------------------------*
      * LOG_CPC (OU O DELTA) - OPCIONAL: DD AUSENTE SO AVISA
      *----------------------------------------------------------------*
           MOVE 'CPC' TO WK-DNE-ARQUIVO
           MOVE 'N'   TO WK-FIM-ARQUIVO
           OPEN INPUT DNECPC01

           IF WK-FS-DNECPC01 NOT EQUAL '00'
              DISPLAY 'CEPBTC08 - SEM DNECPC01 (FS=' WK-FS-DNECPC01
                      ') - CAIXAS POSTAIS NAO PROCESSADAS'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              PERFORM 660000-LER-DNECPC01
              PERFORM 670000-TRATA-CPC
                      UNTIL FIM-ARQUIVO
              CLOSE DNECPC01
           END-IF.

      *----------------------------------------------------------------*
       660000-LER-DNECPC01.
      *----------------------------------------------------------------*
           READ DNECPC01 INTO WK-DNE-LINHA

           EVALUATE WK-FS-DNECPC01
              WHEN '00'
                 IF CONVERSAO-LIGADA
                    PERFORM 150000-CONVERTE-LINHA
                 END-IF
                 PERFORM 155000-QUEBRAR-CAMPOS
              WHEN '10'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              WHEN OTHER
                 DISPLAY 'CEPBTC08 - ERRO DE LEITURA DNECPC01 FS='
                         WK-FS-DNECPC01
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       670000-TRATA-CPC.
      *----------------------------------------------------------------*
      * LOG_CPC: 1 CPC_NU  2 UFE_SG  3 LOC_NU  4 CPC_NO
      *   5 CPC_ENDERECO  6 CEP  (7 OPERACAO NO DELTA)
      * CAIXA POSTAL COMUNITARIA NAO TEM BAIRRO
      *----------------------------------------------------------------*
           MOVE WK-DNE-CAMPO(6)  TO WK-APL-CEP
           MOVE WK-DNE-CAMPO(7)  TO WK-APL-OPERACAO
           MOVE 'L'              TO WK-APL-TIPO
           MOVE 'S'              TO WK-APL-CHAVES-OK
           MOVE WK-DNE-CAMPO(3)  TO WK-NUM-TXT
           PERFORM 160000-CONVERTE-NUMERO
           MOVE WK-NUM-VAL       TO WK-APL-LOC-NU
           IF WK-NUM-OK EQUAL 'N'
              MOVE 'N' TO WK-APL-CHAVES-OK
           END-IF
           MOVE ZEROS            TO WK-APL-BAI-NU
           MOVE WK-DNE-CAMPO(5)  TO WK-APL-LOGRADOURO

           PERFORM 700000-APLICA-CEP
           PERFORM 660000-LER-DNECPC01.

      *----------------------------------------------------------------*
       700000-APLICA-CEP.
      *----------------------------------------------------------------*
      * LINHA COM CEP DE QUALQUER ARQUIVO DNE: VALIDA OPERACAO E CEP,
      * RESOLVE LOCALIDADE/BAIRRO PELAS TABELAS E APLICA NO CEPVSA01.
      * NA CARGA COMPLETA NAO HA CAMPO DE OPERACAO (INCLUI/ATUALIZA)
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-LIDOS
           MOVE SPACES TO WK-APL-MOTIVO

           IF NOT MODO-DELTA
              MOVE 'INS' TO WK-APL-OPERACAO
           END-IF

           IF NOT OPERACAO-INCLUI AND NOT OPERACAO-EXCLUI
              MOVE 'OPE' TO WK-APL-MOTIVO
           ELSE
           IF WK-APL-CEP NOT NUMERIC
              MOVE 'CNN' TO WK-APL-MOTIVO
           END-IF
           END-IF

           IF WK-APL-MOTIVO EQUAL SPACES
              IF OPERACAO-EXCLUI
                 PERFORM 750000-DESATIVA-CEP
              ELSE
                 PERFORM 710000-RESOLVE-CHAVES
                 IF WK-APL-MOTIVO EQUAL SPACES
                    PERFORM 720000-VALIDA-TEXTO
                 END-IF
                 IF WK-APL-MOTIVO EQUAL SPACES
                    PERFORM 730000-INCLUI-OU-ATUALIZA
                 END-IF
              END-IF
           END-IF

           IF WK-APL-MOTIVO NOT EQUAL SPACES
              MOVE WK-APL-MOTIVO TO WK-REJ-MOTIVO
              IF WK-APL-MOTIVO NOT EQUAL 'VSW' AND 'VSR'
                 MOVE SPACES TO WK-REJ-FS
              END-IF
              PERFORM 780000-GRAVAR-REJEITADO
           END-IF.

      *----------------------------------------------------------------*
       710000-RESOLVE-CHAVES.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-APL-UF
                          WK-APL-CIDADE
                          WK-APL-IBGE
                          WK-APL-BAIRRO

           MOVE 'N' TO WK-ACHOU
           IF CHAVES-NUMERICAS AND WK-APL-LOC-NU GREATER ZEROS
              SET WK-IDX-LOC TO 1
              SEARCH ALL WK-TAB-LOC-OCR
                 WHEN WK-TAB-LOC-NU(WK-IDX-LOC) EQUAL WK-APL-LOC-NU
                    MOVE 'S' TO WK-ACHOU
              END-SEARCH
           END-IF

           IF NOT ACHOU-CHAVE
              MOVE 'LOC' TO WK-APL-MOTIVO
           ELSE
           IF WK-TAB-LOC-OK(WK-IDX-LOC) NOT EQUAL 'S'
              MOVE 'MUN' TO WK-APL-MOTIVO
           ELSE
           IF WK-TAB-LOC-UF(WK-IDX-LOC) EQUAL SPACES
              MOVE 'UFB' TO WK-APL-MOTIVO
           ELSE
              MOVE WK-TAB-LOC-UF(WK-IDX-LOC)   TO WK-APL-UF
              MOVE WK-TAB-LOC-NOME(WK-IDX-LOC) TO WK-APL-CIDADE
              MOVE WK-TAB-LOC-IBGE(WK-IDX-LOC) TO WK-APL-IBGE
           END-IF
           END-IF
           END-IF

           IF WK-APL-MOTIVO EQUAL SPACES
                 AND WK-APL-BAI-NU GREATER ZEROS
              MOVE 'N' TO WK-ACHOU
              SET WK-IDX-BAI TO 1
              SEARCH ALL WK-TAB-BAI-OCR
                 WHEN WK-TAB-BAI-NU(WK-IDX-BAI) EQUAL WK-APL-BAI-NU
                    MOVE 'S' TO WK-ACHOU
              END-SEARCH
              IF ACHOU-CHAVE
                 MOVE WK-TAB-BAI-NOME(WK-IDX-BAI) TO WK-APL-BAIRRO
              ELSE
                 MOVE 'BAI' TO WK-APL-MOTIVO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       720000-VALIDA-TEXTO.
      *----------------------------------------------------------------*
      * MESMA CRITICA DO CEPBTC01: BYTE ABAIXO DE ESPACO (CONTROLE OU
      * O X'3F' DE CARACTERE INCONVERTIVEL) REJEITA COM MOTIVO CHR.
      * LOGRADOURO NORMALIZADO (CEPNRM01 'E') SO DEPOIS DA CRITICA
      *----------------------------------------------------------------*
           MOVE 'S' TO WK-CHR-OK
           MOVE SPACES            TO WK-TEXTO-EXAME
           MOVE WK-APL-CIDADE     TO WK-TEXTO-EXAME(1:30)
           MOVE WK-APL-BAIRRO     TO WK-TEXTO-EXAME(31:30)
           MOVE WK-APL-LOGRADOURO TO WK-TEXTO-EXAME(61:30)

           PERFORM 725000-EXAMINA-BYTE
                   VARYING WK-IDX-CHR FROM 1 BY 1
                   UNTIL WK-IDX-CHR GREATER 90
                      OR NOT TEXTO-LIMPO

           IF NOT TEXTO-LIMPO
              MOVE 'CHR' TO WK-APL-MOTIVO
           ELSE
              MOVE 'E' TO WK-CEPNRM01-MODO
              CALL WK-PGM-CEPNRM01 USING WK-CEPNRM01-MODO
                                          WK-APL-LOGRADOURO
           END-IF.

      *----------------------------------------------------------------*
       725000-EXAMINA-BYTE.
      *----------------------------------------------------------------*
           IF WK-TEXTO-EXAME(WK-IDX-CHR:1) LESS SPACE
              MOVE 'N' TO WK-CHR-OK
           END-IF.

      *----------------------------------------------------------------*
       730000-INCLUI-OU-ATUALIZA.
      *----------------------------------------------------------------*
      * REGISTRO EXISTENTE CONSERVA O QUE O DNE NAO TRAZ (FAIXA DE
      * NUMERACAO, PARIDADE, SUCESSOR, COORDENADA) E E REATIVADO;
      * INEXISTENTE E INCLUIDO COM ESSES CAMPOS EM BRANCO
      *----------------------------------------------------------------*
      *    AREA LIMPA ANTES DO READ: REGISTRO ANTERIOR AO CRESCIMENTO
      *    DO LAYOUT (FILE STATUS '04') VEM COM OS CAMPOS NOVOS EM
      *    BRANCO
           MOVE SPACES     TO WK-CEPVSA01-REC
           MOVE WK-APL-CEP TO WK-CEPV0001-CODE
           READ CEPVSA01

           EVALUATE WK-FS-CEPVSA01
              WHEN '00'
              WHEN '04'
                 MOVE WK-CEPV0001-COORDENADAS TO WK-GEO-ANTES
                 MOVE WK-CEPVSA01-REC         TO WK-IMG-ANTES
                 PERFORM 740000-MONTA-REGISTRO
                 REWRITE WK-CEPVSA01-REC
                 IF WK-FS-CEPVSA01 EQUAL '00'
                    ADD 1 TO WK-QT-ATUALIZADOS
                    PERFORM 760000-ATUALIZA-INDICE-GEO
                    IF WK-IMG-ANTES-ATIVO EQUAL 'N'
                       MOVE 'R' TO WK-HST-ACAO-CARGA
                    ELSE
                       MOVE 'A' TO WK-HST-ACAO-CARGA
                    END-IF
                    PERFORM 770000-GRAVA-HISTORICO
                 ELSE
                    MOVE 'VSR'          TO WK-APL-MOTIVO
                    MOVE WK-FS-CEPVSA01 TO WK-REJ-FS
                 END-IF
              WHEN '23'
                 MOVE SPACES     TO WK-CEPVSA01-REC
                                    WK-GEO-ANTES
                 MOVE WK-APL-CEP TO WK-CEPV0001-CODE
                 MOVE LOW-VALUES TO WK-IMG-ANTES
                 PERFORM 740000-MONTA-REGISTRO
                 WRITE WK-CEPVSA01-REC
                 IF WK-FS-CEPVSA01 EQUAL '00'
                    ADD 1 TO WK-QT-INCLUIDOS
                    MOVE 'I' TO WK-HST-ACAO-CARGA
                    PERFORM 770000-GRAVA-HISTORICO
                 ELSE
                    MOVE 'VSW'          TO WK-APL-MOTIVO
                    MOVE WK-FS-CEPVSA01 TO WK-REJ-FS
                 END-IF
              WHEN OTHER
                 MOVE 'VSR'          TO WK-APL-MOTIVO
                 MOVE WK-FS-CEPVSA01 TO WK-REJ-FS
           END-EVALUATE.

      *----------------------------------------------------------------*
       740000-MONTA-REGISTRO.
      *----------------------------------------------------------------*
           MOVE WK-APL-UF          TO WK-CEPV0001-UF
           MOVE WK-APL-CIDADE      TO WK-CEPV0001-CIDADE
           MOVE WK-APL-BAIRRO      TO WK-CEPV0001-BAIRRO
           MOVE WK-APL-LOGRADOURO  TO WK-CEPV0001-LOGRADOURO
           MOVE WK-APL-IBGE        TO WK-CEPV0001-IBGE
           MOVE WK-APL-TIPO        TO WK-CEPV0001-TIPO
           SET  WK-CEPV0001-ATIVO-SIM TO TRUE.

      *----------------------------------------------------------------*
       750000-DESATIVA-CEP.
      *----------------------------------------------------------------*
      * DEL DO DELTA = CEP APOSENTADO PELO CORREIO: DESATIVA (NUNCA
      * APAGA - O CEPCICS1 AINDA RESPONDE O SUCESSOR, SE HOUVER) E
      * TIRA DO INDICE ESPACIAL
      *----------------------------------------------------------------*
           MOVE SPACES     TO WK-CEPVSA01-REC
           MOVE WK-APL-CEP TO WK-CEPV0001-CODE
           READ CEPVSA01

           EVALUATE WK-FS-CEPVSA01
              WHEN '00'
              WHEN '04'
                 IF WK-CEPV0001-ATIVO-SIM
                    MOVE WK-CEPV0001-COORDENADAS TO WK-GEO-ANTES
                    MOVE WK-CEPVSA01-REC         TO WK-IMG-ANTES
                    SET WK-CEPV0001-ATIVO-NAO TO TRUE
                    REWRITE WK-CEPVSA01-REC
                    IF WK-FS-CEPVSA01 EQUAL '00'
                       ADD 1 TO WK-QT-DESATIVADOS
                       PERFORM 760000-ATUALIZA-INDICE-GEO
                       MOVE 'D' TO WK-HST-ACAO-CARGA
                       PERFORM 770000-GRAVA-HISTORICO
                    ELSE
                       MOVE 'VSR'          TO WK-APL-MOTIVO
                       MOVE WK-FS-CEPVSA01 TO WK-REJ-FS
                    END-IF
                 END-IF
              WHEN '23'
                 MOVE 'CNE' TO WK-APL-MOTIVO
              WHEN OTHER
                 MOVE 'VSR'          TO WK-APL-MOTIVO
                 MOVE WK-FS-CEPVSA01 TO WK-REJ-FS
           END-EVALUATE.

      *----------------------------------------------------------------*
       760000-ATUALIZA-INDICE-GEO.
      *----------------------------------------------------------------*
      * MESMA REGRA DO CEPBTC01: SAI A ENTRADA DA COORDENADA ANTERIOR,
      * ENTRA A ATUAL SE O CEP ESTIVER ATIVO COM COORDENADA (O DNE
      * NAO MUDA COORDENADA - AQUI SO A SITUACAO DO CEP MUDA)
      *----------------------------------------------------------------*
           IF MANTEM-GEO
              IF WK-GEO-ANTES-LAT NUMERIC
                    AND WK-GEO-ANTES-LON NUMERIC
                 COMPUTE WK-GEO-CEL-LAT = (WK-GEO-ANTES-LAT + 90) * 50
                 COMPUTE WK-GEO-CEL-LON =
                         (WK-GEO-ANTES-LON + 180) * 50
                 MOVE WK-CEPV0001-CODE TO WK-GEO-CEP
                 DELETE CEPGEO01
              END-IF

              IF WK-CEPV0001-ATIVO-SIM
                    AND WK-CEPV0001-LATITUDE NUMERIC
                    AND WK-CEPV0001-LONGITUDE NUMERIC
                 COMPUTE WK-GEO-CEL-LAT =
                         (WK-CEPV0001-LATITUDE + 90) * 50
                 COMPUTE WK-GEO-CEL-LON =
                         (WK-CEPV0001-LONGITUDE + 180) * 50
                 MOVE WK-CEPV0001-CODE      TO WK-GEO-CEP
                 MOVE WK-CEPV0001-LATITUDE  TO WK-GEO-LATITUDE
                 MOVE WK-CEPV0001-LONGITUDE TO WK-GEO-LONGITUDE
                 WRITE WK-CEPGEO01-REC

                 IF WK-FS-CEPGEO01 NOT EQUAL '00' AND '22'
                    DISPLAY 'CEPBTC08 - ERRO AO GRAVAR CEPGEO01 '
                            WK-CEPV0001-CODE ' FS=' WK-FS-CEPGEO01
                    IF WK-RETORNO LESS 4
                       MOVE 4 TO WK-RETORNO
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       770000-GRAVA-HISTORICO.
      *----------------------------------------------------------------*
      * MESMA REGRA DO CEPBTC01: IMAGEM ANTES (WK-IMG-ANTES) E DEPOIS
      * DO REGISTRO RECEM-GRAVADO NO CEPHST01; SEM MUDANCA EFETIVA
      * NAO GRAVA. FALHA AQUI NAO DESFAZ A CARGA - AVISO E RC 4
      *----------------------------------------------------------------*
           IF MANTEM-HST
              AND WK-IMG-ANTES NOT EQUAL WK-CEPVSA01-REC
              ACCEPT WK-SIS-DATA FROM DATE YYYYMMDD
              ACCEPT WK-SIS-HORA FROM TIME

              MOVE SPACES           TO WK-CEPHST01-REC
              MOVE WK-CEPV0001-CODE TO WK-HST-CEP
              STRING WK-SIS-AAAA '.' WK-SIS-MM '.' WK-SIS-DD
                     DELIMITED BY SIZE
                     INTO WK-HST-DATA
              END-STRING
              STRING WK-SIS-HH ':' WK-SIS-MI ':' WK-SIS-SS
                     DELIMITED BY SIZE
                     INTO WK-HST-HORA
              END-STRING
              STRING WK-SIS-DD '.' WK-SIS-MM '.' WK-SIS-AAAA
                     DELIMITED BY SIZE
                     INTO WK-CORR-DATA
              END-STRING
              MOVE WK-HST-HORA         TO WK-CORR-HORA
              MOVE WK-HST-ACAO-CARGA   TO WK-HST-ACAO
              MOVE WK-CORRELACAO       TO WK-HST-CORR
              MOVE WK-IMG-ANTES        TO WK-HST-IMG-ANTES
              MOVE WK-IMG-ANTES-GEO    TO WK-HST-GEO-ANTES
              MOVE WK-CEPVSA01-REC     TO WK-HST-IMG-DEPOIS
              MOVE WK-CEPV0001-COORDENADAS
                                       TO WK-HST-GEO-DEPOIS
              MOVE 'CEPBTC08'          TO WK-HST-USUARIO

              MOVE ZEROS TO WK-HST-TENTATIVAS
              MOVE '22'  TO WK-FS-CEPHST01
              PERFORM 775000-ESCREVE-HISTORICO
                      UNTIL WK-FS-CEPHST01 NOT EQUAL '22'
                         OR WK-HST-TENTATIVAS NOT LESS 10

              IF WK-FS-CEPHST01 EQUAL '00'
                 ADD 1 TO WK-QT-HISTORICO
              ELSE
                 DISPLAY 'CEPBTC08 - ERRO AO GRAVAR CEPHST01 '
                         WK-CEPV0001-CODE ' FS=' WK-FS-CEPHST01
                 IF WK-RETORNO LESS 4
                    MOVE 4 TO WK-RETORNO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       775000-ESCREVE-HISTORICO.
      *----------------------------------------------------------------*
           ADD 1 TO WK-HST-SEQ
           ADD 1 TO WK-HST-TENTATIVAS
           MOVE WK-HST-SEQ TO WK-HST-TASKNUM
           WRITE WK-CEPHST01-REC.

      *----------------------------------------------------------------*
       780000-GRAVAR-REJEITADO.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-REJEITADOS

           IF REJEITADOS-OK
              MOVE ';'            TO WK-CEPREJ02-REC(4:1)
              MOVE ';'            TO WK-CEPREJ02-REC(7:1)
              MOVE ';'            TO WK-CEPREJ02-REC(11:1)
              MOVE WK-DNE-ARQUIVO TO WK-REJ-ARQUIVO
              MOVE WK-DNE-LINHA   TO WK-REJ-LINHA

              WRITE WK-CEPREJ02-REC

              IF WK-FS-CEPREJ02 NOT EQUAL '00'
                 DISPLAY 'CEPBTC08 - ERRO AO GRAVAR CEPREJ02 FS='
                         WK-FS-CEPREJ02
                 MOVE 'N' TO WK-REJEITADOS-OK
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           CLOSE CEPVSA01
           IF REJEITADOS-OK
              CLOSE CEPREJ02
           END-IF
           IF VALIDA-MUN
              CLOSE CEPMUN01
           END-IF
           IF MANTEM-GEO
              CLOSE CEPGEO01
           END-IF
           IF MANTEM-HST
              CLOSE CEPHST01
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LOCALIDADES  TO WK-REL-LOCALIDADES
           MOVE WK-QT-BAIRROS      TO WK-REL-BAIRROS
           MOVE WK-QT-LIDOS        TO WK-REL-LIDOS
           MOVE WK-QT-INCLUIDOS    TO WK-REL-INCLUIDOS
           MOVE WK-QT-ATUALIZADOS  TO WK-REL-ATUALIZADOS
           MOVE WK-QT-DESATIVADOS  TO WK-REL-DESATIVADOS
           MOVE WK-QT-REJEITADOS   TO WK-REL-REJEITADOS
           MOVE WK-QT-HISTORICO    TO WK-REL-HISTORICO

           DISPLAY WK-RELATORIO.
