      *===============================================================*
      * PROGRAMA  : CICBTC04
      * SISTEMA   : CIC - CICS
      * LINGUAGEM : COBOL
      * AMBIENTE  : BATCH
      * OBJETIVO  : RELATORIO DIARIO DOS ARQUIVOS MAIS CARREGADOS A
      *             PARTIR DO HISTORICO DE ESTATISTICA DE FILE DO
      *             COLETOR (VSAM CICARQ01, UM BOOK CICK0038 POR
      *             APPLID+DATA+ARQUIVO+HORA, GRAVADO POR CICP0307 EM
      *             740000-GRAVA-HISTORICO-ARQ) - PARA CADA
      *             APPLID+DATA LISTA OS N ARQUIVOS COM MAIS I/O
      *             (LEITURAS+GRAVACOES+BROWSES+EXCLUSOES) E OS N COM
      *             MAIS ESPERA DE STRING, COM A TAXA DE ACERTO DO
      *             POOL LSR DO ARQUIVO. OS CONTADORES DO CICS SAO
      *             ACUMULADOS DESDE O ULTIMO RESET DE ESTATISTICA:
      *             O MOVIMENTO DO DIA E A SOMA DAS DIFERENCAS ENTRE
      *             COLETAS CONSECUTIVAS (CONTADOR MENOR QUE O ANTERIOR
      *             = HOUVE RESET, SOMA O VALOR CORRENTE INTEIRO); A
      *             PRIMEIRA COLETA DO DIA DE CADA ARQUIVO SO SERVE DE
      *             BASE.
      *             PARAMETROS (CARTAO CICPRM04, OPCIONAIS):
      *               DATA=AAAA.MM.DD (SO ESTA DATA; AUSENTE = TODAS
      *               AS DATAS PRESENTES NO CICARQ01)
      *               TOPN=nn (DEFAULT 10, MAXIMO 50) ARQUIVOS POR
      *               RANKING
      * DSNAMES   : B090290.CICARQ01 (ENTRADA)
      *             B090290.CICPRM04 (PARAMETROS, OPCIONAL)
      *----------------------------------------------------------------
      * VRS001 - IMPLANTACAO
      *===============================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICBTC04.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CICARQ01  ASSIGN TO CICARQ01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS W-ARQ-CHAVE
                  FILE STATUS  IS W-FS-CICARQ01.

           SELECT CICPRM04  ASSIGN TO CICPRM04
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS W-FS-CICPRM04.

       DATA DIVISION.
       FILE SECTION.
       FD  CICARQ01.
       01  W-CICARQ01-REC.
           03  W-ARQ-CHAVE.
               05  W-ARQ-APPLID         PIC  X(008).
               05  W-ARQ-DATA           PIC  X(010).
               05  W-ARQ-NOME           PIC  X(008).
               05  W-ARQ-HORA           PIC  X(008).
           03  W-ARQ-DADOS              PIC  X(080).

       FD  CICPRM04
           RECORDING MODE IS F.
       01  W-CICPRM04-REC               PIC  X(080).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  W-FS-CICARQ01               PIC  X(002) VALUE '00'.
       77  W-FS-CICPRM04               PIC  X(002) VALUE '00'.
       77  W-FIM-ARQUIVO               PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                           VALUE 'S'.
       77  W-FIM-PARM                  PIC  X(001) VALUE 'N'.
           88 FIM-PARM                              VALUE 'S'.
       77  W-RETORNO                   PIC  9(002) VALUE ZEROS.

       77  W-DATA-FILTRO               PIC  X(010) VALUE SPACES.
       77  W-TOPN                      PIC  9(002) VALUE 10.
       01  W-TOPN-ALPHA                PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   HISTORICO COMUM DE EXECUCAO (VSAM RUNHST01, VIA RUNREG01):
      *   INICIO/FIM/CONTADORES/CONDITION CODE CONSULTAVEIS PELO
      *   RUNINQ01 SEM CACADA NO JES; DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 W-PGM-RUNREG01                   PIC  X(008) VALUE
                                            'RUNREG01'.
       01 W-RUNREG-AREA.
          05 W-RUNREG-MODO                 PIC  X(001) VALUE 'I'.
          05 W-RUNREG-PROGRAMA             PIC  X(008) VALUE
                                            'CICBTC04'.
          05 W-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 W-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 W-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 W-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 W-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 W-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.
      *
      ***  MESMO BOOK GRAVADO PELO CICP0307 - O REGISTRO DO VSAM E A
      ***  CHAVE APPLID+DATA(AAAA.MM.DD)+ARQUIVO+HORA SEGUIDA DO BOOK
      ***  INTEGRAL (QUE MANTEM A DATA DD.MM.AAAA DA MENSAGEM MQ)
      *
       01  CICK0038-BOOK.
           COPY CICK0038.
      *
      ***  QUEBRA POR APPLID+DATA E, DENTRO DELA, POR ARQUIVO
      *
       77  W-GRUPO-APPLID              PIC  X(008) VALUE SPACES.
       77  W-GRUPO-DATA                PIC  X(010) VALUE SPACES.
       77  W-TEM-GRUPO                 PIC  X(001) VALUE 'N'.
           88 TEM-GRUPO                             VALUE 'S'.
       77  W-ARQ-ATUAL                 PIC  X(008) VALUE SPACES.
      *
      ***  COLETA ANTERIOR DO ARQUIVO CORRENTE - BASE DAS DIFERENCAS
      *
       77  W-ANT-IO                    PIC S9(015) COMP-3 VALUE ZEROS.
       77  W-ANT-ESP-STRG              PIC S9(009) COMP VALUE ZEROS.
       77  W-ANT-ACER-LSR              PIC S9(009) COMP VALUE ZEROS.
       77  W-ANT-LEIT-LSR              PIC S9(009) COMP VALUE ZEROS.
       77  W-CUR-IO                    PIC S9(015) COMP-3 VALUE ZEROS.
       77  W-DELTA                     PIC S9(015) COMP-3 VALUE ZEROS.
      *
      ***  ARQUIVOS DO APPLID+DATA CORRENTE (A LISTA CICP0307_ARQLST
      ***  E CURTA; EXCEDENTE E CONTADO E AVISADO, NAO ABENDA)
      *
       77  W-QT-ARQ                    PIC S9(004) COMP VALUE ZEROS.
       77  W-MAX-ARQ                   PIC S9(004) COMP VALUE 200.
       77  W-QT-ARQ-IGNOR              PIC S9(009) COMP VALUE ZEROS.
       01  W-TAB-ARQ.
           03  W-TAB-ENTRADA OCCURS 200 TIMES.
               05  W-TAB-NOME          PIC  X(008).
               05  W-TAB-IO            PIC S9(015) COMP-3.
               05  W-TAB-ESP-STRG      PIC S9(015) COMP-3.
               05  W-TAB-MAX-STRG      PIC S9(009) COMP.
               05  W-TAB-ACER-LSR      PIC S9(015) COMP-3.
               05  W-TAB-LEIT-LSR      PIC S9(015) COMP-3.
               05  W-TAB-POOL          PIC S9(004) COMP.
               05  W-TAB-LISTADO       PIC  X(001).
       77  W-IDX                       PIC S9(004) COMP VALUE ZEROS.
       77  W-IDX-MAIOR                 PIC S9(004) COMP VALUE ZEROS.
       77  W-POS                       PIC S9(004) COMP VALUE ZEROS.
       77  W-MAIOR                     PIC S9(015) COMP-3 VALUE ZEROS.
       77  W-TIPO-RANK                 PIC  X(001) VALUE SPACE.
           88 RANK-IO                               VALUE 'I'.
           88 RANK-STRG                             VALUE 'S'.
       77  W-BASE-LSR                  PIC S9(015) COMP-3 VALUE ZEROS.
      *
       77  W-QT-LIDOS                  PIC S9(009) COMP VALUE ZEROS.
       77  W-QT-LINHAS                 PIC S9(009) COMP VALUE ZEROS.
      *
       01  W-LINHA-CABEC.
           03  FILLER                  PIC  X(009) VALUE 'CICBTC04 '.
           03  W-CAB-APPLID            PIC  X(008).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  W-CAB-DATA              PIC  X(010).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  W-CAB-TITULO            PIC  X(030).
           03  FILLER                  PIC  X(011) VALUE ' ARQUIVOS='.
           03  W-CAB-QT-ARQ            PIC  ZZZ9.
      *
       01  W-LINHA-ARQUIVO.
           03  FILLER                  PIC  X(009) VALUE 'CICBTC04 '.
           03  W-LIN-POS               PIC  Z9.
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  W-LIN-ARQ               PIC  X(008).
           03  FILLER                  PIC  X(005) VALUE ' I/O='.
           03  W-LIN-IO                PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(011) VALUE ' ESP.STRG='.
           03  W-LIN-ESP-STRG          PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(006) VALUE ' PICO='.
           03  W-LIN-MAX-STRG          PIC  ZZZZ9.
           03  FILLER                  PIC  X(010) VALUE ' POOL LSR='.
           03  W-LIN-POOL              PIC  ZZ9.
           03  FILLER                  PIC  X(008) VALUE ' ACERTO='.
           03  W-LIN-PCT-ACER          PIC  ZZ9.
           03  FILLER                  PIC  X(001) VALUE '%'.
      *
       01  W-RELATORIO.
           03  FILLER                  PIC  X(033) VALUE
               'CICBTC04 - ARQUIVOS DO CICARQ01  '.
           03  FILLER                  PIC  X(020) VALUE
               'REGISTROS LIDOS....'.
           03  W-REL-LIDOS             PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(020) VALUE
               ' LINHAS EMITIDAS...'.
           03  W-REL-LINHAS            PIC  ZZZ,ZZZ,ZZ9.

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
           PERFORM 150000-LER-CICARQ01
           PERFORM 200000-PROCESSAR-COLETA
                   UNTIL FIM-ARQUIVO
           IF TEM-GRUPO
              PERFORM 300000-EMITIR-GRUPO
           END-IF
           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           PERFORM 955000-REGISTRA-FIM
           MOVE W-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT CICPRM04

           IF W-FS-CICPRM04 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE CICPRM04
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ CICPRM04

           IF W-FS-CICPRM04 NOT EQUAL '00'
              MOVE 'S' TO W-FIM-PARM
           ELSE
           IF W-CICPRM04-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF W-CICPRM04-REC(1:5) EQUAL 'DATA='
              MOVE W-CICPRM04-REC(6:10) TO W-DATA-FILTRO
           ELSE
           IF W-CICPRM04-REC(1:5) EQUAL 'TOPN='
              MOVE W-CICPRM04-REC(6:2) TO W-TOPN-ALPHA
              IF W-TOPN-ALPHA NUMERIC
                 AND W-TOPN-ALPHA GREATER '00'
                 AND W-TOPN-ALPHA NOT GREATER '50'
                 MOVE W-TOPN-ALPHA TO W-TOPN
              ELSE
                 DISPLAY 'CICBTC04 - TOPN INVALIDO, MANTIDO '
                         W-TOPN
              END-IF
           ELSE
           IF W-CICPRM04-REC NOT EQUAL SPACES
              DISPLAY 'CICBTC04 - PARAMETRO DESCONHECIDO: '
                      W-CICPRM04-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           OPEN INPUT CICARQ01

           IF W-FS-CICARQ01 NOT EQUAL '00'
              DISPLAY 'CICBTC04 - ERRO AO ABRIR CICARQ01 FS='
                      W-FS-CICARQ01
              MOVE 'S' TO W-FIM-ARQUIVO
              MOVE 12  TO W-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       150000-LER-CICARQ01.
      *----------------------------------------------------------------*
      * COM DATA= INFORMADA, OS REGISTROS DE OUTRAS DATAS SAO SO
      * PULADOS (A CHAVE COMECA PELO APPLID, NAO HA POSICIONAMENTO
      * DIRETO PELA DATA)
      *----------------------------------------------------------------*
           PERFORM 160000-LER-PROXIMO
           PERFORM 160000-LER-PROXIMO
                   UNTIL FIM-ARQUIVO
                      OR W-DATA-FILTRO EQUAL SPACES
                      OR W-ARQ-DATA EQUAL W-DATA-FILTRO.

      *----------------------------------------------------------------*
       160000-LER-PROXIMO.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
      *       AREA LIMPA ANTES DO READ: REGISTRO ANTERIOR AO
      *       CRESCIMENTO DO LAYOUT (FILE STATUS '04') E ACEITO
      *       COM OS CAMPOS NOVOS EM BRANCO
              MOVE SPACES TO W-CICARQ01-REC
              READ CICARQ01 NEXT RECORD

              EVALUATE W-FS-CICARQ01
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO W-QT-LIDOS
                    MOVE W-ARQ-DADOS TO CICK0038-BOOK
                 WHEN '10'
                    MOVE 'S' TO W-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'CICBTC04 - ERRO DE LEITURA FS='
                            W-FS-CICARQ01
                    MOVE 'S' TO W-FIM-ARQUIVO
                    IF W-RETORNO LESS 8
                       MOVE 8 TO W-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-PROCESSAR-COLETA.
      *----------------------------------------------------------------*
           IF TEM-GRUPO
              AND (W-ARQ-APPLID NOT EQUAL W-GRUPO-APPLID
                 OR W-ARQ-DATA NOT EQUAL W-GRUPO-DATA)
              PERFORM 300000-EMITIR-GRUPO
           END-IF

           IF NOT TEM-GRUPO
              MOVE 'S'           TO W-TEM-GRUPO
              MOVE W-ARQ-APPLID  TO W-GRUPO-APPLID
              MOVE W-ARQ-DATA    TO W-GRUPO-DATA
              MOVE ZEROS         TO W-QT-ARQ
                                    W-QT-ARQ-IGNOR
              MOVE SPACES        TO W-ARQ-ATUAL
           END-IF

           COMPUTE W-CUR-IO = K0038-QT-LEIT
                            + K0038-QT-GRAV-ATLZ
                            + K0038-QT-GRAV-INCL
                            + K0038-QT-BROWSE
                            + K0038-QT-EXCL

           IF W-ARQ-NOME NOT EQUAL W-ARQ-ATUAL
              PERFORM 210000-NOVO-ARQUIVO
           ELSE
              IF W-QT-ARQ NOT GREATER W-MAX-ARQ
                 PERFORM 220000-ACUMULA-DIFERENCA
              END-IF
           END-IF

      *    A COLETA CORRENTE VIRA BASE DA PROXIMA
           MOVE W-CUR-IO              TO W-ANT-IO
           MOVE K0038-QT-ESP-STRG     TO W-ANT-ESP-STRG
           MOVE K0038-QT-ACER-BUF-LSR TO W-ANT-ACER-LSR
           MOVE K0038-QT-LEIT-BUF-LSR TO W-ANT-LEIT-LSR

           PERFORM 150000-LER-CICARQ01.

      *----------------------------------------------------------------*
       210000-NOVO-ARQUIVO.
      *----------------------------------------------------------------*
      * PRIMEIRA COLETA DO ARQUIVO NO DIA: ABRE A ENTRADA NA TABELA
      * E SO GUARDA A BASE (VIDE 200000)
      *----------------------------------------------------------------*
           MOVE W-ARQ-NOME TO W-ARQ-ATUAL
           ADD 1 TO W-QT-ARQ

           IF W-QT-ARQ GREATER W-MAX-ARQ
              ADD 1 TO W-QT-ARQ-IGNOR
           ELSE
              MOVE W-ARQ-NOME         TO W-TAB-NOME(W-QT-ARQ)
              MOVE ZEROS              TO W-TAB-IO(W-QT-ARQ)
                                         W-TAB-ESP-STRG(W-QT-ARQ)
                                         W-TAB-ACER-LSR(W-QT-ARQ)
                                         W-TAB-LEIT-LSR(W-QT-ARQ)
              MOVE K0038-MAX-ESP-STRG TO W-TAB-MAX-STRG(W-QT-ARQ)
              MOVE K0038-NR-POOL-LSR  TO W-TAB-POOL(W-QT-ARQ)
              MOVE 'N'                TO W-TAB-LISTADO(W-QT-ARQ)
           END-IF.

      *----------------------------------------------------------------*
       220000-ACUMULA-DIFERENCA.
      *----------------------------------------------------------------*
      * CONTADOR MENOR QUE O DA COLETA ANTERIOR = RESET DE
      * ESTATISTICA ENTRE AS DUAS; O MOVIMENTO E O VALOR CORRENTE
      *----------------------------------------------------------------*
           IF W-CUR-IO NOT LESS W-ANT-IO
              COMPUTE W-DELTA = W-CUR-IO - W-ANT-IO
           ELSE
              MOVE W-CUR-IO TO W-DELTA
           END-IF
           ADD W-DELTA TO W-TAB-IO(W-QT-ARQ)

           IF K0038-QT-ESP-STRG NOT LESS W-ANT-ESP-STRG
              COMPUTE W-DELTA = K0038-QT-ESP-STRG - W-ANT-ESP-STRG
           ELSE
              MOVE K0038-QT-ESP-STRG TO W-DELTA
           END-IF
           ADD W-DELTA TO W-TAB-ESP-STRG(W-QT-ARQ)

           IF K0038-QT-ACER-BUF-LSR NOT LESS W-ANT-ACER-LSR
              COMPUTE W-DELTA = K0038-QT-ACER-BUF-LSR - W-ANT-ACER-LSR
           ELSE
              MOVE K0038-QT-ACER-BUF-LSR TO W-DELTA
           END-IF
           ADD W-DELTA TO W-TAB-ACER-LSR(W-QT-ARQ)

           IF K0038-QT-LEIT-BUF-LSR NOT LESS W-ANT-LEIT-LSR
              COMPUTE W-DELTA = K0038-QT-LEIT-BUF-LSR - W-ANT-LEIT-LSR
           ELSE
              MOVE K0038-QT-LEIT-BUF-LSR TO W-DELTA
           END-IF
           ADD W-DELTA TO W-TAB-LEIT-LSR(W-QT-ARQ)

           IF K0038-MAX-ESP-STRG GREATER W-TAB-MAX-STRG(W-QT-ARQ)
              MOVE K0038-MAX-ESP-STRG TO W-TAB-MAX-STRG(W-QT-ARQ)
           END-IF.

      *----------------------------------------------------------------*
       300000-EMITIR-GRUPO.
      *----------------------------------------------------------------*
           IF W-QT-ARQ GREATER W-MAX-ARQ
              DISPLAY 'CICBTC04 ' W-GRUPO-APPLID ' ' W-GRUPO-DATA
                      ' ARQUIVOS ALEM DA TABELA IGNORADOS: '
                      W-QT-ARQ-IGNOR
              MOVE W-MAX-ARQ TO W-QT-ARQ
              IF W-RETORNO LESS 4
                 MOVE 4 TO W-RETORNO
              END-IF
           END-IF

           MOVE W-GRUPO-APPLID TO W-CAB-APPLID
           MOVE W-GRUPO-DATA   TO W-CAB-DATA
           MOVE W-QT-ARQ       TO W-CAB-QT-ARQ

           MOVE 'TOP ARQUIVOS POR I/O          ' TO W-CAB-TITULO
           DISPLAY W-LINHA-CABEC
           MOVE 'I' TO W-TIPO-RANK
           PERFORM 310000-EMITIR-RANKING

           MOVE 'TOP ARQUIVOS POR ESPERA STRING' TO W-CAB-TITULO
           DISPLAY W-LINHA-CABEC
           MOVE 'S' TO W-TIPO-RANK
           PERFORM 310000-EMITIR-RANKING

           MOVE 'N' TO W-TEM-GRUPO.

      *----------------------------------------------------------------*
       310000-EMITIR-RANKING.
      *----------------------------------------------------------------*
      * SELECAO SIMPLES: A CADA POSICAO PROCURA O MAIOR AINDA NAO
      * LISTADO (A TABELA E PEQUENA). NO RANKING DE ESPERA DE STRING
      * ARQUIVO SEM ESPERA NO DIA NAO ENTRA
      *----------------------------------------------------------------*
           PERFORM 320000-DESMARCA-ARQUIVO
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX GREATER W-QT-ARQ

           MOVE 1 TO W-POS
           MOVE 1 TO W-IDX-MAIOR

           PERFORM 330000-EMITIR-POSICAO
                   UNTIL W-POS GREATER W-TOPN
                      OR W-POS GREATER W-QT-ARQ
                      OR W-IDX-MAIOR EQUAL ZEROS.

      *----------------------------------------------------------------*
       320000-DESMARCA-ARQUIVO.
      *----------------------------------------------------------------*
           MOVE 'N' TO W-TAB-LISTADO(W-IDX).

      *----------------------------------------------------------------*
       330000-EMITIR-POSICAO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO W-IDX-MAIOR
           MOVE -1    TO W-MAIOR

           PERFORM 340000-COMPARA-ARQUIVO
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX GREATER W-QT-ARQ

           IF RANK-STRG
              AND W-IDX-MAIOR GREATER ZEROS
              AND W-TAB-ESP-STRG(W-IDX-MAIOR) EQUAL ZEROS
              MOVE ZEROS TO W-IDX-MAIOR
           END-IF

           IF W-IDX-MAIOR GREATER ZEROS
              MOVE 'S' TO W-TAB-LISTADO(W-IDX-MAIOR)
              PERFORM 350000-EMITIR-LINHA
              ADD 1 TO W-POS
           END-IF.

      *----------------------------------------------------------------*
       340000-COMPARA-ARQUIVO.
      *----------------------------------------------------------------*
           IF W-TAB-LISTADO(W-IDX) EQUAL 'N'
              IF RANK-IO
                 IF W-TAB-IO(W-IDX) GREATER W-MAIOR
                    MOVE W-TAB-IO(W-IDX) TO W-MAIOR
                    MOVE W-IDX           TO W-IDX-MAIOR
                 END-IF
              ELSE
                 IF W-TAB-ESP-STRG(W-IDX) GREATER W-MAIOR
                    MOVE W-TAB-ESP-STRG(W-IDX) TO W-MAIOR
                    MOVE W-IDX                 TO W-IDX-MAIOR
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       350000-EMITIR-LINHA.
      *----------------------------------------------------------------*
      * TAXA DE ACERTO DO POOL LSR = BUSCAS ATENDIDAS NO BUFFER /
      * (ATENDIDAS + LEITURAS FISICAS); ARQUIVO NSR OU SEM MOVIMENTO
      * NO POOL SAI COM ZERO
      *----------------------------------------------------------------*
           MOVE W-POS                        TO W-LIN-POS
           MOVE W-TAB-NOME(W-IDX-MAIOR)      TO W-LIN-ARQ
           MOVE W-TAB-IO(W-IDX-MAIOR)        TO W-LIN-IO
           MOVE W-TAB-ESP-STRG(W-IDX-MAIOR)  TO W-LIN-ESP-STRG
           MOVE W-TAB-MAX-STRG(W-IDX-MAIOR)  TO W-LIN-MAX-STRG
           MOVE W-TAB-POOL(W-IDX-MAIOR)      TO W-LIN-POOL

           COMPUTE W-BASE-LSR = W-TAB-ACER-LSR(W-IDX-MAIOR)
                              + W-TAB-LEIT-LSR(W-IDX-MAIOR)
           IF W-BASE-LSR GREATER ZEROS
              COMPUTE W-LIN-PCT-ACER ROUNDED
                      = (W-TAB-ACER-LSR(W-IDX-MAIOR) * 100)
                        / W-BASE-LSR
           ELSE
              MOVE ZEROS TO W-LIN-PCT-ACER
           END-IF

           DISPLAY W-LINHA-ARQUIVO
           ADD 1 TO W-QT-LINHAS.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           CLOSE CICARQ01.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE W-QT-LIDOS  TO W-REL-LIDOS
           MOVE W-QT-LINHAS TO W-REL-LINHAS

           DISPLAY W-RELATORIO.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO W-RUNREG-MODO
           CALL W-PGM-RUNREG01 USING W-RUNREG-AREA.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'              TO W-RUNREG-MODO
           MOVE W-QT-LIDOS       TO W-RUNREG-QT-ENTRADA
           MOVE W-QT-LINHAS      TO W-RUNREG-QT-SAIDA
           MOVE W-RETORNO        TO W-RUNREG-COND-CODE
           CALL W-PGM-RUNREG01 USING W-RUNREG-AREA.
