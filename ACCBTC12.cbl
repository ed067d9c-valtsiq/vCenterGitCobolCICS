      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. ACC
      * Programa.............. ACCBTC12
      * Tipo    .............. Batch (diario, grade noturna)
      * Finalidade ........... BALANCEAMENTO do VSAM "ACCM1VSA" contra
      *                        o razao de totais de controle "ACCTOT01"
      *                        (gravado pelo TOTREG01 nos jobs ACCBTC02/
      *                        ACCBTC07 e pelo ACCM1MNT online): a
      *                        contabilidade concilia os extratos com o
      *                        razao geral a mao e, quando nao fecha,
      *                        precisa saber se a diferenca veio da
      *                        carga, da manutencao ou dos esqueletos
      *                        da virada de ano. O job:
      *                          1 - recalcula do ACCM1VSA, por
      *                              ANO+MES, a quantidade de registros
      *                              com o mes presente (rotulo
      *                              preenchido) e a soma dos valores
      *                              (valor nao numerico conta zero,
      *                              mesma regra do TOTREG01)
      *                          2 - compara com o saldo ('T') do
      *                              razao; cada ANO+MES sai no
      *                              relatorio com a situacao
      *                          3 - confere a ULTIMA CARGA do ACCBTC02
      *                              registrada no razao: contagem do
      *                              trailer do ACCEXT01 = lidos, lidos
      *                              = aplicados + rejeitados e
      *                              aplicados = movimentos registrados
      *                              no razao
      *                        Qualquer quebra termina com RC 8.
      *                        Parametro (cartao ACCPRM12):
      *                          ACERTA=S  acerto de implantacao/
      *                                    pos-analise: o saldo do razao
      *                                    passa a ser o recalculado e a
      *                                    diferenca fica como movimento
      *                                    de origem ACCBTC12 (situacao
      *                                    ACERTADO, RC 4)
      * DSnames .............. B090290.ACCM1VSA (entrada)
      *                        B090290.ACCTOT01 (razao de totais,
      *                        entrada; I-O com ACERTA=S)
      *                        B090290.ACCPRM12 (parametros, opcional)
      *                        B090290.ACCREL12 (relatorio impresso)
      * JOB def cluster ...... B090290.LIB.JCL(ACCDFCLU)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCBTC12.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ACCM1VSA  ASSIGN TO ACCM1VSA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-ACCM1V-CHAVE
                  FILE STATUS  IS WK-FS-ACCM1VSA.

           SELECT ACCTOT01  ASSIGN TO ACCTOT01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-TOT-CHAVE
                  FILE STATUS  IS WK-FS-ACCTOT01.

           SELECT ACCPRM12   ASSIGN TO ACCPRM12
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-ACCPRM12.

           SELECT ACCREL12   ASSIGN TO ACCREL12
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-ACCREL12.

       DATA           DIVISION.
       FILE SECTION.
       FD  ACCM1VSA.
       01  WK-ACCM1VSA-REC.
           05 WK-ACCM1V-CHAVE.
              10 WK-ACCM1V-CODUSU        PIC  X(003).
              10 WK-ACCM1V-ANO           PIC  X(004).
           05 WK-ACCM1V-PAR OCCURS 12 TIMES.
              10 WK-ACCM1V-MES           PIC  X(003).
              10 WK-ACCM1V-VAL           PIC  X(012).
              10 WK-ACCM1V-VAL-NUM REDEFINES WK-ACCM1V-VAL
                                         PIC  9(012).

      *----------------------------------------------------------------*
      *   RAZAO DE TOTAIS DE CONTROLE - MESMO LAYOUT DO TOTREG01/
      *   ACCM1MNT, MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  ACCTOT01.
       01  WK-ACCTOT01-REC.
           05 WK-TOT-CHAVE.
              10 WK-TOT-ANO                 PIC  X(004).
              10 WK-TOT-MES                 PIC  X(002).
              10 WK-TOT-TIPO                PIC  X(001).
                 88 WK-TOT-SALDO                     VALUE 'T'.
                 88 WK-TOT-MOVIMENTO                 VALUE 'M'.
                 88 WK-TOT-CARGA                     VALUE 'C'.
              10 WK-TOT-ORIGEM              PIC  X(008).
              10 WK-TOT-RUN-ID              PIC  X(016).
           05 WK-TOT-DADOS.
              10 WK-TOT-QT-REG              PIC S9(009)
                                            SIGN LEADING SEPARATE.
              10 WK-TOT-SOMA                PIC S9(015)
                                            SIGN LEADING SEPARATE.
              10 WK-TOT-QT-MOV              PIC  9(009).
              10 WK-TOT-DATA                PIC  X(008).
              10 WK-TOT-HORA                PIC  X(006).
              10 WK-TOT-USUARIO             PIC  X(008).
              10 FILLER                     PIC  X(003).
           05 WK-TOT-DADOS-CARGA REDEFINES WK-TOT-DADOS.
              10 WK-TOT-CRG-TEM-TRL         PIC  X(001).
              10 WK-TOT-CRG-QT-TRL          PIC  9(009).
              10 WK-TOT-CRG-QT-LIDOS        PIC  9(009).
              10 WK-TOT-CRG-QT-APLIC        PIC  9(009).
              10 WK-TOT-CRG-QT-REJ          PIC  9(009).
              10 WK-TOT-CRG-QT-REGIST       PIC  9(009).
              10 WK-TOT-CRG-DATA            PIC  X(008).
              10 WK-TOT-CRG-HORA            PIC  X(006).
           05 FILLER                        PIC  X(029).

       FD  ACCPRM12
           RECORDING MODE IS F.
       01  WK-ACCPRM12-REC                PIC  X(080).

       FD  ACCREL12
           RECORDING MODE IS F.
       01  WK-ACCREL12-REC                PIC  X(133).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-ACCM1VSA                    PIC  X(002) VALUE '00'.
       01 WK-FS-ACCTOT01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-FIM-RAZAO                      PIC  X(001) VALUE 'N'.
           88 FIM-RAZAO                                 VALUE 'S'.

       01 WK-FS-ACCPRM12                    PIC  X(002) VALUE '00'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-MODO-ACERTA                    PIC  X(001) VALUE 'N'.
           88 MODO-ACERTA                               VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = BALANCEADO   4 = ACERTO APLICADO / SEM REGISTRO DE CARGA
      *   8 = QUEBRA / ERRO DE LEITURA   12 = FALHA DE OPEN
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
                                            'ACCBTC12'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   REPOSITORIO DE RELATORIOS (VSAM RELDIR01/RELLIN01, VIA
      *   RELREG01): CADA LINHA IMPRESSA NO ACCREL12 VAI TAMBEM PARA A
      *   CONSULTA ONLINE REL1 (RELINQ01); DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RELREG01                   PIC  X(008) VALUE
                                            'RELREG01'.
       01 WK-RELREG-AREA.
          05 WK-RELREG-MODO                 PIC  X(001) VALUE 'L'.
          05 WK-RELREG-RELATORIO            PIC  X(008) VALUE
                                            'ACCREL12'.
          05 WK-RELREG-PROGRAMA             PIC  X(008) VALUE
                                            'ACCBTC12'.
          05 WK-RELREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RELREG-EXECUCAO             PIC  9(003) VALUE ZEROS.
          05 WK-RELREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RELREG-LINHA                PIC  X(133) VALUE SPACES.
          05 WK-RELREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   TOTAIS POR ANO+MES: RECALCULADO DO ACCM1VSA E SALDO DO RAZAO
      *   (UMA LINHA POR ANO, 12 MESES; ANO NOVO ENTRA NA ORDEM EM QUE
      *   APARECE E O RELATORIO SAI NA ORDEM DA TABELA)
      *----------------------------------------------------------------*
       01 WK-QT-ANOS                        PIC  9(003) VALUE ZEROS.
       01 WK-TAB-ANOS.
          05 WK-TA-LINHA OCCURS 100 TIMES.
             10 WK-TA-ANO                   PIC  X(004).
             10 WK-TA-MES OCCURS 12 TIMES.
                15 WK-TA-QT-VSA             PIC S9(009).
                15 WK-TA-SOMA-VSA           PIC S9(015).
                15 WK-TA-QT-TOT             PIC S9(009).
                15 WK-TA-SOMA-TOT           PIC S9(015).
                15 WK-TA-TEM-TOT            PIC  X(001).
       01 WK-TAB-CHEIA                      PIC  X(001) VALUE 'N'.
           88 TAB-CHEIA                                 VALUE 'S'.
       01 WK-IDX-ANO                        PIC  9(003) VALUE ZEROS.
       01 WK-IDX-MES                        PIC  9(002) VALUE ZEROS.
       01 WK-ANO-PROCURA                    PIC  X(004) VALUE SPACES.
       01 WK-ANO-ACHADO                     PIC  X(001) VALUE 'N'.
           88 ANO-ACHADO                                VALUE 'S'.
       01 WK-IDX-BUSCA                      PIC  9(003) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   ULTIMA CARGA DO ACCBTC02 REGISTRADA NO RAZAO
      *----------------------------------------------------------------*
       01 WK-CARGA-ACHADA                   PIC  X(001) VALUE 'N'.
           88 CARGA-ACHADA                              VALUE 'S'.
       01 WK-CARGA.
          05 WK-CRG-TEM-TRL                 PIC  X(001).
          05 WK-CRG-QT-TRL                  PIC  9(009).
          05 WK-CRG-QT-LIDOS                PIC  9(009).
          05 WK-CRG-QT-APLIC                PIC  9(009).
          05 WK-CRG-QT-REJ                  PIC  9(009).
          05 WK-CRG-QT-REGIST               PIC  9(009).
          05 WK-CRG-DATA                    PIC  X(008).
          05 WK-CRG-HORA                    PIC  X(006).
       01 WK-CRG-SOMA                       PIC  9(010) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   ACERTO: MOVIMENTO DE ORIGEM ACCBTC12 COM A DIFERENCA
      *----------------------------------------------------------------*
       01 WK-DATA-INICIO                    PIC  9(008) VALUE ZEROS.
       01 WK-HORA-INICIO                    PIC  9(008) VALUE ZEROS.
       01 WK-RUN-ID                         PIC  X(016) VALUE SPACES.
       01 WK-DELTA-QT                       PIC S9(009) VALUE ZEROS.
       01 WK-DELTA-SOMA                     PIC S9(015) VALUE ZEROS.
       01 WK-SITUACAO                       PIC  X(010) VALUE SPACES.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-RAZAO                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-MESES                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-QUEBRAS                  PIC  9(009) VALUE ZEROS.
          05 WK-QT-ACERTADOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-QUEBRAS-CARGA            PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   RELATORIO IMPRESSO (DD ACCREL12, 133 BYTES COM CONTROLE DE
      *   CARRO NA COLUNA 1) - DD AUSENTE DEGRADA PARA O SYSOUT, COM
      *   AVISO
      *----------------------------------------------------------------*
       01 WK-FS-ACCREL12                    PIC  X(002) VALUE '00'.
       01 WK-REL-OK                         PIC  X(001) VALUE 'S'.
           88 REL-OK                                    VALUE 'S'.
       01 WK-REL-QT-LINHAS                  PIC  9(002) VALUE 99.
       01 WK-REL-PAGINA                     PIC  9(003) VALUE ZEROS.
       01 WK-REL-DATA-SYS                   PIC  9(008) VALUE ZEROS.
       01 WK-REL-HORA-SYS                   PIC  9(008) VALUE ZEROS.
       01 WK-REL-DETALHE                    PIC  X(132) VALUE SPACES.
       01 WK-REL-CAB1.
          05 FILLER           PIC X(001) VALUE '1'.
          05 FILLER           PIC X(052) VALUE
             'ACCBTC12 - BALANCEAMENTO DO ACCM1VSA X ACCTOT01     '.
          05 FILLER           PIC X(006) VALUE 'DATA: '.
          05 WK-CAB1-DATA     PIC  9(008).
          05 FILLER           PIC X(007) VALUE ' HORA: '.
          05 WK-CAB1-HORA     PIC  9(008).
          05 FILLER           PIC X(006) VALUE ' PAG: '.
          05 WK-CAB1-PAG      PIC  ZZ9.
          05 FILLER           PIC X(042) VALUE SPACES.
       01 WK-REL-CAB2.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 FILLER           PIC X(066) VALUE
             'ANO  MES  QT ACCM1VSA     QT RAZAO        SOMA ACCM1VSA   
      -      '        '.
          05 FILLER           PIC X(066) VALUE
             'SOMA RAZAO       DIFERENCA SOMA  SITUACAO'.

       01 WK-LINHA-DETALHE.
          05 WK-DET-ANO       PIC X(004).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-MES       PIC 9(002).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-DET-QT-VSA    PIC -ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-QT-TOT    PIC -ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-SOMA-VSA  PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-SOMA-TOT  PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-DIF       PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-DET-SITUACAO  PIC X(010).
          05 FILLER           PIC X(023) VALUE SPACES.

       01 WK-LINHA-CARGA.
          05 FILLER           PIC X(016) VALUE 'ULTIMA CARGA EM '.
          05 WK-LCG-DATA      PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LCG-HORA      PIC X(006).
          05 FILLER           PIC X(009) VALUE ' TRAILER='.
          05 WK-LCG-TRL       PIC X(009).
          05 FILLER           PIC X(007) VALUE ' LIDOS='.
          05 WK-LCG-LIDOS     PIC 9(009).
          05 FILLER           PIC X(011) VALUE ' APLICADOS='.
          05 WK-LCG-APLIC     PIC 9(009).
          05 FILLER           PIC X(012) VALUE ' REJEITADOS='.
          05 WK-LCG-REJ       PIC 9(009).
          05 FILLER           PIC X(012) VALUE ' NO RAZAO=  '.
          05 WK-LCG-REGIST    PIC 9(009).
          05 FILLER           PIC X(005) VALUE SPACES.

       01 WK-LINHA-QUEBRA-CARGA.
          05 FILLER           PIC X(023) VALUE
             '*** QUEBRA NA CARGA: '.
          05 WK-LQC-TEXTO     PIC X(060).
          05 FILLER           PIC X(049) VALUE SPACES.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'ACCBTC12 - BALANCEAMENTO        '.
          05 FILLER           PIC X(020) VALUE
             'REGISTROS ACCM1VSA..'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ANO+MES CONFERIDOS..'.
          05 WK-REL-MESES     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'QUEBRAS.............'.
          05 WK-REL-QUEBRAS   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ACERTADOS...........'.
          05 WK-REL-ACERTADOS PIC ZZZ,ZZZ,ZZ9.

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
           ACCEPT WK-REL-DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WK-REL-HORA-SYS FROM TIME

           PERFORM 050000-LER-PARAMETROS
           PERFORM 100000-ABRIR-ARQUIVOS

           IF WK-RETORNO LESS 12
              PERFORM 150000-LER-ACCM1VSA
              PERFORM 200000-ACUMULA-ACCM1VSA
                      UNTIL FIM-ARQUIVO
              PERFORM 300000-LER-RAZAO
              PERFORM 310000-CARREGA-RAZAO
                      UNTIL FIM-RAZAO
              PERFORM 400000-COMPARA-ANO
                      VARYING WK-IDX-ANO FROM 1 BY 1
                      UNTIL WK-IDX-ANO GREATER WK-QT-ANOS
              PERFORM 500000-CONFERE-CARGA
           END-IF

           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           IF WK-QT-QUEBRAS GREATER ZEROS
              OR WK-QT-QUEBRAS-CARGA GREATER ZEROS
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           ELSE
           IF WK-QT-ACERTADOS GREATER ZEROS
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF
           END-IF
           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT ACCPRM12

           IF WK-FS-ACCPRM12 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE ACCPRM12
           END-IF

           IF MODO-ACERTA
              DISPLAY 'ACCBTC12 - ACERTA=S - QUEBRAS DE SALDO SERAO '
                      'ACERTADAS NO ACCTOT01'
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ ACCPRM12

           IF WK-FS-ACCPRM12 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-ACCPRM12-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-ACCPRM12-REC(1:8) EQUAL 'ACERTA=S'
              MOVE 'S' TO WK-MODO-ACERTA
           ELSE
           IF WK-ACCPRM12-REC NOT EQUAL SPACES
              DISPLAY 'ACCBTC12 - PARAMETRO DESCONHECIDO: '
                      WK-ACCPRM12-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           OPEN INPUT ACCM1VSA

           IF WK-FS-ACCM1VSA NOT EQUAL '00'
              DISPLAY 'ACCBTC12 - ERRO AO ABRIR ACCM1VSA FS='
                      WK-FS-ACCM1VSA
              MOVE 12 TO WK-RETORNO
           END-IF

           IF MODO-ACERTA
              OPEN I-O ACCTOT01
           ELSE
              OPEN INPUT ACCTOT01
           END-IF

           IF WK-FS-ACCTOT01 NOT EQUAL '00'
              DISPLAY 'ACCBTC12 - ERRO AO ABRIR ACCTOT01 FS='
                      WK-FS-ACCTOT01
              MOVE 12 TO WK-RETORNO
           END-IF

           OPEN OUTPUT ACCREL12
           IF WK-FS-ACCREL12 NOT EQUAL '00'
              DISPLAY 'ACCBTC12 - ERRO AO ABRIR ACCREL12 FS='
                      WK-FS-ACCREL12
                      ' - RELATORIO SO NO SYSOUT'
              MOVE 'N' TO WK-REL-OK
           END-IF.

      *----------------------------------------------------------------*
       150000-LER-ACCM1VSA.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
              READ ACCM1VSA NEXT RECORD

              EVALUATE WK-FS-ACCM1VSA
                 WHEN '00'
                    ADD 1 TO WK-QT-LIDOS
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'ACCBTC12 - ERRO DE LEITURA ACCM1VSA FS='
                            WK-FS-ACCM1VSA
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-ACUMULA-ACCM1VSA.
      *----------------------------------------------------------------*
           MOVE WK-ACCM1V-ANO TO WK-ANO-PROCURA
           PERFORM 250000-LOCALIZA-ANO

           IF ANO-ACHADO
              PERFORM 210000-ACUMULA-MES
                      VARYING WK-IDX-MES FROM 1 BY 1
                      UNTIL WK-IDX-MES GREATER 12
           END-IF

           PERFORM 150000-LER-ACCM1VSA.

      *----------------------------------------------------------------*
       210000-ACUMULA-MES.
      *----------------------------------------------------------------*
      * MES PRESENTE = ROTULO PREENCHIDO; VALOR NAO NUMERICO CONTA
      * COMO ZERO - MESMA REGRA DO TOTREG01/ACCM1MNT
      *----------------------------------------------------------------*
           IF WK-ACCM1V-MES(WK-IDX-MES) NOT EQUAL SPACES
              ADD 1 TO WK-TA-QT-VSA(WK-IDX-ANO, WK-IDX-MES)
              IF WK-ACCM1V-VAL(WK-IDX-MES) NUMERIC
                 ADD WK-ACCM1V-VAL-NUM(WK-IDX-MES)
                     TO WK-TA-SOMA-VSA(WK-IDX-ANO, WK-IDX-MES)
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       250000-LOCALIZA-ANO.
      *----------------------------------------------------------------*
      * DEVOLVE EM WK-IDX-ANO A LINHA DO ANO PROCURADO, INCLUINDO-O
      * ZERADO QUANDO NOVO; TABELA CHEIA = ERRO (RC 8)
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-ANO-ACHADO

           PERFORM 255000-COMPARA-ANO
                   VARYING WK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WK-IDX-BUSCA GREATER WK-QT-ANOS
                      OR ANO-ACHADO

           IF NOT ANO-ACHADO
              IF WK-QT-ANOS LESS 100
                 ADD 1 TO WK-QT-ANOS
                 MOVE WK-QT-ANOS     TO WK-IDX-ANO
                 MOVE WK-ANO-PROCURA TO WK-TA-ANO(WK-IDX-ANO)
                 PERFORM 260000-ZERA-MES
                         VARYING WK-IDX-MES FROM 1 BY 1
                         UNTIL WK-IDX-MES GREATER 12
                 MOVE 'S' TO WK-ANO-ACHADO
              ELSE
                 IF NOT TAB-CHEIA
                    DISPLAY 'ACCBTC12 - MAIS DE 100 ANOS DISTINTOS - '
                            'BALANCEAMENTO INCOMPLETO'
                    MOVE 'S' TO WK-TAB-CHEIA
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       255000-COMPARA-ANO.
      *----------------------------------------------------------------*
           IF WK-TA-ANO(WK-IDX-BUSCA) EQUAL WK-ANO-PROCURA
              MOVE WK-IDX-BUSCA TO WK-IDX-ANO
              MOVE 'S'          TO WK-ANO-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       260000-ZERA-MES.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-TA-QT-VSA(WK-IDX-ANO, WK-IDX-MES)
                         WK-TA-SOMA-VSA(WK-IDX-ANO, WK-IDX-MES)
                         WK-TA-QT-TOT(WK-IDX-ANO, WK-IDX-MES)
                         WK-TA-SOMA-TOT(WK-IDX-ANO, WK-IDX-MES)
           MOVE 'N'   TO WK-TA-TEM-TOT(WK-IDX-ANO, WK-IDX-MES).

      *----------------------------------------------------------------*
       300000-LER-RAZAO.
      *----------------------------------------------------------------*
           IF NOT FIM-RAZAO
              READ ACCTOT01 NEXT RECORD

              EVALUATE WK-FS-ACCTOT01
                 WHEN '00'
                    ADD 1 TO WK-QT-RAZAO
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-RAZAO
                 WHEN OTHER
                    DISPLAY 'ACCBTC12 - ERRO DE LEITURA ACCTOT01 FS='
                            WK-FS-ACCTOT01
                    MOVE 'S' TO WK-FIM-RAZAO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       310000-CARREGA-RAZAO.
      *----------------------------------------------------------------*
      * SALDOS 'T' VAO PARA A TABELA; O REGISTRO DE ULTIMA CARGA DO
      * ACCBTC02 (EXECUCAO EM BRANCO) E GUARDADO; MOVIMENTOS 'M' E O
      * HISTORICO DE CARGAS SO CONTAM COMO LIDOS
      *----------------------------------------------------------------*
           IF WK-TOT-SALDO
              AND WK-TOT-MES NUMERIC
              AND WK-TOT-MES NOT LESS '01'
              AND WK-TOT-MES NOT GREATER '12'
              MOVE WK-TOT-ANO TO WK-ANO-PROCURA
              PERFORM 250000-LOCALIZA-ANO
              IF ANO-ACHADO
                 MOVE WK-TOT-MES  TO WK-IDX-MES
                 MOVE WK-TOT-QT-REG
                      TO WK-TA-QT-TOT(WK-IDX-ANO, WK-IDX-MES)
                 MOVE WK-TOT-SOMA
                      TO WK-TA-SOMA-TOT(WK-IDX-ANO, WK-IDX-MES)
                 MOVE 'S'
                      TO WK-TA-TEM-TOT(WK-IDX-ANO, WK-IDX-MES)
              END-IF
           ELSE
           IF WK-TOT-CARGA
              AND WK-TOT-ORIGEM EQUAL 'ACCBTC02'
              AND WK-TOT-RUN-ID EQUAL SPACES
              MOVE WK-TOT-DADOS-CARGA TO WK-CARGA
              MOVE 'S'                TO WK-CARGA-ACHADA
           END-IF
           END-IF

           PERFORM 300000-LER-RAZAO.

      *----------------------------------------------------------------*
       400000-COMPARA-ANO.
      *----------------------------------------------------------------*
           PERFORM 410000-COMPARA-MES
                   VARYING WK-IDX-MES FROM 1 BY 1
                   UNTIL WK-IDX-MES GREATER 12.

      *----------------------------------------------------------------*
       410000-COMPARA-MES.
      *----------------------------------------------------------------*
      * ANO+MES SEM NADA NOS DOIS LADOS NAO SAI NO RELATORIO
      *----------------------------------------------------------------*
           IF WK-TA-QT-VSA(WK-IDX-ANO, WK-IDX-MES) NOT EQUAL ZEROS
              OR WK-TA-SOMA-VSA(WK-IDX-ANO, WK-IDX-MES)
                 NOT EQUAL ZEROS
              OR WK-TA-TEM-TOT(WK-IDX-ANO, WK-IDX-MES) EQUAL 'S'
              ADD 1 TO WK-QT-MESES

              COMPUTE WK-DELTA-QT =
                      WK-TA-QT-VSA(WK-IDX-ANO, WK-IDX-MES)
                    - WK-TA-QT-TOT(WK-IDX-ANO, WK-IDX-MES)
              COMPUTE WK-DELTA-SOMA =
                      WK-TA-SOMA-VSA(WK-IDX-ANO, WK-IDX-MES)
                    - WK-TA-SOMA-TOT(WK-IDX-ANO, WK-IDX-MES)

              IF WK-DELTA-QT EQUAL ZEROS
                 AND WK-DELTA-SOMA EQUAL ZEROS
                 MOVE 'OK'     TO WK-SITUACAO
              ELSE
              IF MODO-ACERTA
                 PERFORM 600000-ACERTA-MES
              ELSE
                 MOVE 'QUEBRA' TO WK-SITUACAO
                 ADD 1 TO WK-QT-QUEBRAS
              END-IF
              END-IF

              MOVE WK-TA-ANO(WK-IDX-ANO) TO WK-DET-ANO
              MOVE WK-IDX-MES            TO WK-DET-MES
              MOVE WK-TA-QT-VSA(WK-IDX-ANO, WK-IDX-MES)
                   TO WK-DET-QT-VSA
              MOVE WK-TA-QT-TOT(WK-IDX-ANO, WK-IDX-MES)
                   TO WK-DET-QT-TOT
              MOVE WK-TA-SOMA-VSA(WK-IDX-ANO, WK-IDX-MES)
                   TO WK-DET-SOMA-VSA
              MOVE WK-TA-SOMA-TOT(WK-IDX-ANO, WK-IDX-MES)
                   TO WK-DET-SOMA-TOT
              MOVE WK-DELTA-SOMA         TO WK-DET-DIF
              MOVE WK-SITUACAO           TO WK-DET-SITUACAO

              MOVE WK-LINHA-DETALHE TO WK-REL-DETALHE
              PERFORM 980000-IMPRIME-LINHA
           END-IF.

      *----------------------------------------------------------------*
       500000-CONFERE-CARGA.
      *----------------------------------------------------------------*
      * TRAILER DO ACCEXT01 X LIDOS, LIDOS X APLICADOS + REJEITADOS E
      * APLICADOS X MOVIMENTOS REGISTRADOS NO RAZAO PELO TOTREG01
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           IF NOT CARGA-ACHADA
              MOVE 'SEM REGISTRO DE CARGA DO ACCBTC02 NO ACCTOT01'
                   TO WK-REL-DETALHE
              PERFORM 980000-IMPRIME-LINHA
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              MOVE WK-CRG-DATA      TO WK-LCG-DATA
              MOVE WK-CRG-HORA      TO WK-LCG-HORA
              IF WK-CRG-TEM-TRL EQUAL 'S'
                 MOVE WK-CRG-QT-TRL TO WK-LCG-TRL
              ELSE
                 MOVE 'AUSENTE'     TO WK-LCG-TRL
              END-IF
              MOVE WK-CRG-QT-LIDOS  TO WK-LCG-LIDOS
              MOVE WK-CRG-QT-APLIC  TO WK-LCG-APLIC
              MOVE WK-CRG-QT-REJ    TO WK-LCG-REJ
              MOVE WK-CRG-QT-REGIST TO WK-LCG-REGIST
              MOVE WK-LINHA-CARGA   TO WK-REL-DETALHE
              PERFORM 980000-IMPRIME-LINHA

              IF WK-CRG-TEM-TRL EQUAL 'S'
                 AND WK-CRG-QT-TRL NOT EQUAL WK-CRG-QT-LIDOS
                 MOVE 'CONTAGEM DO TRAILER DIFERE DOS LIDOS'
                      TO WK-LQC-TEXTO
                 PERFORM 510000-QUEBRA-CARGA
              END-IF

              COMPUTE WK-CRG-SOMA = WK-CRG-QT-APLIC + WK-CRG-QT-REJ
              IF WK-CRG-SOMA NOT EQUAL WK-CRG-QT-LIDOS
                 MOVE 'LIDOS DIFERE DE APLICADOS + REJEITADOS'
                      TO WK-LQC-TEXTO
                 PERFORM 510000-QUEBRA-CARGA
              END-IF

              IF WK-CRG-QT-REGIST NOT EQUAL WK-CRG-QT-APLIC
                 MOVE 'APLICADOS DIFERE DOS MOVIMENTOS NO RAZAO'
                      TO WK-LQC-TEXTO
                 PERFORM 510000-QUEBRA-CARGA
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       510000-QUEBRA-CARGA.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-QUEBRAS-CARGA
           MOVE WK-LINHA-QUEBRA-CARGA TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

      *----------------------------------------------------------------*
       600000-ACERTA-MES.
      *----------------------------------------------------------------*
      * O SALDO PASSA A SER O RECALCULADO E A DIFERENCA FICA COMO
      * MOVIMENTO DE ORIGEM ACCBTC12 NESTA EXECUCAO - O ACERTO NUNCA
      * SOME DO RAZAO
      *----------------------------------------------------------------*
           IF WK-RUN-ID EQUAL SPACES
              ACCEPT WK-DATA-INICIO FROM DATE YYYYMMDD
              ACCEPT WK-HORA-INICIO FROM TIME
              STRING WK-DATA-INICIO WK-HORA-INICIO(1:6)
                     DELIMITED BY SIZE INTO WK-RUN-ID
           END-IF

           MOVE WK-TA-ANO(WK-IDX-ANO) TO WK-TOT-ANO
           MOVE WK-IDX-MES            TO WK-TOT-MES
           MOVE 'T'                   TO WK-TOT-TIPO
           MOVE SPACES                TO WK-TOT-ORIGEM
                                         WK-TOT-RUN-ID
           PERFORM 610000-ACUMULA-CHAVE

           IF WK-FS-ACCTOT01 EQUAL '00'
              MOVE WK-TA-ANO(WK-IDX-ANO) TO WK-TOT-ANO
              MOVE WK-IDX-MES            TO WK-TOT-MES
              MOVE 'M'                   TO WK-TOT-TIPO
              MOVE 'ACCBTC12'            TO WK-TOT-ORIGEM
              MOVE WK-RUN-ID             TO WK-TOT-RUN-ID
              PERFORM 610000-ACUMULA-CHAVE
           END-IF

           IF WK-FS-ACCTOT01 EQUAL '00'
              MOVE 'ACERTADO' TO WK-SITUACAO
              ADD 1 TO WK-QT-ACERTADOS
           ELSE
              DISPLAY 'ACCBTC12 - ERRO NO ACERTO DO ACCTOT01 FS='
                      WK-FS-ACCTOT01 ' CHAVE=' WK-TOT-CHAVE
              MOVE 'QUEBRA'   TO WK-SITUACAO
              ADD 1 TO WK-QT-QUEBRAS
           END-IF.

      *----------------------------------------------------------------*
       610000-ACUMULA-CHAVE.
      *----------------------------------------------------------------*
           READ ACCTOT01

           EVALUATE WK-FS-ACCTOT01
              WHEN '00'
                 ADD WK-DELTA-QT   TO WK-TOT-QT-REG
                 ADD WK-DELTA-SOMA TO WK-TOT-SOMA
                 ADD 1             TO WK-TOT-QT-MOV
                 MOVE WK-DATA-INICIO      TO WK-TOT-DATA
                 MOVE WK-HORA-INICIO(1:6) TO WK-TOT-HORA
                 MOVE 'ACCBTC12'          TO WK-TOT-USUARIO
                 REWRITE WK-ACCTOT01-REC
              WHEN '23'
                 MOVE SPACES TO WK-TOT-DADOS
                 MOVE WK-DELTA-QT         TO WK-TOT-QT-REG
                 MOVE WK-DELTA-SOMA       TO WK-TOT-SOMA
                 MOVE 1                   TO WK-TOT-QT-MOV
                 MOVE WK-DATA-INICIO      TO WK-TOT-DATA
                 MOVE WK-HORA-INICIO(1:6) TO WK-TOT-HORA
                 MOVE 'ACCBTC12'          TO WK-TOT-USUARIO
                 WRITE WK-ACCTOT01-REC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           IF WK-FS-ACCM1VSA NOT EQUAL '35'
              CLOSE ACCM1VSA
           END-IF
           IF WK-RETORNO LESS 12
              CLOSE ACCTOT01
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS     TO WK-REL-LIDOS
           MOVE WK-QT-MESES     TO WK-REL-MESES
           COMPUTE WK-REL-QUEBRAS = WK-QT-QUEBRAS
                                  + WK-QT-QUEBRAS-CARGA
           MOVE WK-QT-ACERTADOS TO WK-REL-ACERTADOS

           DISPLAY WK-RELATORIO

           MOVE SPACES TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'REGISTROS ACCM1VSA..' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-LIDOS            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'REGISTROS ACCTOT01..' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-RAZAO            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'ANO+MES CONFERIDOS..' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-MESES            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'QUEBRAS DE SALDO....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-QUEBRAS          TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'QUEBRAS DE CARGA....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-QUEBRAS-CARGA    TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'ACERTADOS...........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-ACERTADOS        TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           IF REL-OK
              CLOSE ACCREL12
           END-IF.

      *----------------------------------------------------------------*
       980000-IMPRIME-LINHA.
      *----------------------------------------------------------------*
      * UMA LINHA DE DETALHE NO RELATORIO IMPRESSO - SALTO DE PAGINA
      * COM CABECALHOS A CADA 60 LINHAS; SEM ACCREL12 A LINHA VAI
      * PARA O SYSOUT
      *----------------------------------------------------------------*
           IF REL-OK
              IF WK-REL-QT-LINHAS GREATER 59
                 PERFORM 981000-NOVA-PAGINA
              END-IF

              MOVE SPACES         TO WK-ACCREL12-REC
              MOVE SPACE          TO WK-ACCREL12-REC(1:1)
              MOVE WK-REL-DETALHE TO WK-ACCREL12-REC(2:132)

              WRITE WK-ACCREL12-REC

              IF WK-FS-ACCREL12 NOT EQUAL '00'
                 DISPLAY 'ACCBTC12 - ERRO AO GRAVAR ACCREL12 FS='
                         WK-FS-ACCREL12
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
           MOVE WK-REL-DATA-SYS TO WK-CAB1-DATA
           MOVE WK-REL-HORA-SYS TO WK-CAB1-HORA
           MOVE WK-REL-PAGINA   TO WK-CAB1-PAG

           MOVE WK-REL-CAB1 TO WK-ACCREL12-REC
           WRITE WK-ACCREL12-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB2 TO WK-ACCREL12-REC
           WRITE WK-ACCREL12-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE SPACES      TO WK-ACCREL12-REC
           WRITE WK-ACCREL12-REC
           PERFORM 982000-GUARDA-LINHA

           MOVE 3 TO WK-REL-QT-LINHAS.

      *----------------------------------------------------------------*
       982000-GUARDA-LINHA.
      *----------------------------------------------------------------*
      * A LINHA RECEM-IMPRESSA VAI TAMBEM PARA O REPOSITORIO DE
      * RELATORIOS - NO CICLO DO RUNHST01 DESTA EXECUCAO
      *----------------------------------------------------------------*
           MOVE 'L'             TO WK-RELREG-MODO
           MOVE WK-RUNREG-CICLO TO WK-RELREG-CICLO
           MOVE WK-ACCREL12-REC TO WK-RELREG-LINHA
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO WK-RUNREG-MODO
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'             TO WK-RUNREG-MODO
           MOVE WK-QT-LIDOS     TO WK-RUNREG-QT-ENTRADA
           MOVE WK-QT-MESES     TO WK-RUNREG-QT-SAIDA
           COMPUTE WK-RUNREG-QT-REJEIT = WK-QT-QUEBRAS
                                       + WK-QT-QUEBRAS-CARGA
           MOVE WK-RETORNO      TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA

      *    FECHA A EXECUCAO NO REPOSITORIO COM PAGINAS/LINHAS E O
      *    MESMO CONDITION CODE DO RUNHST01
           MOVE 'F'              TO WK-RELREG-MODO
           MOVE WK-RETORNO       TO WK-RELREG-COND-CODE
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.
