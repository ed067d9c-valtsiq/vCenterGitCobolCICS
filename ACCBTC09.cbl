      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. ACC
      * Programa.............. ACCBTC09
      * Tipo    .............. Batch
      * Finalidade ........... analise de VARIACAO dos valores mensais
      *                        do VSAM "ACCM1VSA" antes do fechamento
      *                        mensal (ACCBTC05): o ACCBTC03 so confere
      *                        formato, e um valor numericamente
      *                        valido mas 100 vezes maior passa direto
      *                        para o extrato. Para cada mes valido
      *                        (ja com os lancamentos do razao de
      *                        ajustes "ACCAJU01", como o extrato o
      *                        serve) compara com:
      *                          A - o mesmo mes do ano anterior
      *                          M - a media dos 3 meses anteriores
      *                              (atravessando a virada do ano)
      *                          Z - queda a zero de um mes que vinha
      *                              com valor (os valores do ACCM1VSA
      *                              nao tem sinal - e a inversao
      *                              possivel nesta base)
      *                        Variacao acima do limite aponta a
      *                        conta/mes; o relatorio de excecoes sai
      *                        por AGENCIA (cadastro "ACCCTA01"; sem
      *                        cadastro = agencia '----'), em ordem
      *                        decrescente de variacao dentro da
      *                        agencia, para a contabilidade revisar
      *                        antes do fechamento. RC 4 quando ha
      *                        excecao.
      *                        Parametros (cartao ACCPRM09):
      *                          ANOMES=AAAAMM  so este mes (ausente
      *                                         = todos os meses)
      *                          PCT-ANO=nnnnn  limite em % contra o
      *                                         ano anterior (100)
      *                          PCT-MEDIA=nnnnn limite em % contra a
      *                                         media de 3 meses (100)
      * DSnames .............. B090290.ACCM1VSA (entrada)
      *                        B090290.ACCAJU01 (razao de ajustes,
      *                        consulta, opcional)
      *                        B090290.ACCCTA01 (cadastro de contas,
      *                        consulta, opcional)
      *                        B090290.ACCPRM09 (parametros, opcional)
      *                        B090290.ACCREL09 (relatorio impresso)
      *                        SORTWK (work do SORT)
      * JOB def cluster ...... B090290.LIB.JCL(ACCDFCLU)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCBTC09.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ACCM1VSA  ASSIGN TO ACCM1VSA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-ACCM1V-CHAVE
                  FILE STATUS  IS WK-FS-ACCM1VSA.

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

           SELECT ACCPRM09   ASSIGN TO ACCPRM09
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-ACCPRM09.

           SELECT ACCREL09   ASSIGN TO ACCREL09
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-ACCREL09.

           SELECT SORTWK     ASSIGN TO SORTWK.

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

      *----------------------------------------------------------------*
      *   RAZAO DE AJUSTES - MESMO LAYOUT GRAVADO PELO ACCM1MNT,
      *   MANTER SINCRONIZADO
      *----------------------------------------------------------------*
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

      *----------------------------------------------------------------*
      *   CADASTRO DE CONTAS - MESMO LAYOUT MANTIDO PELO ACCCTAMN/
      *   ACCBTC08, MANTER SINCRONIZADO
      *----------------------------------------------------------------*
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

       FD  ACCPRM09
           RECORDING MODE IS F.
       01  WK-ACCPRM09-REC                PIC  X(080).

       FD  ACCREL09
           RECORDING MODE IS F.
       01  WK-ACCREL09-REC                PIC  X(133).

      *----------------------------------------------------------------*
      *   EXCECAO PARA O SORT: AGENCIA + VARIACAO (DECRESCENTE) DAO A
      *   ORDEM DO RELATORIO
      *----------------------------------------------------------------*
       SD  SORTWK.
       01  SRT-REC.
           05 SRT-AGENCIA                   PIC  X(004).
           05 SRT-PCT-MAX                   PIC  9(005).
           05 SRT-CODUSU                    PIC  X(003).
           05 SRT-ANO                       PIC  X(004).
           05 SRT-MES                       PIC  9(002).
           05 SRT-VALOR                     PIC  9(012).
           05 SRT-VAL-ANO-ANT               PIC  9(012).
           05 SRT-PCT-ANO                   PIC  9(005).
           05 SRT-MEDIA-3M                  PIC  9(012).
           05 SRT-PCT-MEDIA                 PIC  9(005).
           05 SRT-MOTIVOS                   PIC  X(003).
           05 SRT-AJUSTADO                  PIC  X(001).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-ACCM1VSA                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-FIM-SORT                       PIC  X(001) VALUE 'N'.
           88 FIM-SORT                                  VALUE 'S'.

       01 WK-FS-ACCPRM09                    PIC  X(002) VALUE '00'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = LIMPO   4 = HA EXCECAO DE VARIACAO
      *   8 = ERRO DE LEITURA/GRAVACAO   12 = FALHA DE OPEN
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
                                            'ACCBTC09'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   REPOSITORIO DE RELATORIOS (VSAM RELDIR01/RELLIN01, VIA
      *   RELREG01): CADA LINHA IMPRESSA NO ACCREL09 VAI TAMBEM PARA A
      *   CONSULTA ONLINE REL1 (RELINQ01); DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RELREG01                   PIC  X(008) VALUE
                                            'RELREG01'.
       01 WK-RELREG-AREA.
          05 WK-RELREG-MODO                 PIC  X(001) VALUE 'L'.
          05 WK-RELREG-RELATORIO            PIC  X(008) VALUE
                                            'ACCREL09'.
          05 WK-RELREG-PROGRAMA             PIC  X(008) VALUE
                                            'ACCBTC09'.
          05 WK-RELREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RELREG-EXECUCAO             PIC  9(003) VALUE ZEROS.
          05 WK-RELREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RELREG-LINHA                PIC  X(133) VALUE SPACES.
          05 WK-RELREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   PARAMETROS DE EXECUCAO (CARTAO ACCPRM09, UMA PALAVRA-CHAVE
      *   POR LINHA; DD AUSENTE = TODOS OS MESES, LIMITES DEFAULT)
      *----------------------------------------------------------------*
       01 WK-FILTRO-ANOMES                  PIC  X(006) VALUE SPACES.
       01 WK-LIM-PCT-ANO                    PIC  9(005) VALUE 100.
       01 WK-LIM-PCT-MEDIA                  PIC  9(005) VALUE 100.

      *----------------------------------------------------------------*
      *   APOIOS OPCIONAIS - DD AUSENTE DESLIGA COM AVISO
      *----------------------------------------------------------------*
       01 WK-FS-ACCAJU01                    PIC  X(002) VALUE '00'.
       01 WK-RAZAO-OK                       PIC  X(001) VALUE 'S'.
           88 RAZAO-OK                                  VALUE 'S'.
       01 WK-FIM-AJUSTES                    PIC  X(001) VALUE 'N'.
           88 FIM-AJUSTES                               VALUE 'S'.
       01 WK-FS-ACCCTA01                    PIC  X(002) VALUE '00'.
       01 WK-CADASTRO-OK                    PIC  X(001) VALUE 'S'.
           88 CADASTRO-OK                               VALUE 'S'.
       01 WK-AGENCIA-CONTA                  PIC  X(004) VALUE '----'.

      *----------------------------------------------------------------*
      *   ANO CORRENTE E ANO ANTERIOR DA MESMA CONTA (O ACCM1VSA VEM
      *   EM ORDEM DE CODUSU+ANO) - VALOR UTILIZAVEL POR MES: ROTULO
      *   OFICIAL NO SLOT E VALOR NUMERICO, COMO NO ACCBTC03
      *----------------------------------------------------------------*
       01 WK-TAB-ROTULOS.
          03 FILLER                         PIC  X(036) VALUE
             'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
       01 WK-TAB-ROTULOS-RED REDEFINES WK-TAB-ROTULOS.
          03 WK-ROTULO-MES                  PIC  X(003)
                                            OCCURS 12 TIMES.

       01 WK-ATU-TAB.
          05 WK-ATU-ITEM OCCURS 12 TIMES.
             10 WK-ATU-OK                   PIC  X(001).
             10 WK-ATU-VAL                  PIC  9(012).
       01 WK-ANT-TAB.
          05 WK-ANT-ITEM OCCURS 12 TIMES.
             10 WK-ANT-OK                   PIC  X(001).
             10 WK-ANT-VAL                  PIC  9(012).
       01 WK-ATU-AJUSTADO                   PIC  X(001) VALUE 'N'.
       01 WK-ANT-CODUSU                     PIC  X(003) VALUE
                                            LOW-VALUES.
       01 WK-ANT-ANO                        PIC  9(004) VALUE ZEROS.
       01 WK-ANO-NUM                        PIC  9(004) VALUE ZEROS.
       01 WK-ANT-EXISTE                     PIC  X(001) VALUE 'N'.
           88 TEM-ANO-ANTERIOR                          VALUE 'S'.

       01 WK-IDX-MES                        PIC  9(002) VALUE ZEROS.
       01 WK-IDX-REF                        PIC  9(002) VALUE ZEROS.
       01 WK-IDX-AJU                        PIC  9(002) VALUE ZEROS.
       01 WK-K                              PIC  9(002) VALUE ZEROS.
       01 WK-MES-FILTRO                     PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   CALCULO DA VARIACAO DE UM MES
      *----------------------------------------------------------------*
       01 WK-REF-OK                         PIC  X(001) VALUE 'N'.
       01 WK-REF-VAL                        PIC  9(012) VALUE ZEROS.
       01 WK-ANT1-OK                        PIC  X(001) VALUE 'N'.
       01 WK-ANT1-VAL                       PIC  9(012) VALUE ZEROS.
       01 WK-SOMA-3M                        PIC  9(014) VALUE ZEROS.
       01 WK-QT-3M                          PIC  9(001) VALUE ZEROS.
       01 WK-MEDIA-3M                       PIC  9(012) VALUE ZEROS.
       01 WK-BASE                           PIC  9(012) VALUE ZEROS.
       01 WK-DIF                            PIC  9(012) VALUE ZEROS.
       01 WK-PCT                            PIC  9(005) VALUE ZEROS.
       01 WK-PCT-ANO                        PIC  9(005) VALUE ZEROS.
       01 WK-PCT-MEDIA                      PIC  9(005) VALUE ZEROS.
       01 WK-VAL-ANO-ANT                    PIC  9(012) VALUE ZEROS.
       01 WK-AJU-RESULTADO                  PIC S9(013) VALUE ZEROS.
       01 WK-MOTIVOS.
          05 WK-MOT-ANO                     PIC  X(001).
          05 WK-MOT-MEDIA                   PIC  X(001).
          05 WK-MOT-ZERO                    PIC  X(001).

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-MESES                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-EXCECOES                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-MOT-ANO                  PIC  9(009) VALUE ZEROS.
          05 WK-QT-MOT-MEDIA                PIC  9(009) VALUE ZEROS.
          05 WK-QT-MOT-ZERO                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-AGENCIAS                 PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   RELATORIO IMPRESSO (DD ACCREL09, 133 BYTES COM CONTROLE DE
      *   CARRO NA COLUNA 1) - DD AUSENTE DEGRADA PARA O SYSOUT, COM
      *   AVISO
      *----------------------------------------------------------------*
       01 WK-FS-ACCREL09                    PIC  X(002) VALUE '00'.
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
             'ACCBTC09 - VARIACAO MENSAL DO ACCM1VSA (EXCECOES)   '.
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
             'AGEN RANK CODUSU ANO/MES          VALOR      MES ANO ANTER
      -      '  VAR%'.
          05 FILLER           PIC X(066) VALUE
             '    MEDIA 3 MESES  VAR% MOT AJ'.

       01 WK-LINHA-EXCECAO.
          05 WK-EXC-AGENCIA   PIC X(004).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-EXC-RANK      PIC ZZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-EXC-CODUSU    PIC X(003).
          05 FILLER           PIC X(004) VALUE SPACES.
          05 WK-EXC-ANO       PIC X(004).
          05 FILLER           PIC X(001) VALUE '/'.
          05 WK-EXC-MES       PIC 9(002).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-EXC-VALOR     PIC ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-EXC-ANO-ANT   PIC ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-EXC-PCT-ANO   PIC ZZZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-EXC-MEDIA     PIC ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-EXC-PCT-MEDIA PIC ZZZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-EXC-MOTIVOS   PIC X(003).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-EXC-AJUSTADO  PIC X(001).
          05 FILLER           PIC X(042) VALUE SPACES.

       01 WK-LINHA-AGENCIA.
          05 FILLER           PIC X(010) VALUE 'AGENCIA...'.
          05 WK-AGE-AGENCIA   PIC X(004).
          05 FILLER           PIC X(014) VALUE ' EXCECOES.....'.
          05 WK-AGE-QT        PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(093) VALUE SPACES.

       01 WK-AGE-CORRENTE                   PIC  X(004) VALUE
                                            LOW-VALUES.
       01 WK-AGE-RANK                       PIC  9(004) VALUE ZEROS.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'ACCBTC09 - VARIACAO DO ACCM1VSA '.
          05 FILLER           PIC X(020) VALUE
             'CONTAS/ANO LIDAS....'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'MESES ANALISADOS....'.
          05 WK-REL-MESES     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'EXCECOES............'.
          05 WK-REL-EXCECOES  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'AGENCIAS............'.
          05 WK-REL-AGENCIAS  PIC ZZZ,ZZZ,ZZ9.

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

           OPEN OUTPUT ACCREL09
           IF WK-FS-ACCREL09 NOT EQUAL '00'
              DISPLAY 'ACCBTC09 - ERRO AO ABRIR ACCREL09 FS='
                      WK-FS-ACCREL09
                      ' - RELATORIO SO NO SYSOUT'
              MOVE 'N' TO WK-REL-OK
           END-IF

           SORT SORTWK
                ON ASCENDING  KEY SRT-AGENCIA
                ON DESCENDING KEY SRT-PCT-MAX
                ON ASCENDING  KEY SRT-CODUSU
                                  SRT-ANO
                                  SRT-MES
                INPUT  PROCEDURE 100000-SELECIONA-EXCECOES
                OUTPUT PROCEDURE 300000-EMITE-RELATORIO

           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 4
              AND WK-QT-EXCECOES GREATER ZEROS
              MOVE 4 TO WK-RETORNO
           END-IF
           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT ACCPRM09

           IF WK-FS-ACCPRM09 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE ACCPRM09
           END-IF

           IF WK-FILTRO-ANOMES NOT EQUAL SPACES
              IF WK-FILTRO-ANOMES NOT NUMERIC
                 OR WK-FILTRO-ANOMES(5:2) LESS '01'
                 OR WK-FILTRO-ANOMES(5:2) GREATER '12'
                 DISPLAY 'ACCBTC09 - ANOMES INVALIDO IGNORADO: '
                         WK-FILTRO-ANOMES
                 MOVE SPACES TO WK-FILTRO-ANOMES
              ELSE
                 MOVE WK-FILTRO-ANOMES(5:2) TO WK-MES-FILTRO
              END-IF
           END-IF

           DISPLAY 'ACCBTC09 - LIMITES PCT-ANO=' WK-LIM-PCT-ANO
                   ' PCT-MEDIA=' WK-LIM-PCT-MEDIA
                   ' ANOMES=' WK-FILTRO-ANOMES.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ ACCPRM09

           IF WK-FS-ACCPRM09 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-ACCPRM09-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-ACCPRM09-REC(1:7) EQUAL 'ANOMES='
              MOVE WK-ACCPRM09-REC(8:6) TO WK-FILTRO-ANOMES
           ELSE
           IF WK-ACCPRM09-REC(1:8) EQUAL 'PCT-ANO='
              AND WK-ACCPRM09-REC(9:5) NUMERIC
              MOVE WK-ACCPRM09-REC(9:5) TO WK-LIM-PCT-ANO
           ELSE
           IF WK-ACCPRM09-REC(1:10) EQUAL 'PCT-MEDIA='
              AND WK-ACCPRM09-REC(11:5) NUMERIC
              MOVE WK-ACCPRM09-REC(11:5) TO WK-LIM-PCT-MEDIA
           ELSE
           IF WK-ACCPRM09-REC NOT EQUAL SPACES
              DISPLAY 'ACCBTC09 - PARAMETRO DESCONHECIDO: '
                      WK-ACCPRM09-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       100000-SELECIONA-EXCECOES.
      *----------------------------------------------------------------*
           PERFORM 110000-ABRIR-ARQUIVOS
           PERFORM 150000-LER-ACCM1VSA
           PERFORM 200000-PROCESSAR-ANO
                   UNTIL FIM-ARQUIVO
           PERFORM 900000-FECHAR-ARQUIVOS.

      *----------------------------------------------------------------*
       110000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           OPEN INPUT ACCM1VSA

           IF WK-FS-ACCM1VSA NOT EQUAL '00'
              DISPLAY 'ACCBTC09 - ERRO AO ABRIR ACCM1VSA FS='
                      WK-FS-ACCM1VSA
              MOVE 'S' TO WK-FIM-ARQUIVO
              MOVE 12  TO WK-RETORNO
           END-IF

           OPEN INPUT ACCAJU01

           IF WK-FS-ACCAJU01 NOT EQUAL '00'
              DISPLAY 'ACCBTC09 - SEM ACCAJU01 (FS=' WK-FS-ACCAJU01
                      ') - ANALISE SOBRE OS VALORES ORIGINAIS'
              MOVE 'N' TO WK-RAZAO-OK
           END-IF

           OPEN INPUT ACCCTA01

           IF WK-FS-ACCCTA01 NOT EQUAL '00'
              DISPLAY 'ACCBTC09 - SEM ACCCTA01 (FS=' WK-FS-ACCCTA01
                      ') - EXCECOES SEM AGENCIA'
              MOVE 'N' TO WK-CADASTRO-OK
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
                    DISPLAY 'ACCBTC09 - ERRO DE LEITURA FS='
                            WK-FS-ACCM1VSA
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-PROCESSAR-ANO.
      *----------------------------------------------------------------*
      * O ANO ANTERIOR SO VALE COMO BASE QUANDO E DA MESMA CONTA E
      * IMEDIATAMENTE ANTERIOR; ANO NAO NUMERICO (APONTADO PELO
      * ACCBTC03) NAO E ANALISADO E QUEBRA A SEQUENCIA
      *----------------------------------------------------------------*
           IF WK-ACCM1V-CODUSU NOT EQUAL WK-ANT-CODUSU
              PERFORM 210000-AGENCIA-CONTA
           END-IF

           IF WK-ACCM1V-ANO NOT NUMERIC
              MOVE 'N'              TO WK-ANT-EXISTE
              MOVE WK-ACCM1V-CODUSU TO WK-ANT-CODUSU
              MOVE ZEROS            TO WK-ANT-ANO
           ELSE
              MOVE WK-ACCM1V-ANO TO WK-ANO-NUM
              IF WK-ACCM1V-CODUSU EQUAL WK-ANT-CODUSU
                 AND WK-ANO-NUM EQUAL WK-ANT-ANO + 1
                 MOVE 'S' TO WK-ANT-EXISTE
              ELSE
                 MOVE 'N' TO WK-ANT-EXISTE
              END-IF

              PERFORM 230000-CARREGA-ANO

              PERFORM 250000-ANALISA-MES
                      VARYING WK-IDX-MES FROM 1 BY 1
                      UNTIL WK-IDX-MES GREATER 12

              MOVE WK-ATU-TAB       TO WK-ANT-TAB
              MOVE WK-ACCM1V-CODUSU TO WK-ANT-CODUSU
              MOVE WK-ANO-NUM       TO WK-ANT-ANO
           END-IF

           PERFORM 150000-LER-ACCM1VSA.

      *----------------------------------------------------------------*
       210000-AGENCIA-CONTA.
      *----------------------------------------------------------------*
           MOVE '----' TO WK-AGENCIA-CONTA

           IF CADASTRO-OK
              MOVE WK-ACCM1V-CODUSU TO WK-CTA-CODUSU

              READ ACCCTA01

              EVALUATE WK-FS-ACCCTA01
                 WHEN '00'
                    IF WK-CTA-AGENCIA NOT EQUAL SPACES
                       MOVE WK-CTA-AGENCIA TO WK-AGENCIA-CONTA
                    END-IF
                 WHEN '23'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'ACCBTC09 - ERRO DE LEITURA ACCCTA01 FS='
                            WK-FS-ACCCTA01 ' CODUSU=' WK-ACCM1V-CODUSU
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       230000-CARREGA-ANO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-ATU-AJUSTADO

           PERFORM 235000-CARREGA-MES
                   VARYING WK-IDX-MES FROM 1 BY 1
                   UNTIL WK-IDX-MES GREATER 12

           IF RAZAO-OK
              MOVE WK-ACCM1V-CODUSU TO WK-AJU-CODUSU
              MOVE WK-ACCM1V-ANO    TO WK-AJU-ANO
              MOVE LOW-VALUES       TO WK-AJU-MES
              MOVE ZEROS            TO WK-AJU-SEQ
              MOVE 'N'              TO WK-FIM-AJUSTES

              START ACCAJU01 KEY NOT LESS WK-AJU-CHAVE

              IF WK-FS-ACCAJU01 EQUAL '00'
                 PERFORM 240000-LE-AJUSTE
                         UNTIL FIM-AJUSTES
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       235000-CARREGA-MES.
      *----------------------------------------------------------------*
           IF WK-ACCM1V-MES(WK-IDX-MES)
                 EQUAL WK-ROTULO-MES(WK-IDX-MES)
              AND WK-ACCM1V-VAL(WK-IDX-MES) NUMERIC
              MOVE 'S'                       TO WK-ATU-OK(WK-IDX-MES)
              MOVE WK-ACCM1V-VAL(WK-IDX-MES) TO WK-ATU-VAL(WK-IDX-MES)
           ELSE
              MOVE 'N'                       TO WK-ATU-OK(WK-IDX-MES)
              MOVE ZEROS                     TO WK-ATU-VAL(WK-IDX-MES)
           END-IF.

      *----------------------------------------------------------------*
       240000-LE-AJUSTE.
      *----------------------------------------------------------------*
      * MESMA REGRA DO ACCBTC01: O VALOR ANALISADO E O QUE O EXTRATO
      * SERVE (ORIGINAL + LANCAMENTOS); RESULTADO FORA DE
      * 0..999999999999 NAO E APLICADO
      *----------------------------------------------------------------*
           READ ACCAJU01 NEXT RECORD

           IF WK-FS-ACCAJU01 NOT EQUAL '00'
              OR WK-AJU-CODUSU NOT EQUAL WK-ACCM1V-CODUSU
              OR WK-AJU-ANO    NOT EQUAL WK-ACCM1V-ANO
              MOVE 'S' TO WK-FIM-AJUSTES
           ELSE
           IF WK-AJU-MES NUMERIC
              AND WK-AJU-MES NOT LESS '01'
              AND WK-AJU-MES NOT GREATER '12'
              AND WK-AJU-VALOR NUMERIC
              MOVE WK-AJU-MES TO WK-IDX-AJU
              IF WK-ATU-OK(WK-IDX-AJU) EQUAL 'S'
                 COMPUTE WK-AJU-RESULTADO = WK-ATU-VAL(WK-IDX-AJU)
                                          + WK-AJU-VALOR
                 IF WK-AJU-RESULTADO NOT LESS ZEROS
                    AND WK-AJU-RESULTADO NOT GREATER 999999999999
                    MOVE WK-AJU-RESULTADO TO WK-ATU-VAL(WK-IDX-AJU)
                    MOVE 'S'              TO WK-ATU-AJUSTADO
                 END-IF
              END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       250000-ANALISA-MES.
      *----------------------------------------------------------------*
      * SO MES UTILIZAVEL (E DENTRO DO FILTRO ANOMES, SE HOUVER) E
      * ANALISADO; SEM BASE (ANO ANTERIOR AUSENTE, MEDIA INCOMPLETA
      * OU BASE ZERO) A COMPARACAO CORRESPONDENTE NAO SE APLICA
      *----------------------------------------------------------------*
           IF WK-ATU-OK(WK-IDX-MES) EQUAL 'S'
              AND (WK-FILTRO-ANOMES EQUAL SPACES
                 OR (WK-ACCM1V-ANO EQUAL WK-FILTRO-ANOMES(1:4)
                    AND WK-IDX-MES EQUAL WK-MES-FILTRO))
              ADD 1 TO WK-QT-MESES
              MOVE SPACES TO WK-MOTIVOS
              MOVE ZEROS  TO WK-PCT-ANO
                             WK-PCT-MEDIA
                             WK-VAL-ANO-ANT
                             WK-MEDIA-3M
                             WK-SOMA-3M
                             WK-QT-3M
              MOVE 'N'    TO WK-ANT1-OK
              MOVE ZEROS  TO WK-ANT1-VAL

      *       A - MESMO MES DO ANO ANTERIOR
              IF TEM-ANO-ANTERIOR
                 AND WK-ANT-OK(WK-IDX-MES) EQUAL 'S'
                 AND WK-ANT-VAL(WK-IDX-MES) GREATER ZEROS
                 MOVE WK-ANT-VAL(WK-IDX-MES) TO WK-VAL-ANO-ANT
                 MOVE WK-VAL-ANO-ANT         TO WK-BASE
                 PERFORM 260000-CALCULA-PCT
                 MOVE WK-PCT                 TO WK-PCT-ANO
                 IF WK-PCT-ANO GREATER WK-LIM-PCT-ANO
                    MOVE 'A' TO WK-MOT-ANO
                 END-IF
              END-IF

      *       M - MEDIA DOS 3 MESES ANTERIORES
              PERFORM 255000-MES-ANTERIOR
                      VARYING WK-K FROM 1 BY 1
                      UNTIL WK-K GREATER 3
              IF WK-QT-3M EQUAL 3
                 COMPUTE WK-MEDIA-3M ROUNDED = WK-SOMA-3M / 3
                 IF WK-MEDIA-3M GREATER ZEROS
                    MOVE WK-MEDIA-3M TO WK-BASE
                    PERFORM 260000-CALCULA-PCT
                    MOVE WK-PCT      TO WK-PCT-MEDIA
                    IF WK-PCT-MEDIA GREATER WK-LIM-PCT-MEDIA
                       MOVE 'M' TO WK-MOT-MEDIA
                    END-IF
                 END-IF
              END-IF

      *       Z - QUEDA A ZERO DEPOIS DE UM MES COM VALOR
              IF WK-ATU-VAL(WK-IDX-MES) EQUAL ZEROS
                 AND WK-ANT1-OK EQUAL 'S'
                 AND WK-ANT1-VAL GREATER ZEROS
                 MOVE 'Z' TO WK-MOT-ZERO
              END-IF

              IF WK-MOTIVOS NOT EQUAL SPACES
                 PERFORM 270000-LIBERA-EXCECAO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       255000-MES-ANTERIOR.
      *----------------------------------------------------------------*
      * K MESES ANTES DO MES ANALISADO - NO PROPRIO ANO OU, ANTES DE
      * JANEIRO, NO ANO ANTERIOR DA MESMA CONTA
      *----------------------------------------------------------------*
           MOVE 'N'   TO WK-REF-OK
           MOVE ZEROS TO WK-REF-VAL

           IF WK-K LESS WK-IDX-MES
              COMPUTE WK-IDX-REF = WK-IDX-MES - WK-K
              MOVE WK-ATU-OK(WK-IDX-REF)  TO WK-REF-OK
              MOVE WK-ATU-VAL(WK-IDX-REF) TO WK-REF-VAL
           ELSE
           IF TEM-ANO-ANTERIOR
              COMPUTE WK-IDX-REF = WK-IDX-MES + 12 - WK-K
              MOVE WK-ANT-OK(WK-IDX-REF)  TO WK-REF-OK
              MOVE WK-ANT-VAL(WK-IDX-REF) TO WK-REF-VAL
           END-IF
           END-IF

           IF WK-REF-OK EQUAL 'S'
              ADD WK-REF-VAL TO WK-SOMA-3M
              ADD 1          TO WK-QT-3M
           END-IF

           IF WK-K EQUAL 1
              MOVE WK-REF-OK  TO WK-ANT1-OK
              MOVE WK-REF-VAL TO WK-ANT1-VAL
           END-IF.

      *----------------------------------------------------------------*
       260000-CALCULA-PCT.
      *----------------------------------------------------------------*
      * VARIACAO ABSOLUTA EM % SOBRE A BASE (> ZERO); ESTOURO DE 5
      * DIGITOS SAI COMO 99999
      *----------------------------------------------------------------*
           IF WK-ATU-VAL(WK-IDX-MES) NOT LESS WK-BASE
              COMPUTE WK-DIF = WK-ATU-VAL(WK-IDX-MES) - WK-BASE
           ELSE
              COMPUTE WK-DIF = WK-BASE - WK-ATU-VAL(WK-IDX-MES)
           END-IF

           COMPUTE WK-PCT ROUNDED = WK-DIF * 100 / WK-BASE
              ON SIZE ERROR
                 MOVE 99999 TO WK-PCT
           END-COMPUTE.

      *----------------------------------------------------------------*
       270000-LIBERA-EXCECAO.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-EXCECOES
           IF WK-MOT-ANO NOT EQUAL SPACE
              ADD 1 TO WK-QT-MOT-ANO
           END-IF
           IF WK-MOT-MEDIA NOT EQUAL SPACE
              ADD 1 TO WK-QT-MOT-MEDIA
           END-IF
           IF WK-MOT-ZERO NOT EQUAL SPACE
              ADD 1 TO WK-QT-MOT-ZERO
           END-IF

      *    ORDEM DO RELATORIO: A MAIOR DAS VARIACOES; QUEDA A ZERO
      *    VALE NO MINIMO 100%
           MOVE WK-PCT-ANO TO SRT-PCT-MAX
           IF WK-PCT-MEDIA GREATER SRT-PCT-MAX
              MOVE WK-PCT-MEDIA TO SRT-PCT-MAX
           END-IF
           IF WK-MOT-ZERO NOT EQUAL SPACE
              AND SRT-PCT-MAX LESS 100
              MOVE 100 TO SRT-PCT-MAX
           END-IF

           MOVE WK-AGENCIA-CONTA        TO SRT-AGENCIA
           MOVE WK-ACCM1V-CODUSU        TO SRT-CODUSU
           MOVE WK-ACCM1V-ANO           TO SRT-ANO
           MOVE WK-IDX-MES              TO SRT-MES
           MOVE WK-ATU-VAL(WK-IDX-MES)  TO SRT-VALOR
           MOVE WK-VAL-ANO-ANT          TO SRT-VAL-ANO-ANT
           MOVE WK-PCT-ANO              TO SRT-PCT-ANO
           MOVE WK-MEDIA-3M             TO SRT-MEDIA-3M
           MOVE WK-PCT-MEDIA            TO SRT-PCT-MEDIA
           MOVE WK-MOTIVOS              TO SRT-MOTIVOS
           MOVE WK-ATU-AJUSTADO         TO SRT-AJUSTADO
           RELEASE SRT-REC.

      *----------------------------------------------------------------*
       300000-EMITE-RELATORIO.
      *----------------------------------------------------------------*
           PERFORM 310000-RETORNA-REGISTRO
           PERFORM 320000-IMPRIME-EXCECAO
                   UNTIL FIM-SORT
           IF WK-AGE-CORRENTE NOT EQUAL LOW-VALUES
              PERFORM 330000-FECHA-AGENCIA
           END-IF.

      *----------------------------------------------------------------*
       310000-RETORNA-REGISTRO.
      *----------------------------------------------------------------*
           RETURN SORTWK
               AT END MOVE 'S' TO WK-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------*
       320000-IMPRIME-EXCECAO.
      *----------------------------------------------------------------*
           IF SRT-AGENCIA NOT EQUAL WK-AGE-CORRENTE
              IF WK-AGE-CORRENTE NOT EQUAL LOW-VALUES
                 PERFORM 330000-FECHA-AGENCIA
              END-IF
              MOVE SRT-AGENCIA TO WK-AGE-CORRENTE
              MOVE ZEROS       TO WK-AGE-RANK
              ADD 1            TO WK-QT-AGENCIAS
           END-IF

           ADD 1 TO WK-AGE-RANK

           MOVE SRT-AGENCIA     TO WK-EXC-AGENCIA
           MOVE WK-AGE-RANK     TO WK-EXC-RANK
           MOVE SRT-CODUSU      TO WK-EXC-CODUSU
           MOVE SRT-ANO         TO WK-EXC-ANO
           MOVE SRT-MES         TO WK-EXC-MES
           MOVE SRT-VALOR       TO WK-EXC-VALOR
           MOVE SRT-VAL-ANO-ANT TO WK-EXC-ANO-ANT
           MOVE SRT-PCT-ANO     TO WK-EXC-PCT-ANO
           MOVE SRT-MEDIA-3M    TO WK-EXC-MEDIA
           MOVE SRT-PCT-MEDIA   TO WK-EXC-PCT-MEDIA
           MOVE SRT-MOTIVOS     TO WK-EXC-MOTIVOS
           MOVE SRT-AJUSTADO    TO WK-EXC-AJUSTADO
           MOVE WK-LINHA-EXCECAO TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           PERFORM 310000-RETORNA-REGISTRO.

      *----------------------------------------------------------------*
       330000-FECHA-AGENCIA.
      *----------------------------------------------------------------*
           MOVE WK-AGE-CORRENTE  TO WK-AGE-AGENCIA
           MOVE WK-AGE-RANK      TO WK-AGE-QT
           MOVE WK-LINHA-AGENCIA TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA
           MOVE SPACES           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           CLOSE ACCM1VSA
           IF RAZAO-OK
              CLOSE ACCAJU01
           END-IF
           IF CADASTRO-OK
              CLOSE ACCCTA01
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS    TO WK-REL-LIDOS
           MOVE WK-QT-MESES    TO WK-REL-MESES
           MOVE WK-QT-EXCECOES TO WK-REL-EXCECOES
           MOVE WK-QT-AGENCIAS TO WK-REL-AGENCIAS

           DISPLAY WK-RELATORIO

           MOVE 'CONTAS/ANO LIDAS....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-LIDOS            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'MESES ANALISADOS....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-MESES            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'EXCECOES............' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-EXCECOES         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE '  A - ANO ANTERIOR..' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-MOT-ANO          TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE '  M - MEDIA 3 MESES.' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-MOT-MEDIA        TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE '  Z - QUEDA A ZERO..' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-MOT-ZERO         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'AGENCIAS............' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-AGENCIAS         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           IF REL-OK
              CLOSE ACCREL09
           END-IF.

      *----------------------------------------------------------------*
       980000-IMPRIME-LINHA.
      *----------------------------------------------------------------*
      * UMA LINHA DE DETALHE NO RELATORIO IMPRESSO - SALTO DE PAGINA
      * COM CABECALHOS A CADA 60 LINHAS; SEM ACCREL09 A LINHA VAI
      * PARA O SYSOUT
      *----------------------------------------------------------------*
           IF REL-OK
              IF WK-REL-QT-LINHAS GREATER 59
                 PERFORM 981000-NOVA-PAGINA
              END-IF

              MOVE SPACES         TO WK-ACCREL09-REC
              MOVE SPACE          TO WK-ACCREL09-REC(1:1)
              MOVE WK-REL-DETALHE TO WK-ACCREL09-REC(2:132)

              WRITE WK-ACCREL09-REC

              IF WK-FS-ACCREL09 NOT EQUAL '00'
                 DISPLAY 'ACCBTC09 - ERRO AO GRAVAR ACCREL09 FS='
                         WK-FS-ACCREL09
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

           MOVE WK-REL-CAB1 TO WK-ACCREL09-REC
           WRITE WK-ACCREL09-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB2 TO WK-ACCREL09-REC
           WRITE WK-ACCREL09-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE SPACES      TO WK-ACCREL09-REC
           WRITE WK-ACCREL09-REC
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
           MOVE WK-ACCREL09-REC TO WK-RELREG-LINHA
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
           MOVE WK-QT-LIDOS      TO WK-RUNREG-QT-ENTRADA
           MOVE WK-QT-EXCECOES   TO WK-RUNREG-QT-SAIDA
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA

      *    FECHA A EXECUCAO NO REPOSITORIO COM PAGINAS/LINHAS E O
      *    MESMO CONDITION CODE DO RUNHST01
           MOVE 'F'              TO WK-RELREG-MODO
           MOVE WK-RETORNO       TO WK-RELREG-COND-CODE
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.
