      *****************************************************************
      * PoT para Tivit / Cielo
      * ----------------------------------------------------------------
      * Programa.............. CIEBTC09
      * Tipo    .............. Batch
      * Finalidade ........... gera a TABELA DE PARAMETROS DE BIN dos
      *                        terminais POS (carga noturna pelo TMS),
      *                        antes montada a mao sobre um REPRO do
      *                        CIELOBIN. Entram as faixas ATIVAS do
      *                        VSAM "CIELOBIN" vigentes na data que o
      *                        terminal vai ver - AMANHA, ou a data do
      *                        cartao VIGENCIA=AAAAMMDD (reexecucao
      *                        depois da meia-noite) - com marca,
      *                        produto e pais. Layout fixo de 80
      *                        bytes acordado com o TMS:
      *                          H - formato TP01, versao, data/hora
      *                              de geracao e data de vigencia
      *                          D - inicio/fim em 8 digitos (faixa de
      *                              6 digitos vai de nnnnnn00 a
      *                              nnnnnn99), digitos (6/8), marca,
      *                              produto, pais; ordem de inicio, a
      *                              faixa de 8 digitos antes da de 6
      *                              que a cobre
      *                          T - versao, quantidade de D e
      *                              checksum: soma, modulo 10**9, do
      *                              valor de cada byte dos 32 bytes
      *                              uteis do D vezes a posicao dele
      *                        A versao e a da geracao anterior + 1.
      *                        TRAVA DE ENCOLHIMENTO: a tabela nova
      *                        NAO e publicada quando tem menos faixas
      *                        que a geracao anterior alem do
      *                        percentual do cartao QUEDA=nnn (default
      *                        5) - tabela truncada no terminal e
      *                        venda negada em todas as lojas.
      *                        Tabela vazia nunca e publicada; geracao
      *                        anterior presente mas sem HDR/TRL ou
      *                        com contagem diferente do trailer
      *                        tambem recusa. FORCAR=S no cartao
      *                        libera a trava (exclusao em massa
      *                        combinada com a adquirente) e sai
      *                        com RC 4. Sem geracao anterior (DD
      *                        ausente) = primeira carga, versao 1,
      *                        RC 4.
      *                        Recusa: a GDG nova nao e aberta (nao
      *                        recebe HDR/TRL e o TMS rejeita) e o RC
      *                        12 segura o passo de envio.
      *                        RC 4 tambem quando ha faixa pulada
      *                        (limites nao numericos) ou sem marca;
      *                        8 erro de leitura/gravacao (trailer nao
      *                        sai); 12 recusa ou falha de OPEN
      * DSnames .............. B090290.CIELOBIN (entrada)
      *                        B090290.CIETPA01(0) (DD CIETPA00,
      *                        geracao anterior, opcional)
      *                        B090290.CIETPA01(+1) (DD CIETPA01,
      *                        tabela nova - GDG)
      *                        B090290.CIEPRM09 (parametros, opcional)
      *                        CIEREL09 (relatorio impresso)
      *                        SORTWK (work do SORT)
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CIEBTC09.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CIELOBIN   ASSIGN TO CIELOBIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-BIN-INI8
                  FILE STATUS  IS WK-FS-CIELOBIN.

           SELECT CIETPA00   ASSIGN TO CIETPA00
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CIETPA00.

           SELECT CIETPA01   ASSIGN TO CIETPA01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CIETPA01.

           SELECT CIEPRM09   ASSIGN TO CIEPRM09
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CIEPRM09.

           SELECT CIEREL09   ASSIGN TO CIEREL09
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-CIEREL09.

           SELECT SORTWK     ASSIGN TO SORTWK.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO CIELOBIN GRAVADO POR CIEBIN03/CIEBTC01 -
      *   MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  CIELOBIN.
       01  WK-CIELOBIN-REC.
           05 WK-BIN-CODE                   PIC  X(006).
           05 WK-BIN-DATA                   PIC  X(094).
           05 WK-BIN-DATA-RED REDEFINES WK-BIN-DATA.
              07 WK-BIN-RANGE-FIM           PIC  X(006).
              07 WK-BIN-DESCRICAO           PIC  X(087).
              07 WK-BIN-STATUS              PIC  X(001).
                 88 WK-BIN-ATIVO                     VALUE 'A'.
                 88 WK-BIN-INATIVO                   VALUE 'I'.
           05 WK-BIN-EFF-DE                 PIC  X(008).
           05 WK-BIN-EFF-ATE                PIC  X(008).
           05 WK-BIN-MARCA                  PIC  X(010).
           05 WK-BIN-PRODUTO                PIC  X(001).
           05 WK-BIN-PAIS                   PIC  X(003).
           05 WK-BIN-INI8                   PIC  X(008).
           05 WK-BIN-INI8-RED REDEFINES WK-BIN-INI8.
              07 WK-BIN-INI8-PREF           PIC  X(006).
              07 WK-BIN-INI8-EXT            PIC  X(002).
                 88 WK-BIN-FAIXA-6                   VALUE SPACES.
           05 WK-BIN-FIM8                   PIC  X(008).

       FD  CIETPA00
           RECORDING MODE IS F.
       01  WK-CIETPA00-REC                  PIC  X(080).

       FD  CIETPA01
           RECORDING MODE IS F.
       01  WK-CIETPA01-REC                  PIC  X(080).

       FD  CIEPRM09
           RECORDING MODE IS F.
       01  WK-CIEPRM09-REC                  PIC  X(080).

       FD  CIEREL09
           RECORDING MODE IS F.
       01  WK-CIEREL09-REC                  PIC  X(133).

       SD  SORTWK.
       01  SRT-REC.
           05 SRT-INI-NUM                   PIC  9(008).
           05 SRT-DIGITOS                   PIC  9(001).
           05 SRT-FIM-NUM                   PIC  9(008).
           05 SRT-MARCA                     PIC  X(010).
           05 SRT-PRODUTO                   PIC  X(001).
           05 SRT-PAIS                      PIC  X(003).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CIELOBIN                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIETPA00                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIETPA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIEPRM09                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIEREL09                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-FIM-ANTERIOR                   PIC  X(001) VALUE 'N'.
           88 FIM-ANTERIOR                              VALUE 'S'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-FIM-SORT                       PIC  X(001) VALUE 'N'.
           88 FIM-SORT                                  VALUE 'S'.
       01 WK-TPA-OK                         PIC  X(001) VALUE 'S'.
           88 TPA-OK                                    VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = PUBLICADA   4 = PUBLICADA COM AVISO (PRIMEIRA CARGA,
      *   FORCAR=S, FAIXA PULADA OU SEM MARCA)
      *   8 = ERRO DE LEITURA/GRAVACAO   12 = RECUSADA/FALHA DE OPEN
      *----------------------------------------------------------------*
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

       01 WK-SIS-DATA                       PIC  9(008) VALUE ZEROS.
       01 WK-SIS-HORA                       PIC  9(008) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   PARAMETROS (CARTAO CIEPRM09): QUEDA=nnn PERCENTUAL MAXIMO DE
      *   ENCOLHIMENTO, FORCAR=S LIBERA A TRAVA, VIGENCIA=AAAAMMDD
      *   DATA QUE O TERMINAL VAI VER (DEFAULT AMANHA)
      *----------------------------------------------------------------*
       01 WK-PCT-LIMITE                     PIC  9(003) VALUE 5.
       01 WK-PCT-CARTAO                     PIC  X(003) VALUE SPACES.
       01 WK-FORCAR                         PIC  X(001) VALUE 'N'.
           88 FORCAR                                    VALUE 'S'.
       01 WK-DATA-VIG                       PIC  9(008) VALUE ZEROS.
       01 WK-VIG-CARTAO                     PIC  X(008) VALUE SPACES.

      *----------------------------------------------------------------*
      *   GERACAO ANTERIOR (DD CIETPA00 = GDG(0)): VERSAO DO HDR E
      *   QUANTIDADE DO TRL, CONFERIDA CONTRA OS D LIDOS
      *   SITUACAO: A = DD AUSENTE (PRIMEIRA CARGA)  V = VALIDA
      *             X = PRESENTE MAS INVALIDA
      *----------------------------------------------------------------*
       01 WK-ANT-SITUACAO                   PIC  X(001) VALUE 'A'.
           88 ANT-AUSENTE                               VALUE 'A'.
           88 ANT-VALIDA                                VALUE 'V'.
           88 ANT-INVALIDA                              VALUE 'X'.
       01 WK-ANT-TEM-HDR                    PIC  X(001) VALUE 'N'.
       01 WK-ANT-TEM-TRL                    PIC  X(001) VALUE 'N'.
       01 WK-ANT-VERSAO                     PIC  9(006) VALUE ZEROS.
       01 WK-ANT-QT-TRL                     PIC  9(007) VALUE ZEROS.
       01 WK-ANT-QT-DET                     PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   DECISAO DA TRAVA DE ENCOLHIMENTO
      *----------------------------------------------------------------*
       01 WK-PUBLICA                        PIC  X(001) VALUE 'N'.
           88 PUBLICA                                   VALUE 'S'.
       01 WK-MOTIVO-DECISAO                 PIC  X(040) VALUE SPACES.
       01 WK-PCT-QUEDA                      PIC  9(003)V99
                                            VALUE ZEROS.
       01 WK-VERSAO-NOVA                    PIC  9(006) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   LIMITES EXPANDIDOS EM 8 DIGITOS: FAIXA DE 6 DIGITOS VAI DE
      *   nnnnnn00 A nnnnnn99 (MESMA EXPANSAO DO CIEBTC07)
      *----------------------------------------------------------------*
       01 WK-EXP-NUM                        PIC  9(008) VALUE ZEROS.
       01 WK-EXP-RED REDEFINES WK-EXP-NUM.
          05 WK-EXP-PREF                    PIC  X(006).
          05 WK-EXP-EXT                     PIC  X(002).
       01 WK-EXP-X REDEFINES WK-EXP-NUM     PIC  X(008).

      *----------------------------------------------------------------*
      *   LAYOUT DA TABELA DO TERMINAL (80 BYTES, ACORDADO COM O TMS)
      *----------------------------------------------------------------*
       01 WK-TPA-HDR.
          05 WK-TPH-TIPO                    PIC  X(001) VALUE 'H'.
          05 WK-TPH-FORMATO                 PIC  X(004) VALUE 'TP01'.
          05 WK-TPH-VERSAO                  PIC  9(006).
          05 WK-TPH-DATA-GER                PIC  9(008).
          05 WK-TPH-HORA-GER                PIC  9(006).
          05 WK-TPH-DATA-VIG                PIC  9(008).
          05 FILLER                         PIC  X(047) VALUE SPACES.
       01 WK-TPA-DET.
          05 WK-TPD-UTIL.
             10 WK-TPD-TIPO                 PIC  X(001) VALUE 'D'.
             10 WK-TPD-INI                  PIC  9(008).
             10 WK-TPD-FIM                  PIC  9(008).
             10 WK-TPD-DIGITOS              PIC  9(001).
             10 WK-TPD-MARCA                PIC  X(010).
             10 WK-TPD-PRODUTO              PIC  X(001).
             10 WK-TPD-PAIS                 PIC  X(003).
          05 FILLER                         PIC  X(048) VALUE SPACES.
       01 WK-TPA-TRL.
          05 WK-TPT-TIPO                    PIC  X(001) VALUE 'T'.
          05 WK-TPT-VERSAO                  PIC  9(006).
          05 WK-TPT-QT                      PIC  9(007).
          05 WK-TPT-CHECKSUM                PIC  9(009).
          05 FILLER                         PIC  X(057) VALUE SPACES.

      *   VISAO DO REGISTRO LIDO DA GERACAO ANTERIOR
       01 WK-TPA-ANT                        PIC  X(080) VALUE SPACES.
       01 WK-TPA-ANT-HDR REDEFINES WK-TPA-ANT.
          05 WK-TPAH-TIPO                   PIC  X(001).
          05 WK-TPAH-FORMATO                PIC  X(004).
          05 WK-TPAH-VERSAO                 PIC  X(006).
          05 FILLER                         PIC  X(069).
       01 WK-TPA-ANT-TRL REDEFINES WK-TPA-ANT.
          05 WK-TPAT-TIPO                   PIC  X(001).
          05 WK-TPAT-VERSAO                 PIC  X(006).
          05 WK-TPAT-QT                     PIC  X(007).
          05 FILLER                         PIC  X(066).

      *----------------------------------------------------------------*
      *   CHECKSUM: VALOR DO BYTE PELA MEIA-PALAVRA BINARIA (BYTE ALTO
      *   ZERADO), VEZES A POSICAO NOS 32 BYTES UTEIS DO D
      *----------------------------------------------------------------*
       01 WK-CK-PAR.
          05 WK-CK-PAR-N                    PIC  9(004) COMP.
       01 WK-CK-PAR-X REDEFINES WK-CK-PAR.
          05 WK-CK-ALTO                     PIC  X(001).
          05 WK-CK-BAIXO                    PIC  X(001).
       01 WK-CK-POS                         PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-CK-SOMA                        PIC  9(018) COMP-3
                                            VALUE ZEROS.
       01 WK-CK-QUOCIENTE                   PIC  9(018) COMP-3
                                            VALUE ZEROS.
       01 WK-CK-FINAL                       PIC  9(009) VALUE ZEROS.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-INATIVAS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-FORA-VIG                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-PULADOS                  PIC  9(009) VALUE ZEROS.
          05 WK-QT-SEM-MARCA                PIC  9(009) VALUE ZEROS.
          05 WK-QT-SELECIONADAS             PIC  9(009) VALUE ZEROS.
          05 WK-QT-GRAVADAS                 PIC  9(009) VALUE ZEROS.

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
                                            'CIEBTC09'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   REPOSITORIO DE RELATORIOS (VSAM RELDIR01/RELLIN01, VIA
      *   RELREG01): CADA LINHA IMPRESSA NO CIEREL09 VAI TAMBEM PARA A
      *   CONSULTA ONLINE REL1 (RELINQ01); DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RELREG01                   PIC  X(008) VALUE
                                            'RELREG01'.
       01 WK-RELREG-AREA.
          05 WK-RELREG-MODO                 PIC  X(001) VALUE 'L'.
          05 WK-RELREG-RELATORIO            PIC  X(008) VALUE
                                            'CIEREL09'.
          05 WK-RELREG-PROGRAMA             PIC  X(008) VALUE
                                            'CIEBTC09'.
          05 WK-RELREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RELREG-EXECUCAO             PIC  9(003) VALUE ZEROS.
          05 WK-RELREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RELREG-LINHA                PIC  X(133) VALUE SPACES.
          05 WK-RELREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   RELATORIO IMPRESSO (DD CIEREL09, 133 BYTES COM CONTROLE DE
      *   CARRO NA COLUNA 1), NO MESMO MOLDE DO CEPBTC11 - SO A SECAO
      *   DE CONTROLE DA PUBLICACAO; OS DISPLAY DE SYSOUT CONTINUAM
      *   COMO ECO. DD AUSENTE DEGRADA PARA SO O ECO, COM AVISO
      *----------------------------------------------------------------*
       01 WK-REL-OK                         PIC  X(001) VALUE 'S'.
           88 REL-OK                                    VALUE 'S'.
       01 WK-REL-QT-LINHAS                  PIC  9(002) VALUE 99.
       01 WK-REL-PAGINA                     PIC  9(003) VALUE ZEROS.
       01 WK-REL-DETALHE                    PIC  X(132) VALUE SPACES.
       01 WK-REL-CAB1.
          05 FILLER           PIC X(001) VALUE '1'.
          05 FILLER           PIC X(040) VALUE
             'CIEBTC09 - TABELA DE BIN DOS TERMINAIS  '.
          05 FILLER           PIC X(010) VALUE 'VIGENCIA: '.
          05 WK-CAB1-VIG      PIC 9(008).
          05 FILLER           PIC X(003) VALUE SPACES.
          05 FILLER           PIC X(006) VALUE 'DATA: '.
          05 WK-CAB1-DATA     PIC 9(008).
          05 FILLER           PIC X(007) VALUE ' HORA: '.
          05 WK-CAB1-HORA     PIC 9(008).
          05 FILLER           PIC X(006) VALUE ' PAG: '.
          05 WK-CAB1-PAG      PIC ZZ9.
          05 FILLER           PIC X(033) VALUE SPACES.
       01 WK-REL-CAB2.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 FILLER           PIC X(040) VALUE
             'CONTROLE DA PUBLICACAO (GDG CIETPA01)   '.
          05 FILLER           PIC X(092) VALUE SPACES.

       01 WK-RELATORIO.
          05 FILLER           PIC X(030) VALUE
             'CIEBTC09 - TABELA TERMINAIS  '.
          05 FILLER           PIC X(020) VALUE
             'FAIXAS LIDAS.......'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'SELECIONADAS.......'.
          05 WK-REL-SELEC     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'GERACAO ANTERIOR...'.
          05 WK-REL-ANT       PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'GRAVADAS...........'.
          05 WK-REL-GRAVADAS  PIC ZZZ,ZZZ,ZZ9.

      *   LINHA DA SECAO DE TOTAIS DO RELATORIO IMPRESSO - UM
      *   CONTADOR POR LINHA
       01 WK-REL-TOTAL.
          05 FILLER            PIC X(005) VALUE SPACES.
          05 WK-REL-TOT-ROTULO PIC X(020).
          05 FILLER            PIC X(002) VALUE SPACES.
          05 WK-REL-TOT-VALOR  PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WK-REL-QUEDA.
          05 FILLER            PIC X(005) VALUE SPACES.
          05 FILLER            PIC X(022) VALUE
             'QUEDA / LIMITE (%)... '.
          05 WK-REL-QUE-PCT    PIC ZZ9.99.
          05 FILLER            PIC X(003) VALUE ' / '.
          05 WK-REL-QUE-LIM    PIC ZZ9.
       01 WK-REL-DECISAO.
          05 FILLER            PIC X(005) VALUE SPACES.
          05 FILLER            PIC X(022) VALUE
             'DECISAO.............. '.
          05 WK-REL-DEC-TEXTO  PIC X(040).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           ACCEPT WK-SIS-DATA FROM DATE YYYYMMDD
           ACCEPT WK-SIS-HORA FROM TIME

           PERFORM 050000-LER-PARAMETROS
           PERFORM 080000-CALCULA-VIGENCIA
           PERFORM 100000-LE-GERACAO-ANTERIOR

           OPEN OUTPUT CIEREL09

           IF WK-FS-CIEREL09 NOT EQUAL '00'
              DISPLAY 'CIEBTC09 - ERRO AO ABRIR CIEREL09 FS='
                      WK-FS-CIEREL09
                      ' - RELATORIO SO NO SYSOUT'
              MOVE 'N' TO WK-REL-OK
           END-IF

           SORT SORTWK
                ON ASCENDING  KEY SRT-INI-NUM
                   DESCENDING KEY SRT-DIGITOS
                   ASCENDING  KEY SRT-FIM-NUM
                INPUT  PROCEDURE 200000-SELECIONA-FAIXAS
                OUTPUT PROCEDURE 300000-PUBLICA-TABELA

           PERFORM 950000-EMITIR-RESUMO

           IF REL-OK
              CLOSE CIEREL09
           END-IF

           IF WK-RETORNO LESS 4
              AND (WK-QT-PULADOS GREATER ZEROS
                   OR WK-QT-SEM-MARCA GREATER ZEROS)
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
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
      * DD CIEPRM09 ausente (FILE STATUS de OPEN diferente de '00')
      * nao e erro - significa os defaults (5%, sem FORCAR, amanha)
      *----------------------------------------------------------------*
           OPEN INPUT CIEPRM09

           IF WK-FS-CIEPRM09 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE CIEPRM09
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ CIEPRM09

           IF WK-FS-CIEPRM09 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-CIEPRM09-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-CIEPRM09-REC(1:6) EQUAL 'QUEDA='
              MOVE WK-CIEPRM09-REC(7:3) TO WK-PCT-CARTAO
              IF WK-PCT-CARTAO NUMERIC
                    AND WK-PCT-CARTAO NOT GREATER '100'
                 MOVE WK-PCT-CARTAO TO WK-PCT-LIMITE
              ELSE
                 DISPLAY 'CIEBTC09 - QUEDA INVALIDA IGNORADA: '
                         WK-PCT-CARTAO
              END-IF
           ELSE
           IF WK-CIEPRM09-REC(1:7) EQUAL 'FORCAR='
              IF WK-CIEPRM09-REC(8:1) EQUAL 'S'
                 MOVE 'S' TO WK-FORCAR
                 DISPLAY 'CIEBTC09 - FORCAR=S: TRAVA DE ENCOLHIMENTO'
                         ' LIBERADA'
              END-IF
           ELSE
           IF WK-CIEPRM09-REC(1:9) EQUAL 'VIGENCIA='
              MOVE WK-CIEPRM09-REC(10:8) TO WK-VIG-CARTAO
              IF WK-VIG-CARTAO NUMERIC
                 MOVE WK-VIG-CARTAO TO WK-DATA-VIG
              ELSE
                 DISPLAY 'CIEBTC09 - VIGENCIA INVALIDA IGNORADA: '
                         WK-VIG-CARTAO
              END-IF
           ELSE
           IF WK-CIEPRM09-REC NOT EQUAL SPACES
              DISPLAY 'CIEBTC09 - PARAMETRO DESCONHECIDO: '
                      WK-CIEPRM09-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       080000-CALCULA-VIGENCIA.
      *----------------------------------------------------------------*
      * O TERMINAL CARREGA A TABELA DE NOITE E USA NO DIA SEGUINTE -
      * DATA DE VIGENCIA = AMANHA, PELO NUMERO INTEIRO DA DATA COMO
      * NO CIEBTC06, SALVO VIGENCIA= NO CARTAO
      *----------------------------------------------------------------*
           IF WK-DATA-VIG EQUAL ZEROS
              COMPUTE WK-DATA-VIG = FUNCTION DATE-OF-INTEGER
                    ( FUNCTION INTEGER-OF-DATE ( WK-SIS-DATA ) + 1 )
           END-IF

           DISPLAY 'CIEBTC09 - FAIXAS VIGENTES EM ' WK-DATA-VIG
                   ' - QUEDA MAXIMA ' WK-PCT-LIMITE '%'.

      *----------------------------------------------------------------*
       100000-LE-GERACAO-ANTERIOR.
      *----------------------------------------------------------------*
      * GERACAO ANTERIOR VALIDA = HDR + D + TRL COM A QUANTIDADE DO
      * TRAILER IGUAL AOS D LIDOS. DD AUSENTE = PRIMEIRA CARGA
      *----------------------------------------------------------------*
           OPEN INPUT CIETPA00

           IF WK-FS-CIETPA00 NOT EQUAL '00'
              DISPLAY 'CIEBTC09 - SEM GERACAO ANTERIOR (CIETPA00 FS='
                      WK-FS-CIETPA00 ') - PRIMEIRA CARGA'
              MOVE 'A' TO WK-ANT-SITUACAO
           ELSE
              PERFORM 110000-LER-ANTERIOR
                      UNTIL FIM-ANTERIOR
              CLOSE CIETPA00

              IF WK-ANT-TEM-HDR EQUAL 'S'
                 AND WK-ANT-TEM-TRL EQUAL 'S'
                 AND WK-ANT-QT-TRL EQUAL WK-ANT-QT-DET
                 MOVE 'V' TO WK-ANT-SITUACAO
                 DISPLAY 'CIEBTC09 - GERACAO ANTERIOR VERSAO '
                         WK-ANT-VERSAO ' COM ' WK-ANT-QT-DET
                         ' FAIXAS'
              ELSE
                 MOVE 'X' TO WK-ANT-SITUACAO
                 DISPLAY 'CIEBTC09 - GERACAO ANTERIOR INVALIDA (HDR='
                         WK-ANT-TEM-HDR ' TRL=' WK-ANT-TEM-TRL
                         ' QT TRL=' WK-ANT-QT-TRL ' LIDAS='
                         WK-ANT-QT-DET ')'
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       110000-LER-ANTERIOR.
      *----------------------------------------------------------------*
           READ CIETPA00 INTO WK-TPA-ANT

           IF WK-FS-CIETPA00 EQUAL '10'
              MOVE 'S' TO WK-FIM-ANTERIOR
           ELSE
           IF WK-FS-CIETPA00 NOT EQUAL '00'
              DISPLAY 'CIEBTC09 - ERRO DE LEITURA CIETPA00 FS='
                      WK-FS-CIETPA00
              MOVE 'S' TO WK-FIM-ANTERIOR
              MOVE 'N' TO WK-ANT-TEM-TRL
           ELSE
           IF WK-TPAH-TIPO EQUAL 'H'
              AND WK-TPAH-VERSAO NUMERIC
              MOVE 'S'            TO WK-ANT-TEM-HDR
              MOVE WK-TPAH-VERSAO TO WK-ANT-VERSAO
           ELSE
           IF WK-TPAT-TIPO EQUAL 'T'
              AND WK-TPAT-QT NUMERIC
              MOVE 'S'        TO WK-ANT-TEM-TRL
              MOVE WK-TPAT-QT TO WK-ANT-QT-TRL
           ELSE
              ADD 1 TO WK-ANT-QT-DET
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       200000-SELECIONA-FAIXAS.
      *----------------------------------------------------------------*
           OPEN INPUT CIELOBIN

           IF WK-FS-CIELOBIN NOT EQUAL '00'
              DISPLAY 'CIEBTC09 - ERRO AO ABRIR CIELOBIN FS='
                      WK-FS-CIELOBIN
              MOVE 'S' TO WK-FIM-ARQUIVO
              MOVE 12  TO WK-RETORNO
           ELSE
              PERFORM 210000-LER-CIELOBIN
              PERFORM 220000-AVALIA-FAIXA
                      UNTIL FIM-ARQUIVO
              CLOSE CIELOBIN
           END-IF.

      *----------------------------------------------------------------*
       210000-LER-CIELOBIN.
      *----------------------------------------------------------------*
      *    AREA LIMPA ANTES DO READ: REGISTRO ANTERIOR AO CRESCIMENTO
      *    DO LAYOUT (FILE STATUS '04') E ACEITO COM OS CAMPOS NOVOS
      *    EM BRANCO
           MOVE SPACES TO WK-CIELOBIN-REC
           READ CIELOBIN NEXT RECORD

           EVALUATE WK-FS-CIELOBIN
              WHEN '00'
              WHEN '04'
                 ADD 1 TO WK-QT-LIDOS
              WHEN '10'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              WHEN OTHER
                 DISPLAY 'CIEBTC09 - ERRO DE LEITURA CIELOBIN FS='
                         WK-FS-CIELOBIN
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       220000-AVALIA-FAIXA.
      *----------------------------------------------------------------*
      * SO FAIXA ATIVA E VIGENTE NA DATA DO TERMINAL; LIMITE NAO
      * NUMERICO E PULADO E CONTADO (NUNCA VAI PARA O TERMINAL)
      *----------------------------------------------------------------*
           IF NOT WK-BIN-ATIVO
              ADD 1 TO WK-QT-INATIVAS
           ELSE
           IF (WK-BIN-EFF-DE NOT EQUAL SPACES
                 AND WK-BIN-EFF-DE GREATER WK-DATA-VIG)
              OR (WK-BIN-EFF-ATE NOT EQUAL SPACES
                 AND WK-BIN-EFF-ATE LESS WK-DATA-VIG)
              ADD 1 TO WK-QT-FORA-VIG
           ELSE
           IF WK-BIN-INI8-PREF NOT NUMERIC
              OR WK-BIN-RANGE-FIM NOT NUMERIC
              OR (NOT WK-BIN-FAIXA-6
                  AND (WK-BIN-INI8 NOT NUMERIC
                       OR WK-BIN-FIM8 NOT NUMERIC))
              ADD 1 TO WK-QT-PULADOS
              DISPLAY 'CIEBTC09 - FAIXA PULADA (LIMITE INVALIDO): '
                      WK-BIN-INI8 ' ' WK-BIN-FIM8
           ELSE
              PERFORM 230000-LIBERA-FAIXA
           END-IF
           END-IF
           END-IF

           PERFORM 210000-LER-CIELOBIN.

      *----------------------------------------------------------------*
       230000-LIBERA-FAIXA.
      *----------------------------------------------------------------*
           IF WK-BIN-FAIXA-6
              MOVE WK-BIN-INI8-PREF TO WK-EXP-PREF
              MOVE '00'             TO WK-EXP-EXT
              MOVE WK-EXP-NUM       TO SRT-INI-NUM
              MOVE WK-BIN-RANGE-FIM TO WK-EXP-PREF
              MOVE '99'             TO WK-EXP-EXT
              MOVE WK-EXP-NUM       TO SRT-FIM-NUM
              MOVE 6                TO SRT-DIGITOS
           ELSE
              MOVE WK-BIN-INI8      TO WK-EXP-X
              MOVE WK-EXP-NUM       TO SRT-INI-NUM
              MOVE WK-BIN-FIM8      TO WK-EXP-X
              MOVE WK-EXP-NUM       TO SRT-FIM-NUM
              MOVE 8                TO SRT-DIGITOS
           END-IF

           IF WK-BIN-MARCA EQUAL SPACES
              ADD 1 TO WK-QT-SEM-MARCA
           END-IF

           MOVE WK-BIN-MARCA   TO SRT-MARCA
           MOVE WK-BIN-PRODUTO TO SRT-PRODUTO
           MOVE WK-BIN-PAIS    TO SRT-PAIS

           ADD 1 TO WK-QT-SELECIONADAS
           RELEASE SRT-REC.

      *----------------------------------------------------------------*
       300000-PUBLICA-TABELA.
      *----------------------------------------------------------------*
      * A SELECAO JA TERMINOU QUANDO A SAIDA DO SORT COMECA - A TRAVA
      * DECIDE ANTES DE ABRIR A GDG NOVA; RECUSADA, A GDG NAO E
      * ABERTA E O SORT E ABANDONADO
      *----------------------------------------------------------------*
           PERFORM 310000-AVALIA-ENCOLHIMENTO

           IF PUBLICA
              OPEN OUTPUT CIETPA01
              IF WK-FS-CIETPA01 NOT EQUAL '00'
                 DISPLAY 'CIEBTC09 - ERRO AO ABRIR CIETPA01 FS='
                         WK-FS-CIETPA01
                 MOVE 'N' TO WK-PUBLICA
                 MOVE 'GDG CIETPA01 NAO ABRIU' TO WK-MOTIVO-DECISAO
                 MOVE 12  TO WK-RETORNO
              END-IF
           END-IF

           IF PUBLICA
              PERFORM 320000-GRAVA-CABECALHO
              PERFORM 330000-RETORNA-REGISTRO
              PERFORM 340000-GRAVA-FAIXA
                      UNTIL FIM-SORT
                         OR NOT TPA-OK
              PERFORM 360000-GRAVA-TRAILER
              CLOSE CIETPA01
           END-IF.

      *----------------------------------------------------------------*
       310000-AVALIA-ENCOLHIMENTO.
      *----------------------------------------------------------------*
      * QUEDA = (ANTERIOR - NOVA) / ANTERIOR EM %, SO QUANDO ENCOLHE.
      * TABELA VAZIA OU FALHA NA LEITURA DO CIELOBIN NUNCA PUBLICA,
      * NEM COM FORCAR=S
      *----------------------------------------------------------------*
           MOVE 'N'   TO WK-PUBLICA
           MOVE ZEROS TO WK-PCT-QUEDA

           IF ANT-VALIDA
              AND WK-QT-SELECIONADAS LESS WK-ANT-QT-DET
              COMPUTE WK-PCT-QUEDA ROUNDED =
                      (WK-ANT-QT-DET - WK-QT-SELECIONADAS) * 100
                      / WK-ANT-QT-DET
           END-IF

           IF WK-RETORNO NOT LESS 8
              MOVE 'CIELOBIN NAO LIDO POR INTEIRO' TO WK-MOTIVO-DECISAO
           ELSE
           IF WK-QT-SELECIONADAS EQUAL ZEROS
              MOVE 'NENHUMA FAIXA SELECIONADA' TO WK-MOTIVO-DECISAO
           ELSE
           IF ANT-INVALIDA
              AND NOT FORCAR
              MOVE 'GERACAO ANTERIOR INVALIDA' TO WK-MOTIVO-DECISAO
           ELSE
           IF WK-PCT-QUEDA GREATER WK-PCT-LIMITE
              AND NOT FORCAR
              MOVE 'ENCOLHEU ALEM DO LIMITE' TO WK-MOTIVO-DECISAO
           ELSE
              MOVE 'S' TO WK-PUBLICA
           END-IF
           END-IF
           END-IF
           END-IF

           IF PUBLICA
              IF ANT-VALIDA
                 COMPUTE WK-VERSAO-NOVA = WK-ANT-VERSAO + 1
              ELSE
                 MOVE 1 TO WK-VERSAO-NOVA
              END-IF

              IF ANT-AUSENTE
                 MOVE 'PUBLICADA - PRIMEIRA CARGA'
                      TO WK-MOTIVO-DECISAO
                 IF WK-RETORNO LESS 4
                    MOVE 4 TO WK-RETORNO
                 END-IF
              ELSE
              IF FORCAR
                 AND (ANT-INVALIDA
                      OR WK-PCT-QUEDA GREATER WK-PCT-LIMITE)
                 MOVE 'PUBLICADA COM FORCAR=S' TO WK-MOTIVO-DECISAO
                 IF WK-RETORNO LESS 4
                    MOVE 4 TO WK-RETORNO
                 END-IF
              ELSE
                 MOVE 'PUBLICADA' TO WK-MOTIVO-DECISAO
              END-IF
              END-IF
           ELSE
              MOVE 12 TO WK-RETORNO
              DISPLAY 'CIEBTC09 - TABELA RECUSADA: ' WK-MOTIVO-DECISAO
                      ' - GERACAO NOVA NAO PUBLICADA'
           END-IF.

      *----------------------------------------------------------------*
       320000-GRAVA-CABECALHO.
      *----------------------------------------------------------------*
           MOVE WK-VERSAO-NOVA   TO WK-TPH-VERSAO
           MOVE WK-SIS-DATA      TO WK-TPH-DATA-GER
           MOVE WK-SIS-HORA(1:6) TO WK-TPH-HORA-GER
           MOVE WK-DATA-VIG      TO WK-TPH-DATA-VIG

           MOVE WK-TPA-HDR TO WK-CIETPA01-REC
           PERFORM 370000-GRAVA-REGISTRO.

      *----------------------------------------------------------------*
       330000-RETORNA-REGISTRO.
      *----------------------------------------------------------------*
           RETURN SORTWK
               AT END MOVE 'S' TO WK-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------*
       340000-GRAVA-FAIXA.
      *----------------------------------------------------------------*
           MOVE SRT-INI-NUM  TO WK-TPD-INI
           MOVE SRT-FIM-NUM  TO WK-TPD-FIM
           MOVE SRT-DIGITOS  TO WK-TPD-DIGITOS
           MOVE SRT-MARCA    TO WK-TPD-MARCA
           MOVE SRT-PRODUTO  TO WK-TPD-PRODUTO
           MOVE SRT-PAIS     TO WK-TPD-PAIS

           PERFORM 350000-SOMA-BYTE
                   VARYING WK-CK-POS FROM 1 BY 1
                     UNTIL WK-CK-POS GREATER LENGTH OF WK-TPD-UTIL

           MOVE WK-TPA-DET TO WK-CIETPA01-REC
           PERFORM 370000-GRAVA-REGISTRO

           IF TPA-OK
              ADD 1 TO WK-QT-GRAVADAS
           END-IF

           PERFORM 330000-RETORNA-REGISTRO.

      *----------------------------------------------------------------*
       350000-SOMA-BYTE.
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO WK-CK-PAR-N
           MOVE WK-TPD-UTIL(WK-CK-POS:1)   TO WK-CK-BAIXO
           COMPUTE WK-CK-SOMA = WK-CK-SOMA + WK-CK-PAR-N * WK-CK-POS.

      *----------------------------------------------------------------*
       360000-GRAVA-TRAILER.
      *----------------------------------------------------------------*
      * ERRO DE GRAVACAO NO MEIO DA TABELA = SEM TRAILER - O TMS
      * REJEITA A GERACAO INCOMPLETA
      *----------------------------------------------------------------*
           IF TPA-OK
              DIVIDE WK-CK-SOMA BY 1000000000
                     GIVING WK-CK-QUOCIENTE
                     REMAINDER WK-CK-FINAL

              MOVE WK-VERSAO-NOVA TO WK-TPT-VERSAO
              MOVE WK-QT-GRAVADAS TO WK-TPT-QT
              MOVE WK-CK-FINAL    TO WK-TPT-CHECKSUM

              MOVE WK-TPA-TRL TO WK-CIETPA01-REC
              PERFORM 370000-GRAVA-REGISTRO
           END-IF

           IF NOT TPA-OK
              MOVE 'GRAVACAO INTERROMPIDA - SEM TRAILER'
                   TO WK-MOTIVO-DECISAO
           END-IF.

      *----------------------------------------------------------------*
       370000-GRAVA-REGISTRO.
      *----------------------------------------------------------------*
           WRITE WK-CIETPA01-REC

           IF WK-FS-CIETPA01 NOT EQUAL '00'
              DISPLAY 'CIEBTC09 - ERRO AO GRAVAR CIETPA01 FS='
                      WK-FS-CIETPA01
              MOVE 'N' TO WK-TPA-OK
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS        TO WK-REL-LIDOS
           MOVE WK-QT-SELECIONADAS TO WK-REL-SELEC
           MOVE WK-ANT-QT-DET      TO WK-REL-ANT
           MOVE WK-QT-GRAVADAS     TO WK-REL-GRAVADAS

           DISPLAY WK-RELATORIO

           MOVE WK-PCT-QUEDA       TO WK-REL-QUE-PCT
           MOVE WK-PCT-LIMITE      TO WK-REL-QUE-LIM
           MOVE WK-MOTIVO-DECISAO  TO WK-REL-DEC-TEXTO
           DISPLAY WK-REL-QUEDA
           DISPLAY WK-REL-DECISAO

      *    SECAO DE TOTAIS DO RELATORIO IMPRESSO - UM CONTADOR POR
      *    LINHA
           MOVE SPACES       TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'FAIXAS LIDAS........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-LIDOS            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'INATIVAS............' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-INATIVAS         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'FORA DA VIGENCIA....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-FORA-VIG         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'PULADAS (LIMITE)....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-PULADOS          TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'SELECIONADAS........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-SELECIONADAS     TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'SEM MARCA...........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-SEM-MARCA        TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'GERACAO ANTERIOR....' TO WK-REL-TOT-ROTULO
           MOVE WK-ANT-QT-DET          TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'VERSAO ANTERIOR.....' TO WK-REL-TOT-ROTULO
           MOVE WK-ANT-VERSAO          TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'VERSAO PUBLICADA....' TO WK-REL-TOT-ROTULO
           MOVE WK-VERSAO-NOVA         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'FAIXAS GRAVADAS.....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-GRAVADAS         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'CHECKSUM............' TO WK-REL-TOT-ROTULO
           MOVE WK-CK-FINAL            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE WK-REL-QUEDA           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE WK-REL-DECISAO         TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'                TO WK-RUNREG-MODO
           MOVE WK-QT-LIDOS        TO WK-RUNREG-QT-ENTRADA
           MOVE WK-QT-GRAVADAS     TO WK-RUNREG-QT-SAIDA
           MOVE WK-QT-PULADOS      TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO         TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA

      *    FECHA A EXECUCAO NO REPOSITORIO COM PAGINAS/LINHAS E O
      *    MESMO CONDITION CODE DO RUNHST01
           MOVE 'F'              TO WK-RELREG-MODO
           MOVE WK-RETORNO       TO WK-RELREG-COND-CODE
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.

      *----------------------------------------------------------------*
       980000-IMPRIME-LINHA.
      *----------------------------------------------------------------*
      * UMA LINHA DE DETALHE NO RELATORIO IMPRESSO - SALTO DE PAGINA
      * COM CABECALHOS A CADA 60 LINHAS
      *----------------------------------------------------------------*
           IF REL-OK
              IF WK-REL-QT-LINHAS GREATER 59
                 PERFORM 981000-NOVA-PAGINA
              END-IF

              MOVE SPACES         TO WK-CIEREL09-REC
              MOVE SPACE          TO WK-CIEREL09-REC(1:1)
              MOVE WK-REL-DETALHE TO WK-CIEREL09-REC(2:132)

              WRITE WK-CIEREL09-REC

              IF WK-FS-CIEREL09 NOT EQUAL '00'
                 DISPLAY 'CIEBTC09 - ERRO AO GRAVAR CIEREL09 FS='
                         WK-FS-CIEREL09
                 MOVE 'N' TO WK-REL-OK
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
              ELSE
                 ADD 1 TO WK-REL-QT-LINHAS
                 PERFORM 982000-GUARDA-LINHA
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       981000-NOVA-PAGINA.
      *----------------------------------------------------------------*
           ADD 1              TO WK-REL-PAGINA
           MOVE WK-DATA-VIG   TO WK-CAB1-VIG
           MOVE WK-SIS-DATA   TO WK-CAB1-DATA
           MOVE WK-SIS-HORA   TO WK-CAB1-HORA
           MOVE WK-REL-PAGINA TO WK-CAB1-PAG

           MOVE WK-REL-CAB1 TO WK-CIEREL09-REC
           WRITE WK-CIEREL09-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB2 TO WK-CIEREL09-REC
           WRITE WK-CIEREL09-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE SPACES      TO WK-CIEREL09-REC
           WRITE WK-CIEREL09-REC
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
           MOVE WK-CIEREL09-REC TO WK-RELREG-LINHA
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.
