      *****************************************************************
      * PoT para Tivit / Cielo
      * ----------------------------------------------------------------
      * Programa.............. CIEBTC08
      * Tipo    .............. Batch
      * Finalidade ........... relatorio MENSAL de compliance das
      *                        pesquisas de BIN bloqueadas pela lista
      *                        de bloqueio (VSAM "CIEBLQ01", mantido
      *                        pelo CIEBIN06): o CIEBIN02 soma cada
      *                        pesquisa bloqueada no VSAM "CIEBLH01"
      *                        por entrada da lista (faixa ou pais) e
      *                        mes. O relatorio lista as entradas que
      *                        bloquearam no mes em ordem DECRESCENTE
      *                        de pesquisas, com motivo (SA=sancao
      *                        FR=fraude BO=boletim da bandeira), o
      *                        boletim/documento de origem e a
      *                        situacao ATUAL da entrada na lista,
      *                        primeira/ultima ocorrencia e o ultimo
      *                        BIN pedido, e fecha com os totais por
      *                        motivo e por tipo de entrada.
      *                        Mes de referencia no cartao opcional
      *                        CIEPRM08 (MES=AAAAMM); sem cartao, o mes
      *                        anterior ao da execucao (job mensal
      *                        rodado no inicio do mes seguinte).
      *                        CIEBLQ01 ausente so tira o boletim e a
      *                        situacao do relatorio (RC 4)
      * DSnames .............. B090290.CIEBLH01 (entrada)
      *                        B090290.CIEBLQ01 (entrada, consulta)
      *                        B090290.CIEPRM08 (parametros, opcional)
      *                        CIEREL08 (relatorio impresso)
      *                        SORTWK (work do SORT)
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CIEBTC08.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CIEBLH01   ASSIGN TO CIEBLH01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-BLH-CHAVE
                  FILE STATUS  IS WK-FS-CIEBLH01.

           SELECT CIEBLQ01   ASSIGN TO CIEBLQ01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-BLQ-CHAVE
                  FILE STATUS  IS WK-FS-CIEBLQ01.

           SELECT CIEPRM08   ASSIGN TO CIEPRM08
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CIEPRM08.

           SELECT CIEREL08   ASSIGN TO CIEREL08
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-CIEREL08.

           SELECT SORTWK     ASSIGN TO SORTWK.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO VSAM "CIEBLH01" GRAVADO PELO CIEBIN02 -
      *   MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  CIEBLH01.
       01  WK-BLH-REC.
           05 WK-BLH-CHAVE.
              07 WK-BLH-MES                 PIC  X(006).
              07 WK-BLH-TIPO                PIC  X(001).
              07 WK-BLH-VALOR               PIC  X(008).
           05 WK-BLH-MOTIVO                 PIC  X(002).
           05 WK-BLH-QT                     PIC  9(009).
           05 WK-BLH-PRIM-DATA              PIC  X(008).
           05 WK-BLH-PRIM-HORA              PIC  X(008).
           05 WK-BLH-ULT-DATA               PIC  X(008).
           05 WK-BLH-ULT-HORA               PIC  X(008).
           05 WK-BLH-ULT-BIN                PIC  X(008).
           05 FILLER                        PIC  X(014).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO VSAM "CIEBLQ01" MANTIDO PELO CIEBIN06 -
      *   MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  CIEBLQ01.
       01  WK-BLQ-REC.
           05 WK-BLQ-CHAVE.
              07 WK-BLQ-TIPO                PIC  X(001).
              07 WK-BLQ-VALOR               PIC  X(008).
           05 WK-BLQ-MOTIVO                 PIC  X(002).
           05 WK-BLQ-BOLETIM                PIC  X(020).
           05 WK-BLQ-EFF-DE                 PIC  X(008).
           05 WK-BLQ-EFF-ATE                PIC  X(008).
           05 WK-BLQ-SITUACAO               PIC  X(001).
           05 WK-BLQ-USUARIO                PIC  X(008).
           05 WK-BLQ-DT-MANUT               PIC  X(014).
           05 FILLER                        PIC  X(010).

       FD  CIEPRM08
           RECORDING MODE IS F.
       01  WK-CIEPRM08-REC                  PIC  X(080).

       FD  CIEREL08
           RECORDING MODE IS F.
       01  WK-CIEREL08-REC                  PIC  X(133).

       SD  SORTWK.
       01  SRT-REC.
           05 SRT-QT                        PIC  9(009).
           05 SRT-CHAVE.
              07 SRT-TIPO                   PIC  X(001).
              07 SRT-VALOR                  PIC  X(008).
           05 SRT-MOTIVO                    PIC  X(002).
           05 SRT-PRIM-DATA                 PIC  X(008).
           05 SRT-PRIM-HORA                 PIC  X(008).
           05 SRT-ULT-DATA                  PIC  X(008).
           05 SRT-ULT-HORA                  PIC  X(008).
           05 SRT-ULT-BIN                   PIC  X(008).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CIEBLH01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIEBLQ01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIEPRM08                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIEREL08                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-FIM-SORT                       PIC  X(001) VALUE 'N'.
           88 FIM-SORT                                  VALUE 'S'.
       01 WK-BLQ-OK                         PIC  X(001) VALUE 'S'.
           88 BLQ-OK                                    VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = LIMPO   4 = AVISO (LISTA DE BLOQUEIO AUSENTE)
      *   8 = ERRO DE LEITURA/GRAVACAO   12 = FALHA DE OPEN
      *----------------------------------------------------------------*
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   MES DE REFERENCIA (CARTAO MES=AAAAMM OU O MES ANTERIOR AO DA
      *   EXECUCAO)
      *----------------------------------------------------------------*
       01 WK-SIS-DATA                       PIC  9(008) VALUE ZEROS.
       01 WK-SIS-HORA                       PIC  9(008) VALUE ZEROS.
       01 WK-MES-REF                        PIC  9(006) VALUE ZEROS.
       01 WK-MES-REF-R REDEFINES WK-MES-REF.
          05 WK-MES-REF-ANO                 PIC  9(004).
          05 WK-MES-REF-MES                 PIC  9(002).
       01 WK-MES-REF-X REDEFINES WK-MES-REF PIC  X(006).
       01 WK-MES-CARTAO                     PIC  X(006) VALUE SPACES.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-LISTADOS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-FORA-LISTA               PIC  9(009) VALUE ZEROS.
          05 WK-TOT-PESQUISAS               PIC  9(011) VALUE ZEROS.
          05 WK-TOT-SANCAO                  PIC  9(011) VALUE ZEROS.
          05 WK-TOT-FRAUDE                  PIC  9(011) VALUE ZEROS.
          05 WK-TOT-BOLETIM                 PIC  9(011) VALUE ZEROS.
          05 WK-TOT-FAIXA                   PIC  9(011) VALUE ZEROS.
          05 WK-TOT-PAIS                    PIC  9(011) VALUE ZEROS.

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
                                            'CIEBTC08'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   REPOSITORIO DE RELATORIOS (VSAM RELDIR01/RELLIN01, VIA
      *   RELREG01): CADA LINHA IMPRESSA NO CIEREL08 VAI TAMBEM PARA A
      *   CONSULTA ONLINE REL1 (RELINQ01); DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RELREG01                   PIC  X(008) VALUE
                                            'RELREG01'.
       01 WK-RELREG-AREA.
          05 WK-RELREG-MODO                 PIC  X(001) VALUE 'L'.
          05 WK-RELREG-RELATORIO            PIC  X(008) VALUE
                                            'CIEREL08'.
          05 WK-RELREG-PROGRAMA             PIC  X(008) VALUE
                                            'CIEBTC08'.
          05 WK-RELREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RELREG-EXECUCAO             PIC  9(003) VALUE ZEROS.
          05 WK-RELREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RELREG-LINHA                PIC  X(133) VALUE SPACES.
          05 WK-RELREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   RELATORIO IMPRESSO (DD CIEREL08, 133 BYTES COM CONTROLE DE
      *   CARRO NA COLUNA 1), NO MESMO MOLDE DO CEPBTC11; OS DISPLAY
      *   DE SYSOUT CONTINUAM COMO ECO. DD AUSENTE DEGRADA PARA SO O
      *   ECO, COM AVISO
      *----------------------------------------------------------------*
       01 WK-REL-OK                         PIC  X(001) VALUE 'S'.
           88 REL-OK                                    VALUE 'S'.
       01 WK-REL-QT-LINHAS                  PIC  9(002) VALUE 99.
       01 WK-REL-PAGINA                     PIC  9(003) VALUE ZEROS.
       01 WK-REL-DETALHE                    PIC  X(132) VALUE SPACES.
       01 WK-REL-CAB1.
          05 FILLER           PIC X(001) VALUE '1'.
          05 FILLER           PIC X(041) VALUE
             'CIEBTC08 - BLOQUEIOS DE COMPLIANCE - MES '.
          05 WK-CAB1-MES      PIC 9(006).
          05 FILLER           PIC X(006) VALUE SPACES.
          05 FILLER           PIC X(006) VALUE 'DATA: '.
          05 WK-CAB1-DATA     PIC 9(008).
          05 FILLER           PIC X(007) VALUE ' HORA: '.
          05 WK-CAB1-HORA     PIC 9(008).
          05 FILLER           PIC X(006) VALUE ' PAG: '.
          05 WK-CAB1-PAG      PIC ZZ9.
          05 FILLER           PIC X(041) VALUE SPACES.
       01 WK-REL-CAB2.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 FILLER           PIC X(036) VALUE
             'TIPO  VALOR    MT  BOLETIM/ORIGEM   '.
          05 FILLER           PIC X(036) VALUE
             '    S   PESQUISAS   PRIMEIRA OCORR. '.
          05 FILLER           PIC X(029) VALUE
             '   ULTIMA OCORR.      ULT.BIN'.
          05 FILLER           PIC X(031) VALUE SPACES.

       01 WK-LINHA-BLOQ.
          05 WK-LIN-TIPO      PIC X(005).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-VALOR     PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-MOTIVO    PIC X(002).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-LIN-BOLETIM   PIC X(020).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-SITUACAO  PIC X(001).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-LIN-QT        PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-LIN-PRIM-DATA PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-PRIM-HORA PIC X(008).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-LIN-ULT-DATA  PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-ULT-HORA  PIC X(008).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-LIN-ULT-BIN   PIC X(008).

       01 WK-RELATORIO.
          05 FILLER           PIC X(030) VALUE
             'CIEBTC08 - BLOQUEIOS NO MES  '.
          05 FILLER           PIC X(020) VALUE
             'ENTRADAS LIDAS.....'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ENTRADAS LISTADAS..'.
          05 WK-REL-LISTADOS  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'PESQUISAS BLOQ.....'.
          05 WK-REL-PESQUISAS PIC ZZ,ZZZ,ZZZ,ZZ9.

      *   LINHA DA SECAO DE TOTAIS DO RELATORIO IMPRESSO - UM
      *   CONTADOR POR LINHA
       01 WK-REL-TOTAL.
          05 FILLER            PIC X(005) VALUE SPACES.
          05 WK-REL-TOT-ROTULO PIC X(020).
          05 FILLER            PIC X(002) VALUE SPACES.
          05 WK-REL-TOT-VALOR  PIC ZZ,ZZZ,ZZZ,ZZ9.

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
           PERFORM 080000-CALCULA-MES

           OPEN OUTPUT CIEREL08

           IF WK-FS-CIEREL08 NOT EQUAL '00'
              DISPLAY 'CIEBTC08 - ERRO AO ABRIR CIEREL08 FS='
                      WK-FS-CIEREL08
                      ' - RELATORIO SO NO SYSOUT'
              MOVE 'N' TO WK-REL-OK
           END-IF

           OPEN INPUT CIEBLQ01

           IF WK-FS-CIEBLQ01 NOT EQUAL '00'
              DISPLAY 'CIEBTC08 - CIEBLQ01 INDISPONIVEL FS='
                      WK-FS-CIEBLQ01
                      ' - RELATORIO SEM BOLETIM/SITUACAO'
              MOVE 'N' TO WK-BLQ-OK
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF

           SORT SORTWK
                ON DESCENDING KEY SRT-QT
                   ASCENDING  KEY SRT-CHAVE
                INPUT  PROCEDURE 100000-SELECIONA-MES
                OUTPUT PROCEDURE 300000-EMITE-BLOQUEIOS

           PERFORM 950000-EMITIR-RESUMO

           IF BLQ-OK
              CLOSE CIEBLQ01
           END-IF

           IF REL-OK
              CLOSE CIEREL08
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
      * DD CIEPRM08 ausente (FILE STATUS de OPEN diferente de '00')
      * nao e erro - significa relatorio do mes anterior ao corrente
      *----------------------------------------------------------------*
           OPEN INPUT CIEPRM08

           IF WK-FS-CIEPRM08 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE CIEPRM08
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ CIEPRM08

           IF WK-FS-CIEPRM08 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-CIEPRM08-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-CIEPRM08-REC(1:4) EQUAL 'MES='
              MOVE WK-CIEPRM08-REC(5:6) TO WK-MES-CARTAO
           ELSE
           IF WK-CIEPRM08-REC NOT EQUAL SPACES
              DISPLAY 'CIEBTC08 - PARAMETRO DESCONHECIDO: '
                      WK-CIEPRM08-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       080000-CALCULA-MES.
      *----------------------------------------------------------------*
      * CARTAO INVALIDO (NAO NUMERICO OU MES FORA DE 01-12) E
      * AVISADO E CAI NO DEFAULT - MES ANTERIOR AO DA EXECUCAO
      *----------------------------------------------------------------*
           IF WK-MES-CARTAO NOT EQUAL SPACES
              IF WK-MES-CARTAO NUMERIC
                 MOVE WK-MES-CARTAO TO WK-MES-REF
              END-IF
              IF WK-MES-REF-MES LESS 1 OR WK-MES-REF-MES GREATER 12
                 DISPLAY 'CIEBTC08 - MES INVALIDO NO CARTAO: '
                         WK-MES-CARTAO ' - ASSUMIDO O MES ANTERIOR'
                 MOVE ZEROS TO WK-MES-REF
              END-IF
           END-IF

           IF WK-MES-REF EQUAL ZEROS
              MOVE WK-SIS-DATA(1:6) TO WK-MES-REF
              IF WK-MES-REF-MES EQUAL 1
                 SUBTRACT 1 FROM WK-MES-REF-ANO
                 MOVE 12 TO WK-MES-REF-MES
              ELSE
                 SUBTRACT 1 FROM WK-MES-REF-MES
              END-IF
           END-IF

           DISPLAY 'CIEBTC08 - MES DE REFERENCIA ' WK-MES-REF.

      *----------------------------------------------------------------*
       100000-SELECIONA-MES.
      *----------------------------------------------------------------*
      * A CHAVE DO CIEBLH01 COMECA PELO MES: POSICIONA NO PRIMEIRO
      * REGISTRO DO MES DE REFERENCIA E LE ATE O MES MUDAR - CADA
      * REGISTRO JA E O TOTAL DO MES DE UMA ENTRADA DA LISTA
      *----------------------------------------------------------------*
           OPEN INPUT CIEBLH01

           IF WK-FS-CIEBLH01 NOT EQUAL '00'
              DISPLAY 'CIEBTC08 - ERRO AO ABRIR CIEBLH01 FS='
                      WK-FS-CIEBLH01
              MOVE 12 TO WK-RETORNO
           ELSE
              MOVE LOW-VALUES       TO WK-BLH-CHAVE
              MOVE WK-MES-REF-X     TO WK-BLH-MES

              START CIEBLH01 KEY NOT LESS THAN WK-BLH-CHAVE

              IF WK-FS-CIEBLH01 NOT EQUAL '00'
      *          NADA GRAVADO A PARTIR DO MES DE REFERENCIA
                 MOVE 'S' TO WK-FIM-ARQUIVO
              END-IF

              PERFORM 150000-LER-CIEBLH01
              PERFORM 200000-LIBERA-ENTRADA
                      UNTIL FIM-ARQUIVO

              CLOSE CIEBLH01
           END-IF.

      *----------------------------------------------------------------*
       150000-LER-CIEBLH01.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
              READ CIEBLH01 NEXT RECORD

              EVALUATE WK-FS-CIEBLH01
                 WHEN '00'
                    IF WK-BLH-MES NOT EQUAL WK-MES-REF-X
                       MOVE 'S' TO WK-FIM-ARQUIVO
                    ELSE
                       ADD 1 TO WK-QT-LIDOS
                    END-IF
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'CIEBTC08 - ERRO DE LEITURA FS='
                            WK-FS-CIEBLH01
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-LIBERA-ENTRADA.
      *----------------------------------------------------------------*
           MOVE WK-BLH-QT        TO SRT-QT
           MOVE WK-BLH-TIPO      TO SRT-TIPO
           MOVE WK-BLH-VALOR     TO SRT-VALOR
           MOVE WK-BLH-MOTIVO    TO SRT-MOTIVO
           MOVE WK-BLH-PRIM-DATA TO SRT-PRIM-DATA
           MOVE WK-BLH-PRIM-HORA TO SRT-PRIM-HORA
           MOVE WK-BLH-ULT-DATA  TO SRT-ULT-DATA
           MOVE WK-BLH-ULT-HORA  TO SRT-ULT-HORA
           MOVE WK-BLH-ULT-BIN   TO SRT-ULT-BIN
           RELEASE SRT-REC

           PERFORM 150000-LER-CIEBLH01.

      *----------------------------------------------------------------*
       300000-EMITE-BLOQUEIOS.
      *----------------------------------------------------------------*
           PERFORM 310000-RETORNA-REGISTRO
           PERFORM 320000-EMITE-ENTRADA
                   UNTIL FIM-SORT.

      *----------------------------------------------------------------*
       310000-RETORNA-REGISTRO.
      *----------------------------------------------------------------*
           RETURN SORTWK
               AT END MOVE 'S' TO WK-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------*
       320000-EMITE-ENTRADA.
      *----------------------------------------------------------------*
      * O MOTIVO IMPRESSO E O GRAVADO NA ULTIMA PESQUISA BLOQUEADA DO
      * MES; BOLETIM E SITUACAO SAO OS ATUAIS DA LISTA
      *----------------------------------------------------------------*
           ADD 1      TO WK-QT-LISTADOS
           ADD SRT-QT TO WK-TOT-PESQUISAS

           MOVE SPACES TO WK-LIN-BOLETIM
                          WK-LIN-SITUACAO
           IF SRT-TIPO EQUAL 'P'
              MOVE 'PAIS'  TO WK-LIN-TIPO
              ADD SRT-QT   TO WK-TOT-PAIS
           ELSE
              MOVE 'FAIXA' TO WK-LIN-TIPO
              ADD SRT-QT   TO WK-TOT-FAIXA
           END-IF

           EVALUATE SRT-MOTIVO
              WHEN 'SA'
                 ADD SRT-QT TO WK-TOT-SANCAO
              WHEN 'FR'
                 ADD SRT-QT TO WK-TOT-FRAUDE
              WHEN OTHER
                 ADD SRT-QT TO WK-TOT-BOLETIM
           END-EVALUATE

           IF BLQ-OK
              PERFORM 330000-LE-LISTA
           END-IF

           MOVE SRT-VALOR     TO WK-LIN-VALOR
           MOVE SRT-MOTIVO    TO WK-LIN-MOTIVO
           MOVE SRT-QT        TO WK-LIN-QT
           MOVE SRT-PRIM-DATA TO WK-LIN-PRIM-DATA
           MOVE SRT-PRIM-HORA TO WK-LIN-PRIM-HORA
           MOVE SRT-ULT-DATA  TO WK-LIN-ULT-DATA
           MOVE SRT-ULT-HORA  TO WK-LIN-ULT-HORA
           MOVE SRT-ULT-BIN   TO WK-LIN-ULT-BIN

           DISPLAY WK-LINHA-BLOQ

           MOVE WK-LINHA-BLOQ TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           PERFORM 310000-RETORNA-REGISTRO.

      *----------------------------------------------------------------*
       330000-LE-LISTA.
      *----------------------------------------------------------------*
           MOVE SRT-TIPO  TO WK-BLQ-TIPO
           MOVE SRT-VALOR TO WK-BLQ-VALOR

           READ CIEBLQ01

           EVALUATE WK-FS-CIEBLQ01
              WHEN '00'
                 MOVE WK-BLQ-BOLETIM  TO WK-LIN-BOLETIM
                 MOVE WK-BLQ-SITUACAO TO WK-LIN-SITUACAO
              WHEN '23'
                 MOVE '*** FORA DA LISTA **' TO WK-LIN-BOLETIM
                 ADD 1 TO WK-QT-FORA-LISTA
              WHEN OTHER
                 DISPLAY 'CIEBTC08 - ERRO DE LEITURA CIEBLQ01 FS='
                         WK-FS-CIEBLQ01
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS      TO WK-REL-LIDOS
           MOVE WK-QT-LISTADOS   TO WK-REL-LISTADOS
           MOVE WK-TOT-PESQUISAS TO WK-REL-PESQUISAS

           DISPLAY WK-RELATORIO

      *    SECAO DE TOTAIS DO RELATORIO IMPRESSO - UM CONTADOR POR
      *    LINHA
           MOVE SPACES       TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'ENTRADAS BLOQUEANDO.' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-LISTADOS         TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE 'PESQUISAS BLOQUEADAS' TO WK-REL-TOT-ROTULO
           MOVE WK-TOT-PESQUISAS       TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE '  POR SANCAO (SA)...' TO WK-REL-TOT-ROTULO
           MOVE WK-TOT-SANCAO          TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE '  POR FRAUDE (FR)...' TO WK-REL-TOT-ROTULO
           MOVE WK-TOT-FRAUDE          TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE '  POR BOLETIM (BO)..' TO WK-REL-TOT-ROTULO
           MOVE WK-TOT-BOLETIM         TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE '  POR FAIXA.........' TO WK-REL-TOT-ROTULO
           MOVE WK-TOT-FAIXA           TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE '  POR PAIS..........' TO WK-REL-TOT-ROTULO
           MOVE WK-TOT-PAIS            TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE 'FORA DA LISTA HOJE..' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-FORA-LISTA       TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'               TO WK-RUNREG-MODO
           MOVE WK-QT-LIDOS       TO WK-RUNREG-QT-ENTRADA
           MOVE WK-QT-LISTADOS    TO WK-RUNREG-QT-SAIDA
           MOVE ZEROS             TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO        TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA

      *    FECHA A EXECUCAO NO REPOSITORIO COM PAGINAS/LINHAS E O
      *    MESMO CONDITION CODE DO RUNHST01
           MOVE 'F'              TO WK-RELREG-MODO
           MOVE WK-RETORNO       TO WK-RELREG-COND-CODE
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.

      *----------------------------------------------------------------*
       960000-IMPRIME-TOTAL.
      *----------------------------------------------------------------*
           DISPLAY WK-REL-TOTAL
           MOVE WK-REL-TOTAL TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

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

              MOVE SPACES         TO WK-CIEREL08-REC
              MOVE SPACE          TO WK-CIEREL08-REC(1:1)
              MOVE WK-REL-DETALHE TO WK-CIEREL08-REC(2:132)

              WRITE WK-CIEREL08-REC

              IF WK-FS-CIEREL08 NOT EQUAL '00'
                 DISPLAY 'CIEBTC08 - ERRO AO GRAVAR CIEREL08 FS='
                         WK-FS-CIEREL08
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
           MOVE WK-MES-REF    TO WK-CAB1-MES
           MOVE WK-SIS-DATA   TO WK-CAB1-DATA
           MOVE WK-SIS-HORA   TO WK-CAB1-HORA
           MOVE WK-REL-PAGINA TO WK-CAB1-PAG

           MOVE WK-REL-CAB1 TO WK-CIEREL08-REC
           WRITE WK-CIEREL08-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB2 TO WK-CIEREL08-REC
           WRITE WK-CIEREL08-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE SPACES      TO WK-CIEREL08-REC
           WRITE WK-CIEREL08-REC
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
           MOVE WK-CIEREL08-REC TO WK-RELREG-LINHA
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.
