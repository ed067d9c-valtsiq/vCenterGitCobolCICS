      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. CEP
      * Programa.............. CEPBTC11
      * Tipo    .............. Batch
      * Finalidade ........... relatorio MENSAL de uso do servico de
      *                        CEP por consumidor, a partir da medicao
      *                        diaria gravada no VSAM "CEPMET01" pela
      *                        rotina CEPMTR01 (chamada pelo CEPCICS1 e
      *                        pela fachada CEPAPI01): um consumidor e
      *                        o canal (DIRETO, MQ, API, SAFRA ou o
      *                        programa CICS que fez o LINK) + a
      *                        transacao + o usuario CICS. Os dias do
      *                        mes de referencia e do mes anterior sao
      *                        somados por consumidor (SORT interno) e
      *                        o relatorio sai em ordem DECRESCENTE de
      *                        CEPs pesquisados (lote conta um por
      *                        CEP), com a quebra achados/resolvidos
      *                        por sucessor/nao encontrados, o numero
      *                        de invocacoes, a participacao no total
      *                        do mes (base para o rateio da licenca
      *                        dos Correios e da capacidade de CICS
      *                        por uso) e a variacao sobre o mes
      *                        anterior - consumidor sem uso no mes
      *                        anterior sai como NOVO; o que parou de
      *                        pesquisar sai no fim, com zero no mes.
      *                        Mes de referencia no cartao opcional
      *                        CEPPRM11 (MES=AAAAMM); sem cartao, o mes
      *                        anterior ao da execucao (job mensal
      *                        rodado no inicio do mes seguinte)
      * DSnames .............. B090290.CEPMET01 (entrada)
      *                        B090290.CEPPRM11 (parametros, opcional)
      *                        CEPREL11 (relatorio impresso)
      *                        SORTWK (work do SORT)
      * JOB def cluster ...... B090290.LIB.JCL(CEPDFCLU)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEPBTC11.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CEPMET01   ASSIGN TO CEPMET01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-MET-CHAVE
                  FILE STATUS  IS WK-FS-CEPMET01.

           SELECT CEPPRM11   ASSIGN TO CEPPRM11
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CEPPRM11.

           SELECT CEPREL11   ASSIGN TO CEPREL11
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-CEPREL11.

           SELECT SORTWK     ASSIGN TO SORTWK.

       DATA           DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT DO VSAM "CEPMET01" GRAVADO PELO CEPMTR01 -
      *    MANTER OS DOIS SINCRONIZADOS
       FD  CEPMET01.
       01  WK-MET-REC.
           05 WK-MET-CHAVE.
              07 WK-MET-DATA                PIC  X(008).
              07 WK-MET-CONSUMIDOR.
                 09 WK-MET-CANAL            PIC  X(008).
                 09 WK-MET-TRANSACAO        PIC  X(004).
                 09 WK-MET-USUARIO          PIC  X(008).
           05 WK-MET-QT-CHAMADAS            PIC  9(009).
           05 WK-MET-QT-ACHOU               PIC  9(009).
           05 WK-MET-QT-REDIR               PIC  9(009).
           05 WK-MET-QT-NAO                 PIC  9(009).
           05 WK-MET-ULT-HORA               PIC  X(006).
           05 FILLER                        PIC  X(010).

       FD  CEPPRM11
           RECORDING MODE IS F.
       01  WK-CEPPRM11-REC                  PIC  X(080).

       FD  CEPREL11
           RECORDING MODE IS F.
       01  WK-CEPREL11-REC                  PIC  X(133).

       SD  SORTWK.
       01  SRT-REC.
           05 SRT-QT-CEPS                   PIC  9(009).
           05 SRT-CONSUMIDOR.
              07 SRT-CANAL                  PIC  X(008).
              07 SRT-TRANSACAO              PIC  X(004).
              07 SRT-USUARIO                PIC  X(008).
           05 SRT-QT-ACHOU                  PIC  9(009).
           05 SRT-QT-REDIR                  PIC  9(009).
           05 SRT-QT-NAO                    PIC  9(009).
           05 SRT-QT-CHAMADAS               PIC  9(009).
           05 SRT-QT-CEPS-ANT               PIC  9(009).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CEPMET01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPPRM11                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPREL11                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-FIM-SORT                       PIC  X(001) VALUE 'N'.
           88 FIM-SORT                                  VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = LIMPO   4 = AVISO (MES SEM MEDICAO/TABELA CHEIA)
      *   8 = ERRO DE LEITURA/GRAVACAO   12 = FALHA DE OPEN
      *----------------------------------------------------------------*
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   MES DE REFERENCIA (CARTAO MES=AAAAMM OU O MES ANTERIOR AO DA
      *   EXECUCAO) E MES ANTERIOR A ELE, BASE DA VARIACAO
      *----------------------------------------------------------------*
       01 WK-SIS-DATA                       PIC  9(008) VALUE ZEROS.
       01 WK-SIS-HORA                       PIC  9(008) VALUE ZEROS.
       01 WK-MES-REF                        PIC  9(006) VALUE ZEROS.
       01 WK-MES-REF-R REDEFINES WK-MES-REF.
          05 WK-MES-REF-ANO                 PIC  9(004).
          05 WK-MES-REF-MES                 PIC  9(002).
       01 WK-MES-ANT                        PIC  9(006) VALUE ZEROS.
       01 WK-MES-ANT-R REDEFINES WK-MES-ANT.
          05 WK-MES-ANT-ANO                 PIC  9(004).
          05 WK-MES-ANT-MES                 PIC  9(002).
       01 WK-MES-LIDO                       PIC  9(006) VALUE ZEROS.
       01 WK-MES-CARTAO                     PIC  X(006) VALUE SPACES.

      *----------------------------------------------------------------*
      *   ACUMULO POR CONSUMIDOR (CANAL+TRANSACAO+USUARIO) - O VSAM
      *   ESTA EM ORDEM DE DATA, ENTAO O MESMO CONSUMIDOR REAPARECE A
      *   CADA DIA; CONSUMIDOR ALEM DA CAPACIDADE E CONTADO E AVISADO
      *----------------------------------------------------------------*
       01 WK-QT-CONSUMIDORES                PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-TAB-CONSUMO.
          05 WK-TAB-CONS OCCURS 0 TO 2000 TIMES
                         DEPENDING ON WK-QT-CONSUMIDORES
                         INDEXED BY WK-IDX-CONS.
             10 WK-TAB-CONSUMIDOR           PIC  X(020).
             10 WK-TAB-QT-CEPS              PIC  9(009).
             10 WK-TAB-QT-ACHOU             PIC  9(009).
             10 WK-TAB-QT-REDIR             PIC  9(009).
             10 WK-TAB-QT-NAO               PIC  9(009).
             10 WK-TAB-QT-CHAMADAS          PIC  9(009).
             10 WK-TAB-QT-CEPS-ANT          PIC  9(009).
       01 WK-QT-CEPS-REG                    PIC  9(009) VALUE ZEROS.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-FORA-TABELA              PIC  9(009) VALUE ZEROS.
          05 WK-QT-LISTADOS                 PIC  9(009) VALUE ZEROS.
          05 WK-TOT-CEPS                    PIC  9(011) VALUE ZEROS.
          05 WK-TOT-ACHOU                   PIC  9(011) VALUE ZEROS.
          05 WK-TOT-REDIR                   PIC  9(011) VALUE ZEROS.
          05 WK-TOT-NAO                     PIC  9(011) VALUE ZEROS.
          05 WK-TOT-CHAMADAS                PIC  9(011) VALUE ZEROS.
          05 WK-TOT-CEPS-ANT                PIC  9(011) VALUE ZEROS.
          05 WK-RANK                        PIC  9(005) VALUE ZEROS.

       01 WK-PERC-PART                      PIC  9(003)V9(001)
                                            VALUE ZEROS.
       01 WK-PERC-VAR                       PIC S9(005)V9(001)
                                            VALUE ZEROS.

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
                                            'CEPBTC11'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   REPOSITORIO DE RELATORIOS (VSAM RELDIR01/RELLIN01, VIA
      *   RELREG01): CADA LINHA IMPRESSA NO CEPREL11 VAI TAMBEM PARA A
      *   CONSULTA ONLINE REL1 (RELINQ01); DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RELREG01                   PIC  X(008) VALUE
                                            'RELREG01'.
       01 WK-RELREG-AREA.
          05 WK-RELREG-MODO                 PIC  X(001) VALUE 'L'.
          05 WK-RELREG-RELATORIO            PIC  X(008) VALUE
                                            'CEPREL11'.
          05 WK-RELREG-PROGRAMA             PIC  X(008) VALUE
                                            'CEPBTC11'.
          05 WK-RELREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RELREG-EXECUCAO             PIC  9(003) VALUE ZEROS.
          05 WK-RELREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RELREG-LINHA                PIC  X(133) VALUE SPACES.
          05 WK-RELREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   RELATORIO IMPRESSO (DD CEPREL11, 133 BYTES COM CONTROLE DE
      *   CARRO NA COLUNA 1), NO MESMO MOLDE DO CEPBTC02; OS DISPLAY
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
          05 FILLER           PIC X(040) VALUE
             'CEPBTC11 - USO DO SERVICO DE CEP - MES '.
          05 WK-CAB1-MES      PIC 9(006).
          05 FILLER           PIC X(006) VALUE SPACES.
          05 FILLER           PIC X(006) VALUE 'DATA: '.
          05 WK-CAB1-DATA     PIC 9(008).
          05 FILLER           PIC X(007) VALUE ' HORA: '.
          05 WK-CAB1-HORA     PIC 9(008).
          05 FILLER           PIC X(006) VALUE ' PAG: '.
          05 WK-CAB1-PAG      PIC ZZ9.
          05 FILLER           PIC X(042) VALUE SPACES.
       01 WK-REL-CAB2.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 FILLER           PIC X(029) VALUE
             'RANK  CANAL    TRAN USUARIO  '.
          05 FILLER           PIC X(036) VALUE
             '   CEPS MES     ACHADOS    SUCESSOR '.
          05 FILLER           PIC X(031) VALUE
             ' NAO ACHOU  INVOCACOES  PART.% '.
          05 FILLER           PIC X(022) VALUE
             '  MES ANTER.    VAR.% '.
          05 FILLER           PIC X(014) VALUE SPACES.

       01 WK-LINHA-CONS.
          05 WK-LIN-RANK      PIC ZZZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-CANAL     PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-TRANSACAO PIC X(004).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-USUARIO   PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-CEPS      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-ACHOU     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-REDIR     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-NAO       PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-CHAMADAS  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-LIN-PART      PIC ZZ9.9.
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-LIN-CEPS-ANT  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-LIN-VAR       PIC X(008).
          05 WK-LIN-VAR-N REDEFINES WK-LIN-VAR
                              PIC +ZZZZ9.9.

       01 WK-RELATORIO.
          05 FILLER           PIC X(030) VALUE
             'CEPBTC11 - USO POR CONSUMIDOR'.
          05 FILLER           PIC X(020) VALUE
             'REGISTROS LIDOS....'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'CONSUMIDORES.......'.
          05 WK-REL-LISTADOS  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'CEPS NO MES........'.
          05 WK-REL-CEPS      PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'FORA DA TABELA.....'.
          05 WK-REL-FORA      PIC ZZZ,ZZZ,ZZ9.

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
           PERFORM 080000-CALCULA-MESES

           OPEN OUTPUT CEPREL11

           IF WK-FS-CEPREL11 NOT EQUAL '00'
              DISPLAY 'CEPBTC11 - ERRO AO ABRIR CEPREL11 FS='
                      WK-FS-CEPREL11
                      ' - RELATORIO SO NO SYSOUT'
              MOVE 'N' TO WK-REL-OK
           END-IF

           SORT SORTWK
                ON DESCENDING KEY SRT-QT-CEPS
                   ASCENDING  KEY SRT-CONSUMIDOR
                INPUT  PROCEDURE 100000-ACUMULA-CONSUMO
                OUTPUT PROCEDURE 300000-EMITE-RANKING

           PERFORM 950000-EMITIR-RESUMO

           IF REL-OK
              CLOSE CEPREL11
           END-IF

           IF WK-RETORNO LESS 4
              AND (WK-QT-FORA-TABELA GREATER ZEROS
                OR WK-TOT-CEPS EQUAL ZEROS)
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
      * DD CEPPRM11 ausente (FILE STATUS de OPEN diferente de '00')
      * nao e erro - significa relatorio do mes anterior ao corrente
      *----------------------------------------------------------------*
           OPEN INPUT CEPPRM11

           IF WK-FS-CEPPRM11 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE CEPPRM11
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ CEPPRM11

           IF WK-FS-CEPPRM11 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-CEPPRM11-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-CEPPRM11-REC(1:4) EQUAL 'MES='
              MOVE WK-CEPPRM11-REC(5:6) TO WK-MES-CARTAO
           ELSE
           IF WK-CEPPRM11-REC NOT EQUAL SPACES
              DISPLAY 'CEPBTC11 - PARAMETRO DESCONHECIDO: '
                      WK-CEPPRM11-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       080000-CALCULA-MESES.
      *----------------------------------------------------------------*
      * CARTAO INVALIDO (NAO NUMERICO OU MES FORA DE 01-12) E
      * AVISADO E CAI NO DEFAULT - MES ANTERIOR AO DA EXECUCAO
      *----------------------------------------------------------------*
           IF WK-MES-CARTAO NOT EQUAL SPACES
              IF WK-MES-CARTAO NUMERIC
                 MOVE WK-MES-CARTAO TO WK-MES-REF
              END-IF
              IF WK-MES-REF-MES LESS 1 OR WK-MES-REF-MES GREATER 12
                 DISPLAY 'CEPBTC11 - MES INVALIDO NO CARTAO: '
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

           MOVE WK-MES-REF TO WK-MES-ANT
           IF WK-MES-ANT-MES EQUAL 1
              SUBTRACT 1 FROM WK-MES-ANT-ANO
              MOVE 12 TO WK-MES-ANT-MES
           ELSE
              SUBTRACT 1 FROM WK-MES-ANT-MES
           END-IF

           DISPLAY 'CEPBTC11 - MES DE REFERENCIA ' WK-MES-REF
                   ' - COMPARADO COM ' WK-MES-ANT.

      *----------------------------------------------------------------*
       100000-ACUMULA-CONSUMO.
      *----------------------------------------------------------------*
      * POSICIONA NO PRIMEIRO DIA DO MES ANTERIOR E LE ATE PASSAR DO
      * MES DE REFERENCIA; SO DEPOIS DE TUDO SOMADO OS CONSUMIDORES
      * VAO PARA O SORT
      *----------------------------------------------------------------*
           OPEN INPUT CEPMET01

           IF WK-FS-CEPMET01 NOT EQUAL '00'
              DISPLAY 'CEPBTC11 - ERRO AO ABRIR CEPMET01 FS='
                      WK-FS-CEPMET01
              MOVE 'S' TO WK-FIM-ARQUIVO
              MOVE 12  TO WK-RETORNO
           ELSE
              MOVE LOW-VALUES       TO WK-MET-CHAVE
              MOVE WK-MES-ANT       TO WK-MET-DATA(1:6)

              START CEPMET01 KEY NOT LESS THAN WK-MET-CHAVE

              IF WK-FS-CEPMET01 NOT EQUAL '00'
      *          NADA GRAVADO A PARTIR DO MES ANTERIOR
                 MOVE 'S' TO WK-FIM-ARQUIVO
              END-IF

              PERFORM 150000-LER-CEPMET01
              PERFORM 200000-ACUMULA-REGISTRO
                      UNTIL FIM-ARQUIVO

              CLOSE CEPMET01
           END-IF

           PERFORM 250000-LIBERA-CONSUMIDOR
                   VARYING WK-IDX-CONS FROM 1 BY 1
                   UNTIL WK-IDX-CONS GREATER WK-QT-CONSUMIDORES.

      *----------------------------------------------------------------*
       150000-LER-CEPMET01.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
              READ CEPMET01 NEXT RECORD

              EVALUATE WK-FS-CEPMET01
                 WHEN '00'
                    MOVE WK-MET-DATA(1:6) TO WK-MES-LIDO
                    IF WK-MES-LIDO GREATER WK-MES-REF
                       MOVE 'S' TO WK-FIM-ARQUIVO
                    ELSE
                       ADD 1 TO WK-QT-LIDOS
                    END-IF
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'CEPBTC11 - ERRO DE LEITURA FS='
                            WK-FS-CEPMET01
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-ACUMULA-REGISTRO.
      *----------------------------------------------------------------*
           COMPUTE WK-QT-CEPS-REG = WK-MET-QT-ACHOU
                                  + WK-MET-QT-REDIR
                                  + WK-MET-QT-NAO

           SET WK-IDX-CONS TO 1
           SEARCH WK-TAB-CONS
              AT END
                 PERFORM 210000-INCLUI-CONSUMIDOR
              WHEN WK-TAB-CONSUMIDOR(WK-IDX-CONS)
                   EQUAL WK-MET-CONSUMIDOR
                 PERFORM 220000-SOMA-CONSUMIDOR
           END-SEARCH

           PERFORM 150000-LER-CEPMET01.

      *----------------------------------------------------------------*
       210000-INCLUI-CONSUMIDOR.
      *----------------------------------------------------------------*
           IF WK-QT-CONSUMIDORES LESS 2000
              ADD 1 TO WK-QT-CONSUMIDORES
              SET WK-IDX-CONS TO WK-QT-CONSUMIDORES
              MOVE WK-MET-CONSUMIDOR TO WK-TAB-CONSUMIDOR(WK-IDX-CONS)
              MOVE ZEROS TO WK-TAB-QT-CEPS(WK-IDX-CONS)
                            WK-TAB-QT-ACHOU(WK-IDX-CONS)
                            WK-TAB-QT-REDIR(WK-IDX-CONS)
                            WK-TAB-QT-NAO(WK-IDX-CONS)
                            WK-TAB-QT-CHAMADAS(WK-IDX-CONS)
                            WK-TAB-QT-CEPS-ANT(WK-IDX-CONS)
              PERFORM 220000-SOMA-CONSUMIDOR
           ELSE
              ADD 1 TO WK-QT-FORA-TABELA
           END-IF.

      *----------------------------------------------------------------*
       220000-SOMA-CONSUMIDOR.
      *----------------------------------------------------------------*
           IF WK-MES-LIDO EQUAL WK-MES-REF
              ADD WK-QT-CEPS-REG
                  TO WK-TAB-QT-CEPS(WK-IDX-CONS)
              ADD WK-MET-QT-ACHOU
                  TO WK-TAB-QT-ACHOU(WK-IDX-CONS)
              ADD WK-MET-QT-REDIR
                  TO WK-TAB-QT-REDIR(WK-IDX-CONS)
              ADD WK-MET-QT-NAO
                  TO WK-TAB-QT-NAO(WK-IDX-CONS)
              ADD WK-MET-QT-CHAMADAS
                  TO WK-TAB-QT-CHAMADAS(WK-IDX-CONS)
              ADD WK-QT-CEPS-REG  TO WK-TOT-CEPS
              ADD WK-MET-QT-ACHOU TO WK-TOT-ACHOU
              ADD WK-MET-QT-REDIR TO WK-TOT-REDIR
              ADD WK-MET-QT-NAO   TO WK-TOT-NAO
              ADD WK-MET-QT-CHAMADAS
                                  TO WK-TOT-CHAMADAS
           ELSE
              ADD WK-QT-CEPS-REG
                  TO WK-TAB-QT-CEPS-ANT(WK-IDX-CONS)
              ADD WK-QT-CEPS-REG  TO WK-TOT-CEPS-ANT
           END-IF.

      *----------------------------------------------------------------*
       250000-LIBERA-CONSUMIDOR.
      *----------------------------------------------------------------*
           MOVE WK-TAB-QT-CEPS(WK-IDX-CONS)     TO SRT-QT-CEPS
           MOVE WK-TAB-CONSUMIDOR(WK-IDX-CONS)  TO SRT-CONSUMIDOR
           MOVE WK-TAB-QT-ACHOU(WK-IDX-CONS)    TO SRT-QT-ACHOU
           MOVE WK-TAB-QT-REDIR(WK-IDX-CONS)    TO SRT-QT-REDIR
           MOVE WK-TAB-QT-NAO(WK-IDX-CONS)      TO SRT-QT-NAO
           MOVE WK-TAB-QT-CHAMADAS(WK-IDX-CONS) TO SRT-QT-CHAMADAS
           MOVE WK-TAB-QT-CEPS-ANT(WK-IDX-CONS) TO SRT-QT-CEPS-ANT

           RELEASE SRT-REC.

      *----------------------------------------------------------------*
       300000-EMITE-RANKING.
      *----------------------------------------------------------------*
           PERFORM 310000-RETORNA-REGISTRO
           PERFORM 320000-EMITE-CONSUMIDOR
                   UNTIL FIM-SORT.

      *----------------------------------------------------------------*
       310000-RETORNA-REGISTRO.
      *----------------------------------------------------------------*
           RETURN SORTWK
               AT END MOVE 'S' TO WK-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------*
       320000-EMITE-CONSUMIDOR.
      *----------------------------------------------------------------*
      * PARTICIPACAO = CEPS DO CONSUMIDOR SOBRE O TOTAL DO MES;
      * VARIACAO = (MES - MES ANTERIOR) / MES ANTERIOR - SEM BASE NO
      * MES ANTERIOR O CONSUMIDOR E NOVO
      *----------------------------------------------------------------*
           ADD 1 TO WK-RANK
           ADD 1 TO WK-QT-LISTADOS

           MOVE WK-RANK         TO WK-LIN-RANK
           MOVE SRT-CANAL       TO WK-LIN-CANAL
           MOVE SRT-TRANSACAO   TO WK-LIN-TRANSACAO
           MOVE SRT-USUARIO     TO WK-LIN-USUARIO
           MOVE SRT-QT-CEPS     TO WK-LIN-CEPS
           MOVE SRT-QT-ACHOU    TO WK-LIN-ACHOU
           MOVE SRT-QT-REDIR    TO WK-LIN-REDIR
           MOVE SRT-QT-NAO      TO WK-LIN-NAO
           MOVE SRT-QT-CHAMADAS TO WK-LIN-CHAMADAS
           MOVE SRT-QT-CEPS-ANT TO WK-LIN-CEPS-ANT

           IF WK-TOT-CEPS GREATER ZEROS
              COMPUTE WK-PERC-PART ROUNDED =
                      SRT-QT-CEPS * 100 / WK-TOT-CEPS
           ELSE
              MOVE ZEROS TO WK-PERC-PART
           END-IF
           MOVE WK-PERC-PART TO WK-LIN-PART

           IF SRT-QT-CEPS-ANT EQUAL ZEROS
              MOVE '    NOVO' TO WK-LIN-VAR
           ELSE
              COMPUTE WK-PERC-VAR ROUNDED =
                      (SRT-QT-CEPS - SRT-QT-CEPS-ANT) * 100
                      / SRT-QT-CEPS-ANT
                 ON SIZE ERROR
                    MOVE 99999.9 TO WK-PERC-VAR
              END-COMPUTE
              MOVE WK-PERC-VAR TO WK-LIN-VAR-N
           END-IF

           DISPLAY WK-LINHA-CONS

           MOVE WK-LINHA-CONS TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           PERFORM 310000-RETORNA-REGISTRO.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS       TO WK-REL-LIDOS
           MOVE WK-QT-LISTADOS    TO WK-REL-LISTADOS
           MOVE WK-TOT-CEPS       TO WK-REL-CEPS
           MOVE WK-QT-FORA-TABELA TO WK-REL-FORA

           DISPLAY WK-RELATORIO

           IF WK-QT-FORA-TABELA GREATER ZEROS
              DISPLAY 'CEPBTC11 - TABELA DE CONSUMIDORES CHEIA - '
                      WK-QT-FORA-TABELA ' REGISTROS NAO SOMADOS'
           END-IF

      *    SECAO DE TOTAIS DO RELATORIO IMPRESSO - UM CONTADOR POR
      *    LINHA
           MOVE SPACES       TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'CONSUMIDORES........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-LISTADOS         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'CEPS NO MES.........' TO WK-REL-TOT-ROTULO
           MOVE WK-TOT-CEPS            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'ACHADOS.............' TO WK-REL-TOT-ROTULO
           MOVE WK-TOT-ACHOU           TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'POR SUCESSOR........' TO WK-REL-TOT-ROTULO
           MOVE WK-TOT-REDIR           TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'NAO ENCONTRADOS.....' TO WK-REL-TOT-ROTULO
           MOVE WK-TOT-NAO             TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'INVOCACOES..........' TO WK-REL-TOT-ROTULO
           MOVE WK-TOT-CHAMADAS        TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'CEPS NO MES ANTERIOR' TO WK-REL-TOT-ROTULO
           MOVE WK-TOT-CEPS-ANT        TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'FORA DA TABELA......' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-FORA-TABELA      TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'               TO WK-RUNREG-MODO
           MOVE WK-QT-LIDOS       TO WK-RUNREG-QT-ENTRADA
           MOVE WK-QT-LISTADOS    TO WK-RUNREG-QT-SAIDA
           MOVE WK-QT-FORA-TABELA TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO        TO WK-RUNREG-COND-CODE
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

              MOVE SPACES         TO WK-CEPREL11-REC
              MOVE SPACE          TO WK-CEPREL11-REC(1:1)
              MOVE WK-REL-DETALHE TO WK-CEPREL11-REC(2:132)

              WRITE WK-CEPREL11-REC

              IF WK-FS-CEPREL11 NOT EQUAL '00'
                 DISPLAY 'CEPBTC11 - ERRO AO GRAVAR CEPREL11 FS='
                         WK-FS-CEPREL11
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

           MOVE WK-REL-CAB1 TO WK-CEPREL11-REC
           WRITE WK-CEPREL11-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB2 TO WK-CEPREL11-REC
           WRITE WK-CEPREL11-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE SPACES      TO WK-CEPREL11-REC
           WRITE WK-CEPREL11-REC
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
           MOVE WK-CEPREL11-REC TO WK-RELREG-LINHA
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.
