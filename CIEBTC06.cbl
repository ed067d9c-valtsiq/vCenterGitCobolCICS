      *****************************************************************
      * PoT para Tivit / Cielo
      * ----------------------------------------------------------------
      * Programa.............. CIEBTC06
      * Tipo    .............. Batch
      * Finalidade ........... relatorio MENSAL de faixas SEM USO:
      *                        percorre as faixas ATIVAS e vigentes do
      *                        VSAM "CIELOBIN" em paralelo com a
      *                        contagem diaria por faixa do VSAM
      *                        "CIEHIT01" (consolidada pelo CIEBTC05,
      *                        as duas em ordem da chave de 8 bytes)
      *                        e lista a faixa cuja ultima pesquisa
      *                        tem mais de N dias - candidatas a
      *                        revisao com a adquirente e base da
      *                        atestacao anual de higiene da tabela
      *                        exigida pelas bandeiras. Faixa nunca
      *                        pesquisada conta a idade desde o inicio
      *                        da vigencia; sem vigencia inicial, sai
      *                        como NUNCA no topo. Faixa ativada ha
      *                        menos de N dias nao entra. Ranking por
      *                        idade DECRESCENTE (SORT interno).
      *                        N no cartao opcional CIEPRM06
      *                        (DIAS=nnnnn, default 90). O rodape
      *                        traz a data mais antiga do CIEHIT01
      *                        (inicio da coleta) - faixa NUNCA com
      *                        coleta recente ainda nao prova nada.
      *                        RC 4 quando ha faixa listada
      * DSnames .............. B090290.CIELOBIN (entrada)
      *                        B090290.CIEHIT01 (entrada)
      *                        B090290.CIEPRM06 (parametros, opcional)
      *                        CIEREL06 (relatorio impresso)
      *                        SORTWK (work do SORT)
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CIEBTC06.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CIELOBIN   ASSIGN TO CIELOBIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-BIN-INI8
                  FILE STATUS  IS WK-FS-CIELOBIN.

           SELECT CIEHIT01   ASSIGN TO CIEHIT01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-HIT-CHAVE
                  FILE STATUS  IS WK-FS-CIEHIT01.

           SELECT CIEPRM06   ASSIGN TO CIEPRM06
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CIEPRM06.

           SELECT CIEREL06   ASSIGN TO CIEREL06
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-CIEREL06.

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
           05 WK-BIN-FIM8                   PIC  X(008).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO CIEBTC05 NO VSAM "CIEHIT01" -
      *   MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       FD  CIEHIT01.
       01  WK-CIEHIT01-REC.
           05 WK-HIT-CHAVE.
              07 WK-HIT-INI8                PIC  X(008).
              07 WK-HIT-DATA                PIC  X(008).
           05 WK-HIT-QT                     PIC  9(009).
           05 WK-HIT-PRIM-HORA              PIC  X(008).
           05 WK-HIT-ULT-HORA               PIC  X(008).
           05 FILLER                        PIC  X(009).

       FD  CIEPRM06
           RECORDING MODE IS F.
       01  WK-CIEPRM06-REC                  PIC  X(080).

       FD  CIEREL06
           RECORDING MODE IS F.
       01  WK-CIEREL06-REC                  PIC  X(133).

       SD  SORTWK.
       01  SRT-REC.
           05 SRT-IDADE                     PIC  9(005).
           05 SRT-INI8                      PIC  X(008).
           05 SRT-FIM8                      PIC  X(008).
           05 SRT-ULT-DATA                  PIC  X(008).
           05 SRT-EFF-DE                    PIC  X(008).
           05 SRT-QT-TOTAL                  PIC  9(011).
           05 SRT-MARCA                     PIC  X(010).
           05 SRT-PRODUTO                   PIC  X(001).
           05 SRT-PAIS                      PIC  X(003).
           05 SRT-DESCRICAO                 PIC  X(040).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CIELOBIN                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIEHIT01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIEPRM06                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIEREL06                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-FIM-HIT                        PIC  X(001) VALUE 'N'.
           88 FIM-HIT                                   VALUE 'S'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-FIM-SORT                       PIC  X(001) VALUE 'N'.
           88 FIM-SORT                                  VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = LIMPO   4 = HA FAIXA SEM USO LISTADA
      *   8 = ERRO DE LEITURA/GRAVACAO   12 = FALHA DE OPEN
      *----------------------------------------------------------------*
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   JANELA: DIAS SEM PESQUISA (CARTAO DIAS=nnnnn) E HOJE EM
      *   DIAS CORRIDOS (INTEGER-OF-DATE) PARA A IDADE DA FAIXA
      *----------------------------------------------------------------*
       01 WK-SIS-DATA                       PIC  9(008) VALUE ZEROS.
       01 WK-SIS-HORA                       PIC  9(008) VALUE ZEROS.
       01 WK-DIAS-JANELA                    PIC  9(005) VALUE 90.
       01 WK-DIAS-CARTAO                    PIC  X(005) VALUE SPACES.
       01 WK-DIAS-HOJE                      PIC S9(009) COMP
                                            VALUE ZEROS.
       01 WK-DIAS-REF                       PIC S9(009) COMP
                                            VALUE ZEROS.
       01 WK-DATA-REF                       PIC  9(008) VALUE ZEROS.
       01 WK-DATA-INICIO-COLETA             PIC  X(008) VALUE
                                            HIGH-VALUES.

      *----------------------------------------------------------------*
      *   USO DA FAIXA CORRENTE (SOMA DOS DIAS DO CIEHIT01)
      *----------------------------------------------------------------*
       01 WK-ULT-DATA                       PIC  X(008) VALUE SPACES.
       01 WK-QT-TOTAL                       PIC  9(011) VALUE ZEROS.
       01 WK-IDADE                          PIC  9(005) VALUE ZEROS.
       01 WK-SEM-USO                        PIC  X(001) VALUE 'N'.
           88 SEM-USO                                   VALUE 'S'.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-ELEGIVEIS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-LISTADOS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-NUNCA                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-HIT-LIDOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-HIT-ORFAOS               PIC  9(009) VALUE ZEROS.
          05 WK-RANK                        PIC  9(005) VALUE ZEROS.

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
                                            'CIEBTC06'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   REPOSITORIO DE RELATORIOS (VSAM RELDIR01/RELLIN01, VIA
      *   RELREG01): CADA LINHA IMPRESSA NO CIEREL06 VAI TAMBEM PARA A
      *   CONSULTA ONLINE REL1 (RELINQ01); DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RELREG01                   PIC  X(008) VALUE
                                            'RELREG01'.
       01 WK-RELREG-AREA.
          05 WK-RELREG-MODO                 PIC  X(001) VALUE 'L'.
          05 WK-RELREG-RELATORIO            PIC  X(008) VALUE
                                            'CIEREL06'.
          05 WK-RELREG-PROGRAMA             PIC  X(008) VALUE
                                            'CIEBTC06'.
          05 WK-RELREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RELREG-EXECUCAO             PIC  9(003) VALUE ZEROS.
          05 WK-RELREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RELREG-LINHA                PIC  X(133) VALUE SPACES.
          05 WK-RELREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   RELATORIO IMPRESSO (DD CIEREL06, 133 BYTES COM CONTROLE DE
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
          05 FILLER           PIC X(040) VALUE
             'CIEBTC06 - FAIXAS SEM USO HA MAIS DE  '.
          05 WK-CAB1-DIAS     PIC ZZZZ9.
          05 FILLER           PIC X(006) VALUE ' DIAS '.
          05 FILLER           PIC X(006) VALUE SPACES.
          05 FILLER           PIC X(006) VALUE 'DATA: '.
          05 WK-CAB1-DATA     PIC 9(008).
          05 FILLER           PIC X(007) VALUE ' HORA: '.
          05 WK-CAB1-HORA     PIC 9(008).
          05 FILLER           PIC X(006) VALUE ' PAG: '.
          05 WK-CAB1-PAG      PIC ZZ9.
          05 FILLER           PIC X(037) VALUE SPACES.
       01 WK-REL-CAB2.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 FILLER           PIC X(024) VALUE
             'RANK  INICIO   FIM      '.
          05 FILLER           PIC X(029) VALUE
             'ULT.PESQ  DIAS VIG.DE        '.
          05 FILLER           PIC X(029) VALUE
             'PESQUISAS MARCA      P PAIS  '.
          05 FILLER           PIC X(009) VALUE
             'DESCRICAO'.
          05 FILLER           PIC X(041) VALUE SPACES.

       01 WK-LINHA-FAIXA.
          05 WK-LIN-RANK      PIC ZZZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-INI8      PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-FIM8      PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-ULT-DATA  PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-IDADE     PIC X(005).
          05 WK-LIN-IDADE-N REDEFINES WK-LIN-IDADE
                              PIC ZZZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-EFF-DE    PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-QT-TOTAL  PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-MARCA     PIC X(010).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-PRODUTO   PIC X(001).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-PAIS      PIC X(003).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-LIN-DESCRICAO PIC X(040).

       01 WK-RELATORIO.
          05 FILLER           PIC X(030) VALUE
             'CIEBTC06 - FAIXAS SEM USO    '.
          05 FILLER           PIC X(020) VALUE
             'FAIXAS LIDAS.......'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ATIVAS E VIGENTES..'.
          05 WK-REL-ELEGIVEIS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'SEM USO............'.
          05 WK-REL-LISTADOS  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'NUNCA PESQUISADAS..'.
          05 WK-REL-NUNCA     PIC ZZZ,ZZZ,ZZ9.

      *   LINHA DA SECAO DE TOTAIS DO RELATORIO IMPRESSO - UM
      *   CONTADOR POR LINHA
       01 WK-REL-TOTAL.
          05 FILLER            PIC X(005) VALUE SPACES.
          05 WK-REL-TOT-ROTULO PIC X(020).
          05 FILLER            PIC X(002) VALUE SPACES.
          05 WK-REL-TOT-VALOR  PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WK-REL-COLETA.
          05 FILLER            PIC X(005) VALUE SPACES.
          05 FILLER            PIC X(022) VALUE
             'INICIO DA COLETA..... '.
          05 WK-REL-COL-DATA   PIC X(008).

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
           PERFORM 080000-CALCULA-CORTE

           OPEN OUTPUT CIEREL06

           IF WK-FS-CIEREL06 NOT EQUAL '00'
              DISPLAY 'CIEBTC06 - ERRO AO ABRIR CIEREL06 FS='
                      WK-FS-CIEREL06
                      ' - RELATORIO SO NO SYSOUT'
              MOVE 'N' TO WK-REL-OK
           END-IF

           SORT SORTWK
                ON DESCENDING KEY SRT-IDADE
                   ASCENDING  KEY SRT-INI8
                INPUT  PROCEDURE 100000-SELECIONA-FAIXAS
                OUTPUT PROCEDURE 300000-EMITE-RANKING

           PERFORM 950000-EMITIR-RESUMO

           IF REL-OK
              CLOSE CIEREL06
           END-IF

           IF WK-RETORNO LESS 4
              AND WK-QT-LISTADOS GREATER ZEROS
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
      * DD CIEPRM06 ausente (FILE STATUS de OPEN diferente de '00')
      * nao e erro - significa a janela default de 90 dias
      *----------------------------------------------------------------*
           OPEN INPUT CIEPRM06

           IF WK-FS-CIEPRM06 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE CIEPRM06
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ CIEPRM06

           IF WK-FS-CIEPRM06 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-CIEPRM06-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-CIEPRM06-REC(1:5) EQUAL 'DIAS='
              MOVE WK-CIEPRM06-REC(6:5) TO WK-DIAS-CARTAO
              IF WK-DIAS-CARTAO NUMERIC
                    AND WK-DIAS-CARTAO NOT EQUAL '00000'
                 MOVE WK-DIAS-CARTAO TO WK-DIAS-JANELA
              ELSE
                 DISPLAY 'CIEBTC06 - DIAS INVALIDO IGNORADO: '
                         WK-DIAS-CARTAO
              END-IF
           ELSE
           IF WK-CIEPRM06-REC NOT EQUAL SPACES
              DISPLAY 'CIEBTC06 - PARAMETRO DESCONHECIDO: '
                      WK-CIEPRM06-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       080000-CALCULA-CORTE.
      *----------------------------------------------------------------*
      * DIAS CORRIDOS PELO NUMERO INTEIRO DA DATA, COMO NO ARCBTC01
      *----------------------------------------------------------------*
           COMPUTE WK-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE ( WK-SIS-DATA )

           DISPLAY 'CIEBTC06 - FAIXAS SEM PESQUISA HA MAIS DE '
                   WK-DIAS-JANELA ' DIAS'.

      *----------------------------------------------------------------*
       100000-SELECIONA-FAIXAS.
      *----------------------------------------------------------------*
      * CIELOBIN E CIEHIT01 ESTAO NA MESMA ORDEM (CHAVE DE 8 BYTES DA
      * FAIXA): PARA CADA FAIXA, SOMA OS DIAS DO CIEHIT01 DA PROPRIA
      * FAIXA (O ULTIMO LIDO E O DIA MAIS RECENTE) E PULA OS DIAS DE
      * FAIXA QUE JA NAO EXISTE NO CIELOBIN
      *----------------------------------------------------------------*
           OPEN INPUT CIELOBIN
           OPEN INPUT CIEHIT01

           IF WK-FS-CIELOBIN NOT EQUAL '00'
              DISPLAY 'CIEBTC06 - ERRO AO ABRIR CIELOBIN FS='
                      WK-FS-CIELOBIN
              MOVE 'S' TO WK-FIM-ARQUIVO
              MOVE 12  TO WK-RETORNO
           END-IF

           IF WK-FS-CIEHIT01 NOT EQUAL '00'
              DISPLAY 'CIEBTC06 - ERRO AO ABRIR CIEHIT01 FS='
                      WK-FS-CIEHIT01
              MOVE 'S' TO WK-FIM-ARQUIVO
              MOVE 'S' TO WK-FIM-HIT
              MOVE 12  TO WK-RETORNO
           END-IF

           PERFORM 150000-LER-CIELOBIN
           PERFORM 160000-LER-CIEHIT01
           PERFORM 200000-AVALIA-FAIXA
                   UNTIL FIM-ARQUIVO

           CLOSE CIELOBIN
           CLOSE CIEHIT01.

      *----------------------------------------------------------------*
       150000-LER-CIELOBIN.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
      *       AREA LIMPA ANTES DO READ: REGISTRO ANTERIOR AO
      *       CRESCIMENTO DO LAYOUT (FILE STATUS '04') E ACEITO
      *       COM OS CAMPOS NOVOS EM BRANCO
              MOVE SPACES TO WK-CIELOBIN-REC
              READ CIELOBIN NEXT RECORD

              EVALUATE WK-FS-CIELOBIN
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO WK-QT-LIDOS
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'CIEBTC06 - ERRO DE LEITURA CIELOBIN FS='
                            WK-FS-CIELOBIN
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       160000-LER-CIEHIT01.
      *----------------------------------------------------------------*
      * FIM DO CIEHIT01 DEIXA A CHAVE EM HIGH-VALUES - NENHUMA FAIXA
      * DAI EM DIANTE TEM USO
      *----------------------------------------------------------------*
           IF NOT FIM-HIT
              READ CIEHIT01 NEXT RECORD

              EVALUATE WK-FS-CIEHIT01
                 WHEN '00'
                    ADD 1 TO WK-QT-HIT-LIDOS
                    IF WK-HIT-DATA LESS WK-DATA-INICIO-COLETA
                       MOVE WK-HIT-DATA TO WK-DATA-INICIO-COLETA
                    END-IF
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-HIT
                 WHEN OTHER
                    DISPLAY 'CIEBTC06 - ERRO DE LEITURA CIEHIT01 FS='
                            WK-FS-CIEHIT01
                    MOVE 'S' TO WK-FIM-HIT
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF

           IF FIM-HIT
              MOVE HIGH-VALUES TO WK-HIT-CHAVE
           END-IF.

      *----------------------------------------------------------------*
       200000-AVALIA-FAIXA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-ULT-DATA
           MOVE ZEROS  TO WK-QT-TOTAL

           PERFORM 210000-PULA-ORFAO
                   UNTIL WK-HIT-INI8 NOT LESS WK-BIN-INI8
           PERFORM 220000-SOMA-DIA
                   UNTIL WK-HIT-INI8 NOT EQUAL WK-BIN-INI8

      *    SO FAIXA ATIVA E VIGENTE HOJE E CANDIDATA A REVISAO
           IF WK-BIN-ATIVO
              AND (WK-BIN-EFF-DE EQUAL SPACES
                 OR WK-BIN-EFF-DE NOT GREATER WK-SIS-DATA)
              AND (WK-BIN-EFF-ATE EQUAL SPACES
                 OR WK-BIN-EFF-ATE NOT LESS WK-SIS-DATA)
              ADD 1 TO WK-QT-ELEGIVEIS
              PERFORM 230000-CALCULA-IDADE
              IF SEM-USO
                 PERFORM 250000-LIBERA-FAIXA
              END-IF
           END-IF

           PERFORM 150000-LER-CIELOBIN.

      *----------------------------------------------------------------*
       210000-PULA-ORFAO.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-HIT-ORFAOS
           PERFORM 160000-LER-CIEHIT01.

      *----------------------------------------------------------------*
       220000-SOMA-DIA.
      *----------------------------------------------------------------*
           MOVE WK-HIT-DATA TO WK-ULT-DATA
           ADD WK-HIT-QT    TO WK-QT-TOTAL
           PERFORM 160000-LER-CIEHIT01.

      *----------------------------------------------------------------*
       230000-CALCULA-IDADE.
      *----------------------------------------------------------------*
      * IDADE = DIAS DESDE A ULTIMA PESQUISA; NUNCA PESQUISADA = DIAS
      * DESDE O INICIO DA VIGENCIA, OU 99999 (TOPO DO RANKING) QUANDO
      * A FAIXA NAO TEM VIGENCIA INICIAL
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-SEM-USO

           IF WK-ULT-DATA NOT EQUAL SPACES
              MOVE WK-ULT-DATA TO WK-DATA-REF
           ELSE
           IF WK-BIN-EFF-DE NUMERIC
              MOVE WK-BIN-EFF-DE TO WK-DATA-REF
           ELSE
              MOVE ZEROS TO WK-DATA-REF
           END-IF
           END-IF

           IF WK-DATA-REF EQUAL ZEROS
              MOVE 99999 TO WK-IDADE
           ELSE
              COMPUTE WK-DIAS-REF =
                      FUNCTION INTEGER-OF-DATE ( WK-DATA-REF )
              IF WK-DIAS-HOJE - WK-DIAS-REF GREATER 99999
                 MOVE 99999 TO WK-IDADE
              ELSE
                 COMPUTE WK-IDADE = WK-DIAS-HOJE - WK-DIAS-REF
              END-IF
           END-IF

           IF WK-IDADE GREATER WK-DIAS-JANELA
              MOVE 'S' TO WK-SEM-USO
           END-IF.

      *----------------------------------------------------------------*
       250000-LIBERA-FAIXA.
      *----------------------------------------------------------------*
           MOVE WK-IDADE         TO SRT-IDADE
           MOVE WK-BIN-INI8      TO SRT-INI8
           MOVE WK-BIN-FIM8      TO SRT-FIM8
           MOVE WK-ULT-DATA      TO SRT-ULT-DATA
           MOVE WK-BIN-EFF-DE    TO SRT-EFF-DE
           MOVE WK-QT-TOTAL      TO SRT-QT-TOTAL
           MOVE WK-BIN-MARCA     TO SRT-MARCA
           MOVE WK-BIN-PRODUTO   TO SRT-PRODUTO
           MOVE WK-BIN-PAIS      TO SRT-PAIS
           MOVE WK-BIN-DESCRICAO TO SRT-DESCRICAO

           RELEASE SRT-REC.

      *----------------------------------------------------------------*
       300000-EMITE-RANKING.
      *----------------------------------------------------------------*
           PERFORM 310000-RETORNA-REGISTRO
           PERFORM 320000-EMITE-FAIXA
                   UNTIL FIM-SORT.

      *----------------------------------------------------------------*
       310000-RETORNA-REGISTRO.
      *----------------------------------------------------------------*
           RETURN SORTWK
               AT END MOVE 'S' TO WK-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------*
       320000-EMITE-FAIXA.
      *----------------------------------------------------------------*
           ADD 1 TO WK-RANK
           ADD 1 TO WK-QT-LISTADOS

           MOVE WK-RANK         TO WK-LIN-RANK
           MOVE SRT-INI8        TO WK-LIN-INI8
           MOVE SRT-FIM8        TO WK-LIN-FIM8
           MOVE SRT-EFF-DE      TO WK-LIN-EFF-DE
           MOVE SRT-QT-TOTAL    TO WK-LIN-QT-TOTAL
           MOVE SRT-MARCA       TO WK-LIN-MARCA
           MOVE SRT-PRODUTO     TO WK-LIN-PRODUTO
           MOVE SRT-PAIS        TO WK-LIN-PAIS
           MOVE SRT-DESCRICAO   TO WK-LIN-DESCRICAO

           IF SRT-ULT-DATA EQUAL SPACES
              MOVE 'NUNCA'      TO WK-LIN-ULT-DATA
              ADD 1             TO WK-QT-NUNCA
           ELSE
              MOVE SRT-ULT-DATA TO WK-LIN-ULT-DATA
           END-IF

           IF SRT-IDADE EQUAL 99999
              MOVE '  ---'      TO WK-LIN-IDADE
           ELSE
              MOVE SRT-IDADE    TO WK-LIN-IDADE-N
           END-IF

           DISPLAY WK-LINHA-FAIXA

           MOVE WK-LINHA-FAIXA TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           PERFORM 310000-RETORNA-REGISTRO.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS     TO WK-REL-LIDOS
           MOVE WK-QT-ELEGIVEIS TO WK-REL-ELEGIVEIS
           MOVE WK-QT-LISTADOS  TO WK-REL-LISTADOS
           MOVE WK-QT-NUNCA     TO WK-REL-NUNCA

           DISPLAY WK-RELATORIO

           IF WK-DATA-INICIO-COLETA EQUAL HIGH-VALUES
              MOVE 'VAZIO'   TO WK-REL-COL-DATA
           ELSE
              MOVE WK-DATA-INICIO-COLETA TO WK-REL-COL-DATA
           END-IF
           DISPLAY WK-REL-COLETA

      *    SECAO DE TOTAIS DO RELATORIO IMPRESSO - UM CONTADOR POR
      *    LINHA
           MOVE SPACES       TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'FAIXAS LIDAS........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-LIDOS            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'ATIVAS E VIGENTES...' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-ELEGIVEIS        TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'SEM USO NA JANELA...' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-LISTADOS         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'NUNCA PESQUISADAS...' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-NUNCA            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'DIAS DE FAIXA LIDOS.' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-HIT-LIDOS        TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'DIAS SEM FAIXA......' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-HIT-ORFAOS       TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE WK-REL-COLETA          TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

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
       980000-IMPRIME-LINHA.
      *----------------------------------------------------------------*
      * UMA LINHA DE DETALHE NO RELATORIO IMPRESSO - SALTO DE PAGINA
      * COM CABECALHOS A CADA 60 LINHAS
      *----------------------------------------------------------------*
           IF REL-OK
              IF WK-REL-QT-LINHAS GREATER 59
                 PERFORM 981000-NOVA-PAGINA
              END-IF

              MOVE SPACES         TO WK-CIEREL06-REC
              MOVE SPACE          TO WK-CIEREL06-REC(1:1)
              MOVE WK-REL-DETALHE TO WK-CIEREL06-REC(2:132)

              WRITE WK-CIEREL06-REC

              IF WK-FS-CIEREL06 NOT EQUAL '00'
                 DISPLAY 'CIEBTC06 - ERRO AO GRAVAR CIEREL06 FS='
                         WK-FS-CIEREL06
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
           MOVE WK-DIAS-JANELA TO WK-CAB1-DIAS
           MOVE WK-SIS-DATA   TO WK-CAB1-DATA
           MOVE WK-SIS-HORA   TO WK-CAB1-HORA
           MOVE WK-REL-PAGINA TO WK-CAB1-PAG

           MOVE WK-REL-CAB1 TO WK-CIEREL06-REC
           WRITE WK-CIEREL06-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB2 TO WK-CIEREL06-REC
           WRITE WK-CIEREL06-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE SPACES      TO WK-CIEREL06-REC
           WRITE WK-CIEREL06-REC
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
           MOVE WK-CIEREL06-REC TO WK-RELREG-LINHA
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.
