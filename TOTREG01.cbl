      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. ACC
      * Programa.............. TOTREG01
      * Tipo    .............. Subprograma (CALL), sem comandos CICS -
      *                        mesma tecnica do RUNREG01, chamado pelos
      *                        jobs batch que gravam o ACCM1VSA
      * Finalidade ........... razao de TOTAIS DE CONTROLE do ACCM1VSA
      *                        no VSAM "ACCTOT01": a contabilidade
      *                        concilia os extratos com o razao geral
      *                        a mao e, quando nao fecha, ninguem sabe
      *                        se a diferenca veio da carga ACCBTC02,
      *                        de uma correcao do ACCM1MNT ou dos
      *                        esqueletos do ACCBTC07. Por ANO+MES o
      *                        razao guarda a quantidade de registros
      *                        com o mes presente (rotulo preenchido) e
      *                        a soma dos valores, e cada gravacao do
      *                        ACCM1VSA vira um MOVIMENTO com origem e
      *                        identificacao da execucao. Modos:
      *                        'M' movimento - recebe a imagem anterior
      *                            (branco = inclusao) e a nova (branco
      *                            = exclusao) do registro ACCM1VSA e
      *                            aplica a diferenca mes a mes no saldo
      *                            ('T') e no movimento da execucao
      *                            ('M') de cada ANO+MES afetado
      *                        'C' carga     - grava os totais da carga
      *                            (trailer do ACCEXT01, lidos,
      *                            aplicados, rejeitados e movimentos
      *                            registrados nesta execucao) no
      *                            historico e no registro de ULTIMA
      *                            CARGA conferido pelo ACCBTC12
      *                        'F' fim       - fecha o ACCTOT01
      *                        Retornos: 00 ok / 01 ACCTOT01
      *                        indisponivel (o chamador segue com
      *                        aviso - a quebra aparece no balanceamento
      *                        do ACCBTC12) / 08 erro de gravacao /
      *                        09 modo invalido
      * DSnames .............. B090290.ACCTOT01 (razao de totais, I-O)
      * Chamado por .......... ACCBTC02, ACCBTC07 (o ACCM1MNT online
      *                        grava o mesmo layout por EXEC CICS)
      * JOB def cluster ...... B090290.LIB.JCL(ACCDFCLU)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TOTREG01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ACCTOT01   ASSIGN TO ACCTOT01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-TOT-CHAVE
                  FILE STATUS  IS WK-FS-ACCTOT01.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   RAZAO DE TOTAIS DE CONTROLE - MESMO LAYOUT GRAVADO PELO
      *   ACCM1MNT E LIDO PELO ACCBTC12, MANTER SINCRONIZADO
      *   CHAVE ANO+MES+TIPO+ORIGEM+EXECUCAO:
      *     'T' SALDO DO ANO+MES (ORIGEM/EXECUCAO EM BRANCO)
      *     'M' MOVIMENTO DE UMA EXECUCAO (BATCH: AAAAMMDDHHMMSS DO
      *         INICIO; ONLINE: AAAAMMDD + 'T' + NUMERO DA TAREFA)
      *     'C' TOTAIS DE CARGA, ANO+MES '000000' (EXECUCAO EM BRANCO
      *         = ULTIMA CARGA)
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

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-ACCTOT01                    PIC  X(002) VALUE '00'.
      *----------------------------------------------------------------*
      *   O ARQUIVO E ABERTO NO PRIMEIRO CALL E FICA ABERTO ATE O
      *   MODO 'F' (UM CALL POR REGISTRO GRAVADO NO ACCM1VSA) - A
      *   WORKING PERSISTE ENTRE OS CALLS DO MESMO JOB
      *----------------------------------------------------------------*
       77 WK-ABERTO                         PIC  X(001) VALUE 'N'.
           88 ARQUIVO-ABERTO                            VALUE 'S'.
       77 WK-ARQUIVO-OK                     PIC  X(001) VALUE 'S'.
           88 ARQUIVO-OK                                VALUE 'S'.
       77 WK-JA-AVISOU                      PIC  X(001) VALUE 'N'.
           88 JA-AVISOU                                 VALUE 'S'.
       77 WK-QT-REGIST                      PIC  9(009) VALUE ZEROS.
       77 WK-ERRO-GRAVACAO                  PIC  X(001) VALUE 'N'.
           88 ERRO-GRAVACAO                             VALUE 'S'.

       01 WK-DATA-CORRENTE                  PIC  9(008) VALUE ZEROS.
       01 WK-HORA-CORRENTE                  PIC  9(008) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   IMAGENS ANTERIOR/NOVA DO REGISTRO ACCM1VSA (MESMO LAYOUT DO
      *   ACCBTC02/ACCM1MNT, MANTER SINCRONIZADO)
      *----------------------------------------------------------------*
       01 WK-REG-ANT.
          05 WK-ANT-CODUSU                  PIC  X(003).
          05 WK-ANT-ANO                     PIC  X(004).
          05 WK-ANT-PAR OCCURS 12 TIMES.
             10 WK-ANT-MES                  PIC  X(003).
             10 WK-ANT-VAL                  PIC  X(012).
             10 WK-ANT-VAL-NUM REDEFINES WK-ANT-VAL
                                            PIC  9(012).
       01 WK-REG-NOVO.
          05 WK-NOV-CODUSU                  PIC  X(003).
          05 WK-NOV-ANO                     PIC  X(004).
          05 WK-NOV-PAR OCCURS 12 TIMES.
             10 WK-NOV-MES                  PIC  X(003).
             10 WK-NOV-VAL                  PIC  X(012).
             10 WK-NOV-VAL-NUM REDEFINES WK-NOV-VAL
                                            PIC  9(012).

       01 WK-ANO-MOV                        PIC  X(004) VALUE SPACES.
       01 WK-IDX-MES                        PIC  9(002) VALUE ZEROS.
       01 WK-DELTA-QT                       PIC S9(009) VALUE ZEROS.
       01 WK-DELTA-SOMA                     PIC S9(015) VALUE ZEROS.

       LINKAGE SECTION.
      *----------------------------------------------------------------*
      *   AREA DE COMUNICACAO - O CHAMADOR DECLARA UMA COPIA FIEL:
      *   MODO (M/C/F), ORIGEM (PROGRAMA), EXECUCAO, IMAGENS ANTERIOR
      *   E NOVA (SO NO 'M'), TOTAIS DA CARGA (SO NO 'C'), MOVIMENTOS
      *   REGISTRADOS NA EXECUCAO (DEVOLVIDO) E O RETORNO
      *----------------------------------------------------------------*
       01  LK-TOTREG-AREA.
           05 LK-TOTREG-MODO                PIC  X(001).
              88 LK-TOTREG-MOVIMENTO                 VALUE 'M'.
              88 LK-TOTREG-CARGA                     VALUE 'C'.
              88 LK-TOTREG-FIM                       VALUE 'F'.
           05 LK-TOTREG-ORIGEM              PIC  X(008).
           05 LK-TOTREG-RUN-ID              PIC  X(016).
           05 LK-TOTREG-REG-ANT             PIC  X(187).
           05 LK-TOTREG-REG-NOVO            PIC  X(187).
           05 LK-TOTREG-TEM-TRL             PIC  X(001).
           05 LK-TOTREG-QT-TRL              PIC  9(009).
           05 LK-TOTREG-QT-LIDOS            PIC  9(009).
           05 LK-TOTREG-QT-APLIC            PIC  9(009).
           05 LK-TOTREG-QT-REJ              PIC  9(009).
           05 LK-TOTREG-QT-REGIST           PIC  9(009).
           05 LK-TOTREG-RETORNO             PIC  X(002).
              88 LK-TOTREG-OK                        VALUE '00'.
              88 LK-TOTREG-INDISPONIVEL              VALUE '01'.
              88 LK-TOTREG-ERRO                      VALUE '08'.
              88 LK-TOTREG-MODO-INVALIDO             VALUE '09'.

       PROCEDURE DIVISION USING LK-TOTREG-AREA.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           MOVE '00' TO LK-TOTREG-RETORNO

           IF LK-TOTREG-MODO NOT EQUAL 'M' AND 'C' AND 'F'
              MOVE '09' TO LK-TOTREG-RETORNO
              GOBACK
           END-IF

           IF LK-TOTREG-FIM
              IF ARQUIVO-ABERTO
                 CLOSE ACCTOT01
                 MOVE 'N' TO WK-ABERTO
              END-IF
              MOVE WK-QT-REGIST TO LK-TOTREG-QT-REGIST
              GOBACK
           END-IF

           IF NOT ARQUIVO-ABERTO AND ARQUIVO-OK
              PERFORM 100000-ABRIR-ACCTOT01
           END-IF

           IF NOT ARQUIVO-OK
              MOVE '01' TO LK-TOTREG-RETORNO
              GOBACK
           END-IF

           ACCEPT WK-DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT WK-HORA-CORRENTE FROM TIME
           MOVE 'N' TO WK-ERRO-GRAVACAO

           EVALUATE TRUE
              WHEN LK-TOTREG-MOVIMENTO
                 PERFORM 200000-REGISTRAR-MOVIMENTO
              WHEN LK-TOTREG-CARGA
                 PERFORM 400000-REGISTRAR-CARGA
           END-EVALUATE

           IF ERRO-GRAVACAO
              MOVE '08' TO LK-TOTREG-RETORNO
           END-IF

           MOVE WK-QT-REGIST TO LK-TOTREG-QT-REGIST
           GOBACK.

      *----------------------------------------------------------------*
       100000-ABRIR-ACCTOT01.
      *----------------------------------------------------------------*
      * DD AUSENTE DESLIGA O RAZAO COM AVISO, SEM DERRUBAR O JOB - A
      * GRAVACAO NO ACCM1VSA SEGUE E A QUEBRA APARECE NO ACCBTC12
      *----------------------------------------------------------------*
           OPEN I-O ACCTOT01

           IF WK-FS-ACCTOT01 EQUAL '00' OR '97'
              MOVE 'S' TO WK-ABERTO
           ELSE
              MOVE 'N' TO WK-ARQUIVO-OK
              IF NOT JA-AVISOU
                 DISPLAY 'TOTREG01 - SEM ACCTOT01 (FS=' WK-FS-ACCTOT01
                         ') - RAZAO DE TOTAIS DESLIGADO'
                 MOVE 'S' TO WK-JA-AVISOU
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       200000-REGISTRAR-MOVIMENTO.
      *----------------------------------------------------------------*
      * MES PRESENTE = ROTULO PREENCHIDO; VALOR NAO NUMERICO CONTA
      * COMO ZERO (MESMA REGRA DO BALANCEAMENTO DO ACCBTC12)
      *----------------------------------------------------------------*
           MOVE LK-TOTREG-REG-ANT  TO WK-REG-ANT
           MOVE LK-TOTREG-REG-NOVO TO WK-REG-NOVO

           IF WK-REG-NOVO NOT EQUAL SPACES
              MOVE WK-NOV-ANO TO WK-ANO-MOV
           ELSE
              MOVE WK-ANT-ANO TO WK-ANO-MOV
           END-IF

           PERFORM 210000-DIFERENCA-MES
                   VARYING WK-IDX-MES FROM 1 BY 1
                   UNTIL WK-IDX-MES GREATER 12

           IF NOT ERRO-GRAVACAO
              ADD 1 TO WK-QT-REGIST
           END-IF.

      *----------------------------------------------------------------*
       210000-DIFERENCA-MES.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-DELTA-QT
                         WK-DELTA-SOMA

           IF WK-ANT-MES(WK-IDX-MES) NOT EQUAL SPACES
              SUBTRACT 1 FROM WK-DELTA-QT
              IF WK-ANT-VAL(WK-IDX-MES) NUMERIC
                 SUBTRACT WK-ANT-VAL-NUM(WK-IDX-MES)
                          FROM WK-DELTA-SOMA
              END-IF
           END-IF

           IF WK-NOV-MES(WK-IDX-MES) NOT EQUAL SPACES
              ADD 1 TO WK-DELTA-QT
              IF WK-NOV-VAL(WK-IDX-MES) NUMERIC
                 ADD WK-NOV-VAL-NUM(WK-IDX-MES) TO WK-DELTA-SOMA
              END-IF
           END-IF

           IF WK-DELTA-QT NOT EQUAL ZEROS
                 OR WK-DELTA-SOMA NOT EQUAL ZEROS
              MOVE WK-ANO-MOV TO WK-TOT-ANO
              MOVE WK-IDX-MES TO WK-TOT-MES
              MOVE 'T'        TO WK-TOT-TIPO
              MOVE SPACES     TO WK-TOT-ORIGEM
                                 WK-TOT-RUN-ID
              PERFORM 300000-ACUMULA-CHAVE

              MOVE WK-ANO-MOV       TO WK-TOT-ANO
              MOVE WK-IDX-MES       TO WK-TOT-MES
              MOVE 'M'              TO WK-TOT-TIPO
              MOVE LK-TOTREG-ORIGEM TO WK-TOT-ORIGEM
              MOVE LK-TOTREG-RUN-ID TO WK-TOT-RUN-ID
              PERFORM 300000-ACUMULA-CHAVE
           END-IF.

      *----------------------------------------------------------------*
       300000-ACUMULA-CHAVE.
      *----------------------------------------------------------------*
      * SOMA A DIFERENCA NO REGISTRO DA CHAVE MONTADA (SALDO OU
      * MOVIMENTO) - AUSENTE NASCE ZERADO
      *----------------------------------------------------------------*
           READ ACCTOT01

           EVALUATE WK-FS-ACCTOT01
              WHEN '00'
                 ADD WK-DELTA-QT   TO WK-TOT-QT-REG
                 ADD WK-DELTA-SOMA TO WK-TOT-SOMA
                 ADD 1             TO WK-TOT-QT-MOV
                 MOVE WK-DATA-CORRENTE      TO WK-TOT-DATA
                 MOVE WK-HORA-CORRENTE(1:6) TO WK-TOT-HORA
                 MOVE LK-TOTREG-ORIGEM      TO WK-TOT-USUARIO
                 REWRITE WK-ACCTOT01-REC
              WHEN '23'
                 MOVE SPACES TO WK-TOT-DADOS
                 MOVE WK-DELTA-QT           TO WK-TOT-QT-REG
                 MOVE WK-DELTA-SOMA         TO WK-TOT-SOMA
                 MOVE 1                     TO WK-TOT-QT-MOV
                 MOVE WK-DATA-CORRENTE      TO WK-TOT-DATA
                 MOVE WK-HORA-CORRENTE(1:6) TO WK-TOT-HORA
                 MOVE LK-TOTREG-ORIGEM      TO WK-TOT-USUARIO
                 WRITE WK-ACCTOT01-REC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WK-FS-ACCTOT01 NOT EQUAL '00'
              DISPLAY 'TOTREG01 - ERRO AO GRAVAR ACCTOT01 FS='
                      WK-FS-ACCTOT01 ' CHAVE=' WK-TOT-CHAVE
              MOVE 'S' TO WK-ERRO-GRAVACAO
           END-IF.

      *----------------------------------------------------------------*
       400000-REGISTRAR-CARGA.
      *----------------------------------------------------------------*
      * DOIS REGISTROS: O DA EXECUCAO (HISTORICO) E O DE ULTIMA CARGA
      * (EXECUCAO EM BRANCO, REGRAVADO A CADA CARGA)
      *----------------------------------------------------------------*
           MOVE LK-TOTREG-RUN-ID TO WK-TOT-RUN-ID
           PERFORM 410000-GRAVA-CARGA

           MOVE SPACES           TO WK-TOT-RUN-ID
           PERFORM 410000-GRAVA-CARGA.

      *----------------------------------------------------------------*
       410000-GRAVA-CARGA.
      *----------------------------------------------------------------*
           MOVE '0000'           TO WK-TOT-ANO
           MOVE '00'             TO WK-TOT-MES
           MOVE 'C'              TO WK-TOT-TIPO
           MOVE LK-TOTREG-ORIGEM TO WK-TOT-ORIGEM

           READ ACCTOT01

           MOVE SPACES                TO WK-TOT-DADOS-CARGA
           MOVE LK-TOTREG-TEM-TRL     TO WK-TOT-CRG-TEM-TRL
           MOVE LK-TOTREG-QT-TRL      TO WK-TOT-CRG-QT-TRL
           MOVE LK-TOTREG-QT-LIDOS    TO WK-TOT-CRG-QT-LIDOS
           MOVE LK-TOTREG-QT-APLIC    TO WK-TOT-CRG-QT-APLIC
           MOVE LK-TOTREG-QT-REJ      TO WK-TOT-CRG-QT-REJ
           MOVE WK-QT-REGIST          TO WK-TOT-CRG-QT-REGIST
           MOVE WK-DATA-CORRENTE      TO WK-TOT-CRG-DATA
           MOVE WK-HORA-CORRENTE(1:6) TO WK-TOT-CRG-HORA

           IF WK-FS-ACCTOT01 EQUAL '00'
              REWRITE WK-ACCTOT01-REC
           ELSE
              WRITE WK-ACCTOT01-REC
           END-IF

           IF WK-FS-ACCTOT01 NOT EQUAL '00'
              DISPLAY 'TOTREG01 - ERRO AO GRAVAR CARGA NO ACCTOT01 FS='
                      WK-FS-ACCTOT01
              MOVE 'S' TO WK-ERRO-GRAVACAO
           END-IF.
