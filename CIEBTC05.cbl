      *****************************************************************
      * PoT para Tivit / Cielo
      * ----------------------------------------------------------------
      * Programa.............. CIEBTC05
      * Tipo    .............. Batch
      * Finalidade ........... consolidacao DIARIA do uso das faixas
      *                        do CIELOBIN: o CIEBIN02 grava na TD
      *                        queue 'BIN2' (extrapartition) um
      *                        registro por pesquisa que casou faixa
      *                        (faixa casada na forma da chave de 8
      *                        bytes + data + hora) - sem I/O de VSAM
      *                        na autorizacao. Este job classifica o
      *                        extrato da fila (SORT interno por faixa
      *                        + data + hora) e soma no VSAM "CIEHIT01"
      *                        um registro por faixa + dia com a
      *                        contagem e a primeira/ultima pesquisa
      *                        do dia; dia ja existente (extrato do
      *                        mesmo dia em mais de uma geracao) soma
      *                        e alarga primeira/ultima. Cada geracao
      *                        do extrato e consolidada UMA vez - o
      *                        passo seguinte do job cataloga a
      *                        geracao nova da fila. Registro com
      *                        faixa ou data nao numerica e contado e
      *                        descartado (RC 4). Materia-prima do
      *                        relatorio de faixas sem uso (CIEBTC06)
      * DSnames .............. B090290.CIEHTD01 (extrato da TD queue
      *                        BIN2, geracao fechada)
      *                        B090290.CIEHIT01 (saida)
      *                        SORTWK (work do SORT)
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CIEBTC05.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CIEHTD01   ASSIGN TO CIEHTD01
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WK-FS-CIEHTD01.

           SELECT CIEHIT01   ASSIGN TO CIEHIT01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-HIT-CHAVE
                  FILE STATUS  IS WK-FS-CIEHIT01.

           SELECT SORTWK     ASSIGN TO SORTWK.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO CIEBIN02 NA TD QUEUE 'BIN2' -
      *   MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       FD  CIEHTD01
           RECORDING MODE IS F.
       01  WK-CIEHTD01-REC.
           05 WK-HTD-INI8                   PIC  X(008).
           05 WK-HTD-INI8-RED REDEFINES WK-HTD-INI8.
              07 WK-HTD-INI8-PREF           PIC  X(006).
              07 WK-HTD-INI8-EXT            PIC  X(002).
           05 WK-HTD-DATA                   PIC  X(008).
           05 WK-HTD-HORA                   PIC  X(008).

      *----------------------------------------------------------------*
      *   VSAM "CIEHIT01" (KEYS(16 0)): UM REGISTRO POR FAIXA + DIA -
      *   MESMO LAYOUT LIDO PELO CIEBTC06, MANTER SINCRONIZADOS
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

       SD  SORTWK.
       01  SRT-REC.
           05 SRT-CHAVE.
              07 SRT-INI8                   PIC  X(008).
              07 SRT-DATA                   PIC  X(008).
           05 SRT-HORA                      PIC  X(008).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CIEHTD01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIEHIT01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-FIM-SORT                       PIC  X(001) VALUE 'N'.
           88 FIM-SORT                                  VALUE 'S'.
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   ACUMULO DA QUEBRA FAIXA + DIA
      *----------------------------------------------------------------*
       01 WK-ACM-CHAVE.
          05 WK-ACM-INI8                    PIC  X(008) VALUE SPACES.
          05 WK-ACM-DATA                    PIC  X(008) VALUE SPACES.
       01 WK-ACM-QT                         PIC  9(009) VALUE ZEROS.
       01 WK-ACM-PRIM-HORA                  PIC  X(008) VALUE SPACES.
       01 WK-ACM-ULT-HORA                   PIC  X(008) VALUE SPACES.

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
                                            'CIEBTC05'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-DESCARTADOS              PIC  9(009) VALUE ZEROS.
          05 WK-QT-INCLUIDOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-ATUALIZADOS              PIC  9(009) VALUE ZEROS.
          05 WK-QT-FALHAS                   PIC  9(009) VALUE ZEROS.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'CIEBTC05 - USO DAS FAIXAS       '.
          05 FILLER           PIC X(020) VALUE
             'PESQUISAS LIDAS....'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'DESCARTADAS.........'.
          05 WK-REL-DESCARTADOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'FAIXA-DIA INCLUIDOS.'.
          05 WK-REL-INCLUIDOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'FAIXA-DIA SOMADOS...'.
          05 WK-REL-ATUALIZADOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'FALHAS DE GRAVACAO..'.
          05 WK-REL-FALHAS    PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO

           OPEN I-O CIEHIT01

           IF WK-FS-CIEHIT01 NOT EQUAL '00'
              DISPLAY 'CIEBTC05 - ERRO AO ABRIR CIEHIT01 FS='
                      WK-FS-CIEHIT01
              MOVE 12  TO WK-RETORNO
           ELSE
              SORT SORTWK
                   ON ASCENDING KEY SRT-CHAVE
                      ASCENDING KEY SRT-HORA
                   INPUT  PROCEDURE 100000-CARREGA-EXTRATO
                   OUTPUT PROCEDURE 300000-CONSOLIDA

              CLOSE CIEHIT01
           END-IF

           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 8
              AND WK-QT-FALHAS GREATER ZEROS
              MOVE 8 TO WK-RETORNO
           END-IF
           IF WK-RETORNO LESS 4
              AND WK-QT-DESCARTADOS GREATER ZEROS
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
       100000-CARREGA-EXTRATO.
      *----------------------------------------------------------------*
           OPEN INPUT CIEHTD01

           IF WK-FS-CIEHTD01 NOT EQUAL '00'
              DISPLAY 'CIEBTC05 - ERRO AO ABRIR CIEHTD01 FS='
                      WK-FS-CIEHTD01
              MOVE 'S' TO WK-FIM-ARQUIVO
              MOVE 12  TO WK-RETORNO
           ELSE
              PERFORM 150000-LER-EXTRATO
              PERFORM 200000-LIBERA-PESQUISA
                      UNTIL FIM-ARQUIVO
              CLOSE CIEHTD01
           END-IF.

      *----------------------------------------------------------------*
       150000-LER-EXTRATO.
      *----------------------------------------------------------------*
           READ CIEHTD01

           EVALUATE WK-FS-CIEHTD01
              WHEN '00'
                 ADD 1 TO WK-QT-LIDOS
              WHEN '10'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              WHEN OTHER
                 DISPLAY 'CIEBTC05 - ERRO DE LEITURA FS='
                         WK-FS-CIEHTD01
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       200000-LIBERA-PESQUISA.
      *----------------------------------------------------------------*
      * FAIXA NA FORMA DA CHAVE: 6 DIGITOS E DOIS BRANCOS OU 8
      * DIGITOS; DATA AAAAMMDD
      *----------------------------------------------------------------*
           IF WK-HTD-INI8-PREF NOT NUMERIC
              OR (WK-HTD-INI8-EXT NOT EQUAL SPACES
                  AND WK-HTD-INI8-EXT NOT NUMERIC)
              OR WK-HTD-DATA NOT NUMERIC
              ADD 1 TO WK-QT-DESCARTADOS
           ELSE
              MOVE WK-HTD-INI8 TO SRT-INI8
              MOVE WK-HTD-DATA TO SRT-DATA
              MOVE WK-HTD-HORA TO SRT-HORA
              RELEASE SRT-REC
           END-IF

           PERFORM 150000-LER-EXTRATO.

      *----------------------------------------------------------------*
       300000-CONSOLIDA.
      *----------------------------------------------------------------*
           PERFORM 310000-RETORNA-PESQUISA

           IF NOT FIM-SORT
              PERFORM 320000-INICIA-QUEBRA
              PERFORM 330000-ACUMULA
                      UNTIL FIM-SORT
              PERFORM 400000-GRAVA-FAIXA-DIA
           END-IF.

      *----------------------------------------------------------------*
       310000-RETORNA-PESQUISA.
      *----------------------------------------------------------------*
           RETURN SORTWK
               AT END MOVE 'S' TO WK-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------*
       320000-INICIA-QUEBRA.
      *----------------------------------------------------------------*
           MOVE SRT-CHAVE TO WK-ACM-CHAVE
           MOVE ZEROS     TO WK-ACM-QT
           MOVE SRT-HORA  TO WK-ACM-PRIM-HORA.

      *----------------------------------------------------------------*
       330000-ACUMULA.
      *----------------------------------------------------------------*
           IF SRT-CHAVE NOT EQUAL WK-ACM-CHAVE
              PERFORM 400000-GRAVA-FAIXA-DIA
              PERFORM 320000-INICIA-QUEBRA
           END-IF

           ADD 1         TO WK-ACM-QT
           MOVE SRT-HORA TO WK-ACM-ULT-HORA

           PERFORM 310000-RETORNA-PESQUISA.

      *----------------------------------------------------------------*
       400000-GRAVA-FAIXA-DIA.
      *----------------------------------------------------------------*
      * FAIXA + DIA JA CONSOLIDADO SOMA A CONTAGEM E ALARGA A JANELA
      * PRIMEIRA/ULTIMA; NOVO E INCLUIDO
      *----------------------------------------------------------------*
           MOVE SPACES       TO WK-CIEHIT01-REC
           MOVE WK-ACM-CHAVE TO WK-HIT-CHAVE

           READ CIEHIT01

           IF WK-FS-CIEHIT01 EQUAL '00'
              ADD WK-ACM-QT TO WK-HIT-QT
              IF WK-ACM-PRIM-HORA LESS WK-HIT-PRIM-HORA
                 MOVE WK-ACM-PRIM-HORA TO WK-HIT-PRIM-HORA
              END-IF
              IF WK-ACM-ULT-HORA GREATER WK-HIT-ULT-HORA
                 MOVE WK-ACM-ULT-HORA TO WK-HIT-ULT-HORA
              END-IF

              REWRITE WK-CIEHIT01-REC

              IF WK-FS-CIEHIT01 EQUAL '00'
                 ADD 1 TO WK-QT-ATUALIZADOS
              ELSE
                 DISPLAY 'CIEBTC05 - ERRO NO REWRITE CIEHIT01 FS='
                         WK-FS-CIEHIT01 ' CHAVE=' WK-ACM-CHAVE
                 ADD 1 TO WK-QT-FALHAS
              END-IF
           ELSE
              MOVE SPACES           TO WK-CIEHIT01-REC
              MOVE WK-ACM-CHAVE     TO WK-HIT-CHAVE
              MOVE WK-ACM-QT        TO WK-HIT-QT
              MOVE WK-ACM-PRIM-HORA TO WK-HIT-PRIM-HORA
              MOVE WK-ACM-ULT-HORA  TO WK-HIT-ULT-HORA

              WRITE WK-CIEHIT01-REC

              IF WK-FS-CIEHIT01 EQUAL '00'
                 ADD 1 TO WK-QT-INCLUIDOS
              ELSE
                 DISPLAY 'CIEBTC05 - ERRO NO WRITE CIEHIT01 FS='
                         WK-FS-CIEHIT01 ' CHAVE=' WK-ACM-CHAVE
                 ADD 1 TO WK-QT-FALHAS
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS       TO WK-REL-LIDOS
           MOVE WK-QT-DESCARTADOS TO WK-REL-DESCARTADOS
           MOVE WK-QT-INCLUIDOS   TO WK-REL-INCLUIDOS
           MOVE WK-QT-ATUALIZADOS TO WK-REL-ATUALIZADOS
           MOVE WK-QT-FALHAS      TO WK-REL-FALHAS

           DISPLAY WK-RELATORIO.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'               TO WK-RUNREG-MODO
           MOVE WK-QT-LIDOS       TO WK-RUNREG-QT-ENTRADA
           COMPUTE WK-RUNREG-QT-SAIDA =
                   WK-QT-INCLUIDOS + WK-QT-ATUALIZADOS
           COMPUTE WK-RUNREG-QT-REJEIT =
                   WK-QT-DESCARTADOS + WK-QT-FALHAS
           MOVE WK-RETORNO        TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.
