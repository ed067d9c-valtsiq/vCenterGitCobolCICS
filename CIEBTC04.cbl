      *****************************************************************
      * PoT para Tivit / Cielo
      * ----------------------------------------------------------------
      * Programa.............. CIEBTC04
      * Tipo    .............. Batch
      * Finalidade ........... conversao UNICA dos VSAMs "CIELOBIN" e
      *                        "CIEMIS01" para a chave de 8 digitos
      *                        (ISO/IEC 7812): copia o cluster antigo
      *                        (chave de 6 digitos no inicio do
      *                        registro) para o cluster novo, ja
      *                        definido vazio com a chave na cauda -
      *                        CIELOBIN KEYS(8 130), CIEMIS01
      *                        KEYS(8 47). Cada faixa antiga vira
      *                        faixa de 6 digitos no formato novo
      *                        (inicio e fim com os 6 digitos e dois
      *                        brancos); registro anterior aos
      *                        atributos estruturados (file status
      *                        '04') e aceito com os campos novos em
      *                        branco, como no CIEBTC02. O BIN sem
      *                        faixa capturado vira chave de 6 digitos
      *                        da mesma forma. A ordem de chave se
      *                        mantem, entao a gravacao e sequencial.
      *                        CIEMISAN ausente so gera aviso (RC 4 -
      *                        o CIEMIS01 novo comeca vazio); CIELOANT
      *                        ausente ou falha de gravacao = RC 12/8
      * DSnames .............. B090290.CIELOBIN.ANTIGO (CIELOANT)
      *                        B090290.CIELOBIN (saida, cluster novo)
      *                        B090290.CIEMIS01.ANTIGO (CIEMISAN)
      *                        B090290.CIEMIS01 (saida, cluster novo)
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CIEBTC04.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CIELOANT   ASSIGN TO CIELOANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-ANT-CODE
                  FILE STATUS  IS WK-FS-CIELOANT.

           SELECT CIELOBIN   ASSIGN TO CIELOBIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-BIN-INI8
                  FILE STATUS  IS WK-FS-CIELOBIN.

           SELECT CIEMISAN   ASSIGN TO CIEMISAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-MAN-BIN
                  FILE STATUS  IS WK-FS-CIEMISAN.

           SELECT CIEMIS01   ASSIGN TO CIEMIS01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-MIS-BIN8
                  FILE STATUS  IS WK-FS-CIEMIS01.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   CIELOBIN ANTIGO: OS 130 BYTES DE HOJE SEM A CAUDA DE 8
      *   DIGITOS, CHAVE WK-ANT-CODE (KEYS(6 0))
      *----------------------------------------------------------------*
       FD  CIELOANT.
       01  WK-CIELOANT-REC.
           05 WK-ANT-CODE                   PIC  X(006).
           05 WK-ANT-RESTO                  PIC  X(124).

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
           05 WK-BIN-EFF-DE                 PIC  X(008).
           05 WK-BIN-EFF-ATE                PIC  X(008).
           05 WK-BIN-MARCA                  PIC  X(010).
           05 WK-BIN-PRODUTO                PIC  X(001).
           05 WK-BIN-PAIS                   PIC  X(003).
           05 WK-BIN-INI8                   PIC  X(008).
           05 WK-BIN-FIM8                   PIC  X(008).

      *----------------------------------------------------------------*
      *   CIEMIS01 ANTIGO: 47 BYTES, CHAVE WK-MAN-BIN (KEYS(6 0))
      *----------------------------------------------------------------*
       FD  CIEMISAN.
       01  WK-CIEMISAN-REC.
           05 WK-MAN-BIN                    PIC  X(006).
           05 WK-MAN-RESTO                  PIC  X(041).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO CIEBIN02 NO VSAM "CIEMIS01" -
      *   MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       FD  CIEMIS01.
       01  WK-CIEMIS01-REC.
           05 WK-MIS-BIN                    PIC  X(006).
           05 WK-MIS-RESTO                  PIC  X(041).
           05 WK-MIS-BIN8                   PIC  X(008).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CIELOANT                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIELOBIN                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIEMISAN                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIEMIS01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   HISTORICO COMUM DE EXECUCAO (VSAM RUNHST01, VIA RUNREG01)
      *----------------------------------------------------------------*
       01 WK-PGM-RUNREG01                   PIC  X(008) VALUE
                                            'RUNREG01'.
       01 WK-RUNREG-AREA.
          05 WK-RUNREG-MODO                 PIC  X(001) VALUE 'I'.
          05 WK-RUNREG-PROGRAMA             PIC  X(008) VALUE
                                            'CIEBTC04'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS-BIN                PIC  9(009) VALUE ZEROS.
          05 WK-QT-GRAVADOS-BIN             PIC  9(009) VALUE ZEROS.
          05 WK-QT-LIDOS-MIS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-GRAVADOS-MIS             PIC  9(009) VALUE ZEROS.
          05 WK-QT-REJEITADOS               PIC  9(009) VALUE ZEROS.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'CIEBTC04 - CONVERSAO 8 DIGITOS  '.
          05 FILLER           PIC X(020) VALUE
             'FAIXAS LIDAS.......'.
          05 WK-REL-LIDOS-BIN PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'FAIXAS GRAVADAS.....'.
          05 WK-REL-GRAV-BIN  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'MISSES LIDOS........'.
          05 WK-REL-LIDOS-MIS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'MISSES GRAVADOS.....'.
          05 WK-REL-GRAV-MIS  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'REJEITADOS..........'.
          05 WK-REL-REJEITADOS PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO

           PERFORM 100000-CONVERTE-CIELOBIN
           PERFORM 300000-CONVERTE-CIEMIS01
           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 8
              AND WK-QT-REJEITADOS GREATER ZEROS
              MOVE 8 TO WK-RETORNO
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
       100000-CONVERTE-CIELOBIN.
      *----------------------------------------------------------------*
      * FAIXAS: SEM O CIELOANT OU SEM O CLUSTER NOVO NAO HA CONVERSAO
      * (RC 12) - O CIELOBIN NOVO ABRE EM OUTPUT, VAZIO
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-FIM-ARQUIVO

           OPEN INPUT  CIELOANT
           OPEN OUTPUT CIELOBIN

           IF WK-FS-CIELOANT NOT EQUAL '00'
              DISPLAY 'CIEBTC04 - ERRO AO ABRIR CIELOANT FS='
                      WK-FS-CIELOANT
              MOVE 'S' TO WK-FIM-ARQUIVO
              MOVE 12  TO WK-RETORNO
           END-IF

           IF WK-FS-CIELOBIN NOT EQUAL '00'
              DISPLAY 'CIEBTC04 - ERRO AO ABRIR CIELOBIN FS='
                      WK-FS-CIELOBIN
              MOVE 'S' TO WK-FIM-ARQUIVO
              MOVE 12  TO WK-RETORNO
           END-IF

           PERFORM 150000-LER-CIELOANT
           PERFORM 200000-GRAVA-FAIXA
                   UNTIL FIM-ARQUIVO

           CLOSE CIELOANT
           CLOSE CIELOBIN.

      *----------------------------------------------------------------*
       150000-LER-CIELOANT.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
      *       AREA LIMPA ANTES DO READ: REGISTRO ANTERIOR AO
      *       CRESCIMENTO DO LAYOUT (FILE STATUS '04') E ACEITO
      *       COM OS CAMPOS NOVOS EM BRANCO
              MOVE SPACES TO WK-CIELOANT-REC
              READ CIELOANT NEXT RECORD

              EVALUATE WK-FS-CIELOANT
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO WK-QT-LIDOS-BIN
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'CIEBTC04 - ERRO DE LEITURA CIELOANT FS='
                            WK-FS-CIELOANT
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    MOVE 12  TO WK-RETORNO
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-GRAVA-FAIXA.
      *----------------------------------------------------------------*
      * OS 130 BYTES ANTIGOS SEGUEM IGUAIS; INICIO E FIM DA FAIXA NA
      * CAUDA FICAM COM OS 6 DIGITOS E DOIS BRANCOS (FAIXA DE 6)
      *----------------------------------------------------------------*
           MOVE SPACES           TO WK-CIELOBIN-REC
           MOVE WK-CIELOANT-REC  TO WK-CIELOBIN-REC(1:130)
           MOVE WK-BIN-CODE      TO WK-BIN-INI8
           MOVE WK-BIN-RANGE-FIM TO WK-BIN-FIM8

           WRITE WK-CIELOBIN-REC

           IF WK-FS-CIELOBIN EQUAL '00'
              ADD 1 TO WK-QT-GRAVADOS-BIN
           ELSE
              DISPLAY 'CIEBTC04 - ERRO AO GRAVAR CIELOBIN BIN='
                      WK-BIN-CODE ' FS=' WK-FS-CIELOBIN
              ADD 1 TO WK-QT-REJEITADOS
           END-IF

           PERFORM 150000-LER-CIELOANT.

      *----------------------------------------------------------------*
       300000-CONVERTE-CIEMIS01.
      *----------------------------------------------------------------*
      * BINS SEM FAIXA: SO CONTROLE DE COBRANCA - SEM O CIEMISAN O
      * CIEMIS01 NOVO COMECA VAZIO E O PASSO TERMINA COM AVISO
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-FIM-ARQUIVO

           OPEN INPUT  CIEMISAN
           OPEN OUTPUT CIEMIS01

           IF WK-FS-CIEMIS01 NOT EQUAL '00'
              DISPLAY 'CIEBTC04 - ERRO AO ABRIR CIEMIS01 FS='
                      WK-FS-CIEMIS01
              MOVE 'S' TO WK-FIM-ARQUIVO
              MOVE 12  TO WK-RETORNO
           END-IF

           IF WK-FS-CIEMISAN NOT EQUAL '00'
              DISPLAY 'CIEBTC04 - CIEMISAN INDISPONIVEL FS='
                      WK-FS-CIEMISAN
                      ' - CIEMIS01 NOVO FICA VAZIO'
              MOVE 'S' TO WK-FIM-ARQUIVO
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF

           PERFORM 350000-LER-CIEMISAN
           PERFORM 400000-GRAVA-MISS
                   UNTIL FIM-ARQUIVO

           CLOSE CIEMISAN
           CLOSE CIEMIS01.

      *----------------------------------------------------------------*
       350000-LER-CIEMISAN.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
              MOVE SPACES TO WK-CIEMISAN-REC
              READ CIEMISAN NEXT RECORD

              EVALUATE WK-FS-CIEMISAN
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO WK-QT-LIDOS-MIS
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'CIEBTC04 - ERRO DE LEITURA CIEMISAN FS='
                            WK-FS-CIEMISAN
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       400000-GRAVA-MISS.
      *----------------------------------------------------------------*
           MOVE SPACES          TO WK-CIEMIS01-REC
           MOVE WK-CIEMISAN-REC TO WK-CIEMIS01-REC(1:47)
           MOVE WK-MIS-BIN      TO WK-MIS-BIN8

           WRITE WK-CIEMIS01-REC

           IF WK-FS-CIEMIS01 EQUAL '00'
              ADD 1 TO WK-QT-GRAVADOS-MIS
           ELSE
              DISPLAY 'CIEBTC04 - ERRO AO GRAVAR CIEMIS01 BIN='
                      WK-MIS-BIN ' FS=' WK-FS-CIEMIS01
              ADD 1 TO WK-QT-REJEITADOS
           END-IF

           PERFORM 350000-LER-CIEMISAN.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS-BIN    TO WK-REL-LIDOS-BIN
           MOVE WK-QT-GRAVADOS-BIN TO WK-REL-GRAV-BIN
           MOVE WK-QT-LIDOS-MIS    TO WK-REL-LIDOS-MIS
           MOVE WK-QT-GRAVADOS-MIS TO WK-REL-GRAV-MIS
           MOVE WK-QT-REJEITADOS   TO WK-REL-REJEITADOS

           DISPLAY WK-RELATORIO.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'              TO WK-RUNREG-MODO
           COMPUTE WK-RUNREG-QT-ENTRADA =
                   WK-QT-LIDOS-BIN + WK-QT-LIDOS-MIS
           COMPUTE WK-RUNREG-QT-SAIDA =
                   WK-QT-GRAVADOS-BIN + WK-QT-GRAVADOS-MIS
           MOVE WK-QT-REJEITADOS TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.
