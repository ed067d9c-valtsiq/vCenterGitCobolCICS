      *                        para cada uma, N numeros de cartao
      *                        sintaticamente validos (16 digitos,
      *                        digito verificador Luhn correto, BIN
      *                        inicial da faixa como prefixo - 6 ou 8
      *                        digitos, conforme a faixa),
      *                        etiquetados com a descricao da faixa -
      *                        substitui a planilha que o QA montava
      *                        na mao a cada ciclo, com os typos de
           SELECT CIELOBIN   ASSIGN TO CIELOBIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-BIN-INI8
                  FILE STATUS  IS WK-FS-CIELOBIN.

           SELECT CIEPRM02   ASSIGN TO CIEPRM02
           05 WK-BIN-MARCA                  PIC  X(010).
           05 WK-BIN-PRODUTO                PIC  X(001).
           05 WK-BIN-PAIS                   PIC  X(003).
           05 WK-BIN-INI8                   PIC  X(008).
           05 WK-BIN-INI8-RED REDEFINES WK-BIN-INI8.
              07 WK-BIN-INI8-PREF           PIC  X(006).
              07 WK-BIN-INI8-EXT            PIC  X(002).
                 88 WK-BIN-FAIXA-6                   VALUE SPACES.
           05 WK-BIN-FIM8                   PIC  X(008).

       FD  CIEPRM02
           RECORDING MODE IS F.

      *----------------------------------------------------------------*
      *   MONTAGEM DO PAN DE TESTE: BIN INICIAL DA FAIXA (6) + CORPO
      *   SEQUENCIAL (9) + DIGITO VERIFICADOR LUHN (1) = 16 DIGITOS;
      *   FAIXA DE 8 DIGITOS: BIN (8) + CORPO (7) + DV (1)
      *----------------------------------------------------------------*
       01 WK-PAN.
          05 WK-PAN-BIN                     PIC  X(006).
          05 WK-PAN-CORPO                   PIC  9(009).
          05 WK-PAN-DV                      PIC  9(001).
       01 WK-PAN-8 REDEFINES WK-PAN.
          05 WK-PAN-BIN8                    PIC  X(008).
          05 WK-PAN-CORPO8                  PIC  9(007).
          05 FILLER                         PIC  9(001).
       01 WK-PAN-DIGITOS REDEFINES WK-PAN.
          05 WK-PAN-DIGITO                  PIC  9(001)
                                            OCCURS 16 TIMES.
       01 WK-SEQ                            PIC  9(009) VALUE ZEROS.
       01 WK-BIN-SAIDA                      PIC  X(008) VALUE SPACES.
       01 WK-IDX-DIG                        PIC  9(002) VALUE ZEROS.
       01 WK-SOMA-LUHN                      PIC  9(004) VALUE ZEROS.
       01 WK-DIG-TRAB                       PIC  9(002) VALUE ZEROS.
      *----------------------------------------------------------------*
      * SO FAIXA ATIVA E NAO EXPIRADA RENDE CARTAO DE TESTE (FAIXA
      * FUTURA TAMBEM ENTRA - A CERTIFICACAO COMECA ANTES DA
      * ATIVACAO); BIN NAO NUMERICO E PULADO COM CONTAGEM. FAIXA DE 8
      * DIGITOS GERA O PAN E A ETIQUETA COM OS 8 DIGITOS
      *----------------------------------------------------------------*
           IF WK-BIN-INATIVO
              OR (WK-BIN-EFF-ATE NOT EQUAL SPACES
              ADD 1 TO WK-QT-PULADOS
           ELSE
           IF WK-BIN-CODE NOT NUMERIC
              OR (NOT WK-BIN-FAIXA-6
                  AND WK-BIN-INI8 NOT NUMERIC)
              ADD 1 TO WK-QT-PULADOS
           ELSE
              ADD 1 TO WK-QT-FAIXAS
       300000-GERA-CARTOES.
      *----------------------------------------------------------------*
           ADD 1                TO WK-SEQ
           IF WK-BIN-FAIXA-6
              MOVE WK-BIN-CODE  TO WK-PAN-BIN
                                   WK-BIN-SAIDA
              MOVE WK-SEQ       TO WK-PAN-CORPO
           ELSE
              MOVE WK-BIN-INI8  TO WK-PAN-BIN8
                                   WK-BIN-SAIDA
              MOVE WK-SEQ       TO WK-PAN-CORPO8
           END-IF
           MOVE ZEROS           TO WK-PAN-DV

           PERFORM 310000-CALCULA-LUHN
           MOVE SPACES TO WK-LINHA-SAIDA
           MOVE 1      TO WK-PTR-SAIDA
           STRING WK-PAN                               ';'
                                               DELIMITED BY SIZE
                  WK-BIN-SAIDA                 DELIMITED BY SPACE
                  ';'
                  WK-BIN-DESCRICAO(1:WK-LEN-DESCR)
                                               DELIMITED BY SIZE
                  INTO WK-LINHA-SAIDA
                  POINTER WK-PTR-SAIDA
           END-STRING
