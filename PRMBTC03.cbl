      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. PRMBTC03
      * Tipo    .............. Batch
      * Finalidade ........... CONFERENCIA do arquivo de parametros
      *                        "PRMVSA01" contra as definicoes do
      *                        "PRMDEF01" (regra de valor por
      *                        programa+parametro: tipo, faixa ou
      *                        lista, descricao e dono - carregado por
      *                        REPRO a partir do dataset mantido pelos
      *                        donos). Merge chave a chave dos dois
      *                        VSAMs, reportando:
      *                          SEM DEFIN. parametro do PRMVSA01 sem
      *                                     definicao - o PRMMNT01 e o
      *                                     PRMBTC02 o aceitam com
      *                                     qualquer valor
      *                          FORA REGRA valor (ou valor futuro)
      *                                     gravado que nao atende a
      *                                     regra - gravado antes da
      *                                     definicao existir
      *                          DEF. ORFA  definicao sem parametro
      *                                     (chave digitada errada na
      *                                     definicao nunca valida
      *                                     nada)
      *                        A validacao e a da rotina comum
      *                        PRMVAL01, a mesma do PRMMNT01/PRMBTC02.
      *                        So leitura - nada e alterado.
      *                        Condicao de termino: 0 = tudo definido
      *                        e dentro da regra; 4 = ha ocorrencias
      *                        reportadas; 8/12 = erro
      * DSnames .............. B090290.PRMVSA01 (entrada)
      *                        B090290.PRMDEF01 (entrada)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRMBTC03.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT PRMVSA01  ASSIGN TO PRMVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-PRM-CHAVE
                  FILE STATUS  IS WK-FS-PRMVSA01.

           SELECT PRMDEF01  ASSIGN TO PRMDEF01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-DEF-CHAVE
                  FILE STATUS  IS WK-FS-PRMDEF01.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT MANTIDO POR PRMMNT01/PRMLER01 - MANTER
      *   SINCRONIZADO
      *----------------------------------------------------------------*
       FD  PRMVSA01.
       01  WK-PRMVSA01-REC.
           05 WK-PRM-CHAVE.
              10 WK-PRM-PROGRAMA         PIC  X(008).
              10 WK-PRM-PARAMETRO        PIC  X(008).
           05 WK-PRM-VALOR               PIC  X(048).
           05 WK-PRM-VALOR-FUT           PIC  X(048).
           05 WK-PRM-VIGENCIA            PIC  X(014).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DE PRMVAL01/PRMMNT01/PRMBTC02 - MANTER
      *   SINCRONIZADO
      *----------------------------------------------------------------*
       FD  PRMDEF01.
       01  WK-PRMDEF01-REC.
           05 WK-DEF-CHAVE.
              10 WK-DEF-PROGRAMA         PIC  X(008).
              10 WK-DEF-PARAMETRO        PIC  X(008).
           05 WK-DEF-TIPO                PIC  X(001).
           05 WK-DEF-MINIMO              PIC  X(009).
           05 WK-DEF-MAXIMO              PIC  X(009).
           05 WK-DEF-VALORES             PIC  X(048).
           05 WK-DEF-DESCRICAO           PIC  X(040).
           05 WK-DEF-DONO                PIC  X(008).
           05 FILLER                     PIC  X(019).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-PRMVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-PRMDEF01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-VSAM                       PIC  X(001) VALUE 'N'.
           88 FIM-VSAM                                  VALUE 'S'.
       01 WK-FIM-DEF                        PIC  X(001) VALUE 'N'.
           88 FIM-DEF                                   VALUE 'S'.
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   CHAVES DE MERGE - HIGH-VALUES MARCA O FIM DE CADA LADO
      *----------------------------------------------------------------*
       01 WK-CHV-VSAM                       PIC  X(016) VALUE SPACES.
       01 WK-CHV-DEF                        PIC  X(016) VALUE SPACES.

      *----------------------------------------------------------------*
      *   VALIDACAO DE REGRA (ROTINA COMUM PRMVAL01)
      *----------------------------------------------------------------*
       01 WK-PGM-PRMVAL01                   PIC  X(008) VALUE
                                            'PRMVAL01'.
       01 WK-VAL-VALOR                      PIC  X(048) VALUE SPACES.
       01 WK-VAL-RESULTADO                  PIC  X(001) VALUE SPACE.
       01 WK-VAL-MOTIVO                     PIC  X(040) VALUE SPACES.

       01 WK-CONTADORES.
          05 WK-QT-VSAM                     PIC  9(009) VALUE ZEROS.
          05 WK-QT-DEF                      PIC  9(009) VALUE ZEROS.
          05 WK-QT-SEM-DEFINICAO            PIC  9(009) VALUE ZEROS.
          05 WK-QT-FORA-REGRA               PIC  9(009) VALUE ZEROS.
          05 WK-QT-ORFAS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-CONFORMES                PIC  9(009) VALUE ZEROS.

       01 WK-LINHA-OCORRENCIA.
          05 FILLER           PIC X(009) VALUE 'PRMBTC03 '.
          05 WK-OCO-TIPO      PIC X(010).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-OCO-PROGRAMA  PIC X(008).
          05 FILLER           PIC X(001) VALUE '/'.
          05 WK-OCO-PARAMETRO PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-OCO-CAMPO     PIC X(010).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-OCO-DETALHE   PIC X(048).

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'PRMBTC03 - CONFERENCIA PRMDEF01 '.
          05 FILLER           PIC X(020) VALUE
             'PARAMETROS LIDOS....'.
          05 WK-REL-VSAM      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'DEFINICOES LIDAS....'.
          05 WK-REL-DEF       PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'CONFORMES...........'.
          05 WK-REL-CONFORMES PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'SEM DEFINICAO.......'.
          05 WK-REL-SEM-DEF   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'FORA DA REGRA.......'.
          05 WK-REL-FORA      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'DEFINICOES ORFAS....'.
          05 WK-REL-ORFAS     PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 100000-ABRIR-ARQUIVOS
           PERFORM 150000-LER-VSAM
           PERFORM 160000-LER-DEFINICAO
           PERFORM 200000-CASAR-LADOS
                   UNTIL FIM-VSAM AND FIM-DEF
           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 4
              AND (WK-QT-SEM-DEFINICAO GREATER ZEROS
                 OR WK-QT-FORA-REGRA GREATER ZEROS
                 OR WK-QT-ORFAS GREATER ZEROS)
              MOVE 4 TO WK-RETORNO
           END-IF
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           OPEN INPUT PRMVSA01
           OPEN INPUT PRMDEF01

           IF WK-FS-PRMVSA01 NOT EQUAL '00'
              DISPLAY 'PRMBTC03 - ERRO AO ABRIR PRMVSA01 FS='
                      WK-FS-PRMVSA01
              MOVE 'S' TO WK-FIM-VSAM
              MOVE 'S' TO WK-FIM-DEF
              MOVE 12  TO WK-RETORNO
           END-IF

           IF WK-FS-PRMDEF01 NOT EQUAL '00'
              DISPLAY 'PRMBTC03 - ERRO AO ABRIR PRMDEF01 FS='
                      WK-FS-PRMDEF01
              MOVE 'S' TO WK-FIM-VSAM
              MOVE 'S' TO WK-FIM-DEF
              MOVE 12  TO WK-RETORNO
           END-IF

           IF FIM-VSAM
              MOVE HIGH-VALUES TO WK-CHV-VSAM
                                  WK-CHV-DEF
           END-IF.

      *----------------------------------------------------------------*
       150000-LER-VSAM.
      *----------------------------------------------------------------*
           IF NOT FIM-VSAM
      *       AREA LIMPA ANTES DO READ: REGISTRO ANTERIOR AO
      *       CRESCIMENTO DO LAYOUT (FILE STATUS '04') E ACEITO
      *       COM OS CAMPOS NOVOS EM BRANCO
              MOVE SPACES TO WK-PRMVSA01-REC
              READ PRMVSA01 NEXT RECORD

              EVALUATE WK-FS-PRMVSA01
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO WK-QT-VSAM
                    MOVE WK-PRM-CHAVE TO WK-CHV-VSAM
                 WHEN '10'
                    MOVE 'S'         TO WK-FIM-VSAM
                    MOVE HIGH-VALUES TO WK-CHV-VSAM
                 WHEN OTHER
                    DISPLAY 'PRMBTC03 - ERRO DE LEITURA PRMVSA01 FS='
                            WK-FS-PRMVSA01
                    MOVE 'S'         TO WK-FIM-VSAM
                    MOVE HIGH-VALUES TO WK-CHV-VSAM
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       160000-LER-DEFINICAO.
      *----------------------------------------------------------------*
           IF NOT FIM-DEF
              READ PRMDEF01 NEXT RECORD

              EVALUATE WK-FS-PRMDEF01
                 WHEN '00'
                    ADD 1 TO WK-QT-DEF
                    MOVE WK-DEF-CHAVE TO WK-CHV-DEF
                 WHEN '10'
                    MOVE 'S'         TO WK-FIM-DEF
                    MOVE HIGH-VALUES TO WK-CHV-DEF
                 WHEN OTHER
                    DISPLAY 'PRMBTC03 - ERRO DE LEITURA PRMDEF01 FS='
                            WK-FS-PRMDEF01
                    MOVE 'S'         TO WK-FIM-DEF
                    MOVE HIGH-VALUES TO WK-CHV-DEF
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-CASAR-LADOS.
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WK-CHV-VSAM LESS WK-CHV-DEF
                 PERFORM 300000-TRATAR-SEM-DEFINICAO
                 PERFORM 150000-LER-VSAM
              WHEN WK-CHV-VSAM GREATER WK-CHV-DEF
                 PERFORM 400000-TRATAR-ORFA
                 PERFORM 160000-LER-DEFINICAO
              WHEN OTHER
                 PERFORM 500000-TRATAR-DEFINIDO
                 PERFORM 150000-LER-VSAM
                 PERFORM 160000-LER-DEFINICAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       300000-TRATAR-SEM-DEFINICAO.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-SEM-DEFINICAO
           MOVE 'SEM DEFIN.'     TO WK-OCO-TIPO
           MOVE WK-PRM-PROGRAMA  TO WK-OCO-PROGRAMA
           MOVE WK-PRM-PARAMETRO TO WK-OCO-PARAMETRO
           MOVE 'VALOR     '     TO WK-OCO-CAMPO
           MOVE WK-PRM-VALOR     TO WK-OCO-DETALHE

           DISPLAY WK-LINHA-OCORRENCIA.

      *----------------------------------------------------------------*
       400000-TRATAR-ORFA.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-ORFAS
           MOVE 'DEF. ORFA '     TO WK-OCO-TIPO
           MOVE WK-DEF-PROGRAMA  TO WK-OCO-PROGRAMA
           MOVE WK-DEF-PARAMETRO TO WK-OCO-PARAMETRO
           MOVE 'DONO      '     TO WK-OCO-CAMPO
           MOVE SPACES           TO WK-OCO-DETALHE
           STRING WK-DEF-DONO      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WK-DEF-DESCRICAO DELIMITED BY SIZE
                  INTO WK-OCO-DETALHE
           END-STRING

           DISPLAY WK-LINHA-OCORRENCIA.

      *----------------------------------------------------------------*
       500000-TRATAR-DEFINIDO.
      *----------------------------------------------------------------*
      * VALOR ATUAL SEMPRE; VALOR FUTURO SO QUANDO HA AGENDAMENTO
      *----------------------------------------------------------------*
           MOVE WK-PRM-VALOR TO WK-VAL-VALOR
           CALL WK-PGM-PRMVAL01 USING WK-PRMDEF01-REC
                                       WK-VAL-VALOR
                                       WK-VAL-RESULTADO
                                       WK-VAL-MOTIVO

           IF WK-VAL-RESULTADO NOT EQUAL 'S'
              MOVE 'VALOR     ' TO WK-OCO-CAMPO
              PERFORM 550000-REPORTA-FORA-REGRA
           ELSE
           IF WK-PRM-VALOR-FUT NOT EQUAL SPACES
              MOVE WK-PRM-VALOR-FUT TO WK-VAL-VALOR
              CALL WK-PGM-PRMVAL01 USING WK-PRMDEF01-REC
                                          WK-VAL-VALOR
                                          WK-VAL-RESULTADO
                                          WK-VAL-MOTIVO
              IF WK-VAL-RESULTADO NOT EQUAL 'S'
                 MOVE 'VALOR-FUT ' TO WK-OCO-CAMPO
                 PERFORM 550000-REPORTA-FORA-REGRA
              ELSE
                 ADD 1 TO WK-QT-CONFORMES
              END-IF
           ELSE
              ADD 1 TO WK-QT-CONFORMES
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       550000-REPORTA-FORA-REGRA.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-FORA-REGRA
           MOVE 'FORA REGRA'     TO WK-OCO-TIPO
           MOVE WK-PRM-PROGRAMA  TO WK-OCO-PROGRAMA
           MOVE WK-PRM-PARAMETRO TO WK-OCO-PARAMETRO
           MOVE WK-VAL-MOTIVO    TO WK-OCO-DETALHE

           DISPLAY WK-LINHA-OCORRENCIA.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           CLOSE PRMVSA01
                 PRMDEF01.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-VSAM          TO WK-REL-VSAM
           MOVE WK-QT-DEF           TO WK-REL-DEF
           MOVE WK-QT-CONFORMES     TO WK-REL-CONFORMES
           MOVE WK-QT-SEM-DEFINICAO TO WK-REL-SEM-DEF
           MOVE WK-QT-FORA-REGRA    TO WK-REL-FORA
           MOVE WK-QT-ORFAS         TO WK-REL-ORFAS

           DISPLAY WK-RELATORIO.
