      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. PRMBTC04
      * Tipo    .............. Batch (semanal)
      * Finalidade ........... USO dos parametros - merge chave a
      *                        chave do "PRMVSA01" com o "PRMUSO01"
      *                        (ultima leitura e origem servida,
      *                        anotadas pela rotina PRMLER01),
      *                        reportando:
      *                          ORFAO    parametro cadastrado que nao
      *                                   e lido ha DIAS dias (ou que
      *                                   nunca teve leitura anotada)
      *                                   - candidato a exclusao,
      *                                   tipicamente de programa que
      *                                   nao existe mais
      *                          DEFAULT  programa+parametro que NAO
      *                                   existe no PRMVSA01 e teve o
      *                                   default do codigo servido
      *                                   em VEZES dias ou mais, o
      *                                   ultimo deles dentro da
      *                                   janela de DIAS dias -
      *                                   parametro que falta cadastrar
      *                        A lista DEFAULT sai tambem no dataset
      *                        PRMFAL01 (posicoes fixas, um registro
      *                        por parametro faltante) para a lista de
      *                        conferencia da promocao e para a
      *                        revisao das configs semeadas pelo
      *                        PLTRDY01; DD ausente so suprime o
      *                        dataset.
      *                        Cartoes (PRMPRM04, opcional):
      *                          DIAS=nnn   janela (default 30)
      *                          VEZES=nnn  dias de default (default 3)
      *                        Condicao de termino: 0 = nada a
      *                        reportar; 4 = ha ORFAO ou DEFAULT;
      *                        8/12 = erro
      * DSnames .............. B090290.PRMVSA01 (entrada)
      *                        B090290.PRMUSO01 (entrada)
      *                        B090290.PRMPRM04 (parametros, opcional)
      *                        B090290.PRMFAL01 (saida - faltantes)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRMBTC04.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT PRMVSA01  ASSIGN TO PRMVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-PRM-CHAVE
                  FILE STATUS  IS WK-FS-PRMVSA01.

           SELECT PRMUSO01  ASSIGN TO PRMUSO01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-USO-CHAVE
                  FILE STATUS  IS WK-FS-PRMUSO01.

           SELECT PRMPRM04   ASSIGN TO PRMPRM04
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-PRMPRM04.

           SELECT PRMFAL01   ASSIGN TO PRMFAL01
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WK-FS-PRMFAL01.

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
      *   MESMO LAYOUT GRAVADO PELO PRMLER01 - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  PRMUSO01.
       01  WK-PRMUSO01-REC.
           05 WK-USO-CHAVE.
              10 WK-USO-PROGRAMA         PIC  X(008).
              10 WK-USO-PARAMETRO        PIC  X(008).
           05 WK-USO-ULT-LEITURA         PIC  X(014).
           05 WK-USO-ULT-ORIGEM          PIC  X(001).
           05 WK-USO-PRI-LEITURA         PIC  X(008).
           05 WK-USO-ULT-DEFAULT         PIC  X(008).
           05 WK-USO-QT-DIAS-DEFAULT     PIC  9(005).
           05 FILLER                     PIC  X(012).

       FD  PRMPRM04
           RECORDING MODE IS F.
       01  WK-PRMPRM04-REC               PIC  X(080).

      *----------------------------------------------------------------*
      *   PARAMETRO FALTANTE - PROGRAMA, PARAMETRO, DIAS EM QUE O
      *   DEFAULT FOI SERVIDO, DATA DO ULTIMO DEFAULT E PRIMEIRA DATA
      *   ANOTADA
      *----------------------------------------------------------------*
       FD  PRMFAL01
           RECORDING MODE IS F.
       01  WK-PRMFAL01-REC.
           05 WK-FAL-PROGRAMA            PIC  X(008).
           05 WK-FAL-PARAMETRO           PIC  X(008).
           05 WK-FAL-QT-DIAS-DEFAULT     PIC  9(005).
           05 WK-FAL-ULT-DEFAULT         PIC  X(008).
           05 WK-FAL-PRI-LEITURA         PIC  X(008).
           05 FILLER                     PIC  X(043).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-PRMVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-PRMUSO01                    PIC  X(002) VALUE '00'.
       01 WK-FS-PRMPRM04                    PIC  X(002) VALUE '00'.
       01 WK-FS-PRMFAL01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-VSAM                       PIC  X(001) VALUE 'N'.
           88 FIM-VSAM                                  VALUE 'S'.
       01 WK-FIM-USO                        PIC  X(001) VALUE 'N'.
           88 FIM-USO                                   VALUE 'S'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-FAL-ABERTO                     PIC  X(001) VALUE 'N'.
           88 FAL-ABERTO                                VALUE 'S'.
       01 WK-FAL-OK                         PIC  X(001) VALUE 'N'.
           88 FAL-OK                                    VALUE 'S'.
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   JANELA E LIMIAR (CARTOES DIAS=/VEZES=)
      *----------------------------------------------------------------*
       01 WK-DIAS                           PIC  9(003) VALUE 30.
       01 WK-VEZES                          PIC  9(003) VALUE 3.
       01 WK-DATA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-DATA-CORTE                     PIC  9(008) VALUE ZEROS.
       01 WK-DATA-CORTE-X                   REDEFINES WK-DATA-CORTE
                                            PIC  X(008).
       01 WK-DIAS-INTEIRO                   PIC S9(009) COMP VALUE +0.

      *----------------------------------------------------------------*
      *   CHAVES DE MERGE - HIGH-VALUES MARCA O FIM DE CADA LADO
      *----------------------------------------------------------------*
       01 WK-CHV-VSAM                       PIC  X(016) VALUE SPACES.
       01 WK-CHV-USO                        PIC  X(016) VALUE SPACES.

       01 WK-CONTADORES.
          05 WK-QT-VSAM                     PIC  9(009) VALUE ZEROS.
          05 WK-QT-USO                      PIC  9(009) VALUE ZEROS.
          05 WK-QT-EM-USO                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-ORFAOS                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-DEFAULTS                 PIC  9(009) VALUE ZEROS.

       01 WK-LINHA-OCORRENCIA.
          05 FILLER           PIC X(009) VALUE 'PRMBTC04 '.
          05 WK-OCO-TIPO      PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-OCO-PROGRAMA  PIC X(008).
          05 FILLER           PIC X(001) VALUE '/'.
          05 WK-OCO-PARAMETRO PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-OCO-DETALHE   PIC X(040).

       01 WK-DET-ORFAO.
          05 FILLER           PIC X(016) VALUE 'ULTIMA LEITURA '.
          05 WK-DET-ULT-LEITURA PIC X(008).
          05 FILLER           PIC X(016) VALUE SPACES.

       01 WK-DET-DEFAULT.
          05 FILLER           PIC X(009) VALUE 'DEFAULT '.
          05 WK-DET-QT-DIAS   PIC ZZZZ9.
          05 FILLER           PIC X(015) VALUE ' DIA(S) ULTIMO '.
          05 WK-DET-ULT-DEFAULT PIC X(008).
          05 FILLER           PIC X(003) VALUE SPACES.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'PRMBTC04 - USO DE PARAMETROS    '.
          05 FILLER           PIC X(020) VALUE
             'PARAMETROS LIDOS....'.
          05 WK-REL-VSAM      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ANOTACOES DE USO....'.
          05 WK-REL-USO       PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'EM USO..............'.
          05 WK-REL-EM-USO    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ORFAOS..............'.
          05 WK-REL-ORFAOS    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'SERVIDOS DO DEFAULT.'.
          05 WK-REL-DEFAULTS  PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 050000-LER-PARAMETROS
           PERFORM 070000-CALCULA-CORTE

           DISPLAY 'PRMBTC04 - JANELA DE ' WK-DIAS ' DIAS (CORTE '
                   WK-DATA-CORTE ') - DEFAULT A PARTIR DE ' WK-VEZES
                   ' DIAS'

           PERFORM 100000-ABRIR-ARQUIVOS
           PERFORM 150000-LER-VSAM
           PERFORM 160000-LER-USO
           PERFORM 200000-CASAR-LADOS
                   UNTIL FIM-VSAM AND FIM-USO
           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 4
              AND (WK-QT-ORFAOS GREATER ZEROS
                 OR WK-QT-DEFAULTS GREATER ZEROS)
              MOVE 4 TO WK-RETORNO
           END-IF
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT PRMPRM04

           IF WK-FS-PRMPRM04 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE PRMPRM04
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ PRMPRM04

           IF WK-FS-PRMPRM04 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-PRMPRM04-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-PRMPRM04-REC(1:5) EQUAL 'DIAS='
              AND WK-PRMPRM04-REC(6:3) NUMERIC
              MOVE WK-PRMPRM04-REC(6:3) TO WK-DIAS
           ELSE
           IF WK-PRMPRM04-REC(1:6) EQUAL 'VEZES='
              AND WK-PRMPRM04-REC(7:3) NUMERIC
              MOVE WK-PRMPRM04-REC(7:3) TO WK-VEZES
           ELSE
           IF WK-PRMPRM04-REC NOT EQUAL SPACES
              DISPLAY 'PRMBTC04 - PARAMETRO DESCONHECIDO: '
                      WK-PRMPRM04-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       070000-CALCULA-CORTE.
      *----------------------------------------------------------------*
      * DATA DE CORTE = HOJE - DIAS: LEITURA ANTERIOR A ELA E ANTIGA
      *----------------------------------------------------------------*
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD

           COMPUTE WK-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE ( WK-DATA-HOJE )
                   - WK-DIAS
           COMPUTE WK-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER ( WK-DIAS-INTEIRO ).

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           OPEN INPUT  PRMVSA01
           OPEN INPUT  PRMUSO01
           OPEN OUTPUT PRMFAL01

           IF WK-FS-PRMVSA01 NOT EQUAL '00'
              DISPLAY 'PRMBTC04 - ERRO AO ABRIR PRMVSA01 FS='
                      WK-FS-PRMVSA01
              MOVE 'S' TO WK-FIM-VSAM
              MOVE 'S' TO WK-FIM-USO
              MOVE 12  TO WK-RETORNO
           END-IF

           IF WK-FS-PRMUSO01 NOT EQUAL '00'
              DISPLAY 'PRMBTC04 - ERRO AO ABRIR PRMUSO01 FS='
                      WK-FS-PRMUSO01
              MOVE 'S' TO WK-FIM-VSAM
              MOVE 'S' TO WK-FIM-USO
              MOVE 12  TO WK-RETORNO
           END-IF

           IF WK-FS-PRMFAL01 EQUAL '00'
              MOVE 'S' TO WK-FAL-ABERTO
              MOVE 'S' TO WK-FAL-OK
           ELSE
              DISPLAY 'PRMBTC04 - PRMFAL01 NAO ABERTO FS='
                      WK-FS-PRMFAL01 ' - LISTA SO NO SYSOUT'
           END-IF

           IF FIM-VSAM
              MOVE HIGH-VALUES TO WK-CHV-VSAM
                                  WK-CHV-USO
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
                    DISPLAY 'PRMBTC04 - ERRO DE LEITURA PRMVSA01 FS='
                            WK-FS-PRMVSA01
                    MOVE 'S'         TO WK-FIM-VSAM
                    MOVE HIGH-VALUES TO WK-CHV-VSAM
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       160000-LER-USO.
      *----------------------------------------------------------------*
           IF NOT FIM-USO
              READ PRMUSO01 NEXT RECORD

              EVALUATE WK-FS-PRMUSO01
                 WHEN '00'
                    ADD 1 TO WK-QT-USO
                    MOVE WK-USO-CHAVE TO WK-CHV-USO
                    IF WK-USO-QT-DIAS-DEFAULT NOT NUMERIC
                       MOVE ZEROS TO WK-USO-QT-DIAS-DEFAULT
                    END-IF
                 WHEN '10'
                    MOVE 'S'         TO WK-FIM-USO
                    MOVE HIGH-VALUES TO WK-CHV-USO
                 WHEN OTHER
                    DISPLAY 'PRMBTC04 - ERRO DE LEITURA PRMUSO01 FS='
                            WK-FS-PRMUSO01
                    MOVE 'S'         TO WK-FIM-USO
                    MOVE HIGH-VALUES TO WK-CHV-USO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-CASAR-LADOS.
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WK-CHV-VSAM LESS WK-CHV-USO
                 MOVE SPACES TO WK-DET-ULT-LEITURA
                 PERFORM 300000-REPORTA-ORFAO
                 PERFORM 150000-LER-VSAM
              WHEN WK-CHV-VSAM GREATER WK-CHV-USO
                 PERFORM 400000-TRATAR-SO-USO
                 PERFORM 160000-LER-USO
              WHEN OTHER
                 PERFORM 500000-TRATAR-LIDO
                 PERFORM 150000-LER-VSAM
                 PERFORM 160000-LER-USO
           END-EVALUATE.

      *----------------------------------------------------------------*
       300000-REPORTA-ORFAO.
      *----------------------------------------------------------------*
      * ULTIMA LEITURA EM BRANCO = NUNCA TEVE LEITURA ANOTADA
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-ORFAOS
           MOVE 'ORFAO   '       TO WK-OCO-TIPO
           MOVE WK-PRM-PROGRAMA  TO WK-OCO-PROGRAMA
           MOVE WK-PRM-PARAMETRO TO WK-OCO-PARAMETRO

           IF WK-DET-ULT-LEITURA EQUAL SPACES
              MOVE 'SEM LEITURA ANOTADA' TO WK-OCO-DETALHE
           ELSE
              MOVE WK-DET-ORFAO TO WK-OCO-DETALHE
           END-IF

           DISPLAY WK-LINHA-OCORRENCIA.

      *----------------------------------------------------------------*
       400000-TRATAR-SO-USO.
      *----------------------------------------------------------------*
      * LIDO E NAO CADASTRADO: SO INTERESSA SE AINDA E SERVIDO DO
      * DEFAULT (ULTIMA ORIGEM 'D'), COM FREQUENCIA E RECENTEMENTE
      *----------------------------------------------------------------*
           IF WK-USO-ULT-ORIGEM EQUAL 'D'
              AND WK-USO-QT-DIAS-DEFAULT NOT LESS WK-VEZES
              AND WK-USO-ULT-DEFAULT NOT LESS WK-DATA-CORTE-X
              ADD 1 TO WK-QT-DEFAULTS
              MOVE 'DEFAULT '             TO WK-OCO-TIPO
              MOVE WK-USO-PROGRAMA        TO WK-OCO-PROGRAMA
              MOVE WK-USO-PARAMETRO       TO WK-OCO-PARAMETRO
              MOVE WK-USO-QT-DIAS-DEFAULT TO WK-DET-QT-DIAS
              MOVE WK-USO-ULT-DEFAULT     TO WK-DET-ULT-DEFAULT
              MOVE WK-DET-DEFAULT         TO WK-OCO-DETALHE

              DISPLAY WK-LINHA-OCORRENCIA

              PERFORM 450000-GRAVA-FALTANTE
           END-IF.

      *----------------------------------------------------------------*
       450000-GRAVA-FALTANTE.
      *----------------------------------------------------------------*
           IF FAL-OK
              MOVE SPACES                 TO WK-PRMFAL01-REC
              MOVE WK-USO-PROGRAMA        TO WK-FAL-PROGRAMA
              MOVE WK-USO-PARAMETRO       TO WK-FAL-PARAMETRO
              MOVE WK-USO-QT-DIAS-DEFAULT TO WK-FAL-QT-DIAS-DEFAULT
              MOVE WK-USO-ULT-DEFAULT     TO WK-FAL-ULT-DEFAULT
              MOVE WK-USO-PRI-LEITURA     TO WK-FAL-PRI-LEITURA

              WRITE WK-PRMFAL01-REC

              IF WK-FS-PRMFAL01 NOT EQUAL '00'
                 DISPLAY 'PRMBTC04 - ERRO DE GRAVACAO PRMFAL01 FS='
                         WK-FS-PRMFAL01
                 MOVE 'N' TO WK-FAL-OK
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       500000-TRATAR-LIDO.
      *----------------------------------------------------------------*
           IF WK-USO-ULT-LEITURA(1:8) LESS WK-DATA-CORTE-X
              MOVE WK-USO-ULT-LEITURA(1:8) TO WK-DET-ULT-LEITURA
              PERFORM 300000-REPORTA-ORFAO
           ELSE
              ADD 1 TO WK-QT-EM-USO
           END-IF.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           CLOSE PRMVSA01
                 PRMUSO01

           IF FAL-ABERTO
              CLOSE PRMFAL01
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-VSAM      TO WK-REL-VSAM
           MOVE WK-QT-USO       TO WK-REL-USO
           MOVE WK-QT-EM-USO    TO WK-REL-EM-USO
           MOVE WK-QT-ORFAOS    TO WK-REL-ORFAOS
           MOVE WK-QT-DEFAULTS  TO WK-REL-DEFAULTS

           DISPLAY WK-RELATORIO.
