      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. MSGBTC01
      * Tipo    .............. Batch (semanal)
      * Finalidade ........... CODIGOS DE RETORNO SEM TEXTO NO
      *                        CATALOGO - merge chave a chave do
      *                        "MSGVSA01" (catalogo de mensagens) com o
      *                        "MSGUSO01" (usos sem catalogo anotados
      *                        pela rotina MSGLER01), reportando:
      *                          SEM-TEXTO  subsistema+codret+idioma
      *                                     servido sem texto no
      *                                     catalogo (texto 'PT' no
      *                                     lugar do idioma pedido, ou
      *                                     o default do codigo) com
      *                                     ultimo uso dentro da janela
      *                                     de DIAS dias - texto que
      *                                     falta cadastrar no MSGMNT01
      *                                     (a linha traz o ultimo
      *                                     texto servido, ponto de
      *                                     partida da traducao)
      *                        Chave anotada que JA tem texto no
      *                        catalogo (cadastrado depois da anotacao)
      *                        e contada como resolvida e nao sai.
      *                        Cartoes (MSGPRM01, opcional):
      *                          DIAS=nnn   janela (default 30)
      *                        Condicao de termino: 0 = nada a
      *                        reportar; 4 = ha SEM-TEXTO; 8/12 = erro
      * DSnames .............. B090290.MSGVSA01 (entrada)
      *                        B090290.MSGUSO01 (entrada)
      *                        B090290.MSGPRM01 (parametros, opcional)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MSGBTC01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT MSGVSA01  ASSIGN TO MSGVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-MSG-CHAVE
                  FILE STATUS  IS WK-FS-MSGVSA01.

           SELECT MSGUSO01  ASSIGN TO MSGUSO01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-USO-CHAVE
                  FILE STATUS  IS WK-FS-MSGUSO01.

           SELECT MSGPRM01   ASSIGN TO MSGPRM01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-MSGPRM01.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT MANTIDO POR MSGMNT01/MSGLER01 - MANTER
      *   SINCRONIZADO
      *----------------------------------------------------------------*
       FD  MSGVSA01.
       01  WK-MSGVSA01-REC.
           05 WK-MSG-CHAVE.
              10 WK-MSG-SUBSISTEMA       PIC  X(008).
              10 WK-MSG-CODRET           PIC  9(004).
              10 WK-MSG-IDIOMA           PIC  X(002).
           05 WK-MSG-TEXTO               PIC  X(060).
           05 WK-MSG-MANUT-DATA          PIC  X(008).
           05 WK-MSG-MANUT-USU           PIC  X(008).
           05 FILLER                     PIC  X(010).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO MSGLER01 - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  MSGUSO01.
       01  WK-MSGUSO01-REC.
           05 WK-USO-CHAVE.
              10 WK-USO-SUBSISTEMA       PIC  X(008).
              10 WK-USO-CODRET           PIC  9(004).
              10 WK-USO-IDIOMA           PIC  X(002).
           05 WK-USO-ULT-USO             PIC  X(014).
           05 WK-USO-ULT-ORIGEM          PIC  X(001).
           05 WK-USO-PRI-USO             PIC  X(008).
           05 WK-USO-ULT-DIA             PIC  X(008).
           05 WK-USO-QT-DIAS             PIC  9(005).
           05 WK-USO-ULT-TEXTO           PIC  X(060).
           05 FILLER                     PIC  X(010).

       FD  MSGPRM01
           RECORDING MODE IS F.
       01  WK-MSGPRM01-REC               PIC  X(080).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-MSGVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-MSGUSO01                    PIC  X(002) VALUE '00'.
       01 WK-FS-MSGPRM01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-VSAM                       PIC  X(001) VALUE 'N'.
           88 FIM-VSAM                                  VALUE 'S'.
       01 WK-FIM-USO                        PIC  X(001) VALUE 'N'.
           88 FIM-USO                                   VALUE 'S'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   JANELA (CARTAO DIAS=)
      *----------------------------------------------------------------*
       01 WK-DIAS                           PIC  9(003) VALUE 30.
       01 WK-DATA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-DATA-CORTE                     PIC  9(008) VALUE ZEROS.
       01 WK-DATA-CORTE-X                   REDEFINES WK-DATA-CORTE
                                            PIC  X(008).
       01 WK-DIAS-INTEIRO                   PIC S9(009) COMP VALUE +0.

      *----------------------------------------------------------------*
      *   CHAVES DE MERGE - HIGH-VALUES MARCA O FIM DE CADA LADO
      *----------------------------------------------------------------*
       01 WK-CHV-VSAM                       PIC  X(014) VALUE SPACES.
       01 WK-CHV-USO                        PIC  X(014) VALUE SPACES.

       01 WK-CONTADORES.
          05 WK-QT-VSAM                     PIC  9(009) VALUE ZEROS.
          05 WK-QT-USO                      PIC  9(009) VALUE ZEROS.
          05 WK-QT-RESOLVIDOS               PIC  9(009) VALUE ZEROS.
          05 WK-QT-ANTIGOS                  PIC  9(009) VALUE ZEROS.
          05 WK-QT-SEM-TEXTO                PIC  9(009) VALUE ZEROS.

       01 WK-LINHA-OCORRENCIA.
          05 FILLER           PIC X(009) VALUE 'MSGBTC01 '.
          05 WK-OCO-TIPO      PIC X(009) VALUE 'SEM-TEXTO'.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-OCO-SUBSISTEMA PIC X(008).
          05 FILLER           PIC X(001) VALUE '/'.
          05 WK-OCO-CODRET    PIC 9(004).
          05 FILLER           PIC X(001) VALUE '/'.
          05 WK-OCO-IDIOMA    PIC X(002).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-OCO-QT-DIAS   PIC ZZZZ9.
          05 FILLER           PIC X(015) VALUE ' DIA(S) ULTIMO '.
          05 WK-OCO-ULT-DIA   PIC X(008).
          05 FILLER           PIC X(008) VALUE ' ORIGEM '.
          05 WK-OCO-ORIGEM    PIC X(001).

       01 WK-LINHA-TEXTO.
          05 FILLER           PIC X(025) VALUE
             'MSGBTC01    TEXTO SERVIDO'.
          05 FILLER           PIC X(002) VALUE ': '.
          05 WK-TXT-SERVIDO   PIC X(060).

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'MSGBTC01 - CODIGOS SEM CATALOGO '.
          05 FILLER           PIC X(020) VALUE
             'TEXTOS NO CATALOGO..'.
          05 WK-REL-VSAM      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ANOTACOES DE USO....'.
          05 WK-REL-USO       PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'JA CADASTRADOS......'.
          05 WK-REL-RESOLVIDOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'FORA DA JANELA......'.
          05 WK-REL-ANTIGOS   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'SEM TEXTO...........'.
          05 WK-REL-SEM-TEXTO PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 050000-LER-PARAMETROS
           PERFORM 070000-CALCULA-CORTE

           DISPLAY 'MSGBTC01 - JANELA DE ' WK-DIAS ' DIAS (CORTE '
                   WK-DATA-CORTE ')'

           PERFORM 100000-ABRIR-ARQUIVOS
           PERFORM 150000-LER-VSAM
           PERFORM 160000-LER-USO
           PERFORM 200000-CASAR-LADOS
                   UNTIL FIM-VSAM AND FIM-USO
           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 4
              AND WK-QT-SEM-TEXTO GREATER ZEROS
              MOVE 4 TO WK-RETORNO
           END-IF
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT MSGPRM01

           IF WK-FS-MSGPRM01 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE MSGPRM01
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ MSGPRM01

           IF WK-FS-MSGPRM01 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-MSGPRM01-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-MSGPRM01-REC(1:5) EQUAL 'DIAS='
              AND WK-MSGPRM01-REC(6:3) NUMERIC
              MOVE WK-MSGPRM01-REC(6:3) TO WK-DIAS
           ELSE
           IF WK-MSGPRM01-REC NOT EQUAL SPACES
              DISPLAY 'MSGBTC01 - PARAMETRO DESCONHECIDO: '
                      WK-MSGPRM01-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       070000-CALCULA-CORTE.
      *----------------------------------------------------------------*
      * DATA DE CORTE = HOJE - DIAS: USO ANTERIOR A ELA NAO E MAIS
      * ASSUNTO (CODIGO QUE DEIXOU DE SER DEVOLVIDO)
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
           OPEN INPUT  MSGVSA01
           OPEN INPUT  MSGUSO01

           IF WK-FS-MSGVSA01 NOT EQUAL '00'
              DISPLAY 'MSGBTC01 - ERRO AO ABRIR MSGVSA01 FS='
                      WK-FS-MSGVSA01
              MOVE 'S' TO WK-FIM-VSAM
              MOVE 'S' TO WK-FIM-USO
              MOVE 12  TO WK-RETORNO
           END-IF

           IF WK-FS-MSGUSO01 NOT EQUAL '00'
              DISPLAY 'MSGBTC01 - ERRO AO ABRIR MSGUSO01 FS='
                      WK-FS-MSGUSO01
              MOVE 'S' TO WK-FIM-VSAM
              MOVE 'S' TO WK-FIM-USO
              MOVE 12  TO WK-RETORNO
           END-IF

           IF FIM-VSAM
              MOVE HIGH-VALUES TO WK-CHV-VSAM
                                  WK-CHV-USO
           END-IF.

      *----------------------------------------------------------------*
       150000-LER-VSAM.
      *----------------------------------------------------------------*
           IF NOT FIM-VSAM
              READ MSGVSA01 NEXT RECORD

              EVALUATE WK-FS-MSGVSA01
                 WHEN '00'
                    ADD 1 TO WK-QT-VSAM
                    MOVE WK-MSG-CHAVE TO WK-CHV-VSAM
                 WHEN '10'
                    MOVE 'S'         TO WK-FIM-VSAM
                    MOVE HIGH-VALUES TO WK-CHV-VSAM
                 WHEN OTHER
                    DISPLAY 'MSGBTC01 - ERRO DE LEITURA MSGVSA01 FS='
                            WK-FS-MSGVSA01
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
              READ MSGUSO01 NEXT RECORD

              EVALUATE WK-FS-MSGUSO01
                 WHEN '00'
                    ADD 1 TO WK-QT-USO
                    MOVE WK-USO-CHAVE TO WK-CHV-USO
                    IF WK-USO-QT-DIAS NOT NUMERIC
                       MOVE ZEROS TO WK-USO-QT-DIAS
                    END-IF
                 WHEN '10'
                    MOVE 'S'         TO WK-FIM-USO
                    MOVE HIGH-VALUES TO WK-CHV-USO
                 WHEN OTHER
                    DISPLAY 'MSGBTC01 - ERRO DE LEITURA MSGUSO01 FS='
                            WK-FS-MSGUSO01
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
      * SO NO CATALOGO: TEXTO SEM USO ANOTADO, NADA A DIZER; SO NO
      * USO: CODIGO SERVIDO SEM TEXTO; NOS DOIS: JA CADASTRADO
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WK-CHV-VSAM LESS WK-CHV-USO
                 PERFORM 150000-LER-VSAM
              WHEN WK-CHV-VSAM GREATER WK-CHV-USO
                 PERFORM 400000-TRATAR-SO-USO
                 PERFORM 160000-LER-USO
              WHEN OTHER
                 ADD 1 TO WK-QT-RESOLVIDOS
                 PERFORM 150000-LER-VSAM
                 PERFORM 160000-LER-USO
           END-EVALUATE.

      *----------------------------------------------------------------*
       400000-TRATAR-SO-USO.
      *----------------------------------------------------------------*
      * SERVIDO SEM TEXTO NO CATALOGO: SO INTERESSA SE O ULTIMO USO
      * ESTA DENTRO DA JANELA
      *----------------------------------------------------------------*
           IF WK-USO-ULT-DIA LESS WK-DATA-CORTE-X
              ADD 1 TO WK-QT-ANTIGOS
           ELSE
              ADD 1 TO WK-QT-SEM-TEXTO
              MOVE WK-USO-SUBSISTEMA TO WK-OCO-SUBSISTEMA
              MOVE WK-USO-CODRET     TO WK-OCO-CODRET
              MOVE WK-USO-IDIOMA     TO WK-OCO-IDIOMA
              MOVE WK-USO-QT-DIAS    TO WK-OCO-QT-DIAS
              MOVE WK-USO-ULT-DIA    TO WK-OCO-ULT-DIA
              MOVE WK-USO-ULT-ORIGEM TO WK-OCO-ORIGEM
              MOVE WK-USO-ULT-TEXTO  TO WK-TXT-SERVIDO

              DISPLAY WK-LINHA-OCORRENCIA
              DISPLAY WK-LINHA-TEXTO
           END-IF.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           CLOSE MSGVSA01
                 MSGUSO01.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-VSAM       TO WK-REL-VSAM
           MOVE WK-QT-USO        TO WK-REL-USO
           MOVE WK-QT-RESOLVIDOS TO WK-REL-RESOLVIDOS
           MOVE WK-QT-ANTIGOS    TO WK-REL-ANTIGOS
           MOVE WK-QT-SEM-TEXTO  TO WK-REL-SEM-TEXTO

           DISPLAY WK-RELATORIO.
