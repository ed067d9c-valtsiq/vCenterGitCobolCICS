      *===============================================================*
      * PROGRAMA  : CICBTC06
      * SISTEMA   : CIC - CICS
      * LINGUAGEM : COBOL
      * AMBIENTE  : BATCH
      * OBJETIVO  : REEMISSAO (BACKFILL) DAS MENSAGENS ETTC_CICS A
      *             PARTIR DO HISTORICO POR MINUTO DO COLETOR (VSAM
      *             CICHST01, UM BOOK CICK0030 POR APPLID+DATA+HORA
      *             GRAVADO POR CICP0307) - QUANDO O CICP0308 OU O
      *             DB2 FICAM FORA MAIS TEMPO DO QUE A FILA MQ
      *             SUPORTA, OU A TABELA ETTC_CICS E RESTAURADA DE UMA
      *             IMAGEM ANTIGA, AS HORAS PERDIDAS SAO REENVIADAS
      *             PARA A FILA DE ESTATISTICA PELO MESMO MQSP9011 DO
      *             COLETOR (CHAMADO POR CALL).
      *             - O LAYOUT SEGUE A GERACAO CONFIGURADA NO COLETOR
      *               PARA O TIPO 30 (ITEM 2 DA TSQ CICP0307_VERCFG),
      *               INFORMADA NO CARTAO VERSAO=: 'N' EMITE O BOOK
      *               COM O K0030-VS-LAYOUT, 'A' (DEFAULT, O MESMO DO
      *               COLETOR) EMITE O LAYOUT ANTERIOR SEM ELE
      *             - TODA MENSAGEM SAI MARCADA COMO REEMISSAO NO
      *               USERIDENTIFIER DO MQ ('REPLAY' EM VEZ DE 'MQM'),
      *               PARA O CICP0308 DESPREZAR A LINHA QUE JA EXISTIR
      *               NA ETTC_CICS EM VEZ DE TRATAR COMO ERRO
      *             - FALHA NO PUT INTERROMPE A REEMISSAO (FILA OU
      *               GERENCIADOR FORA DO AR NAO E MOTIVO PARA VARRER
      *               O RESTO DO PERIODO); O RELATORIO MOSTRA ATE ONDE
      *               CHEGOU, POR HORA
      *             PARAMETROS (CARTAO CICPRM06):
      *               APPLID=xxxxxxxx          (OBRIGATORIO)
      *               INICIO=AAAA.MM.DD-HH:MM  (OBRIGATORIO)
      *               FIM=AAAA.MM.DD-HH:MM     (OBRIGATORIO, INCLUSIVE)
      *               VERSAO=A|N               (OPCIONAL, DEFAULT A)
      *               FILA=nome da fila        (OPCIONAL, DEFAULT
      *                                         QE.CIC.ESTATISTICA)
      * DSNAMES   : B090290.CICHST01 (ENTRADA)
      *             B090290.CICPRM06 (PARAMETROS)
      *----------------------------------------------------------------
      * VRS001 - IMPLANTACAO
      *===============================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICBTC06.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CICHST01  ASSIGN TO CICHST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS W-HST-CHAVE
                  FILE STATUS  IS W-FS-CICHST01.

           SELECT CICPRM06  ASSIGN TO CICPRM06
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS W-FS-CICPRM06.

       DATA DIVISION.
       FILE SECTION.
       FD  CICHST01.
       01  W-CICHST01-REC.
           03  W-HST-CHAVE.
               05  W-HST-APPLID         PIC  X(008).
               05  W-HST-DATA           PIC  X(010).
               05  W-HST-HORA           PIC  X(008).
           03  W-HST-DADOS              PIC  X(142).

       FD  CICPRM06
           RECORDING MODE IS F.
       01  W-CICPRM06-REC               PIC  X(080).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  W-FS-CICHST01               PIC  X(002) VALUE '00'.
       77  W-FS-CICPRM06               PIC  X(002) VALUE '00'.
       77  W-FIM-ARQUIVO               PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                           VALUE 'S'.
       77  W-FIM-PARM                  PIC  X(001) VALUE 'N'.
           88 FIM-PARM                              VALUE 'S'.
       77  W-RETORNO                   PIC  9(002) VALUE ZEROS.
      *
      ***  PARAMETROS - O PERIODO E COMPARADO COM A CHAVE DO CICHST01
      ***  (DATA AAAA.MM.DD + HORA HH:MM:SS); O FIM E INCLUSIVE ATE O
      ***  SEGUNDO 59 DO MINUTO INFORMADO
      *
       77  W-APPLID                    PIC  X(008) VALUE SPACES.
       01  W-INICIO.
           03  W-INI-DATA              PIC  X(010) VALUE SPACES.
           03  W-INI-HORA              PIC  X(008) VALUE SPACES.
       01  W-FIM.
           03  W-FIM-DATA              PIC  X(010) VALUE SPACES.
           03  W-FIM-HORA              PIC  X(008) VALUE SPACES.
       01  W-ATUAL.
           03  W-ATU-DATA              PIC  X(010).
           03  W-ATU-HORA              PIC  X(008).
       77  W-VERSAO                    PIC  X(001) VALUE 'A'.
           88 VERSAO-VALIDA                         VALUE 'A' 'N'.
       77  W-FILA                      PIC  X(048)
                                       VALUE 'QE.CIC.ESTATISTICA'.
       77  W-PARM-OK                   PIC  X(001) VALUE 'S'.
           88 PARM-OK                               VALUE 'S'.

      *----------------------------------------------------------------*
      *   HISTORICO COMUM DE EXECUCAO (VSAM RUNHST01, VIA RUNREG01):
      *   INICIO/FIM/CONTADORES/CONDITION CODE CONSULTAVEIS PELO
      *   RUNINQ01 SEM CACADA NO JES; DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 W-PGM-RUNREG01                   PIC  X(008) VALUE
                                            'RUNREG01'.
       01 W-RUNREG-AREA.
          05 W-RUNREG-MODO                 PIC  X(001) VALUE 'I'.
          05 W-RUNREG-PROGRAMA             PIC  X(008) VALUE
                                            'CICBTC06'.
          05 W-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 W-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 W-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 W-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 W-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 W-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.
      *
      ***  PARAMETROS ROTINA MQSP9011 - FAZ PUT EM FILA MQ
      *
       77  W-PGM-MQSP9011              PIC  X(008) VALUE 'MQSP9011'.
       COPY MQSK9011.
      *
      ***  MESMO BOOK GRAVADO PELO CICP0307 - O REGISTRO DO VSAM E A
      ***  CHAVE APPLID+DATA(AAAA.MM.DD)+HORA SEGUIDA DO BOOK INTEGRAL
      *
       01  CICK0030-BOOK.
           COPY CICK0030.
      *
      ***  QUEBRA POR DATA+HORA(HH) PARA AS CONTAGENS DO RELATORIO
      *
       77  W-TEM-GRUPO                 PIC  X(001) VALUE 'N'.
           88 TEM-GRUPO                             VALUE 'S'.
       77  W-GRP-DATA                  PIC  X(010) VALUE SPACES.
       77  W-GRP-HH                    PIC  X(002) VALUE SPACES.
       77  W-QT-HORA                   PIC S9(009) COMP VALUE ZEROS.
      *
       77  W-QT-LIDOS                  PIC S9(009) COMP VALUE ZEROS.
       77  W-QT-REEMITIDOS             PIC S9(009) COMP VALUE ZEROS.
       77  W-QT-ERROS                  PIC S9(009) COMP VALUE ZEROS.
      *
       01  W-LINHA-HORA.
           03  FILLER                  PIC  X(009) VALUE 'CICBTC06 '.
           03  W-LIN-APPLID            PIC  X(008).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  W-LIN-DATA              PIC  X(010).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  W-LIN-HH                PIC  X(002).
           03  FILLER                  PIC  X(015) VALUE
               'H  REEMITIDOS='.
           03  W-LIN-QT                PIC  ZZZ,ZZ9.
      *
       01  W-RELATORIO.
           03  FILLER                  PIC  X(033) VALUE
               'CICBTC06 - REEMISSAO ETTC_CICS  '.
           03  FILLER                  PIC  X(020) VALUE
               'MINUTOS LIDOS......'.
           03  W-REL-LIDOS             PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(020) VALUE
               ' REEMITIDOS........'.
           03  W-REL-REEMITIDOS        PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(020) VALUE
               ' ERROS DE PUT......'.
           03  W-REL-ERROS             PIC  ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           PERFORM 050000-LER-PARAMETROS
           PERFORM 070000-VALIDA-PARAMETROS

           IF NOT PARM-OK
              MOVE 12 TO W-RETORNO
           ELSE
              PERFORM 100000-ABRIR-ARQUIVOS
              PERFORM 150000-LER-CICHST01
              PERFORM 200000-PROCESSAR-MINUTO
                      UNTIL FIM-ARQUIVO
              IF TEM-GRUPO
                 PERFORM 400000-EMITIR-HORA
              END-IF
              PERFORM 900000-FECHAR-ARQUIVOS
              PERFORM 950000-EMITIR-RESUMO
           END-IF

           PERFORM 955000-REGISTRA-FIM
           MOVE W-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT CICPRM06

           IF W-FS-CICPRM06 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE CICPRM06
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ CICPRM06

           IF W-FS-CICPRM06 NOT EQUAL '00'
              MOVE 'S' TO W-FIM-PARM
           ELSE
           IF W-CICPRM06-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF W-CICPRM06-REC(1:7) EQUAL 'APPLID='
              MOVE W-CICPRM06-REC(8:8) TO W-APPLID
           ELSE
           IF W-CICPRM06-REC(1:7) EQUAL 'INICIO='
              MOVE W-CICPRM06-REC(8:10)  TO W-INI-DATA
              MOVE W-CICPRM06-REC(19:5)  TO W-INI-HORA(1:5)
              MOVE ':00'                 TO W-INI-HORA(6:3)
           ELSE
           IF W-CICPRM06-REC(1:4) EQUAL 'FIM='
              MOVE W-CICPRM06-REC(5:10)  TO W-FIM-DATA
              MOVE W-CICPRM06-REC(16:5)  TO W-FIM-HORA(1:5)
              MOVE ':59'                 TO W-FIM-HORA(6:3)
           ELSE
           IF W-CICPRM06-REC(1:7) EQUAL 'VERSAO='
              MOVE W-CICPRM06-REC(8:1) TO W-VERSAO
           ELSE
           IF W-CICPRM06-REC(1:5) EQUAL 'FILA='
              MOVE W-CICPRM06-REC(6:48) TO W-FILA
           ELSE
           IF W-CICPRM06-REC NOT EQUAL SPACES
              DISPLAY 'CICBTC06 - PARAMETRO DESCONHECIDO: '
                      W-CICPRM06-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       070000-VALIDA-PARAMETROS.
      *----------------------------------------------------------------*
           IF W-APPLID EQUAL SPACES
              DISPLAY 'CICBTC06 - CARTAO APPLID= OBRIGATORIO'
              MOVE 'N' TO W-PARM-OK
           END-IF

           IF W-INI-DATA EQUAL SPACES
              OR W-INI-HORA(1:5) EQUAL SPACES
              DISPLAY 'CICBTC06 - CARTAO INICIO=AAAA.MM.DD-HH:MM '
                      'OBRIGATORIO'
              MOVE 'N' TO W-PARM-OK
           END-IF

           IF W-FIM-DATA EQUAL SPACES
              OR W-FIM-HORA(1:5) EQUAL SPACES
              DISPLAY 'CICBTC06 - CARTAO FIM=AAAA.MM.DD-HH:MM '
                      'OBRIGATORIO'
              MOVE 'N' TO W-PARM-OK
           END-IF

           IF PARM-OK
              AND W-FIM LESS W-INICIO
              DISPLAY 'CICBTC06 - FIM ANTERIOR AO INICIO'
              MOVE 'N' TO W-PARM-OK
           END-IF

           IF NOT VERSAO-VALIDA
              DISPLAY 'CICBTC06 - VERSAO DEVE SER A OU N'
              MOVE 'N' TO W-PARM-OK
           END-IF

           IF W-FILA EQUAL SPACES
              DISPLAY 'CICBTC06 - FILA NAO PODE SER VAZIA'
              MOVE 'N' TO W-PARM-OK
           END-IF

           IF PARM-OK
              DISPLAY 'CICBTC06 - ' W-APPLID ' DE ' W-INI-DATA ' '
                      W-INI-HORA ' ATE ' W-FIM-DATA ' ' W-FIM-HORA
                      ' VERSAO=' W-VERSAO
              DISPLAY 'CICBTC06 - FILA ' W-FILA
           END-IF.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           OPEN INPUT CICHST01

           IF W-FS-CICHST01 NOT EQUAL '00'
              DISPLAY 'CICBTC06 - ERRO AO ABRIR CICHST01 FS='
                      W-FS-CICHST01
              MOVE 'S' TO W-FIM-ARQUIVO
              MOVE 12  TO W-RETORNO
           ELSE
              MOVE W-APPLID   TO W-HST-APPLID
              MOVE W-INI-DATA TO W-HST-DATA
              MOVE W-INI-HORA TO W-HST-HORA
              START CICHST01 KEY NOT LESS W-HST-CHAVE

              IF W-FS-CICHST01 NOT EQUAL '00'
                 DISPLAY 'CICBTC06 - NADA NO CICHST01 A PARTIR DO '
                         'INICIO (FS=' W-FS-CICHST01 ')'
                 MOVE 'S' TO W-FIM-ARQUIVO
                 IF W-RETORNO LESS 4
                    MOVE 4 TO W-RETORNO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       150000-LER-CICHST01.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
      *       AREA LIMPA ANTES DO READ: REGISTRO ANTERIOR AO
      *       CRESCIMENTO DO LAYOUT (FILE STATUS '04') E ACEITO
      *       COM OS CAMPOS NOVOS EM BRANCO
              MOVE SPACES TO W-CICHST01-REC
              READ CICHST01 NEXT RECORD

              EVALUATE W-FS-CICHST01
                 WHEN '00'
                 WHEN '04'
                    MOVE W-HST-DATA TO W-ATU-DATA
                    MOVE W-HST-HORA TO W-ATU-HORA
                    IF W-HST-APPLID NOT EQUAL W-APPLID
                       OR W-ATUAL GREATER W-FIM
                       MOVE 'S' TO W-FIM-ARQUIVO
                    ELSE
                       ADD 1 TO W-QT-LIDOS
                    END-IF
                 WHEN '10'
                    MOVE 'S' TO W-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'CICBTC06 - ERRO DE LEITURA FS='
                            W-FS-CICHST01
                    MOVE 'S' TO W-FIM-ARQUIVO
                    IF W-RETORNO LESS 8
                       MOVE 8 TO W-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-PROCESSAR-MINUTO.
      *----------------------------------------------------------------*
           IF TEM-GRUPO
              AND (W-HST-DATA      NOT EQUAL W-GRP-DATA
                OR W-HST-HORA(1:2) NOT EQUAL W-GRP-HH)
              PERFORM 400000-EMITIR-HORA
           END-IF

           IF NOT TEM-GRUPO
              MOVE 'S'             TO W-TEM-GRUPO
              MOVE W-HST-DATA      TO W-GRP-DATA
              MOVE W-HST-HORA(1:2) TO W-GRP-HH
              MOVE ZEROS           TO W-QT-HORA
           END-IF

           PERFORM 300000-REEMITE-MINUTO

           PERFORM 150000-LER-CICHST01.

      *----------------------------------------------------------------*
       300000-REEMITE-MINUTO.
      *----------------------------------------------------------------*
      * MESMA MONTAGEM DO 700000-PUT-FILA-MQ DO CICP0307 PARA O TIPO
      * 30, TROCANDO SO O USERIDENTIFIER ('REPLAY')
      *----------------------------------------------------------------*
           MOVE W-HST-DADOS TO CICK0030-BOOK

           MOVE  0                   TO K9011-IND-DESTINO
           MOVE  0                   TO K9011-VLR-PRIORIDADE
           MOVE  1                   TO K9011-IND-PERSIST
           MOVE  1                   TO K9011-FORMAT
           MOVE 'REPLAY'             TO K9011-USERIDENTIFIER
           MOVE W-FILA               TO K9011-FILA-DESTINO
           MOVE '02'                 TO K0030-VS-LAYOUT
           MOVE LENGTH OF CICK0030-BOOK TO K9011-TAM-DADOS
           MOVE SPACES               TO K9011-DADOS
           MOVE CICK0030-BOOK        TO K9011-DADOS
      *    MODO DE TRANSICAO: 'A' EMITE O LAYOUT ANTERIOR (SEM O
      *    VS-LAYOUT DO FIM)
           IF W-VERSAO NOT EQUAL 'N'
              SUBTRACT 2 FROM K9011-TAM-DADOS
           END-IF
           MOVE SPACES               TO K9011-RET-CODE

           CALL W-PGM-MQSP9011 USING K9011-PARM

           IF K9011-RET-CODE EQUAL '0000'
              ADD 1 TO W-QT-REEMITIDOS
              ADD 1 TO W-QT-HORA
           ELSE
              ADD 1 TO W-QT-ERROS
              DISPLAY 'CICBTC06 - ERRO NO PUT MQ RC=' K9011-RET-CODE
                      ' CHAVE=' W-HST-CHAVE
                      ' - REEMISSAO INTERROMPIDA'
              MOVE 'S' TO W-FIM-ARQUIVO
              IF W-RETORNO LESS 8
                 MOVE 8 TO W-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       400000-EMITIR-HORA.
      *----------------------------------------------------------------*
           MOVE W-APPLID   TO W-LIN-APPLID
           MOVE W-GRP-DATA TO W-LIN-DATA
           MOVE W-GRP-HH   TO W-LIN-HH
           MOVE W-QT-HORA  TO W-LIN-QT
           DISPLAY W-LINHA-HORA

           MOVE 'N' TO W-TEM-GRUPO.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           CLOSE CICHST01.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE W-QT-LIDOS      TO W-REL-LIDOS
           MOVE W-QT-REEMITIDOS TO W-REL-REEMITIDOS
           MOVE W-QT-ERROS      TO W-REL-ERROS

           DISPLAY W-RELATORIO.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO W-RUNREG-MODO
           CALL W-PGM-RUNREG01 USING W-RUNREG-AREA.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'              TO W-RUNREG-MODO
           MOVE W-QT-LIDOS       TO W-RUNREG-QT-ENTRADA
           MOVE W-QT-REEMITIDOS  TO W-RUNREG-QT-SAIDA
           MOVE W-QT-ERROS       TO W-RUNREG-QT-REJEIT
           MOVE W-RETORNO        TO W-RUNREG-COND-CODE
           CALL W-PGM-RUNREG01 USING W-RUNREG-AREA.
