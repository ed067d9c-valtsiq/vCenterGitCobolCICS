      *===============================================================*
      * PROGRAMA  : CICBTC07
      * SISTEMA   : CIC - CICS
      * LINGUAGEM : COBOL
      * AMBIENTE  : BATCH
      * OBJETIVO  : RELATORIO MENSAL DOS EVENTOS DE ALTERACAO DE
      *             LIMITE DAS REGIOES (MXT, DSA, EDSA E POOL DE
      *             THREADS DB2) GRAVADOS PELO CICP0307 NO VSAM
      *             CICLIM01 (CHAVE APPLID+DATA+HORA+LIMITE) - PARA
      *             CADA APPLID LISTA OS EVENTOS DO MES EM ORDEM
      *             CRONOLOGICA (VALOR ANTERIOR, VALOR NOVO, USUARIO E
      *             TERMINAL QUANDO IDENTIFICADOS) E FECHA COM A
      *             QUANTIDADE DE ALTERACOES POR LIMITE.
      *             PARAMETROS (CARTAO CICPRM07, OPCIONAL):
      *               MES=AAAA.MM (AUSENTE = MES ANTERIOR AO DA
      *               EXECUCAO)
      * DSNAMES   : B090290.CICLIM01 (ENTRADA)
      *             B090290.CICPRM07 (PARAMETROS, OPCIONAL)
      *----------------------------------------------------------------
      * VRS001 - IMPLANTACAO
      *===============================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICBTC07.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CICLIM01  ASSIGN TO CICLIM01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS W-LIM-CHAVE
                  FILE STATUS  IS W-FS-CICLIM01.

           SELECT CICPRM07  ASSIGN TO CICPRM07
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS W-FS-CICPRM07.

       DATA DIVISION.
       FILE SECTION.
      *
      ***  MESMO LAYOUT DE GDA-EVTLIM-REC DO CICP0307 (GRAVADOR)
      *
       FD  CICLIM01.
       01  W-CICLIM01-REC.
           03  W-LIM-CHAVE.
               05  W-LIM-APPLID         PIC  X(008).
               05  W-LIM-DATA           PIC  X(010).
               05  W-LIM-HORA           PIC  X(008).
               05  W-LIM-TIPO           PIC  X(004).
           03  W-LIM-VLR-ANT            PIC S9(009) COMP.
           03  W-LIM-VLR-NOVO           PIC S9(009) COMP.
           03  W-LIM-USUARIO            PIC  X(008).
           03  W-LIM-TERMINAL           PIC  X(004).
           03  W-LIM-TRAN               PIC  X(004).

       FD  CICPRM07
           RECORDING MODE IS F.
       01  W-CICPRM07-REC               PIC  X(080).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  W-FS-CICLIM01               PIC  X(002) VALUE '00'.
       77  W-FS-CICPRM07               PIC  X(002) VALUE '00'.
       77  W-FIM-ARQUIVO               PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                           VALUE 'S'.
       77  W-FIM-PARM                  PIC  X(001) VALUE 'N'.
           88 FIM-PARM                              VALUE 'S'.
       77  W-RETORNO                   PIC  9(002) VALUE ZEROS.
      *
      ***  MES DO RELATORIO (AAAA.MM) - DEFAULT = MES ANTERIOR
      *
       01  W-MES-FILTRO.
           03  W-MES-AAAA              PIC  9(004) VALUE ZEROS.
           03  FILLER                  PIC  X(001) VALUE '.'.
           03  W-MES-MM                PIC  9(002) VALUE ZEROS.
       01  W-MES-CARTAO.
           03  W-MES-CARTAO-AAAA       PIC  X(004).
           03  W-MES-CARTAO-PONTO      PIC  X(001).
           03  W-MES-CARTAO-MM         PIC  X(002).
       01  W-DATA-HOJE.
           03  W-HOJE-AAAA             PIC  9(004).
           03  W-HOJE-MM               PIC  9(002).
           03  W-HOJE-DD               PIC  9(002).

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
                                            'CICBTC07'.
          05 W-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 W-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 W-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 W-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 W-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 W-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.
      *
      ***  QUEBRA POR APPLID
      *
       77  W-GRUPO-APPLID              PIC  X(008) VALUE SPACES.
       77  W-TEM-GRUPO                 PIC  X(001) VALUE 'N'.
           88 TEM-GRUPO                             VALUE 'S'.
       77  W-QT-MXT                    PIC S9(009) COMP VALUE ZEROS.
       77  W-QT-DSA                    PIC S9(009) COMP VALUE ZEROS.
       77  W-QT-EDSA                   PIC S9(009) COMP VALUE ZEROS.
       77  W-QT-DB2                    PIC S9(009) COMP VALUE ZEROS.
      *
       77  W-QT-LIDOS                  PIC S9(009) COMP VALUE ZEROS.
       77  W-QT-EVENTOS                PIC S9(009) COMP VALUE ZEROS.
       77  W-QT-LINHAS                 PIC S9(009) COMP VALUE ZEROS.
      *
       01  W-LINHA-CABEC.
           03  FILLER                  PIC  X(009) VALUE 'CICBTC07 '.
           03  W-CAB-APPLID            PIC  X(008).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  W-CAB-MES               PIC  X(007).
           03  FILLER                  PIC  X(032) VALUE
               ' ALTERACOES DE LIMITE DA REGIAO'.
      *
       01  W-LINHA-EVENTO.
           03  FILLER                  PIC  X(009) VALUE 'CICBTC07 '.
           03  W-LIN-DATA              PIC  X(010).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  W-LIN-HORA              PIC  X(008).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  W-LIN-TIPO              PIC  X(004).
           03  FILLER                  PIC  X(004) VALUE ' DE '.
           03  W-LIN-ANT               PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(006) VALUE ' PARA '.
           03  W-LIN-NOVO              PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(010) VALUE ' USUARIO: '.
           03  W-LIN-USUARIO           PIC  X(008).
           03  FILLER                  PIC  X(007) VALUE ' TERM: '.
           03  W-LIN-TERMINAL          PIC  X(004).
           03  FILLER                  PIC  X(006) VALUE ' TRAN '.
           03  W-LIN-TRAN              PIC  X(004).
      *
       01  W-LINHA-TOTAL.
           03  FILLER                  PIC  X(009) VALUE 'CICBTC07 '.
           03  W-TOT-APPLID            PIC  X(008).
           03  FILLER                  PIC  X(012) VALUE
               ' TOTAL  MXT='.
           03  W-TOT-MXT               PIC  ZZZ9.
           03  FILLER                  PIC  X(005) VALUE ' DSA='.
           03  W-TOT-DSA               PIC  ZZZ9.
           03  FILLER                  PIC  X(006) VALUE ' EDSA='.
           03  W-TOT-EDSA              PIC  ZZZ9.
           03  FILLER                  PIC  X(005) VALUE ' DB2='.
           03  W-TOT-DB2               PIC  ZZZ9.
      *
       01  W-RELATORIO.
           03  FILLER                  PIC  X(033) VALUE
               'CICBTC07 - EVENTOS DO CICLIM01   '.
           03  FILLER                  PIC  X(020) VALUE
               'REGISTROS LIDOS....'.
           03  W-REL-LIDOS             PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(020) VALUE
               ' EVENTOS DO MES....'.
           03  W-REL-EVENTOS           PIC  ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           PERFORM 040000-MES-DEFAULT
           PERFORM 050000-LER-PARAMETROS
           PERFORM 100000-ABRIR-ARQUIVOS
           PERFORM 150000-LER-CICLIM01
           PERFORM 200000-PROCESSAR-EVENTO
                   UNTIL FIM-ARQUIVO
           IF TEM-GRUPO
              PERFORM 300000-EMITIR-TOTAIS
           END-IF
           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           PERFORM 955000-REGISTRA-FIM
           MOVE W-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       040000-MES-DEFAULT.
      *----------------------------------------------------------------*
      * RODANDO NO INICIO DO MES, O RELATORIO E O DO MES QUE FECHOU
      *----------------------------------------------------------------*
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD

           IF W-HOJE-MM EQUAL 01
              COMPUTE W-MES-AAAA = W-HOJE-AAAA - 1
              MOVE 12 TO W-MES-MM
           ELSE
              MOVE W-HOJE-AAAA TO W-MES-AAAA
              COMPUTE W-MES-MM = W-HOJE-MM - 1
           END-IF.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT CICPRM07

           IF W-FS-CICPRM07 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE CICPRM07
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ CICPRM07

           IF W-FS-CICPRM07 NOT EQUAL '00'
              MOVE 'S' TO W-FIM-PARM
           ELSE
           IF W-CICPRM07-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF W-CICPRM07-REC(1:4) EQUAL 'MES='
              MOVE W-CICPRM07-REC(5:7) TO W-MES-CARTAO
              IF W-MES-CARTAO-AAAA NUMERIC
                 AND W-MES-CARTAO-PONTO EQUAL '.'
                 AND W-MES-CARTAO-MM NUMERIC
                 AND W-MES-CARTAO-MM GREATER '00'
                 AND W-MES-CARTAO-MM NOT GREATER '12'
                 MOVE W-MES-CARTAO-AAAA TO W-MES-AAAA
                 MOVE W-MES-CARTAO-MM   TO W-MES-MM
              ELSE
                 DISPLAY 'CICBTC07 - MES INVALIDO, MANTIDO '
                         W-MES-FILTRO
              END-IF
           ELSE
           IF W-CICPRM07-REC NOT EQUAL SPACES
              DISPLAY 'CICBTC07 - PARAMETRO DESCONHECIDO: '
                      W-CICPRM07-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           DISPLAY 'CICBTC07 - MES DO RELATORIO: ' W-MES-FILTRO

           OPEN INPUT CICLIM01

           IF W-FS-CICLIM01 NOT EQUAL '00'
              DISPLAY 'CICBTC07 - ERRO AO ABRIR CICLIM01 FS='
                      W-FS-CICLIM01
              MOVE 'S' TO W-FIM-ARQUIVO
              MOVE 12  TO W-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       150000-LER-CICLIM01.
      *----------------------------------------------------------------*
      * A CHAVE COMECA PELO APPLID - EVENTOS DE OUTROS MESES SAO SO
      * PULADOS
      *----------------------------------------------------------------*
           PERFORM 160000-LER-PROXIMO
           PERFORM 160000-LER-PROXIMO
                   UNTIL FIM-ARQUIVO
                      OR W-LIM-DATA(1:7) EQUAL W-MES-FILTRO.

      *----------------------------------------------------------------*
       160000-LER-PROXIMO.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
              MOVE SPACES TO W-CICLIM01-REC
              READ CICLIM01 NEXT RECORD

              EVALUATE W-FS-CICLIM01
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO W-QT-LIDOS
                 WHEN '10'
                    MOVE 'S' TO W-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'CICBTC07 - ERRO DE LEITURA FS='
                            W-FS-CICLIM01
                    MOVE 'S' TO W-FIM-ARQUIVO
                    IF W-RETORNO LESS 8
                       MOVE 8 TO W-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-PROCESSAR-EVENTO.
      *----------------------------------------------------------------*
           IF TEM-GRUPO
              AND W-LIM-APPLID NOT EQUAL W-GRUPO-APPLID
              PERFORM 300000-EMITIR-TOTAIS
           END-IF

           IF NOT TEM-GRUPO
              MOVE 'S'           TO W-TEM-GRUPO
              MOVE W-LIM-APPLID  TO W-GRUPO-APPLID
              MOVE ZEROS         TO W-QT-MXT
                                    W-QT-DSA
                                    W-QT-EDSA
                                    W-QT-DB2
              MOVE W-LIM-APPLID  TO W-CAB-APPLID
              MOVE W-MES-FILTRO  TO W-CAB-MES
              DISPLAY ' '
              DISPLAY W-LINHA-CABEC
              ADD 1 TO W-QT-LINHAS
           END-IF

           EVALUATE W-LIM-TIPO
              WHEN 'MXT '
                 ADD 1 TO W-QT-MXT
              WHEN 'DSA '
                 ADD 1 TO W-QT-DSA
              WHEN 'EDSA'
                 ADD 1 TO W-QT-EDSA
              WHEN 'DB2 '
                 ADD 1 TO W-QT-DB2
           END-EVALUATE

           MOVE W-LIM-DATA      TO W-LIN-DATA
           MOVE W-LIM-HORA      TO W-LIN-HORA
           MOVE W-LIM-TIPO      TO W-LIN-TIPO
           MOVE W-LIM-VLR-ANT   TO W-LIN-ANT
           MOVE W-LIM-VLR-NOVO  TO W-LIN-NOVO
           MOVE W-LIM-USUARIO   TO W-LIN-USUARIO
           MOVE W-LIM-TERMINAL  TO W-LIN-TERMINAL
           MOVE W-LIM-TRAN      TO W-LIN-TRAN
           DISPLAY W-LINHA-EVENTO
           ADD 1 TO W-QT-LINHAS
           ADD 1 TO W-QT-EVENTOS

           PERFORM 150000-LER-CICLIM01.

      *----------------------------------------------------------------*
       300000-EMITIR-TOTAIS.
      *----------------------------------------------------------------*
           MOVE W-GRUPO-APPLID TO W-TOT-APPLID
           MOVE W-QT-MXT       TO W-TOT-MXT
           MOVE W-QT-DSA       TO W-TOT-DSA
           MOVE W-QT-EDSA      TO W-TOT-EDSA
           MOVE W-QT-DB2       TO W-TOT-DB2
           DISPLAY W-LINHA-TOTAL
           ADD 1 TO W-QT-LINHAS

           MOVE 'N' TO W-TEM-GRUPO.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           CLOSE CICLIM01.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE W-QT-LIDOS   TO W-REL-LIDOS
           MOVE W-QT-EVENTOS TO W-REL-EVENTOS

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
           MOVE W-QT-LINHAS      TO W-RUNREG-QT-SAIDA
           MOVE W-RETORNO        TO W-RUNREG-COND-CODE
           CALL W-PGM-RUNREG01 USING W-RUNREG-AREA.
