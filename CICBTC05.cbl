      *===============================================================*
      * PROGRAMA  : CICBTC05
      * SISTEMA   : CIC - CICS
      * LINGUAGEM : COBOL
      * AMBIENTE  : BATCH
      * OBJETIVO  : PERFIL SAZONAL DA TAXA DE TRANSACOES (SEMANAL) -
      *             A PARTIR DOS AGREGADOS HORARIOS DO CICHSTH1
      *             (GRAVADOS PELO CICBTC02 COM A SOMA DAS DIFERENCAS
      *             DE QT-TRAN-EXE E OS MINUTOS COBERTOS), CALCULA
      *             PARA CADA APPLID+DIA DA SEMANA+HORA A MEDIA DE
      *             TRANSACOES POR MINUTO DAS ULTIMAS N SEMANAS E
      *             GRAVA O PERFIL NO VSAM CICBAS01, LIDO PELO
      *             CICP0307 (505000-ALERTA-SAZONAL) PARA ALERTAR
      *             TAXA FORA DA FAIXA.
      *             - DIAS UTEIS MARCADOS COMO FERIADO NO CALVSA01
      *               (UTIL='N' DE SEGUNDA A SEXTA) NAO ENTRAM NO
      *               PERFIL (DD AUSENTE = NENHUM FERIADO, SO AVISO)
      *             - HORAS SEM TAXA (REGISTROS ANTERIORES A TAXA NO
      *               CICHSTH1) SAO IGNORADAS
      *             - O CICBAS01 E RECRIADO INTEIRO A CADA EXECUCAO
      *               (CLUSTER DEFINIDO COM REUSE)
      *             PARAMETRO (CARTAO CICPRM05, OPCIONAL):
      *               SEMANAS=nn (DEFAULT 08, DE 01 A 52) - JANELA
      *               DE HISTORICO CONSIDERADA, ATE ONTEM
      * DSNAMES   : B090290.CICHSTH1 (ENTRADA - AGREGADOS HORARIOS)
      *             B090290.CALVSA01 (ENTRADA - CALENDARIO, OPCIONAL)
      *             B090290.CICBAS01 (SAIDA - PERFIL SAZONAL)
      *             B090290.CICPRM05 (PARAMETROS, OPCIONAL)
      *----------------------------------------------------------------
      * VRS001 - IMPLANTACAO
      *===============================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICBTC05.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CICHSTH1  ASSIGN TO CICHSTH1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS W-HOR-CHAVE
                  FILE STATUS  IS W-FS-CICHSTH1.

           SELECT CALVSA01  ASSIGN TO CALVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS W-CAL-DATA
                  FILE STATUS  IS W-FS-CALVSA01.

           SELECT CICBAS01  ASSIGN TO CICBAS01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS W-BAS-CHAVE
                  FILE STATUS  IS W-FS-CICBAS01.

           SELECT CICPRM05  ASSIGN TO CICPRM05
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS W-FS-CICPRM05.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   AGREGADO HORARIO - MESMO LAYOUT GRAVADO PELO CICBTC02
      *----------------------------------------------------------------*
       FD  CICHSTH1.
       01  W-CICHSTH1-REC.
           03  W-HOR-CHAVE.
               05  W-HOR-APPLID         PIC  X(008).
               05  W-HOR-DATA           PIC  X(010).
               05  W-HOR-HH             PIC  X(002).
           03  W-HOR-QT-MINUTOS         PIC S9(009) COMP.
           03  W-HOR-EXEA-MIN           PIC S9(009) COMP.
           03  W-HOR-EXEA-MEDIA         PIC S9(009) COMP.
           03  W-HOR-EXEA-PICO          PIC S9(009) COMP.
           03  W-HOR-LIM-MAX-TRAN       PIC S9(009) COMP.
           03  W-HOR-DSA-PICO           PIC S9(008) COMP.
           03  W-HOR-DSA-LIM            PIC S9(008) COMP.
           03  W-HOR-EDSA-PICO          PIC S9(008) COMP.
           03  W-HOR-EDSA-LIM           PIC S9(008) COMP.
           03  W-HOR-QT-TRAN            PIC S9(009) COMP.
           03  W-HOR-MIN-TRAN           PIC S9(009) COMP.

       FD  CALVSA01.
       01  W-CALVSA01-REC.
           03  W-CAL-DATA               PIC  X(008).
           03  W-CAL-UTIL               PIC  X(001).
               88 W-CAL-UTIL-NAO                    VALUE 'N'.
           03  W-CAL-DESCRICAO          PIC  X(030).

      *----------------------------------------------------------------*
      *   PERFIL SAZONAL - UM REGISTRO POR APPLID+DIA DA SEMANA+HORA
      *   (DIA 0=DOMINGO ... 6=SABADO, MESMA CONVENCAO DO FORMATTIME
      *   DAYOFWEEK DO CICS). MESMO LAYOUT LIDO PELO CICP0307
      *----------------------------------------------------------------*
       FD  CICBAS01.
       01  W-CICBAS01-REC.
           03  W-BAS-CHAVE.
               05  W-BAS-APPLID         PIC  X(008).
               05  W-BAS-DIA            PIC  9(001).
               05  W-BAS-HH             PIC  X(002).
           03  W-BAS-TRAN-MIN           PIC S9(007)V99 COMP-3.
           03  W-BAS-QT-AMOSTRAS        PIC S9(004) COMP.
           03  W-BAS-DT-GERACAO         PIC  X(010).
           03  W-BAS-QT-SEMANAS         PIC  9(002).

       FD  CICPRM05
           RECORDING MODE IS F.
       01  W-CICPRM05-REC               PIC  X(080).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  W-FS-CICHSTH1               PIC  X(002) VALUE '00'.
       77  W-FS-CALVSA01               PIC  X(002) VALUE '00'.
       77  W-FS-CICBAS01               PIC  X(002) VALUE '00'.
       77  W-FS-CICPRM05               PIC  X(002) VALUE '00'.
       77  W-FIM-ARQUIVO               PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                           VALUE 'S'.
       77  W-FIM-PARM                  PIC  X(001) VALUE 'N'.
           88 FIM-PARM                              VALUE 'S'.
       77  W-TEM-CALENDARIO            PIC  X(001) VALUE 'N'.
           88 TEM-CALENDARIO                        VALUE 'S'.
       77  W-RETORNO                   PIC  9(002) VALUE ZEROS.

       77  W-SEMANAS                   PIC  9(002) VALUE 08.
       01  W-SEMANAS-ALPHA             PIC  X(002) VALUE SPACES.

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
                                            'CICBTC05'.
          05 W-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 W-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 W-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 W-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 W-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 W-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.
      *
      ***  JANELA DO HISTORICO: DE HOJE - 7 x SEMANAS ATE ONTEM
      *
       77  W-HOJE-AAAAMMDD             PIC  9(008) VALUE ZEROS.
       77  W-HOJE-INTEIRO              PIC S9(009) COMP VALUE ZEROS.
       77  W-DIAS-INTEIRO              PIC S9(009) COMP VALUE ZEROS.
       77  W-CORTE-AAAAMMDD            PIC  9(008) VALUE ZEROS.
       01  W-DATA-AAAAMMDD             PIC  9(008) VALUE ZEROS.
       01  W-DATA-AAAAMMDD-R REDEFINES W-DATA-AAAAMMDD.
           03  W-DTN-AAAA              PIC  X(004).
           03  W-DTN-MM                PIC  X(002).
           03  W-DTN-DD                PIC  X(002).
       01  W-DATA-PONTO.
           03  W-DTP-AAAA              PIC  X(004).
           03  FILLER                  PIC  X(001) VALUE '.'.
           03  W-DTP-MM                PIC  X(002).
           03  FILLER                  PIC  X(001) VALUE '.'.
           03  W-DTP-DD                PIC  X(002).
       77  W-DATA-INICIO               PIC  X(010) VALUE SPACES.
       77  W-DATA-HOJE                 PIC  X(010) VALUE SPACES.
      *
      ***  DATA CORRENTE DO CICHSTH1 (DIA DA SEMANA E FERIADO SAO
      ***  AVALIADOS UMA VEZ POR DATA)
      *
       77  W-DATA-ATUAL                PIC  X(010) VALUE SPACES.
       77  W-DIA-SEMANA                PIC  9(001) VALUE ZERO.
       77  W-FERIADO                   PIC  X(001) VALUE 'N'.
           88 DIA-FERIADO                           VALUE 'S'.
       77  W-HH-NUM                    PIC  9(002) VALUE ZEROS.
      *
      ***  QUEBRA POR APPLID E ACUMULADORES DIA DA SEMANA x HORA
      *
       77  W-GRUPO-APPLID              PIC  X(008) VALUE SPACES.
       77  W-TEM-GRUPO                 PIC  X(001) VALUE 'N'.
           88 TEM-GRUPO                             VALUE 'S'.
       01  W-TAB-PERFIL.
           03  W-TAB-DIA OCCURS 7 TIMES.
               05  W-TAB-HORA OCCURS 24 TIMES.
                   07  W-TAB-SOMA-TRAN PIC S9(015) COMP-3.
                   07  W-TAB-SOMA-MIN  PIC S9(009) COMP.
                   07  W-TAB-AMOSTRAS  PIC S9(004) COMP.
       77  W-IDX-DIA                   PIC S9(004) COMP VALUE ZEROS.
       77  W-IDX-HORA                  PIC S9(004) COMP VALUE ZEROS.
       77  W-QT-GRAV-GRUPO             PIC S9(009) COMP VALUE ZEROS.
      *
       77  W-QT-LIDOS                  PIC S9(009) COMP VALUE ZEROS.
       77  W-QT-USADOS                 PIC S9(009) COMP VALUE ZEROS.
       77  W-QT-FORA-JANELA            PIC S9(009) COMP VALUE ZEROS.
       77  W-QT-SEM-TAXA               PIC S9(009) COMP VALUE ZEROS.
       77  W-QT-FERIADO                PIC S9(009) COMP VALUE ZEROS.
       77  W-QT-GRAVADOS               PIC S9(009) COMP VALUE ZEROS.
      *
       01  W-LINHA-APPLID.
           03  FILLER                  PIC  X(009) VALUE 'CICBTC05 '.
           03  W-LIN-APPLID            PIC  X(008).
           03  FILLER                  PIC  X(017) VALUE
               ' FAIXAS GRAVADAS='.
           03  W-LIN-FAIXAS            PIC  ZZ9.
      *
       01  W-RELATORIO.
           03  FILLER                  PIC  X(033) VALUE
               'CICBTC05 - PERFIL SAZONAL       '.
           03  FILLER                  PIC  X(020) VALUE
               'HORAS LIDAS........'.
           03  W-REL-LIDOS             PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(020) VALUE
               ' USADAS............'.
           03  W-REL-USADOS            PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(020) VALUE
               ' FORA DA JANELA....'.
           03  W-REL-FORA-JANELA       PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(020) VALUE
               ' SEM TAXA..........'.
           03  W-REL-SEM-TAXA          PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(020) VALUE
               ' FERIADOS..........'.
           03  W-REL-FERIADO           PIC  ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC  X(020) VALUE
               ' FAIXAS GRAVADAS...'.
           03  W-REL-GRAVADOS          PIC  ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           PERFORM 050000-LER-PARAMETROS
           PERFORM 070000-CALCULA-JANELA
           PERFORM 100000-ABRIR-ARQUIVOS
           PERFORM 150000-LER-CICHSTH1
           PERFORM 200000-PROCESSAR-HORA
                   UNTIL FIM-ARQUIVO
           IF TEM-GRUPO
              PERFORM 400000-GRAVA-PERFIL
           END-IF
           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           PERFORM 955000-REGISTRA-FIM
           MOVE W-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT CICPRM05

           IF W-FS-CICPRM05 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE CICPRM05
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ CICPRM05

           IF W-FS-CICPRM05 NOT EQUAL '00'
              MOVE 'S' TO W-FIM-PARM
           ELSE
           IF W-CICPRM05-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF W-CICPRM05-REC(1:8) EQUAL 'SEMANAS='
              MOVE W-CICPRM05-REC(9:2) TO W-SEMANAS-ALPHA
              IF W-SEMANAS-ALPHA NUMERIC
                 AND W-SEMANAS-ALPHA GREATER '00'
                 AND W-SEMANAS-ALPHA NOT GREATER '52'
                 MOVE W-SEMANAS-ALPHA TO W-SEMANAS
              ELSE
                 DISPLAY 'CICBTC05 - SEMANAS INVALIDO, MANTIDO '
                         W-SEMANAS
              END-IF
           ELSE
           IF W-CICPRM05-REC NOT EQUAL SPACES
              DISPLAY 'CICBTC05 - PARAMETRO DESCONHECIDO: '
                      W-CICPRM05-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       070000-CALCULA-JANELA.
      *----------------------------------------------------------------*
      * O CICHSTH1 GUARDA A DATA COMO AAAA.MM.DD; A JANELA E
      * CONVERTIDA PARA O MESMO FORMATO PARA A COMPARACAO DIRETA
      *----------------------------------------------------------------*
           ACCEPT W-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           COMPUTE W-HOJE-INTEIRO =
                   FUNCTION INTEGER-OF-DATE ( W-HOJE-AAAAMMDD )

           COMPUTE W-DIAS-INTEIRO = W-HOJE-INTEIRO - (W-SEMANAS * 7)
           COMPUTE W-CORTE-AAAAMMDD =
                   FUNCTION DATE-OF-INTEGER ( W-DIAS-INTEIRO )

           MOVE W-CORTE-AAAAMMDD TO W-DATA-AAAAMMDD
           PERFORM 080000-FORMATA-DATA
           MOVE W-DATA-PONTO     TO W-DATA-INICIO

           MOVE W-HOJE-AAAAMMDD  TO W-DATA-AAAAMMDD
           PERFORM 080000-FORMATA-DATA
           MOVE W-DATA-PONTO     TO W-DATA-HOJE

           DISPLAY 'CICBTC05 - JANELA DE ' W-DATA-INICIO
                   ' ATE A VESPERA DE ' W-DATA-HOJE
                   ' (' W-SEMANAS ' SEMANAS)'.

      *----------------------------------------------------------------*
       080000-FORMATA-DATA.
      *----------------------------------------------------------------*
           MOVE W-DTN-AAAA TO W-DTP-AAAA
           MOVE W-DTN-MM   TO W-DTP-MM
           MOVE W-DTN-DD   TO W-DTP-DD.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           OPEN INPUT  CICHSTH1
           OPEN OUTPUT CICBAS01
           OPEN INPUT  CALVSA01

           IF W-FS-CICHSTH1 NOT EQUAL '00'
              DISPLAY 'CICBTC05 - ERRO AO ABRIR CICHSTH1 FS='
                      W-FS-CICHSTH1
              MOVE 'S' TO W-FIM-ARQUIVO
              MOVE 12  TO W-RETORNO
           END-IF

           IF W-FS-CICBAS01 NOT EQUAL '00'
              DISPLAY 'CICBTC05 - ERRO AO ABRIR CICBAS01 FS='
                      W-FS-CICBAS01
              MOVE 'S' TO W-FIM-ARQUIVO
              MOVE 12  TO W-RETORNO
           END-IF

           IF W-FS-CALVSA01 EQUAL '00'
              MOVE 'S' TO W-TEM-CALENDARIO
           ELSE
              DISPLAY 'CICBTC05 - SEM CALVSA01 (FS=' W-FS-CALVSA01
                      ') - FERIADOS NAO EXCLUIDOS DO PERFIL'
              IF W-RETORNO LESS 4
                 MOVE 4 TO W-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       150000-LER-CICHSTH1.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
      *       AREA LIMPA ANTES DO READ: REGISTRO ANTERIOR A TAXA
      *       (FILE STATUS '04') E ACEITO COM A TAXA ZERADA
              MOVE LOW-VALUES TO W-CICHSTH1-REC
              READ CICHSTH1 NEXT RECORD

              EVALUATE W-FS-CICHSTH1
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO W-QT-LIDOS
                 WHEN '10'
                    MOVE 'S' TO W-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'CICBTC05 - ERRO DE LEITURA FS='
                            W-FS-CICHSTH1
                    MOVE 'S' TO W-FIM-ARQUIVO
                    IF W-RETORNO LESS 8
                       MOVE 8 TO W-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-PROCESSAR-HORA.
      *----------------------------------------------------------------*
           IF TEM-GRUPO
              AND W-HOR-APPLID NOT EQUAL W-GRUPO-APPLID
              PERFORM 400000-GRAVA-PERFIL
           END-IF

           IF NOT TEM-GRUPO
              MOVE 'S'          TO W-TEM-GRUPO
              MOVE W-HOR-APPLID TO W-GRUPO-APPLID
              MOVE SPACES       TO W-DATA-ATUAL
              INITIALIZE W-TAB-PERFIL
           END-IF

           IF W-HOR-DATA LESS W-DATA-INICIO
              OR W-HOR-DATA NOT LESS W-DATA-HOJE
              ADD 1 TO W-QT-FORA-JANELA
           ELSE
           IF W-HOR-MIN-TRAN NOT GREATER ZEROS
              OR W-HOR-HH NOT NUMERIC
              ADD 1 TO W-QT-SEM-TAXA
           ELSE
              IF W-HOR-DATA NOT EQUAL W-DATA-ATUAL
                 PERFORM 250000-AVALIA-DATA
              END-IF
              IF DIA-FERIADO
                 ADD 1 TO W-QT-FERIADO
              ELSE
                 PERFORM 300000-ACUMULA-HORA
              END-IF
           END-IF
           END-IF

           PERFORM 150000-LER-CICHSTH1.

      *----------------------------------------------------------------*
       250000-AVALIA-DATA.
      *----------------------------------------------------------------*
      * DIA DA SEMANA: INTEIRO DA DATA MODULO 7 (0=DOMINGO), A MESMA
      * NUMERACAO DO FORMATTIME DAYOFWEEK USADO PELO COLETOR. FERIADO
      * SO CONTA EM DIA DE SEMANA (SABADO/DOMINGO JA TEM PERFIL
      * PROPRIO E TAMBEM SAO UTIL='N' NO CALVSA01)
      *----------------------------------------------------------------*
           MOVE W-HOR-DATA     TO W-DATA-ATUAL
           MOVE W-HOR-DATA(1:4) TO W-DTN-AAAA
           MOVE W-HOR-DATA(6:2) TO W-DTN-MM
           MOVE W-HOR-DATA(9:2) TO W-DTN-DD

           COMPUTE W-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE ( W-DATA-AAAAMMDD )
           COMPUTE W-DIA-SEMANA =
                   FUNCTION MOD ( W-DIAS-INTEIRO , 7 )

           MOVE 'N' TO W-FERIADO

           IF TEM-CALENDARIO
              AND W-DIA-SEMANA GREATER ZERO
              AND W-DIA-SEMANA LESS 6
              MOVE W-DATA-AAAAMMDD TO W-CAL-DATA
              READ CALVSA01

              IF W-FS-CALVSA01 EQUAL '00'
                 AND W-CAL-UTIL-NAO
                 MOVE 'S' TO W-FERIADO
                 DISPLAY 'CICBTC05 - ' W-GRUPO-APPLID ' '
                         W-HOR-DATA ' FERIADO FORA DO PERFIL: '
                         W-CAL-DESCRICAO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       300000-ACUMULA-HORA.
      *----------------------------------------------------------------*
           MOVE W-HOR-HH TO W-HH-NUM
           IF W-HH-NUM GREATER 23
              ADD 1 TO W-QT-SEM-TAXA
           ELSE
              COMPUTE W-IDX-DIA  = W-DIA-SEMANA + 1
              COMPUTE W-IDX-HORA = W-HH-NUM + 1

              ADD W-HOR-QT-TRAN
                  TO W-TAB-SOMA-TRAN(W-IDX-DIA W-IDX-HORA)
              ADD W-HOR-MIN-TRAN
                  TO W-TAB-SOMA-MIN(W-IDX-DIA W-IDX-HORA)
              ADD 1
                  TO W-TAB-AMOSTRAS(W-IDX-DIA W-IDX-HORA)
              ADD 1 TO W-QT-USADOS
           END-IF.

      *----------------------------------------------------------------*
       400000-GRAVA-PERFIL.
      *----------------------------------------------------------------*
      * GRAVA AS FAIXAS DIA x HORA DO APPLID EM ORDEM DE CHAVE (O
      * CICHSTH1 VEM EM ORDEM DE APPLID, O CICBAS01 E SEQUENCIAL)
      *----------------------------------------------------------------*
           MOVE ZEROS TO W-QT-GRAV-GRUPO

           PERFORM 410000-GRAVA-DIA
                   VARYING W-IDX-DIA FROM 1 BY 1
                   UNTIL W-IDX-DIA GREATER 7

           MOVE W-GRUPO-APPLID  TO W-LIN-APPLID
           MOVE W-QT-GRAV-GRUPO TO W-LIN-FAIXAS
           DISPLAY W-LINHA-APPLID

           MOVE 'N' TO W-TEM-GRUPO.

      *----------------------------------------------------------------*
       410000-GRAVA-DIA.
      *----------------------------------------------------------------*
           PERFORM 420000-GRAVA-FAIXA
                   VARYING W-IDX-HORA FROM 1 BY 1
                   UNTIL W-IDX-HORA GREATER 24.

      *----------------------------------------------------------------*
       420000-GRAVA-FAIXA.
      *----------------------------------------------------------------*
           IF W-TAB-SOMA-MIN(W-IDX-DIA W-IDX-HORA) GREATER ZEROS
              MOVE W-GRUPO-APPLID TO W-BAS-APPLID
              COMPUTE W-BAS-DIA   = W-IDX-DIA - 1
              COMPUTE W-HH-NUM    = W-IDX-HORA - 1
              MOVE W-HH-NUM       TO W-BAS-HH
              COMPUTE W-BAS-TRAN-MIN ROUNDED
                      = W-TAB-SOMA-TRAN(W-IDX-DIA W-IDX-HORA)
                      / W-TAB-SOMA-MIN(W-IDX-DIA W-IDX-HORA)
              MOVE W-TAB-AMOSTRAS(W-IDX-DIA W-IDX-HORA)
                                  TO W-BAS-QT-AMOSTRAS
              MOVE W-DATA-HOJE    TO W-BAS-DT-GERACAO
              MOVE W-SEMANAS      TO W-BAS-QT-SEMANAS

              WRITE W-CICBAS01-REC

              IF W-FS-CICBAS01 EQUAL '00'
                 ADD 1 TO W-QT-GRAVADOS
                 ADD 1 TO W-QT-GRAV-GRUPO
              ELSE
                 DISPLAY 'CICBTC05 - ERRO NO WRITE CICBAS01 FS='
                         W-FS-CICBAS01 ' CHAVE=' W-BAS-CHAVE
                 IF W-RETORNO LESS 8
                    MOVE 8 TO W-RETORNO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           CLOSE CICHSTH1
           CLOSE CICBAS01

           IF TEM-CALENDARIO
              CLOSE CALVSA01
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE W-QT-LIDOS       TO W-REL-LIDOS
           MOVE W-QT-USADOS      TO W-REL-USADOS
           MOVE W-QT-FORA-JANELA TO W-REL-FORA-JANELA
           MOVE W-QT-SEM-TAXA    TO W-REL-SEM-TAXA
           MOVE W-QT-FERIADO     TO W-REL-FERIADO
           MOVE W-QT-GRAVADOS    TO W-REL-GRAVADOS

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
           MOVE W-QT-GRAVADOS    TO W-RUNREG-QT-SAIDA
           MOVE W-RETORNO        TO W-RUNREG-COND-CODE
           CALL W-PGM-RUNREG01 USING W-RUNREG-AREA.
