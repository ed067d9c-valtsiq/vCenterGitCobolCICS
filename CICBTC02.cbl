      *             O PLANEJAMENTO CONTINUA COM ANOS DE PROFUNDIDADE
      *             (GRAO HORARIO + GDG CRU), SEM PAGAR GRAO DE
      *             MINUTO PARA SEMPRE.
      *             O AGREGADO HORARIO LEVA TAMBEM A TAXA DE
      *             TRANSACOES DA HORA (SOMA DAS DIFERENCAS DE
      *             QT-TRAN-EXE ENTRE MINUTOS CONSECUTIVOS E OS
      *             MINUTOS COBERTOS), BASE DO PERFIL SAZONAL
      *             MONTADO PELO CICBTC05.
      *             PARAMETRO (CARTAO CICPRM02, OBRIGATORIO):
      *               DATA-CORTE=AAAA.MM.DD (MINUTOS ANTERIORES A
      *               ESTA DATA SAO PROCESSADOS - O SCHEDULER GERA O
      *             B090290.CICPRM02 (PARAMETROS)
      *----------------------------------------------------------------
      * VRS001 - IMPLANTACAO
      * VRS002 - TAXA DE TRANSACOES NO AGREGADO HORARIO
      *===============================================================*
      *
       IDENTIFICATION DIVISION.
           03  W-HOR-DSA-LIM            PIC S9(008) COMP.
           03  W-HOR-EDSA-PICO          PIC S9(008) COMP.
           03  W-HOR-EDSA-LIM           PIC S9(008) COMP.
      *    TRANSACOES DA HORA (SOMA DAS DIFERENCAS DE QT-TRAN-EXE) E
      *    MINUTOS COBERTOS POR ESSAS DIFERENCAS - ZERADOS NOS
      *    REGISTROS GRAVADOS ANTES DA TAXA EXISTIR
           03  W-HOR-QT-TRAN            PIC S9(009) COMP.
           03  W-HOR-MIN-TRAN           PIC S9(009) COMP.

       FD  CICARCH1
           RECORDING MODE IS F.
       77  W-LIM-MXT-GRP               PIC S9(009) COMP VALUE ZEROS.
       77  W-LIM-DSA-GRP               PIC S9(008) COMP VALUE ZEROS.
       77  W-LIM-EDSA-GRP              PIC S9(008) COMP VALUE ZEROS.
       77  W-QT-TRAN-GRP               PIC S9(009) COMP VALUE ZEROS.
       77  W-MIN-TRAN-GRP              PIC S9(009) COMP VALUE ZEROS.
      *
      ***  MINUTO ANTERIOR DO MESMO APPLID+DATA - BASE DA DIFERENCA
      ***  DE QT-TRAN-EXE (CONTADOR ACUMULADO DESDE A SUBIDA DO CICS).
      ***  INTERVALO MAIOR QUE W-MAX-INTERVALO MINUTOS = COLETA
      ***  INTERROMPIDA, A DIFERENCA NAO ENTRA NA TAXA
      *
       77  W-ANT-APPLID                PIC  X(008) VALUE SPACES.
       77  W-ANT-DATA                  PIC  X(010) VALUE SPACES.
       77  W-ANT-SEGUNDOS              PIC S9(009) COMP VALUE ZEROS.
       77  W-ANT-QT-TRAN               PIC S9(018) COMP VALUE ZEROS.
       77  W-SEGUNDOS                  PIC S9(009) COMP VALUE ZEROS.
       77  W-INTERVALO                 PIC S9(009) COMP VALUE ZEROS.
       77  W-DELTA-TRAN                PIC S9(018) COMP VALUE ZEROS.
       77  W-MAX-INTERVALO             PIC S9(004) COMP VALUE 10.
       01  W-HORA-MINUTO.
           03  W-HM-HH                 PIC  9(002).
           03  FILLER                  PIC  X(001).
           03  W-HM-MM                 PIC  9(002).
           03  FILLER                  PIC  X(001).
           03  W-HM-SS                 PIC  9(002).
      *
       01  W-CONTADORES.
           03  W-QT-LIDOS              PIC  9(009) VALUE ZEROS.
                                        W-EXEA-PICO
                                        W-DSA-PICO
                                        W-EDSA-PICO
                                        W-QT-TRAN-GRP
                                        W-MIN-TRAN-GRP
                 MOVE K0030-QT-TRAN-USU-EXEA TO W-EXEA-MIN
              END-IF

           END-IF
           IF K0030-QT-TTL-EDSA-LIM GREATER W-EDSA-PICO
              MOVE K0030-QT-TTL-EDSA-LIM TO W-EDSA-PICO
           END-IF

           PERFORM 310000-ACUMULA-TAXA.

      *----------------------------------------------------------------*
       310000-ACUMULA-TAXA.
      *----------------------------------------------------------------*
      * DIFERENCA DE QT-TRAN-EXE PARA O MINUTO ANTERIOR DO MESMO
      * APPLID+DATA (O PRIMEIRO MINUTO DO DIA SO SERVE DE BASE).
      * CONTADOR MENOR QUE O ANTERIOR = CICS REINICIADO ENTRE OS
      * DOIS MINUTOS; O MOVIMENTO E O VALOR CORRENTE
      *----------------------------------------------------------------*
           MOVE W-HST-HORA TO W-HORA-MINUTO
           COMPUTE W-SEGUNDOS = (W-HM-HH * 3600)
                              + (W-HM-MM * 60)
                              +  W-HM-SS

           IF W-HST-APPLID EQUAL W-ANT-APPLID
              AND W-HST-DATA EQUAL W-ANT-DATA
              AND W-SEGUNDOS GREATER W-ANT-SEGUNDOS
              COMPUTE W-INTERVALO ROUNDED
                      = (W-SEGUNDOS - W-ANT-SEGUNDOS) / 60
              IF W-INTERVALO LESS 1
                 MOVE 1 TO W-INTERVALO
              END-IF
              IF W-INTERVALO NOT GREATER W-MAX-INTERVALO
                 IF K0030-QT-TRAN-EXE NOT LESS W-ANT-QT-TRAN
                    COMPUTE W-DELTA-TRAN
                            = K0030-QT-TRAN-EXE - W-ANT-QT-TRAN
                 ELSE
                    MOVE K0030-QT-TRAN-EXE TO W-DELTA-TRAN
                 END-IF
                 ADD W-DELTA-TRAN TO W-QT-TRAN-GRP
                 ADD W-INTERVALO  TO W-MIN-TRAN-GRP
              END-IF
           END-IF

           MOVE W-HST-APPLID      TO W-ANT-APPLID
           MOVE W-HST-DATA        TO W-ANT-DATA
           MOVE W-SEGUNDOS        TO W-ANT-SEGUNDOS
           MOVE K0030-QT-TRAN-EXE TO W-ANT-QT-TRAN.

      *----------------------------------------------------------------*
       350000-ARQUIVA-E-DELETA.
           MOVE W-LIM-DSA-GRP    TO W-HOR-DSA-LIM
           MOVE W-EDSA-PICO      TO W-HOR-EDSA-PICO
           MOVE W-LIM-EDSA-GRP   TO W-HOR-EDSA-LIM
           MOVE W-QT-TRAN-GRP    TO W-HOR-QT-TRAN
           MOVE W-MIN-TRAN-GRP   TO W-HOR-MIN-TRAN

           WRITE W-CICHSTH1-REC

