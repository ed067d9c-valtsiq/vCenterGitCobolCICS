      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. ACC
      * Programa.............. ACCBTC08
      * Tipo    .............. Batch
      * Finalidade ........... carga diaria do cadastro de contas
      *                        "ACCCTA01" (chave CODUSU) a partir do
      *                        arquivo do sistema central, sequencial
      *                        delimitado por ';':
      *                          codusu;titular;agencia;tipo;situacao;
      *                          abertura;encerramento
      *                        (tipo CC/PP/PG, situacao A/B/E, datas
      *                        AAAAMMDD - encerramento so quando a
      *                        situacao e E). Inclui ou atualiza pela
      *                        chave; linha invalida e contada e
      *                        listada no SYSOUT. O sistema central e
      *                        o dono do cadastro, com UMA excecao: o
      *                        bloqueio operacional feito pela
      *                        transacao ACT1 (ACCCTAMN) nao e
      *                        desfeito por linha 'A' da carga - so o
      *                        proprio ACT1 libera; encerramento do
      *                        sistema central sempre prevalece.
      *                        DD de entrada ausente pula a carga com
      *                        aviso. Mesmo desenho operacional do
      *                        ACCBTC06
      * DSnames .............. B090290.ACCCTAEX (entrada, opcional)
      *                        B090290.ACCCTA01 (saida)
      * JOB def cluster ...... B090290.LIB.JCL(ACCDFCLU)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCBTC08.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ACCCTAEX   ASSIGN TO ACCCTAEX
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-ACCCTAEX.

           SELECT ACCCTA01   ASSIGN TO ACCCTA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-CTA-CODUSU
                  FILE STATUS  IS WK-FS-ACCCTA01.

       DATA           DIVISION.
       FILE SECTION.
       FD  ACCCTAEX
           RECORDING MODE IS F.
       01  WK-ACCCTAEX-REC                  PIC  X(120).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT MANTIDO PELO ACCCTAMN E LIDO POR ACCBTC01/
      *   ACCBTC02/PROD0001/ACCM1INQ - MANTER SINCRONIZADOS
      *----------------------------------------------------------------*
       FD  ACCCTA01.
       01  WK-ACCCTA01-REC.
           05 WK-CTA-CODUSU              PIC  X(003).
           05 WK-CTA-TITULAR             PIC  X(040).
           05 WK-CTA-AGENCIA             PIC  X(004).
           05 WK-CTA-TIPO                PIC  X(002).
           05 WK-CTA-SITUACAO            PIC  X(001).
              88 WK-CTA-BLOQUEADA                 VALUE 'B'.
           05 WK-CTA-DT-ABERTURA         PIC  X(008).
           05 WK-CTA-DT-ENCERRA          PIC  X(008).
           05 WK-CTA-MANUT-DATA          PIC  X(010).
           05 WK-CTA-MANUT-HORA          PIC  X(008).
           05 WK-CTA-ORIGEM              PIC  X(008).
           05 FILLER                     PIC  X(008).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-ACCCTAEX                    PIC  X(002) VALUE '00'.
       01 WK-FS-ACCCTA01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-CONTAS                     PIC  X(001) VALUE 'N'.
           88 FIM-CONTAS                                VALUE 'S'.
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

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
                                            'ACCBTC08'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

       01 WK-CAMPOS-CONTA.
          05 WK-CEX-CODUSU                  PIC  X(003).
          05 WK-CEX-TITULAR                 PIC  X(040).
          05 WK-CEX-AGENCIA                 PIC  X(004).
          05 WK-CEX-TIPO                    PIC  X(002).
          05 WK-CEX-SITUACAO                PIC  X(001).
             88 WK-CEX-SITUACAO-OK                VALUE 'A' 'B' 'E'.
             88 WK-CEX-ABERTA                     VALUE 'A'.
             88 WK-CEX-ENCERRADA                  VALUE 'E'.
          05 WK-CEX-DT-ABERTURA             PIC  X(008).
          05 WK-CEX-DT-ENCERRA              PIC  X(008).

      *----------------------------------------------------------------*
      *   CRITICA DE DATA AAAAMMDD
      *----------------------------------------------------------------*
       01 WK-DATA-CRITICA                   PIC  X(008) VALUE SPACES.
       01 WK-DATA-CRITICA-R REDEFINES WK-DATA-CRITICA.
          05 WK-DC-ANO                      PIC  9(004).
          05 WK-DC-MES                      PIC  9(002).
          05 WK-DC-DIA                      PIC  9(002).
       01 WK-DATA-OK                        PIC  X(001) VALUE 'S'.
           88 DATA-OK                                   VALUE 'S'.
       01 WK-MOTIVO                         PIC  X(030) VALUE SPACES.
       01 WK-ORIGEM-NOVA                    PIC  X(008) VALUE SPACES.

       01 WK-DATA-SYS                       PIC  9(008) VALUE ZEROS.
       01 WK-DATA-SYS-X REDEFINES WK-DATA-SYS PIC X(008).
       01 WK-HORA-SYS                       PIC  9(008) VALUE ZEROS.
       01 WK-HORA-SYS-X REDEFINES WK-HORA-SYS PIC X(008).
       01 WK-CARIMBO-DATA.
          05 WK-CAR-ANO                     PIC  X(004).
          05 FILLER                         PIC  X(001) VALUE '.'.
          05 WK-CAR-MES                     PIC  X(002).
          05 FILLER                         PIC  X(001) VALUE '.'.
          05 WK-CAR-DIA                     PIC  X(002).
       01 WK-CARIMBO-HORA.
          05 WK-CAR-HH                      PIC  X(002).
          05 FILLER                         PIC  X(001) VALUE ':'.
          05 WK-CAR-MI                      PIC  X(002).
          05 FILLER                         PIC  X(001) VALUE ':'.
          05 WK-CAR-SS                      PIC  X(002).

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-INCLUIDOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-ATUALIZADOS              PIC  9(009) VALUE ZEROS.
          05 WK-QT-BLOQ-MANTIDOS            PIC  9(009) VALUE ZEROS.
          05 WK-QT-REJEITADOS               PIC  9(009) VALUE ZEROS.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'ACCBTC08 - CADASTRO DE CONTAS   '.
          05 FILLER           PIC X(020) VALUE
             'CONTAS LIDAS........'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'INCLUSOES...........'.
          05 WK-REL-INCLUIDOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ATUALIZACOES........'.
          05 WK-REL-ATUALIZADOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'BLOQUEIOS MANTIDOS..'.
          05 WK-REL-BLOQ      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'REJEITADAS..........'.
          05 WK-REL-REJEITADOS PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           ACCEPT WK-DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SYS FROM TIME
           MOVE WK-DATA-SYS-X(1:4) TO WK-CAR-ANO
           MOVE WK-DATA-SYS-X(5:2) TO WK-CAR-MES
           MOVE WK-DATA-SYS-X(7:2) TO WK-CAR-DIA
           MOVE WK-HORA-SYS-X(1:2) TO WK-CAR-HH
           MOVE WK-HORA-SYS-X(3:2) TO WK-CAR-MI
           MOVE WK-HORA-SYS-X(5:2) TO WK-CAR-SS

           PERFORM 100000-CARGA-CONTAS
           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 4
              AND WK-QT-REJEITADOS GREATER ZEROS
              MOVE 4 TO WK-RETORNO
           END-IF
           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       100000-CARGA-CONTAS.
      *----------------------------------------------------------------*
           OPEN INPUT ACCCTAEX

           IF WK-FS-ACCCTAEX NOT EQUAL '00'
              DISPLAY 'ACCBTC08 - SEM ACCCTAEX (FS=' WK-FS-ACCCTAEX
                      ') - CARGA DE CONTAS PULADA'
              MOVE 'S' TO WK-FIM-CONTAS
           ELSE
              OPEN I-O ACCCTA01

              IF WK-FS-ACCCTA01 NOT EQUAL '00'
                 DISPLAY 'ACCBTC08 - ERRO AO ABRIR ACCCTA01 FS='
                         WK-FS-ACCCTA01
                 MOVE 'S' TO WK-FIM-CONTAS
                 MOVE 12  TO WK-RETORNO
              END-IF

              PERFORM 150000-LER-CONTA
              PERFORM 200000-PROCESSA-CONTA
                      UNTIL FIM-CONTAS

              CLOSE ACCCTAEX
              IF WK-FS-ACCCTA01 EQUAL '00'
                 CLOSE ACCCTA01
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       150000-LER-CONTA.
      *----------------------------------------------------------------*
           IF NOT FIM-CONTAS
              READ ACCCTAEX INTO WK-ACCCTAEX-REC

              EVALUATE WK-FS-ACCCTAEX
                 WHEN '00'
                    ADD 1 TO WK-QT-LIDOS
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-CONTAS
                 WHEN OTHER
                    DISPLAY 'ACCBTC08 - ERRO DE LEITURA ACCCTAEX '
                            'FS=' WK-FS-ACCCTAEX
                    MOVE 'S' TO WK-FIM-CONTAS
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-PROCESSA-CONTA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-CAMPOS-CONTA
           UNSTRING WK-ACCCTAEX-REC DELIMITED BY ';'
                INTO WK-CEX-CODUSU
                      WK-CEX-TITULAR
                      WK-CEX-AGENCIA
                      WK-CEX-TIPO
                      WK-CEX-SITUACAO
                      WK-CEX-DT-ABERTURA
                      WK-CEX-DT-ENCERRA
           END-UNSTRING

           PERFORM 210000-VALIDA-CONTA

           IF WK-MOTIVO NOT EQUAL SPACES
              ADD 1 TO WK-QT-REJEITADOS
              DISPLAY 'ACCBTC08 - ' WK-MOTIVO ': '
                      WK-ACCCTAEX-REC(1:40)
           ELSE
              PERFORM 300000-GRAVA-CONTA
           END-IF

           PERFORM 150000-LER-CONTA.

      *----------------------------------------------------------------*
       210000-VALIDA-CONTA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-MOTIVO

           IF WK-CEX-CODUSU EQUAL SPACES
              MOVE 'CODUSU EM BRANCO' TO WK-MOTIVO
           ELSE
           IF WK-CEX-TITULAR EQUAL SPACES
              MOVE 'TITULAR EM BRANCO' TO WK-MOTIVO
           ELSE
           IF WK-CEX-TIPO NOT EQUAL 'CC'
                 AND WK-CEX-TIPO NOT EQUAL 'PP'
                 AND WK-CEX-TIPO NOT EQUAL 'PG'
              MOVE 'TIPO DE CONTA INVALIDO' TO WK-MOTIVO
           ELSE
           IF NOT WK-CEX-SITUACAO-OK
              MOVE 'SITUACAO INVALIDA' TO WK-MOTIVO
           ELSE
              MOVE WK-CEX-DT-ABERTURA TO WK-DATA-CRITICA
              PERFORM 220000-CRITICA-DATA
              IF NOT DATA-OK
                 MOVE 'DATA DE ABERTURA INVALIDA' TO WK-MOTIVO
              ELSE
              IF WK-CEX-ENCERRADA
                 MOVE WK-CEX-DT-ENCERRA TO WK-DATA-CRITICA
                 PERFORM 220000-CRITICA-DATA
                 IF NOT DATA-OK
                    MOVE 'DATA DE ENCERRAMENTO INVALIDA'
                         TO WK-MOTIVO
                 ELSE
                 IF WK-CEX-DT-ENCERRA LESS WK-CEX-DT-ABERTURA
                    MOVE 'ENCERRAMENTO ANTES DA ABERTURA'
                         TO WK-MOTIVO
                 END-IF
                 END-IF
              ELSE
      *          CONTA NAO ENCERRADA NAO CARREGA DATA DE ENCERRAMENTO
                 MOVE SPACES TO WK-CEX-DT-ENCERRA
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       220000-CRITICA-DATA.
      *----------------------------------------------------------------*
           MOVE 'S' TO WK-DATA-OK

           IF WK-DATA-CRITICA NOT NUMERIC
              MOVE 'N' TO WK-DATA-OK
           ELSE
           IF WK-DC-MES LESS 1 OR WK-DC-MES GREATER 12
                 OR WK-DC-DIA LESS 1 OR WK-DC-DIA GREATER 31
                 OR WK-DC-ANO LESS 1900
              MOVE 'N' TO WK-DATA-OK
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       300000-GRAVA-CONTA.
      *----------------------------------------------------------------*
      * LE O REGISTRO ATUAL: BLOQUEIO FEITO PELO ACT1 (ORIGEM QUE NAO
      * E ESTA CARGA) SOBREVIVE A UMA LINHA 'A' DO SISTEMA CENTRAL
      *----------------------------------------------------------------*
           MOVE 'ACCBTC08'    TO WK-ORIGEM-NOVA
           MOVE WK-CEX-CODUSU TO WK-CTA-CODUSU

           READ ACCCTA01

           IF WK-FS-ACCCTA01 EQUAL '00'
              IF WK-CTA-BLOQUEADA
                    AND WK-CTA-ORIGEM NOT EQUAL 'ACCBTC08'
                    AND WK-CEX-ABERTA
                 MOVE 'B' TO WK-CEX-SITUACAO
      *          CONTINUA CARIMBADO COMO MANUAL, PARA A PROXIMA CARGA
      *          TAMBEM RESPEITAR
                 MOVE WK-CTA-ORIGEM TO WK-ORIGEM-NOVA
                 ADD 1 TO WK-QT-BLOQ-MANTIDOS
              END-IF
           END-IF

           MOVE SPACES             TO WK-ACCCTA01-REC
           MOVE WK-CEX-CODUSU      TO WK-CTA-CODUSU
           MOVE WK-CEX-TITULAR     TO WK-CTA-TITULAR
           MOVE WK-CEX-AGENCIA     TO WK-CTA-AGENCIA
           MOVE WK-CEX-TIPO        TO WK-CTA-TIPO
           MOVE WK-CEX-SITUACAO    TO WK-CTA-SITUACAO
           MOVE WK-CEX-DT-ABERTURA TO WK-CTA-DT-ABERTURA
           MOVE WK-CEX-DT-ENCERRA  TO WK-CTA-DT-ENCERRA
           MOVE WK-CARIMBO-DATA    TO WK-CTA-MANUT-DATA
           MOVE WK-CARIMBO-HORA    TO WK-CTA-MANUT-HORA
           MOVE WK-ORIGEM-NOVA     TO WK-CTA-ORIGEM

           WRITE WK-ACCCTA01-REC

           EVALUATE WK-FS-ACCCTA01
              WHEN '00'
                 ADD 1 TO WK-QT-INCLUIDOS
              WHEN '22'
                 REWRITE WK-ACCCTA01-REC
                 IF WK-FS-ACCCTA01 EQUAL '00'
                    ADD 1 TO WK-QT-ATUALIZADOS
                 ELSE
                    ADD 1 TO WK-QT-REJEITADOS
                    DISPLAY 'ACCBTC08 - FALHA NO REWRITE FS='
                            WK-FS-ACCCTA01 ' CODUSU=' WK-CEX-CODUSU
                 END-IF
              WHEN OTHER
                 ADD 1 TO WK-QT-REJEITADOS
                 DISPLAY 'ACCBTC08 - FALHA NO WRITE FS='
                         WK-FS-ACCCTA01 ' CODUSU=' WK-CEX-CODUSU
           END-EVALUATE.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS         TO WK-REL-LIDOS
           MOVE WK-QT-INCLUIDOS     TO WK-REL-INCLUIDOS
           MOVE WK-QT-ATUALIZADOS   TO WK-REL-ATUALIZADOS
           MOVE WK-QT-BLOQ-MANTIDOS TO WK-REL-BLOQ
           MOVE WK-QT-REJEITADOS    TO WK-REL-REJEITADOS

           DISPLAY WK-RELATORIO.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO WK-RUNREG-MODO
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'              TO WK-RUNREG-MODO
           MOVE WK-QT-LIDOS      TO WK-RUNREG-QT-ENTRADA
           COMPUTE WK-RUNREG-QT-SAIDA =
                   WK-QT-INCLUIDOS + WK-QT-ATUALIZADOS
           MOVE WK-QT-REJEITADOS TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.
