      *                        numerico quando o mes esta presente),
      *                        conta lidos/incluidos/atualizados/
      *                        rejeitados e grava cada linha rejeitada
      *                        com motivo num dataset de rejeitados.
      *                        CADASTRO DE CONTAS: com o "ACCCTA01"
      *                        presente (ACCBTC08/ACCCTAMN), valor de
      *                        CODUSU sem cadastro (motivo CNC) ou de
      *                        conta encerrada (motivo CEN) nao entra;
      *                        DD ausente desliga a conferencia com
      *                        aviso.
      *                        TOTAIS DE CONTROLE: cada inclusao/
      *                        atualizacao vira movimento (origem
      *                        ACCBTC02, execucao = data/hora de
      *                        inicio) no razao "ACCTOT01" via
      *                        TOTREG01, e no fim os totais da carga
      *                        (trailer, lidos, aplicados, rejeitados)
      *                        ficam como ULTIMA CARGA para o
      *                        balanceamento noturno do ACCBTC12
      * DSnames .............. B090290.ACCEXT01 (entrada)
      *                        B090290.ACCM1VSA (saida)
      *                        B090290.ACCREJ01 (rejeitados - motivo;
      *                        file-status;linha original)
      *                        B090290.ACCCTA01 (cadastro de contas,
      *                        consulta, opcional)
      *                        B090290.ACCTOT01 (razao de totais, via
      *                        TOTREG01)
      * JOB def cluster ...... B090290.LIB.JCL(ACCDFCLU)
      *
      ******************************************************************
                  RECORD KEY   IS WK-FCH-CHAVE
                  FILE STATUS  IS WK-FS-ACCFCH01.

           SELECT ACCCTA01  ASSIGN TO ACCCTA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-CTA-CODUSU
                  FILE STATUS  IS WK-FS-ACCCTA01.

       DATA           DIVISION.
       FILE SECTION.
       FD  ACCEXT01
      *            VLI=VALOR AUSENTE/NAO NUMERICO PARA MES PRESENTE
      *            FCH=TENTATIVA DE MUDAR VALOR DE MES FECHADO
      *            CHR=CARACTERE INCONVERTIVEL/CONTROLE NO CODUSU
      *            CNC=CODUSU SEM CADASTRO NO ACCCTA01
      *            CEN=CONTA ENCERRADA NO ACCCTA01
      *            VSW=FALHA NO WRITE  VSR=FALHA NO REWRITE
      *----------------------------------------------------------------*
       FD  ACCREJ01
           05 WK-FCH-HORA                PIC  X(008).
           05 WK-FCH-ORIGEM              PIC  X(008).

      *----------------------------------------------------------------*
      *   CADASTRO DE CONTAS - MESMO LAYOUT MANTIDO PELO ACCCTAMN/
      *   ACCBTC08, MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  ACCCTA01.
       01  WK-ACCCTA01-REC.
           05 WK-CTA-CODUSU              PIC  X(003).
           05 WK-CTA-TITULAR             PIC  X(040).
           05 WK-CTA-AGENCIA             PIC  X(004).
           05 WK-CTA-TIPO                PIC  X(002).
           05 WK-CTA-SITUACAO            PIC  X(001).
              88 WK-CTA-ENCERRADA                 VALUE 'E'.
           05 WK-CTA-DT-ABERTURA         PIC  X(008).
           05 WK-CTA-DT-ENCERRA          PIC  X(008).
           05 WK-CTA-MANUT-DATA          PIC  X(010).
           05 WK-CTA-MANUT-HORA          PIC  X(008).
           05 WK-CTA-ORIGEM              PIC  X(008).
           05 FILLER                     PIC  X(008).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-ACCEXT01                    PIC  X(002) VALUE '00'.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   RAZAO DE TOTAIS DE CONTROLE (VSAM ACCTOT01, VIA TOTREG01):
      *   UM MOVIMENTO POR GRAVACAO NO ACCM1VSA COM A IMAGEM ANTERIOR
      *   E A NOVA; DD AUSENTE SO GERA AVISO (A QUEBRA APARECE NO
      *   BALANCEAMENTO DO ACCBTC12)
      *----------------------------------------------------------------*
       01 WK-PGM-TOTREG01                   PIC  X(008) VALUE
                                            'TOTREG01'.
       01 WK-TOTREG-AREA.
          05 WK-TOTREG-MODO                 PIC  X(001) VALUE 'M'.
          05 WK-TOTREG-ORIGEM               PIC  X(008) VALUE
                                            'ACCBTC02'.
          05 WK-TOTREG-RUN-ID               PIC  X(016) VALUE SPACES.
          05 WK-TOTREG-REG-ANT              PIC  X(187) VALUE SPACES.
          05 WK-TOTREG-REG-NOVO             PIC  X(187) VALUE SPACES.
          05 WK-TOTREG-TEM-TRL              PIC  X(001) VALUE 'N'.
          05 WK-TOTREG-QT-TRL               PIC  9(009) VALUE ZEROS.
          05 WK-TOTREG-QT-LIDOS             PIC  9(009) VALUE ZEROS.
          05 WK-TOTREG-QT-APLIC             PIC  9(009) VALUE ZEROS.
          05 WK-TOTREG-QT-REJ               PIC  9(009) VALUE ZEROS.
          05 WK-TOTREG-QT-REGIST            PIC  9(009) VALUE ZEROS.
          05 WK-TOTREG-RETORNO              PIC  X(002) VALUE SPACES.
       01 WK-TOTREG-AVISOU                  PIC  X(001) VALUE 'N'.
           88 TOTREG-AVISOU                             VALUE 'S'.
       01 WK-DATA-INICIO                    PIC  9(008) VALUE ZEROS.
       01 WK-HORA-INICIO                    PIC  9(008) VALUE ZEROS.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-INCLUIDOS                PIC  9(009) VALUE ZEROS.
       01 WK-FCH-VIOLA                      PIC  X(001) VALUE 'N'.
           88 FECHAMENTO-VIOLADO                        VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONFERENCIA DE CADASTRO: CODUSU TEM DE EXISTIR NO ACCCTA01 E
      *   NAO PODE ESTAR ENCERRADO (BLOQUEADA RECEBE NORMALMENTE)
      *----------------------------------------------------------------*
       01 WK-FS-ACCCTA01                    PIC  X(002) VALUE '00'.
       01 WK-CADASTRO-OK                    PIC  X(001) VALUE 'S'.
           88 CADASTRO-OK                               VALUE 'S'.
       01 WK-MOTIVO-CTA                     PIC  X(003) VALUE SPACES.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'ACCBTC02 - CARGA DO ACCM1VSA    '.
              PERFORM 200000-PROCESSAR-EXTRATO
                      UNTIL FIM-ARQUIVO
              PERFORM 900000-FECHAR-ARQUIVOS
              PERFORM 960000-TOTAIS-DA-CARGA
              PERFORM 950000-EMITIR-RESUMO

              IF WK-RETORNO LESS 4
              MOVE 'N' TO WK-TRAVA-OK
           END-IF

           OPEN INPUT  ACCCTA01

           IF WK-FS-ACCCTA01 NOT EQUAL '00'
              DISPLAY 'ACCBTC02 - SEM ACCCTA01 (FS=' WK-FS-ACCCTA01
                      ') - CONFERENCIA DE CADASTRO DESLIGADA'
              MOVE 'N' TO WK-CADASTRO-OK
           END-IF

           IF WK-FS-ACCREJ01 NOT EQUAL '00'
              DISPLAY 'ACCBTC02 - ERRO AO ABRIR ACCREJ01 FS='
                      WK-FS-ACCREJ01
              MOVE WK-MOTIVO-MES TO WK-REJ-MOTIVO
              MOVE SPACES        TO WK-REJ-FS
              PERFORM 240000-GRAVAR-REJEITADO
           ELSE
              PERFORM 270000-CONFERE-CONTA
           IF WK-MOTIVO-CTA NOT EQUAL SPACES
              MOVE WK-MOTIVO-CTA TO WK-REJ-MOTIVO
              MOVE SPACES        TO WK-REJ-FS
              PERFORM 240000-GRAVAR-REJEITADO
           ELSE
              PERFORM 250000-CONFERE-FECHAMENTO
           IF FECHAMENTO-VIOLADO
              EVALUATE WK-FS-ACCM1VSA
                 WHEN '00'
                    ADD 1 TO WK-QT-INCLUIDOS
                    MOVE SPACES          TO WK-TOTREG-REG-ANT
                    PERFORM 280000-REGISTRA-MOVIMENTO
                 WHEN '22'
      *             IMAGEM ANTERIOR PARA O RAZAO DE TOTAIS
                    READ ACCM1VSA
                    IF WK-FS-ACCM1VSA EQUAL '00'
                       MOVE WK-ACCM1VSA-REC TO WK-TOTREG-REG-ANT
                    ELSE
                       MOVE SPACES          TO WK-TOTREG-REG-ANT
                    END-IF
                    MOVE WK-CAMPOS-EXTRATO TO WK-ACCM1VSA-REC
                    REWRITE WK-ACCM1VSA-REC
                    IF WK-FS-ACCM1VSA EQUAL '00'
                       ADD 1 TO WK-QT-ATUALIZADOS
                       PERFORM 280000-REGISTRA-MOVIMENTO
                    ELSE
                       MOVE 'VSR'          TO WK-REJ-MOTIVO
                       MOVE WK-FS-ACCM1VSA TO WK-REJ-FS
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 150000-LER-EXTRATO.

              END-IF
           END-IF.

      *----------------------------------------------------------------*
       270000-CONFERE-CONTA.
      *----------------------------------------------------------------*
      * CODUSU SEM CADASTRO = CNC, CONTA ENCERRADA = CEN; ERRO DE
      * LEITURA QUE NAO SEJA 'NAO ACHOU' NAO REJEITA (AVISO NO
      * SYSOUT) - O CADASTRO E CONFERENCIA, NAO TRAVA DE CARGA
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-MOTIVO-CTA

           IF CADASTRO-OK
              MOVE WK-EXT-CODUSU TO WK-CTA-CODUSU

              READ ACCCTA01

              EVALUATE WK-FS-ACCCTA01
                 WHEN '00'
                    IF WK-CTA-ENCERRADA
                       MOVE 'CEN' TO WK-MOTIVO-CTA
                    END-IF
                 WHEN '23'
                    MOVE 'CNC' TO WK-MOTIVO-CTA
                 WHEN OTHER
                    DISPLAY 'ACCBTC02 - ERRO DE LEITURA ACCCTA01 FS='
                            WK-FS-ACCCTA01 ' CODUSU=' WK-EXT-CODUSU
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       280000-REGISTRA-MOVIMENTO.
      *----------------------------------------------------------------*
      * ACCTOT01 INDISPONIVEL AVISA UMA VEZ; ERRO DE GRAVACAO NO RAZAO
      * NAO DESFAZ A CARGA - RC MINIMO 4 E O ACCBTC12 APONTA A QUEBRA
      *----------------------------------------------------------------*
           MOVE 'M'             TO WK-TOTREG-MODO
           MOVE WK-ACCM1VSA-REC TO WK-TOTREG-REG-NOVO

           CALL WK-PGM-TOTREG01 USING WK-TOTREG-AREA

           IF WK-TOTREG-RETORNO NOT EQUAL '00'
              AND NOT TOTREG-AVISOU
              DISPLAY 'ACCBTC02 - RAZAO DE TOTAIS NAO ATUALIZADO RET='
                      WK-TOTREG-RETORNO ' CHAVE=' WK-ACCM1V-CHAVE
              MOVE 'S' TO WK-TOTREG-AVISOU
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       240000-GRAVAR-REJEITADO.
      *----------------------------------------------------------------*
           CLOSE ACCREJ01
           IF TRAVA-OK
              CLOSE ACCFCH01
           END-IF
           IF CADASTRO-OK
              CLOSE ACCCTA01
           END-IF.

      *----------------------------------------------------------------*

           DISPLAY WK-RELATORIO.

      *----------------------------------------------------------------*
       960000-TOTAIS-DA-CARGA.
      *----------------------------------------------------------------*
      * TOTAIS DO TRAILER E DA CARGA NO ACCTOT01 (ULTIMA CARGA) PARA
      * O BALANCEAMENTO NOTURNO DO ACCBTC12; FECHA O RAZAO
      *----------------------------------------------------------------*
           MOVE 'C'              TO WK-TOTREG-MODO
           IF TEM-TRL
              MOVE 'S'           TO WK-TOTREG-TEM-TRL
              MOVE WK-ENV-QT-NUM TO WK-TOTREG-QT-TRL
           END-IF
           MOVE WK-QT-LIDOS      TO WK-TOTREG-QT-LIDOS
           COMPUTE WK-TOTREG-QT-APLIC =
                   WK-QT-INCLUIDOS + WK-QT-ATUALIZADOS
           MOVE WK-QT-REJEITADOS TO WK-TOTREG-QT-REJ

           CALL WK-PGM-TOTREG01 USING WK-TOTREG-AREA

           IF WK-TOTREG-RETORNO NOT EQUAL '00'
              DISPLAY 'ACCBTC02 - TOTAIS DA CARGA NAO GRAVADOS NO '
                      'ACCTOT01 RET=' WK-TOTREG-RETORNO
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF

           MOVE 'F' TO WK-TOTREG-MODO
           CALL WK-PGM-TOTREG01 USING WK-TOTREG-AREA.


      *----------------------------------------------------------------*
       030000-VALIDAR-ENVELOPE.
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO WK-RUNREG-MODO
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA

      *    IDENTIFICACAO DA EXECUCAO NO RAZAO DE TOTAIS
           ACCEPT WK-DATA-INICIO FROM DATE YYYYMMDD
           ACCEPT WK-HORA-INICIO FROM TIME
           STRING WK-DATA-INICIO WK-HORA-INICIO(1:6)
                  DELIMITED BY SIZE INTO WK-TOTREG-RUN-ID.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
