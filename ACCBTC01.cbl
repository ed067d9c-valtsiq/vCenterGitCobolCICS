      *                        os totais - o canal ingere o extrato na
      *                        mesma noite em vez de esperar o file
      *                        transfer da manha
      *                        CONTA ENCERRADA: com o cadastro de
      *                        contas "ACCCTA01" presente (ACCBTC08/
      *                        ACCCTAMN), CODUSU em situacao E nao
      *                        gera mais extrato - contado a parte no
      *                        resumo; DD ausente emite tudo, com
      *                        aviso
      *                        RAZAO DE AJUSTES: com o "ACCAJU01"
      *                        presente (lancamentos do ACCM1MNT acao
      *                        'J'), cada mes sai com o valor original
      *                        mais os ajustes e o total ja ajustado;
      *                        o extrato ganha a marca de ajustado, a
      *                        quantidade de lancamentos e o detalhe
      *                        dos 8 primeiros (mes, sequencia, valor,
      *                        motivo, data) - o original do mes e o
      *                        valor servido menos os lancamentos do
      *                        mes; DD ausente emite os originais, com
      *                        aviso
      *                        ARQUIVO DE EXTRATOS EMITIDOS: cada
      *                        extrato ganha um numero (data+hora da
      *                        execucao+sequencia) e a imagem exata
      *                        do que saiu (valores, conversao e taxa
      *                        aplicada, detalhe de ajustes, entrega
      *                        MQ) e gravada no "ACCEXH01" (chave
      *                        CODUSU+DATA+HORA+ANO) - base da
      *                        consulta ACCEXHIQ e da reimpressao
      *                        ACCBTC10 ("o extrato como enviado");
      *                        DD ausente ou falha de gravacao emite
      *                        com RC 4
      *                        SAIDA ISO 20022 CAMT.053 (cartao
      *                        CAMT053): terceira saida, ao lado do
      *                        dataset e da MQ - um documento XML
      *                        BkToCstmrStmt (camt.053.001.02) por
      *                        conta/ano no "ACCXML01", em UTF-8
      *                        (CODE-SET ASCII; o conteudo gerado so
      *                        usa caracteres de 7 bits), cada um
      *                        iniciado pela sua declaracao <?xml>:
      *                        um Ntry por mes com valor, o total
      *                        anual como saldo de fechamento (CLBD)
      *                        na moeda do "ACCMOE01" (ausente = BRL)
      *                        e, com CONVERTE=BRL, o total convertido
      *                        num segundo saldo proprietario
      *                        CLBD-BRL. Cada documento passa por XML
      *                        PARSE antes de ser liberado; extrato
      *                        com CODRET 04/06, ano ou moeda
      *                        invalidos, ou documento mal formado NAO
      *                        e liberado - e apontado no SYSOUT,
      *                        contado no resumo e sobe o RC para 4
      * DSnames .............. B090290.ACCPRM01 (parametros, opcional)
      * DSnames .............. B090290.ACCM1VSA (entrada)
      *                        B090290.ACCRPT01 (saida - PDS de
      *                        extratos, um registro por conta/ano)
      *                        B090290.ACCCTA01 (cadastro de contas,
      *                        consulta, opcional)
      *                        B090290.ACCAJU01 (razao de ajustes,
      *                        consulta, opcional)
      *                        B090290.ACCEXH01 (saida - arquivo de
      *                        extratos emitidos)
      *                        B090290.ACCXML01 (saida - documentos
      *                        camt.053, opcional)
      * JOB def cluster ...... B090290.LIB.JCL(ACCDFCLU)
      *
      ******************************************************************
       PROGRAM-ID.    ACCBTC01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           ALPHABET WK-ALF-UTF8 IS STANDARD-1.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ACCM1VSA  ASSIGN TO ACCM1VSA
                  RECORD KEY   IS WK-TAX-CHAVE
                  FILE STATUS  IS WK-FS-ACCTAX01.

           SELECT ACCCTA01  ASSIGN TO ACCCTA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-CTA-CODUSU
                  FILE STATUS  IS WK-FS-ACCCTA01.

           SELECT ACCAJU01  ASSIGN TO ACCAJU01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-AJU-CHAVE
                  FILE STATUS  IS WK-FS-ACCAJU01.

           SELECT ACCEXH01  ASSIGN TO ACCEXH01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-EXH-CHAVE
                  FILE STATUS  IS WK-FS-ACCEXH01.

           SELECT ACCXML01   ASSIGN TO ACCXML01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-ACCXML01.

       DATA           DIVISION.
       FILE SECTION.
       FD  ACCM1VSA.
           05 WK-EXT-MOEDA                PIC  X(003).
           05 WK-EXT-TAXA                 PIC  9(005)V9(006).
           05 WK-EXT-TOTAL-BRL            PIC  9(016).
      *    RAZAO DE AJUSTES (ACCAJU01): VALORES E TOTAL ACIMA JA SAEM
      *    AJUSTADOS; QUANTIDADE TOTAL DE LANCAMENTOS E DETALHE DOS 8
      *    PRIMEIROS EM ORDEM DE MES/SEQUENCIA
           05 WK-EXT-AJUSTADO             PIC  X(001).
           05 WK-EXT-QT-AJUSTES           PIC  9(003).
           05 WK-EXT-AJUSTES.
              10 WK-EXT-AJUSTE OCCURS 8 TIMES.
                 15 WK-EXT-AJU-MES        PIC  X(002).
                 15 WK-EXT-AJU-SEQ        PIC  9(003).
                 15 WK-EXT-AJU-VALOR      PIC S9(012)
                                          SIGN LEADING SEPARATE.
                 15 WK-EXT-AJU-MOTIVO     PIC  X(003).
                 15 WK-EXT-AJU-DATA       PIC  X(010).
      *    NUMERO DO EXTRATO: DATA+HORA DA EXECUCAO E SEQUENCIA NA
      *    EXECUCAO - O MESMO NUMERO FICA NO ARQUIVO ACCEXH01
           05 WK-EXT-NUMERO.
              10 WK-EXT-NUM-DATA          PIC  9(008).
              10 WK-EXT-NUM-HORA          PIC  9(006).
              10 WK-EXT-NUM-SEQ           PIC  9(006).

       FD  ACCPRM01
           RECORDING MODE IS F.
              10 WK-TAX-MOEDA            PIC  X(003).
           05 WK-TAX-TAXA                PIC  9(005)V9(006).

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

      *----------------------------------------------------------------*
      *   RAZAO DE AJUSTES - MESMO LAYOUT GRAVADO PELO ACCM1MNT,
      *   MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  ACCAJU01.
       01  WK-ACCAJU01-REC.
           05 WK-AJU-CHAVE.
              10 WK-AJU-CODUSU           PIC  X(003).
              10 WK-AJU-ANO              PIC  X(004).
              10 WK-AJU-MES              PIC  X(002).
              10 WK-AJU-SEQ              PIC  9(003).
           05 WK-AJU-VALOR               PIC S9(012)
                                         SIGN LEADING SEPARATE.
           05 WK-AJU-MOTIVO              PIC  X(003).
           05 WK-AJU-OBS                 PIC  X(040).
           05 WK-AJU-VAL-ORIGINAL        PIC  X(012).
           05 WK-AJU-USUARIO             PIC  X(008).
           05 WK-AJU-DATA                PIC  X(010).
           05 WK-AJU-HORA                PIC  X(008).
           05 FILLER                     PIC  X(020).

      *----------------------------------------------------------------*
      *   ARQUIVO DE EXTRATOS EMITIDOS - IMAGEM DO WK-EXTRATO-REC COMO
      *   SAIU; MESMO LAYOUT LIDO PELO ACCEXHIQ/ACCBTC10, MANTER
      *   SINCRONIZADO
      *----------------------------------------------------------------*
       FD  ACCEXH01.
       01  WK-ACCEXH01-REC.
           05 WK-EXH-CHAVE.
              10 WK-EXH-CODUSU           PIC  X(003).
              10 WK-EXH-DATA             PIC  9(008).
              10 WK-EXH-HORA             PIC  9(006).
              10 WK-EXH-ANO              PIC  X(004).
           05 WK-EXH-ENTREGA-MQ          PIC  X(001).
           05 WK-EXH-EXTRATO             PIC  X(584).
           05 FILLER                     PIC  X(014).

       FD  ACCREL01
           RECORDING MODE IS F.
       01  WK-ACCREL01-REC                PIC  X(133).

      *----------------------------------------------------------------*
      *   DOCUMENTOS CAMT.053 - GRAVADOS EM ASCII, QUE PARA OS
      *   CARACTERES GERADOS E O PROPRIO UTF-8
      *----------------------------------------------------------------*
       FD  ACCXML01
           RECORDING MODE IS F
           CODE-SET IS WK-ALF-UTF8.
       01  WK-ACCXML01-REC                PIC  X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-ACCM1VSA                    PIC  X(002) VALUE '00'.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   REPOSITORIO DE RELATORIOS (VSAM RELDIR01/RELLIN01, VIA
      *   RELREG01): CADA LINHA IMPRESSA NO ACCREL01 VAI TAMBEM PARA A
      *   CONSULTA ONLINE REL1 (RELINQ01); DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RELREG01                   PIC  X(008) VALUE
                                            'RELREG01'.
       01 WK-RELREG-AREA.
          05 WK-RELREG-MODO                 PIC  X(001) VALUE 'L'.
          05 WK-RELREG-RELATORIO            PIC  X(008) VALUE
                                            'ACCREL01'.
          05 WK-RELREG-PROGRAMA             PIC  X(008) VALUE
                                            'ACCBTC01'.
          05 WK-RELREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RELREG-EXECUCAO             PIC  9(003) VALUE ZEROS.
          05 WK-RELREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RELREG-LINHA                PIC  X(133) VALUE SPACES.
          05 WK-RELREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   RELATORIO IMPRESSO (DD ACCREL01, LAYOUT DE IMPRESSAO DE 133
      *   BYTES COM CONTROLE DE CARRO NA COLUNA 1): TITULO, DATA/HORA
       01 WK-QT-CONVERTIDOS                 PIC  9(009) VALUE ZEROS.
       01 WK-QT-SEM-TAXA                    PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   CADASTRO DE CONTAS - SITUACAO LIDA UMA VEZ POR CODUSU (O
      *   ACCM1VSA VEM EM ORDEM DE CODUSU+ANO); CONTA SEM CADASTRO
      *   CONTINUA EMITINDO
      *----------------------------------------------------------------*
       01 WK-FS-ACCCTA01                    PIC  X(002) VALUE '00'.
       01 WK-CADASTRO-OK                    PIC  X(001) VALUE 'S'.
           88 CADASTRO-OK                               VALUE 'S'.
       01 WK-CTA-ULTIMO                     PIC  X(003) VALUE
                                            LOW-VALUES.
       01 WK-CTA-FECHADA                    PIC  X(001) VALUE 'N'.
           88 CONTA-ENCERRADA                           VALUE 'S'.
       01 WK-QT-ENCERRADAS                  PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   RAZAO DE AJUSTES - LANCAMENTOS DO CODUSU+ANO LIDOS POR START
      *   NA CHAVE PARCIAL; RESULTADO FORA DE 0..999999999999 NAO E
      *   APLICADO (AVISO)
      *----------------------------------------------------------------*
       01 WK-FS-ACCAJU01                    PIC  X(002) VALUE '00'.
       01 WK-RAZAO-OK                       PIC  X(001) VALUE 'S'.
           88 RAZAO-OK                                  VALUE 'S'.
       01 WK-FIM-AJUSTES                    PIC  X(001) VALUE 'N'.
           88 FIM-AJUSTES                               VALUE 'S'.
       01 WK-IDX-AJU                        PIC  9(002) VALUE ZEROS.
       01 WK-AJU-RESULTADO                  PIC S9(013) VALUE ZEROS.
       01 WK-QT-AJUSTADOS                   PIC  9(009) VALUE ZEROS.
       01 WK-QT-LANCAMENTOS                 PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   ARQUIVO DE EXTRATOS EMITIDOS (ACCEXH01)
      *----------------------------------------------------------------*
       01 WK-FS-ACCEXH01                    PIC  X(002) VALUE '00'.
       01 WK-ARQUIVO-OK                     PIC  X(001) VALUE 'S'.
           88 ARQUIVO-OK                                VALUE 'S'.
       01 WK-ENTREGA-MQ                     PIC  X(001) VALUE 'N'.
       01 WK-QT-ARQUIVADOS                  PIC  9(009) VALUE ZEROS.
       01 WK-QT-ARQ-FALHAS                  PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   SAIDA ISO 20022 CAMT.053 (CARTAO CAMT053) - O DOCUMENTO E
      *   MONTADO INTEIRO NA TABELA DE LINHAS, VALIDADO POR XML PARSE
      *   E SO ENTAO GRAVADO; DD AUSENTE DESLIGA COM AVISO E RC 4
      *----------------------------------------------------------------*
       01 WK-FS-ACCXML01                    PIC  X(002) VALUE '00'.
       01 WK-MODO-CAMT                      PIC  X(001) VALUE 'N'.
           88 MODO-CAMT                                 VALUE 'S'.
       01 WK-CAMT-MOE-OK                    PIC  X(001) VALUE 'N'.
           88 CAMT-MOE-OK                               VALUE 'S'.
       01 WK-CAMT-DOC.
          05 WK-CAMT-LINHA                  PIC  X(120)
                                            OCCURS 200 TIMES.
       01 WK-CAMT-AUX                       PIC  X(120) VALUE SPACES.
       01 WK-CAMT-QT-LINHAS                 PIC  9(003) VALUE ZEROS.
       01 WK-CAMT-IDX                       PIC  9(003) VALUE ZEROS.
       01 WK-CAMT-TAM-DOC                   PIC  9(005) VALUE ZEROS.
       01 WK-CAMT-ESTOURO                   PIC  X(001) VALUE 'N'.
           88 CAMT-ESTOURO                              VALUE 'S'.
       01 WK-CAMT-VALIDO                    PIC  X(001) VALUE 'S'.
           88 CAMT-VALIDO                               VALUE 'S'.
       01 WK-CAMT-XML-CODE                  PIC S9(009) COMP
                                            VALUE ZEROS.
       01 WK-CAMT-MOTIVO                    PIC  X(030) VALUE SPACES.
       01 WK-CAMT-MOEDA                     PIC  X(003) VALUE SPACES.
       01 WK-CAMT-CONTA                     PIC  X(018) VALUE SPACES.
       01 WK-CAMT-CONTA-TAM                 PIC  9(002) VALUE ZEROS.
       01 WK-CAMT-PTR                       PIC  9(003) VALUE ZEROS.
       01 WK-CAMT-VALOR-NUM                 PIC  9(016) VALUE ZEROS.
       01 WK-CAMT-VALOR-ED                  PIC  Z(015)9.
       01 WK-CAMT-VALOR-TXT                 PIC  X(016) VALUE SPACES.
       01 WK-CAMT-BRANCOS                   PIC  9(002) VALUE ZEROS.
       01 WK-CAMT-MM                        PIC  9(002) VALUE ZEROS.
       01 WK-CAMT-ANO-NUM                   PIC  9(004) VALUE ZEROS.
       01 WK-CAMT-QUOC                      PIC  9(004) VALUE ZEROS.
       01 WK-CAMT-RESTO-4                   PIC  9(004) VALUE ZEROS.
       01 WK-CAMT-RESTO-100                 PIC  9(004) VALUE ZEROS.
       01 WK-CAMT-RESTO-400                 PIC  9(004) VALUE ZEROS.
       01 WK-CAMT-TAB-DIAS.
          05 FILLER                         PIC  X(024) VALUE
             '312831303130313130313031'.
       01 WK-CAMT-TAB-DIAS-RED REDEFINES WK-CAMT-TAB-DIAS.
          05 WK-CAMT-ULTIMO-DIA             PIC  9(002)
                                            OCCURS 12 TIMES.
       01 WK-CAMT-TAB-ROTULOS.
          05 FILLER                         PIC  X(036) VALUE
             'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
       01 WK-CAMT-TAB-ROTULOS-RED REDEFINES WK-CAMT-TAB-ROTULOS.
          05 WK-CAMT-ROTULO                 PIC  X(003)
                                            OCCURS 12 TIMES.
       01 WK-CAMT-CRIACAO.
          05 WK-CAMT-CRI-ANO                PIC  X(004).
          05 FILLER                         PIC  X(001) VALUE '-'.
          05 WK-CAMT-CRI-MES                PIC  X(002).
          05 FILLER                         PIC  X(001) VALUE '-'.
          05 WK-CAMT-CRI-DIA                PIC  X(002).
          05 FILLER                         PIC  X(001) VALUE 'T'.
          05 WK-CAMT-CRI-HH                 PIC  X(002).
          05 FILLER                         PIC  X(001) VALUE ':'.
          05 WK-CAMT-CRI-MI                 PIC  X(002).
          05 FILLER                         PIC  X(001) VALUE ':'.
          05 WK-CAMT-CRI-SS                 PIC  X(002).
       01 WK-CAMT-NUMERO.
          05 WK-CAMT-NUM-DATA               PIC  9(008).
          05 WK-CAMT-NUM-HORA               PIC  9(006).
          05 WK-CAMT-NUM-SEQ                PIC  9(006).
       01 WK-QT-CAMT-EMITIDOS               PIC  9(009) VALUE ZEROS.
       01 WK-QT-CAMT-RETIDOS                PIC  9(009) VALUE ZEROS.
       01 WK-QT-CAMT-INVALIDOS              PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   ENTREGA VIA MQ (CARTAO MQ-EXTRATO / FILA=) - PONTE BATCH
      *   MQSB9011; FALHA NO PUT DO CABECALHO DESLIGA O MODO COM
           IF WK-ACCPRM01-REC(1:5) EQUAL 'FILA='
              MOVE WK-ACCPRM01-REC(6:48) TO WK-FILA-EXTRATO
           ELSE
           IF WK-ACCPRM01-REC(1:7) EQUAL 'CAMT053'
              MOVE 'S' TO WK-MODO-CAMT
           ELSE
           IF WK-ACCPRM01-REC NOT EQUAL SPACES
              DISPLAY 'ACCBTC01 - PARAMETRO DESCONHECIDO: '
                      WK-ACCPRM01-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
                         ') - CONVERSAO DESLIGADA'
                 MOVE 'N' TO WK-MODO-CONVERTE
              END-IF
           END-IF

           OPEN INPUT ACCCTA01

           IF WK-FS-ACCCTA01 NOT EQUAL '00'
              DISPLAY 'ACCBTC01 - SEM ACCCTA01 (FS=' WK-FS-ACCCTA01
                      ') - CONTAS ENCERRADAS NAO SERAO FILTRADAS'
              MOVE 'N' TO WK-CADASTRO-OK
           END-IF

           OPEN INPUT ACCAJU01

           IF WK-FS-ACCAJU01 NOT EQUAL '00'
              DISPLAY 'ACCBTC01 - SEM ACCAJU01 (FS=' WK-FS-ACCAJU01
                      ') - EXTRATOS SAEM SEM OS AJUSTES'
              MOVE 'N' TO WK-RAZAO-OK
           END-IF

           OPEN I-O ACCEXH01

           IF WK-FS-ACCEXH01 NOT EQUAL '00'
              DISPLAY 'ACCBTC01 - ERRO AO ABRIR ACCEXH01 FS='
                      WK-FS-ACCEXH01
                      ' - EXTRATOS SEM ARQUIVAMENTO'
              MOVE 'N' TO WK-ARQUIVO-OK
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF

           IF MODO-CAMT
              OPEN OUTPUT ACCXML01

              IF WK-FS-ACCXML01 NOT EQUAL '00'
                 DISPLAY 'ACCBTC01 - ERRO AO ABRIR ACCXML01 FS='
                         WK-FS-ACCXML01
                         ' - SAIDA CAMT.053 DESLIGADA'
                 MOVE 'N' TO WK-MODO-CAMT
                 IF WK-RETORNO LESS 4
                    MOVE 4 TO WK-RETORNO
                 END-IF
              ELSE
              IF NOT MODO-CONVERTE
                 OPEN INPUT ACCMOE01
                 IF WK-FS-ACCMOE01 EQUAL '00'
                    MOVE 'S' TO WK-CAMT-MOE-OK
                 ELSE
                    DISPLAY 'ACCBTC01 - SEM ACCMOE01 (FS='
                            WK-FS-ACCMOE01
                            ') - CAMT.053 SAI EM BRL'
                 END-IF
              END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
                 AND WK-ACCM1V-CODUSU GREATER WK-FILTRO-USU-ATE)
              ADD 1 TO WK-QT-FORA-FILTRO
              PERFORM 150000-LER-ACCM1VSA
           ELSE
              PERFORM 210000-SITUACAO-CONTA
           IF CONTA-ENCERRADA
              ADD 1 TO WK-QT-ENCERRADAS
              PERFORM 150000-LER-ACCM1VSA
           ELSE
              PERFORM 250000-EMITIR-EXTRATO
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       210000-SITUACAO-CONTA.
      *----------------------------------------------------------------*
      * SO RELE O CADASTRO NA TROCA DE CODUSU; ERRO DE LEITURA QUE NAO
      * SEJA 'NAO ACHOU' EMITE O EXTRATO COM AVISO
      *----------------------------------------------------------------*
           IF CADASTRO-OK
              AND WK-ACCM1V-CODUSU NOT EQUAL WK-CTA-ULTIMO
              MOVE WK-ACCM1V-CODUSU TO WK-CTA-ULTIMO
              MOVE 'N'              TO WK-CTA-FECHADA
              MOVE WK-ACCM1V-CODUSU TO WK-CTA-CODUSU

              READ ACCCTA01

              EVALUATE WK-FS-ACCCTA01
                 WHEN '00'
                    IF WK-CTA-ENCERRADA
                       MOVE 'S' TO WK-CTA-FECHADA
                    END-IF
                 WHEN '23'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'ACCBTC01 - ERRO DE LEITURA ACCCTA01 FS='
                            WK-FS-ACCCTA01 ' CODUSU=' WK-ACCM1V-CODUSU
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       250000-EMITIR-EXTRATO.
      *----------------------------------------------------------------*
           PERFORM 260000-APLICA-AJUSTES
           PERFORM 300000-TOTALIZA-ANO

           MOVE WK-ACCM1V-CODUSU    TO WK-EXT-CODUSU

           IF TEM-PROBLEMA
              MOVE 04 TO WK-EXT-CODRET
              MOVE
                'Valor mensal ausente ou nao numerico - total parcial'
                   TO WK-EXT-MSGRET
              ADD 1 TO WK-QT-FLAGRADOS
           ELSE
              MOVE ZEROES              TO WK-EXT-CODRET

           IF SEM-TAXA
              MOVE 06 TO WK-EXT-CODRET
              MOVE 'Sem taxa da moeda na data do extrato - total convert
      -           'ido zerado' TO WK-EXT-MSGRET
           END-IF

           MOVE WK-REL-DATA-SYS       TO WK-EXT-NUM-DATA
           MOVE WK-REL-HORA-SYS(1:6)  TO WK-EXT-NUM-HORA
           COMPUTE WK-EXT-NUM-SEQ = WK-QT-EXTRATOS + 1

           WRITE WK-EXTRATO-REC

           IF WK-FS-ACCRPT01 EQUAL '00'
              ADD 1 TO WK-QT-EXTRATOS
              MOVE 'N' TO WK-ENTREGA-MQ
              IF MODO-MQ
                 PERFORM 420000-MQ-DETALHE
              END-IF
              IF ARQUIVO-OK
                 PERFORM 280000-ARQUIVA-EXTRATO
              END-IF
              IF MODO-CAMT
                 PERFORM 500000-CAMT-DOCUMENTO
              END-IF
           ELSE
              DISPLAY 'ACCBTC01 - ERRO DE GRAVACAO FS='
                      WK-FS-ACCRPT01

           PERFORM 150000-LER-ACCM1VSA.

      *----------------------------------------------------------------*
       260000-APLICA-AJUSTES.
      *----------------------------------------------------------------*
      * SOMA AO VALOR ORIGINAL DE CADA MES OS LANCAMENTOS DO RAZAO
      * ACCAJU01 DESTE CODUSU+ANO E DEVOLVE O REGISTRO JA AJUSTADO NA
      * AREA DO ACCM1VSA (O TOTAL DO 300000 SAI SOBRE ELE)
      *----------------------------------------------------------------*
           MOVE 'N'    TO WK-EXT-AJUSTADO
           MOVE ZEROS  TO WK-EXT-QT-AJUSTES
           INITIALIZE WK-EXT-AJUSTES

           IF RAZAO-OK
              MOVE WK-ACCM1VSA-REC  TO WK-REC-MESES
              MOVE WK-ACCM1V-CODUSU TO WK-AJU-CODUSU
              MOVE WK-ACCM1V-ANO    TO WK-AJU-ANO
              MOVE LOW-VALUES       TO WK-AJU-MES
              MOVE ZEROS            TO WK-AJU-SEQ
              MOVE 'N'              TO WK-FIM-AJUSTES

              START ACCAJU01 KEY NOT LESS WK-AJU-CHAVE

              IF WK-FS-ACCAJU01 EQUAL '00'
                 PERFORM 265000-LE-AJUSTE
                         UNTIL FIM-AJUSTES
              END-IF

              IF WK-EXT-AJUSTADO EQUAL 'S'
                 MOVE WK-REC-MESES TO WK-ACCM1VSA-REC
                 ADD 1 TO WK-QT-AJUSTADOS
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       265000-LE-AJUSTE.
      *----------------------------------------------------------------*
           READ ACCAJU01 NEXT RECORD

           IF WK-FS-ACCAJU01 NOT EQUAL '00'
              OR WK-AJU-CODUSU NOT EQUAL WK-ACCM1V-CODUSU
              OR WK-AJU-ANO    NOT EQUAL WK-ACCM1V-ANO
              MOVE 'S' TO WK-FIM-AJUSTES
           ELSE
           IF WK-AJU-MES NOT NUMERIC
              OR WK-AJU-MES LESS '01'
              OR WK-AJU-MES GREATER '12'
              OR WK-AJU-VALOR NOT NUMERIC
              DISPLAY 'ACCBTC01 - AJUSTE INVALIDO IGNORADO CHAVE='
                      WK-AJU-CHAVE
           ELSE
              MOVE WK-AJU-MES TO WK-IDX-AJU
              PERFORM 268000-SOMA-AJUSTE
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       268000-SOMA-AJUSTE.
      *----------------------------------------------------------------*
           IF WK-REC-VAL(WK-IDX-AJU) NUMERIC
              MOVE WK-REC-VAL(WK-IDX-AJU) TO WK-VAL-NUM
              COMPUTE WK-AJU-RESULTADO = WK-VAL-NUM + WK-AJU-VALOR
           ELSE
              MOVE -1 TO WK-AJU-RESULTADO
           END-IF

           IF WK-AJU-RESULTADO LESS ZEROS
              OR WK-AJU-RESULTADO GREATER 999999999999
              DISPLAY 'ACCBTC01 - AJUSTE NAO APLICADO CHAVE='
                      WK-AJU-CHAVE ' (MES SEM VALOR/FORA DA FAIXA)'
           ELSE
              MOVE WK-AJU-RESULTADO TO WK-VAL-NUM
              MOVE WK-VAL-NUM       TO WK-REC-VAL(WK-IDX-AJU)
              MOVE 'S'              TO WK-EXT-AJUSTADO
              ADD 1                 TO WK-QT-LANCAMENTOS
              IF WK-EXT-QT-AJUSTES LESS 999
                 ADD 1 TO WK-EXT-QT-AJUSTES
              END-IF
              IF WK-EXT-QT-AJUSTES NOT GREATER 8
                 MOVE WK-AJU-MES
                      TO WK-EXT-AJU-MES(WK-EXT-QT-AJUSTES)
                 MOVE WK-AJU-SEQ
                      TO WK-EXT-AJU-SEQ(WK-EXT-QT-AJUSTES)
                 MOVE WK-AJU-VALOR
                      TO WK-EXT-AJU-VALOR(WK-EXT-QT-AJUSTES)
                 MOVE WK-AJU-MOTIVO
                      TO WK-EXT-AJU-MOTIVO(WK-EXT-QT-AJUSTES)
                 MOVE WK-AJU-DATA
                      TO WK-EXT-AJU-DATA(WK-EXT-QT-AJUSTES)
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       280000-ARQUIVA-EXTRATO.
      *----------------------------------------------------------------*
      * IMAGEM DO EXTRATO COMO SAIU (DATASET E, QUANDO POSTO, MQ) -
      * FALHA NAO DESFAZ A EMISSAO, SO E CONTADA E SOBE O RC PARA 4
      *----------------------------------------------------------------*
           MOVE SPACES             TO WK-ACCEXH01-REC
           MOVE WK-EXT-CODUSU      TO WK-EXH-CODUSU
           MOVE WK-EXT-NUM-DATA    TO WK-EXH-DATA
           MOVE WK-EXT-NUM-HORA    TO WK-EXH-HORA
           MOVE WK-EXT-ANO         TO WK-EXH-ANO
           MOVE WK-ENTREGA-MQ      TO WK-EXH-ENTREGA-MQ
           MOVE WK-EXTRATO-REC     TO WK-EXH-EXTRATO

           WRITE WK-ACCEXH01-REC

           IF WK-FS-ACCEXH01 EQUAL '00'
              ADD 1 TO WK-QT-ARQUIVADOS
           ELSE
              ADD 1 TO WK-QT-ARQ-FALHAS
              DISPLAY 'ACCBTC01 - ERRO AO ARQUIVAR EXTRATO FS='
                      WK-FS-ACCEXH01
                      ' CODUSU=' WK-EXT-CODUSU
                      ' ANO='    WK-EXT-ANO
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       400000-MQ-CABECALHO.
      *----------------------------------------------------------------*

           IF K9013-RET-CODE EQUAL '0000'
              ADD 1 TO WK-QT-MQ-POSTOS
              MOVE 'S' TO WK-ENTREGA-MQ
           ELSE
              ADD 1 TO WK-QT-MQ-FALHAS
           END-IF.
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       500000-CAMT-DOCUMENTO.
      *----------------------------------------------------------------*
      * DOCUMENTO CAMT.053 DO EXTRATO RECEM-GRAVADO: EXTRATO COM
      * CRITICA (CODRET 04/06) OU ANO/MOEDA INVALIDOS NAO VIRA
      * DOCUMENTO - E RETIDO E APONTADO; O DOCUMENTO MONTADO SO E
      * LIBERADO SE PASSAR NA VERIFICACAO DE BOA FORMACAO
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-CAMT-MOTIVO
           PERFORM 520000-CAMT-MOEDA

           IF WK-EXT-CODRET EQUAL 04 OR WK-EXT-CODRET EQUAL 06
              MOVE 'EXTRATO COM CRITICA' TO WK-CAMT-MOTIVO
           ELSE
           IF WK-EXT-ANO NOT NUMERIC
              MOVE 'ANO NAO NUMERICO' TO WK-CAMT-MOTIVO
           ELSE
           IF WK-CAMT-MOEDA NOT ALPHABETIC-UPPER
              OR WK-CAMT-MOEDA(1:1) EQUAL SPACE
              OR WK-CAMT-MOEDA(2:1) EQUAL SPACE
              OR WK-CAMT-MOEDA(3:1) EQUAL SPACE
              MOVE 'MOEDA INVALIDA' TO WK-CAMT-MOTIVO
           END-IF
           END-IF
           END-IF

           IF WK-CAMT-MOTIVO NOT EQUAL SPACES
              ADD 1 TO WK-QT-CAMT-RETIDOS
              DISPLAY 'ACCBTC01 - CAMT.053 RETIDO CODUSU='
                      WK-EXT-CODUSU ' ANO=' WK-EXT-ANO
                      ' CODRET=' WK-EXT-CODRET ' - ' WK-CAMT-MOTIVO
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              PERFORM 510000-CAMT-MONTA
              PERFORM 570000-CAMT-VALIDA
              IF CAMT-VALIDO
                 PERFORM 580000-CAMT-LIBERA
              ELSE
                 ADD 1 TO WK-QT-CAMT-INVALIDOS
                 DISPLAY 'ACCBTC01 - CAMT.053 MAL FORMADO, NAO LIBERADO'
                         ' CODUSU=' WK-EXT-CODUSU ' ANO=' WK-EXT-ANO
                         ' XML-CODE=' WK-CAMT-XML-CODE
                 IF WK-RETORNO LESS 4
                    MOVE 4 TO WK-RETORNO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       510000-CAMT-MONTA.
      *----------------------------------------------------------------*
      * BkToCstmrStmt (camt.053.001.02): CABECALHO, UM Stmt COM A
      * CONTA, O SALDO DE FECHAMENTO (TOTAL ANUAL) E UM Ntry POR MES
      * COM VALOR NUMERICO (JA AJUSTADO PELO RAZAO)
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-CAMT-DOC
           MOVE ZEROS  TO WK-CAMT-QT-LINHAS
           MOVE 'N'    TO WK-CAMT-ESTOURO
           MOVE WK-EXT-NUM-DATA     TO WK-CAMT-NUM-DATA
           MOVE WK-EXT-NUM-HORA     TO WK-CAMT-NUM-HORA
           MOVE WK-EXT-NUM-SEQ      TO WK-CAMT-NUM-SEQ
           MOVE WK-REL-DATA-SYS(1:4) TO WK-CAMT-CRI-ANO
           MOVE WK-REL-DATA-SYS(5:2) TO WK-CAMT-CRI-MES
           MOVE WK-REL-DATA-SYS(7:2) TO WK-CAMT-CRI-DIA
           MOVE WK-REL-HORA-SYS(1:2) TO WK-CAMT-CRI-HH
           MOVE WK-REL-HORA-SYS(3:2) TO WK-CAMT-CRI-MI
           MOVE WK-REL-HORA-SYS(5:2) TO WK-CAMT-CRI-SS
           PERFORM 525000-CAMT-ESCAPA-CONTA
           PERFORM 528000-CAMT-FEVEREIRO

           MOVE '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:camt.05
      -         '3.001.02">' TO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           MOVE ' <BkToCstmrStmt>' TO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           MOVE '  <GrpHdr>' TO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           STRING '   <MsgId>ACC' WK-CAMT-NUMERO '</MsgId>'
                  DELIMITED BY SIZE INTO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           STRING '   <CreDtTm>' WK-CAMT-CRIACAO '</CreDtTm>'
                  DELIMITED BY SIZE INTO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           MOVE '  </GrpHdr>' TO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           MOVE '  <Stmt>' TO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           STRING '   <Id>' WK-CAMT-NUMERO '</Id>'
                  DELIMITED BY SIZE INTO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           STRING '   <ElctrncSeqNb>' WK-CAMT-NUM-SEQ
                  '</ElctrncSeqNb>'
                  DELIMITED BY SIZE INTO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           STRING '   <CreDtTm>' WK-CAMT-CRIACAO '</CreDtTm>'
                  DELIMITED BY SIZE INTO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           STRING '   <FrToDt><FrDtTm>' WK-EXT-ANO
                  '-01-01T00:00:00</FrDtTm><ToDtTm>' WK-EXT-ANO
                  '-12-31T23:59:59</ToDtTm></FrToDt>'
                  DELIMITED BY SIZE INTO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           MOVE '   <Acct>' TO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           STRING '    <Id><Othr><Id>'
                  WK-CAMT-CONTA(1:WK-CAMT-CONTA-TAM)
                  '</Id></Othr></Id>'
                  DELIMITED BY SIZE INTO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           STRING '    <Ccy>' WK-CAMT-MOEDA '</Ccy>'
                  DELIMITED BY SIZE INTO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           MOVE '   </Acct>' TO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA

           MOVE WK-EXT-TOTAL-ANUAL TO WK-CAMT-VALOR-NUM
           PERFORM 595000-CAMT-EDITA-VALOR
           MOVE '   <Bal>' TO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           MOVE '    <Tp><CdOrPrtry><Cd>CLBD</Cd></CdOrPrtry></Tp>'
                TO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           STRING '    <Amt Ccy="' WK-CAMT-MOEDA '">'
                  DELIMITED BY SIZE
                  WK-CAMT-VALOR-TXT DELIMITED BY SPACE
                  '</Amt>' DELIMITED BY SIZE
                  INTO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           MOVE '    <CdtDbtInd>CRDT</CdtDbtInd>' TO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           STRING '    <Dt><Dt>' WK-EXT-ANO '-12-31</Dt></Dt>'
                  DELIMITED BY SIZE INTO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           MOVE '   </Bal>' TO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA

           IF MODO-CONVERTE
              MOVE WK-EXT-TOTAL-BRL TO WK-CAMT-VALOR-NUM
              PERFORM 595000-CAMT-EDITA-VALOR
              MOVE '   <Bal>' TO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
              MOVE '    <Tp><CdOrPrtry><Prtry>CLBD-BRL</Prtry></CdOrPrtr
      -            'y></Tp>' TO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
              STRING '    <Amt Ccy="BRL">' DELIMITED BY SIZE
                     WK-CAMT-VALOR-TXT DELIMITED BY SPACE
                     '</Amt>' DELIMITED BY SIZE
                     INTO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
              MOVE '    <CdtDbtInd>CRDT</CdtDbtInd>' TO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
              STRING '    <Dt><Dt>' WK-EXT-ANO '-12-31</Dt></Dt>'
                     DELIMITED BY SIZE INTO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
              MOVE '   </Bal>' TO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
           END-IF

           PERFORM 530000-CAMT-ENTRADA
                   VARYING WK-IDX-MES FROM 1 BY 1
                   UNTIL WK-IDX-MES GREATER 12

           IF WK-EXT-AJUSTADO EQUAL 'S'
              STRING '   <AddtlStmtInf>VALORES AJUSTADOS - '
                     WK-EXT-QT-AJUSTES ' LANCAMENTO(S)</AddtlStmtInf>'
                     DELIMITED BY SIZE INTO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
           END-IF

           MOVE '  </Stmt>' TO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           MOVE ' </BkToCstmrStmt>' TO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA
           MOVE '</Document>' TO WK-CAMT-AUX
           PERFORM 590000-CAMT-LINHA.

      *----------------------------------------------------------------*
       520000-CAMT-MOEDA.
      *----------------------------------------------------------------*
      * COM CONVERTE=BRL A MOEDA JA VEIO DO 350000; SEM ELE, LE O
      * ACCMOE01 SO PARA O CAMT.053 (AUSENTE = BRL)
      *----------------------------------------------------------------*
           IF MODO-CONVERTE
              MOVE WK-EXT-MOEDA TO WK-CAMT-MOEDA
           ELSE
              MOVE 'BRL' TO WK-CAMT-MOEDA
              IF CAMT-MOE-OK
                 MOVE WK-EXT-CODUSU TO WK-MOE-CODUSU
                 READ ACCMOE01
                 IF WK-FS-ACCMOE01 EQUAL '00'
                    AND WK-MOE-MOEDA NOT EQUAL SPACES
                    MOVE WK-MOE-MOEDA TO WK-CAMT-MOEDA
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       525000-CAMT-ESCAPA-CONTA.
      *----------------------------------------------------------------*
      * O CODUSU VAI COMO TEXTO DO XML - & < > " VIRAM REFERENCIAS
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-CAMT-CONTA
           MOVE 1      TO WK-CAMT-PTR

           PERFORM 526000-CAMT-ESCAPA-CARACTER
                   VARYING WK-CAMT-IDX FROM 1 BY 1
                   UNTIL WK-CAMT-IDX GREATER 3

           COMPUTE WK-CAMT-CONTA-TAM = WK-CAMT-PTR - 1.

      *----------------------------------------------------------------*
       526000-CAMT-ESCAPA-CARACTER.
      *----------------------------------------------------------------*
           EVALUATE WK-EXT-CODUSU(WK-CAMT-IDX:1)
              WHEN '&'
                 STRING '&amp;' DELIMITED BY SIZE
                        INTO WK-CAMT-CONTA WITH POINTER WK-CAMT-PTR
              WHEN '<'
                 STRING '&lt;' DELIMITED BY SIZE
                        INTO WK-CAMT-CONTA WITH POINTER WK-CAMT-PTR
              WHEN '>'
                 STRING '&gt;' DELIMITED BY SIZE
                        INTO WK-CAMT-CONTA WITH POINTER WK-CAMT-PTR
              WHEN '"'
                 STRING '&quot;' DELIMITED BY SIZE
                        INTO WK-CAMT-CONTA WITH POINTER WK-CAMT-PTR
              WHEN OTHER
                 STRING WK-EXT-CODUSU(WK-CAMT-IDX:1) DELIMITED BY SIZE
                        INTO WK-CAMT-CONTA WITH POINTER WK-CAMT-PTR
           END-EVALUATE.

      *----------------------------------------------------------------*
       528000-CAMT-FEVEREIRO.
      *----------------------------------------------------------------*
      * ULTIMO DIA DE FEVEREIRO DO ANO DO EXTRATO (DATA DE LANCAMENTO
      * DE CADA MES = ULTIMO DIA DO MES)
      *----------------------------------------------------------------*
           MOVE WK-EXT-ANO TO WK-CAMT-ANO-NUM
           DIVIDE WK-CAMT-ANO-NUM BY 4   GIVING WK-CAMT-QUOC
                  REMAINDER WK-CAMT-RESTO-4
           DIVIDE WK-CAMT-ANO-NUM BY 100 GIVING WK-CAMT-QUOC
                  REMAINDER WK-CAMT-RESTO-100
           DIVIDE WK-CAMT-ANO-NUM BY 400 GIVING WK-CAMT-QUOC
                  REMAINDER WK-CAMT-RESTO-400

           IF WK-CAMT-RESTO-4 EQUAL ZEROS
              AND (WK-CAMT-RESTO-100 NOT EQUAL ZEROS
                   OR WK-CAMT-RESTO-400 EQUAL ZEROS)
              MOVE 29 TO WK-CAMT-ULTIMO-DIA(2)
           ELSE
              MOVE 28 TO WK-CAMT-ULTIMO-DIA(2)
           END-IF.

      *----------------------------------------------------------------*
       530000-CAMT-ENTRADA.
      *----------------------------------------------------------------*
           IF WK-REC-VAL(WK-IDX-MES) NUMERIC
              MOVE WK-REC-VAL(WK-IDX-MES) TO WK-VAL-NUM
              MOVE WK-VAL-NUM             TO WK-CAMT-VALOR-NUM
              PERFORM 595000-CAMT-EDITA-VALOR
              MOVE WK-IDX-MES             TO WK-CAMT-MM

              MOVE '   <Ntry>' TO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
              STRING '    <NtryRef>' WK-EXT-ANO WK-CAMT-MM
                     '</NtryRef>'
                     DELIMITED BY SIZE INTO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
              STRING '    <Amt Ccy="' WK-CAMT-MOEDA '">'
                     DELIMITED BY SIZE
                     WK-CAMT-VALOR-TXT DELIMITED BY SPACE
                     '</Amt>' DELIMITED BY SIZE
                     INTO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
              MOVE '    <CdtDbtInd>CRDT</CdtDbtInd>' TO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
              MOVE '    <Sts>BOOK</Sts>' TO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
              STRING '    <BookgDt><Dt>' WK-EXT-ANO '-' WK-CAMT-MM '-'
                     WK-CAMT-ULTIMO-DIA(WK-IDX-MES)
                     '</Dt></BookgDt>'
                     DELIMITED BY SIZE INTO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
              MOVE '    <BkTxCd><Prtry><Cd>ACCM1-MES</Cd><Issr>ACC</Issr
      -            '></Prtry></BkTxCd>' TO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
              STRING '    <AddtlNtryInf>' WK-CAMT-ROTULO(WK-IDX-MES)
                     '</AddtlNtryInf>'
                     DELIMITED BY SIZE INTO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
              MOVE '   </Ntry>' TO WK-CAMT-AUX
              PERFORM 590000-CAMT-LINHA
           END-IF.

      *----------------------------------------------------------------*
       570000-CAMT-VALIDA.
      *----------------------------------------------------------------*
      * BOA FORMACAO DO DOCUMENTO MONTADO (O <?xml> E FIXO E ENTRA SO
      * NA GRAVACAO); QUALQUER EVENTO DE EXCECAO REPROVA
      *----------------------------------------------------------------*
           MOVE 'S'   TO WK-CAMT-VALIDO
           MOVE ZEROS TO WK-CAMT-XML-CODE

           IF CAMT-ESTOURO
              MOVE 'N' TO WK-CAMT-VALIDO
           ELSE
              COMPUTE WK-CAMT-TAM-DOC = WK-CAMT-QT-LINHAS * 120
              XML PARSE WK-CAMT-DOC(1:WK-CAMT-TAM-DOC)
                  PROCESSING PROCEDURE 575000-CAMT-EVENTO-XML
                  ON EXCEPTION
                     MOVE 'N' TO WK-CAMT-VALIDO
              END-XML
           END-IF.

      *----------------------------------------------------------------*
       575000-CAMT-EVENTO-XML.
      *----------------------------------------------------------------*
           IF XML-EVENT EQUAL 'EXCEPTION'
              MOVE XML-CODE TO WK-CAMT-XML-CODE
              MOVE 'N'      TO WK-CAMT-VALIDO
           END-IF.

      *----------------------------------------------------------------*
       580000-CAMT-LIBERA.
      *----------------------------------------------------------------*
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                TO WK-ACCXML01-REC
           WRITE WK-ACCXML01-REC

           PERFORM 585000-CAMT-GRAVA-LINHA
                   VARYING WK-CAMT-IDX FROM 1 BY 1
                   UNTIL WK-CAMT-IDX GREATER WK-CAMT-QT-LINHAS

           IF WK-FS-ACCXML01 EQUAL '00'
              ADD 1 TO WK-QT-CAMT-EMITIDOS
           ELSE
              DISPLAY 'ACCBTC01 - ERRO AO GRAVAR ACCXML01 FS='
                      WK-FS-ACCXML01
                      ' CODUSU=' WK-EXT-CODUSU
                      ' ANO='    WK-EXT-ANO
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       585000-CAMT-GRAVA-LINHA.
      *----------------------------------------------------------------*
           IF WK-FS-ACCXML01 EQUAL '00'
              MOVE WK-CAMT-LINHA(WK-CAMT-IDX) TO WK-ACCXML01-REC
              WRITE WK-ACCXML01-REC
           END-IF.

      *----------------------------------------------------------------*
       590000-CAMT-LINHA.
      *----------------------------------------------------------------*
      * ACRESCENTA A LINHA MONTADA EM WK-CAMT-AUX AO DOCUMENTO
      *----------------------------------------------------------------*
           IF WK-CAMT-QT-LINHAS LESS 200
              ADD 1 TO WK-CAMT-QT-LINHAS
              MOVE WK-CAMT-AUX TO WK-CAMT-LINHA(WK-CAMT-QT-LINHAS)
           ELSE
              MOVE 'S' TO WK-CAMT-ESTOURO
           END-IF

           MOVE SPACES TO WK-CAMT-AUX.

      *----------------------------------------------------------------*
       595000-CAMT-EDITA-VALOR.
      *----------------------------------------------------------------*
      * VALOR SEM ZEROS A ESQUERDA, ALINHADO A ESQUERDA
      *----------------------------------------------------------------*
           MOVE WK-CAMT-VALOR-NUM TO WK-CAMT-VALOR-ED
           MOVE ZEROS             TO WK-CAMT-BRANCOS
           INSPECT WK-CAMT-VALOR-ED TALLYING WK-CAMT-BRANCOS
                   FOR LEADING SPACES
           MOVE SPACES TO WK-CAMT-VALOR-TXT
           MOVE WK-CAMT-VALOR-ED(WK-CAMT-BRANCOS + 1:)
                TO WK-CAMT-VALOR-TXT.

      *----------------------------------------------------------------*
       350000-CONVERTE-MOEDA.
      *----------------------------------------------------------------*
           IF MODO-CONVERTE
              CLOSE ACCMOE01
              CLOSE ACCTAX01
           END-IF
           IF CADASTRO-OK
              CLOSE ACCCTA01
           END-IF
           IF RAZAO-OK
              CLOSE ACCAJU01
           END-IF
           IF ARQUIVO-OK
              CLOSE ACCEXH01
           END-IF
           IF MODO-CAMT
              CLOSE ACCXML01
           END-IF
           IF CAMT-MOE-OK
              CLOSE ACCMOE01
           END-IF.

      *----------------------------------------------------------------*
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           IF CADASTRO-OK
              DISPLAY 'ACCBTC01 - CONTAS ENCERRADAS SEM EXTRATO: '
                      WK-QT-ENCERRADAS
              MOVE 'CONTA ENCERRADA.....' TO WK-REL-TOT-ROTULO
              MOVE WK-QT-ENCERRADAS       TO WK-REL-TOT-VALOR
              MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
              PERFORM 980000-IMPRIME-LINHA
           END-IF

           IF RAZAO-OK
              DISPLAY 'ACCBTC01 - EXTRATOS AJUSTADOS: ' WK-QT-AJUSTADOS
                      ' LANCAMENTOS APLICADOS: ' WK-QT-LANCAMENTOS
              MOVE 'EXTRATOS AJUSTADOS..' TO WK-REL-TOT-ROTULO
              MOVE WK-QT-AJUSTADOS        TO WK-REL-TOT-VALOR
              MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
              PERFORM 980000-IMPRIME-LINHA

              MOVE 'AJUSTES APLICADOS...' TO WK-REL-TOT-ROTULO
              MOVE WK-QT-LANCAMENTOS      TO WK-REL-TOT-VALOR
              MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
              PERFORM 980000-IMPRIME-LINHA
           END-IF

           DISPLAY 'ACCBTC01 - EXTRATOS ARQUIVADOS: ' WK-QT-ARQUIVADOS
                   ' FALHAS: ' WK-QT-ARQ-FALHAS
           MOVE 'ARQUIVADOS..........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-ARQUIVADOS       TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'FALHA ARQUIVAMENTO..' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-ARQ-FALHAS       TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'TOTAL GERAL.........' TO WK-REL-TOT-ROTULO
           MOVE WK-TOT-GERAL           TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
              PERFORM 980000-IMPRIME-LINHA
           END-IF

           IF MODO-CAMT
              DISPLAY 'ACCBTC01 - CAMT.053 EMITIDOS: '
                      WK-QT-CAMT-EMITIDOS
                      ' RETIDOS: '  WK-QT-CAMT-RETIDOS
                      ' INVALIDOS: ' WK-QT-CAMT-INVALIDOS
              MOVE 'CAMT.053 EMITIDOS...' TO WK-REL-TOT-ROTULO
              MOVE WK-QT-CAMT-EMITIDOS    TO WK-REL-TOT-VALOR
              MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
              PERFORM 980000-IMPRIME-LINHA

              MOVE 'CAMT.053 RETIDOS....' TO WK-REL-TOT-ROTULO
              MOVE WK-QT-CAMT-RETIDOS     TO WK-REL-TOT-VALOR
              MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
              PERFORM 980000-IMPRIME-LINHA

              MOVE 'CAMT.053 MAL FORMADO' TO WK-REL-TOT-ROTULO
              MOVE WK-QT-CAMT-INVALIDOS   TO WK-REL-TOT-VALOR
              MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
              PERFORM 980000-IMPRIME-LINHA
           END-IF

           IF REL-OK
              CLOSE ACCREL01
           END-IF.
                 MOVE 'N' TO WK-REL-OK
              ELSE
                 ADD 1 TO WK-REL-QT-LINHAS
                 PERFORM 982000-GUARDA-LINHA
              END-IF
           END-IF.


           MOVE WK-REL-CAB1 TO WK-ACCREL01-REC
           WRITE WK-ACCREL01-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB2 TO WK-ACCREL01-REC
           WRITE WK-ACCREL01-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE SPACES      TO WK-ACCREL01-REC
           WRITE WK-ACCREL01-REC
           PERFORM 982000-GUARDA-LINHA

           MOVE 3 TO WK-REL-QT-LINHAS.

      *----------------------------------------------------------------*
       982000-GUARDA-LINHA.
      *----------------------------------------------------------------*
      * A LINHA RECEM-IMPRESSA VAI TAMBEM PARA O REPOSITORIO DE
      * RELATORIOS - NO CICLO DO RUNHST01 DESTA EXECUCAO
      *----------------------------------------------------------------*
           MOVE 'L'             TO WK-RELREG-MODO
           MOVE WK-RUNREG-CICLO TO WK-RELREG-CICLO
           MOVE WK-ACCREL01-REC TO WK-RELREG-LINHA
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE WK-QT-EXTRATOS   TO WK-RUNREG-QT-SAIDA
           MOVE WK-QT-FLAGRADOS  TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA

      *    FECHA A EXECUCAO NO REPOSITORIO COM PAGINAS/LINHAS E O
      *    MESMO CONDITION CODE DO RUNHST01
           MOVE 'F'              TO WK-RELREG-MODO
           MOVE WK-RETORNO       TO WK-RELREG-COND-CODE
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.
