      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. CTLG (CATALOGO Z/OS CONNECT)
      * Programa.............. CTLGBTC4
      * Tipo    .............. Batch
      * Finalidade ........... historico de precos do catalogo: o
      *                        CTLGAPIR grava o custo do item
      *                        (WK-LOG-CUSTO) em toda consulta na
      *                        trilha CTLGLOG1. Este job percorre a
      *                        trilha na ordem da chave (item + data/
      *                        hora) e, entre observacoes consecutivas
      *                        do mesmo item, detecta mudanca de custo.
      *                        Cada mudanca vira um registro no VSAM
      *                        "CTLPRC01" (item + data/hora da
      *                        primeira observacao do custo novo,
      *                        custo anterior, custo novo, variacao
      *                        percentual) - mudanca ja registrada em
      *                        execucao anterior volta DUPREC e nao e
      *                        gravada de novo, entao o job pode ser
      *                        reexecutado. O relatorio lista as
      *                        mudancas vistas pela primeira vez no
      *                        dia de referencia, com o percentual e
      *                        a marca "ACIMA DO LIMITE" quando a
      *                        variacao (em modulo) passa do limite.
      *                        Custo em branco ou ilegivel nao conta
      *                        como observacao. RC 4 quando alguma
      *                        mudanca do dia passou do limite.
      *                        A consulta online do historico e o
      *                        CTLGINQ2 (ktlh).
      *                        Parametros (cartao CTLPRM04, opcional):
      *                          DATA=AAAAMMDD  dia de referencia
      *                                         (default ontem)
      *                          LIMITE=nnn     percentual de alerta
      *                                         (default 010)
      * DSnames .............. B090290.CTLGLOG1 (entrada)
      *                        B090290.CTLPRC01 (historico de precos)
      *                        B090290.CTLPRM04 (parametros, opcional)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTLGBTC4.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CTLGLOG1  ASSIGN TO CTLGLOG1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-LOG-KEY
                  FILE STATUS  IS WK-FS-CTLGLOG1.

           SELECT CTLPRC01  ASSIGN TO CTLPRC01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-PRC-KEY
                  FILE STATUS  IS WK-FS-CTLPRC01.

           SELECT CTLPRM04   ASSIGN TO CTLPRM04
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CTLPRM04.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT DE WK-LOG-REC GRAVADO PELO CTLGAPIR NO VSAM
      *   "CTLGLOG1" - MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       FD  CTLGLOG1.
       01  WK-CTLGLOG1-REC.
           03 WK-LOG-KEY.
              05 WK-LOG-ITEMID             PIC X(008).
              05 WK-LOG-DATE               PIC S9(7) COMP-3.
              05 WK-LOG-TIME               PIC S9(7) COMP-3.
           03 WK-LOG-DESCRICAO             PIC X(041).
           03 WK-LOG-ESTOQUE               PIC 9(004).
           03 WK-LOG-CUSTO                 PIC X(007).
           03 WK-LOG-CORRID                PIC X(032).

      *----------------------------------------------------------------*
      *   HISTORICO DE PRECOS - UMA ENTRADA POR MUDANCA DE CUSTO,
      *   CHAVE ITEM + DATA/HORA (EIBDATE/EIBTIME DA CONSULTA QUE VIU
      *   O CUSTO NOVO PELA PRIMEIRA VEZ); LIDO PELO CTLGINQ2 -
      *   MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       FD  CTLPRC01.
       01  WK-CTLPRC01-REC.
           05 WK-PRC-KEY.
              10 WK-PRC-ITEMID           PIC  X(008).
              10 WK-PRC-DATE             PIC S9(7) COMP-3.
              10 WK-PRC-TIME             PIC S9(7) COMP-3.
           05 WK-PRC-CUSTO-ANT           PIC  X(007).
           05 WK-PRC-CUSTO-NOVO          PIC  X(007).
           05 WK-PRC-VALOR-ANT           PIC  9(005)V99.
           05 WK-PRC-VALOR-NOVO          PIC  9(005)V99.
           05 WK-PRC-PERCENTUAL          PIC S9(005)V99.
           05 WK-PRC-DESCRICAO           PIC  X(041).
           05 WK-PRC-CORRID              PIC  X(032).

       FD  CTLPRM04
           RECORDING MODE IS F.
       01  WK-CTLPRM04-REC               PIC  X(080).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CTLGLOG1                    PIC  X(002) VALUE '00'.
       01 WK-FS-CTLPRC01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CTLPRM04                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
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
                                            'CTLGBTC4'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   PARAMETROS E DATA DE REFERENCIA (A CHAVE DO CTLGLOG1 TRAZ A
      *   DATA NO FORMATO EIBDATE, 0CYYDDD COMP-3)
      *----------------------------------------------------------------*
       01 WK-DATA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-DATA-REF                       PIC  9(008) VALUE ZEROS.
       01 WK-LIMITE                         PIC  9(003) VALUE 10.
       01 WK-DIAS-INTEIRO                   PIC  9(007) VALUE ZEROS.
       01 WK-JUL-REF                        PIC S9(7) COMP-3 VALUE +0.

      *    CONVERSAO AAAAMMDD -> 0CYYDDD
       01 WK-CNV-DATA                       PIC  9(008) VALUE ZEROS.
       01 WK-CNV-DATA-R REDEFINES WK-CNV-DATA.
          05 WK-CNV-ANO                     PIC  9(004).
          05 WK-CNV-MMDD                    PIC  9(004).
       01 WK-CNV-PRIMEIRO-DIA               PIC  9(008) VALUE ZEROS.
       01 WK-CNV-SECULO                     PIC  9(002) VALUE ZEROS.
       01 WK-CNV-ANO-SEC                    PIC  9(002) VALUE ZEROS.
       01 WK-CNV-DIA-ANO                    PIC  9(003) VALUE ZEROS.
       01 WK-CNV-JULIANO                    PIC S9(7) COMP-3 VALUE +0.

      *----------------------------------------------------------------*
      *   LEITURA DO CUSTO TEXTO DO BACKEND (EX. '0002.90', '  12.5')
      *   PARA VALOR - DIGITOS, UM PONTO OU VIRGULA DECIMAL E BRANCOS
      *----------------------------------------------------------------*
       01 WK-CUS-TEXTO                      PIC  X(007) VALUE SPACES.
       01 WK-CUS-CARACTER                   PIC  X(001) VALUE SPACE.
       01 WK-CUS-DIGITO REDEFINES WK-CUS-CARACTER
                                            PIC  9(001).
       01 WK-CUS-IDX                        PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-CUS-INTEIRO                    PIC  9(005) VALUE ZEROS.
       01 WK-CUS-DECIMAL                    PIC  9(002) VALUE ZEROS.
       01 WK-CUS-QT-DEC                     PIC  9(001) VALUE ZEROS.
       01 WK-CUS-QT-DIG                     PIC  9(001) VALUE ZEROS.
       01 WK-CUS-VALOR                      PIC  9(005)V99 VALUE ZEROS.
       01 WK-CUS-PONTO                      PIC  X(001) VALUE 'N'.
           88 CUS-PONTO                                 VALUE 'S'.
       01 WK-CUS-VALIDO                     PIC  X(001) VALUE 'S'.
           88 CUS-VALIDO                                VALUE 'S'.

      *----------------------------------------------------------------*
      *   ULTIMO CUSTO VALIDO DO ITEM EM CURSO (ORDEM DA CHAVE)
      *----------------------------------------------------------------*
       01 WK-ITEM-ATUAL                     PIC  X(008) VALUE SPACES.
       01 WK-TEM-CUSTO                      PIC  X(001) VALUE 'N'.
           88 TEM-CUSTO                                 VALUE 'S'.
       01 WK-CUSTO-ANT                      PIC  X(007) VALUE SPACES.
       01 WK-VALOR-ANT                      PIC  9(005)V99 VALUE ZEROS.
       01 WK-PERCENTUAL                     PIC S9(005)V99 VALUE ZEROS.
       01 WK-PERCENTUAL-ABS                 PIC  9(005)V99 VALUE ZEROS.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-SEM-CUSTO                PIC  9(009) VALUE ZEROS.
          05 WK-QT-MUDANCAS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-GRAVADAS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-JA-CONHECIDAS            PIC  9(009) VALUE ZEROS.
          05 WK-QT-DO-DIA                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-ACIMA                    PIC  9(009) VALUE ZEROS.

       01 WK-CABECALHO.
          05 FILLER           PIC X(040) VALUE
             'CTLGBTC4 - MUDANCAS DE PRECO DE '.
          05 WK-CAB-DATA      PIC 9(008).
          05 FILLER           PIC X(010) VALUE ' JULIANO='.
          05 WK-CAB-JULIANO   PIC 9(007).
          05 FILLER           PIC X(009) VALUE ' LIMITE='.
          05 WK-CAB-LIMITE    PIC ZZ9.
          05 FILLER           PIC X(001) VALUE '%'.

       01 WK-LINHA-MUDANCA.
          05 FILLER           PIC X(014) VALUE 'CTLGBTC4 ITEM='.
          05 WK-LIN-ITEM      PIC X(008).
          05 FILLER           PIC X(006) VALUE ' HORA='.
          05 WK-LIN-HORA      PIC 9(006).
          05 FILLER           PIC X(004) VALUE ' DE='.
          05 WK-LIN-CUSTO-ANT PIC X(007).
          05 FILLER           PIC X(006) VALUE ' PARA='.
          05 WK-LIN-CUSTO-NOVO
                              PIC X(007).
          05 FILLER           PIC X(010) VALUE ' VARIACAO='.
          05 WK-LIN-PERC      PIC -ZZZZ9.99.
          05 FILLER           PIC X(001) VALUE '%'.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-ALERTA    PIC X(016).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-DESC      PIC X(030).

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'CTLGBTC4 - HISTORICO DE PRECOS  '.
          05 FILLER           PIC X(020) VALUE
             'CONSULTAS LIDAS.....'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'SEM CUSTO LEGIVEL...'.
          05 WK-REL-SEM-CUSTO PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'MUDANCAS NA TRILHA..'.
          05 WK-REL-MUDANCAS  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'GRAVADAS NO CTLPRC01'.
          05 WK-REL-GRAVADAS  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'MUDANCAS DO DIA.....'.
          05 WK-REL-DO-DIA    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ACIMA DO LIMITE.....'.
          05 WK-REL-ACIMA     PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           PERFORM 050000-LER-PARAMETROS
           PERFORM 070000-CALCULA-DATAS
           PERFORM 100000-ABRIR-ARQUIVOS
           PERFORM 150000-LER-CTLGLOG1
           PERFORM 200000-PROCESSAR-CONSULTA
                   UNTIL FIM-ARQUIVO
           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 4
              AND WK-QT-ACIMA GREATER ZEROS
              MOVE 4 TO WK-RETORNO
           END-IF

           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
      * DEFAULT: O DIA ANTERIOR AO PROCESSAMENTO
      *----------------------------------------------------------------*
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WK-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE ( WK-DATA-HOJE ) - 1
           COMPUTE WK-DATA-REF =
                   FUNCTION DATE-OF-INTEGER ( WK-DIAS-INTEIRO )

           OPEN INPUT CTLPRM04
           IF WK-FS-CTLPRM04 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE CTLPRM04
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ CTLPRM04
           IF WK-FS-CTLPRM04 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-CTLPRM04-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-CTLPRM04-REC(1:5) EQUAL 'DATA='
              IF WK-CTLPRM04-REC(6:8) NUMERIC
                 MOVE WK-CTLPRM04-REC(6:8) TO WK-DATA-REF
              ELSE
                 DISPLAY 'CTLGBTC4 - DATA INVALIDA IGNORADA: '
                         WK-CTLPRM04-REC(6:8)
              END-IF
           ELSE
           IF WK-CTLPRM04-REC(1:7) EQUAL 'LIMITE='
              IF WK-CTLPRM04-REC(8:3) NUMERIC
                 MOVE WK-CTLPRM04-REC(8:3) TO WK-LIMITE
              ELSE
                 DISPLAY 'CTLGBTC4 - LIMITE INVALIDO IGNORADO: '
                         WK-CTLPRM04-REC(8:3)
              END-IF
           ELSE
           IF WK-CTLPRM04-REC NOT EQUAL SPACES
              DISPLAY 'CTLGBTC4 - PARAMETRO DESCONHECIDO: '
                      WK-CTLPRM04-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       070000-CALCULA-DATAS.
      *----------------------------------------------------------------*
           MOVE WK-DATA-REF    TO WK-CNV-DATA
           PERFORM 080000-CONVERTE-JULIANO
           MOVE WK-CNV-JULIANO TO WK-JUL-REF

           MOVE WK-DATA-REF    TO WK-CAB-DATA
           MOVE WK-JUL-REF     TO WK-CAB-JULIANO
           MOVE WK-LIMITE      TO WK-CAB-LIMITE
           DISPLAY WK-CABECALHO.

      *----------------------------------------------------------------*
       080000-CONVERTE-JULIANO.
      *----------------------------------------------------------------*
      * AAAAMMDD (WK-CNV-DATA) -> 0CYYDDD (WK-CNV-JULIANO), C = 0
      * PARA 19XX E 1 PARA 20XX, COMO O EIBDATE
      *----------------------------------------------------------------*
           COMPUTE WK-CNV-PRIMEIRO-DIA = WK-CNV-ANO * 10000 + 0101
           COMPUTE WK-CNV-DIA-ANO =
                   FUNCTION INTEGER-OF-DATE ( WK-CNV-DATA )
                 - FUNCTION INTEGER-OF-DATE ( WK-CNV-PRIMEIRO-DIA )
                 + 1
           DIVIDE WK-CNV-ANO BY 100 GIVING WK-CNV-SECULO
                  REMAINDER WK-CNV-ANO-SEC
           COMPUTE WK-CNV-JULIANO = ( WK-CNV-SECULO - 19 ) * 100000
                                  + WK-CNV-ANO-SEC * 1000
                                  + WK-CNV-DIA-ANO.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           OPEN INPUT CTLGLOG1

           IF WK-FS-CTLGLOG1 NOT EQUAL '00'
              DISPLAY 'CTLGBTC4 - ERRO AO ABRIR CTLGLOG1 FS='
                      WK-FS-CTLGLOG1
              MOVE 'S' TO WK-FIM-ARQUIVO
              MOVE 12  TO WK-RETORNO
           ELSE
              OPEN I-O CTLPRC01
              IF WK-FS-CTLPRC01 NOT EQUAL '00'
                 DISPLAY 'CTLGBTC4 - ERRO AO ABRIR CTLPRC01 FS='
                         WK-FS-CTLPRC01
                 CLOSE CTLGLOG1
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 MOVE 12  TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       150000-LER-CTLGLOG1.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
              READ CTLGLOG1 NEXT RECORD

              EVALUATE WK-FS-CTLGLOG1
                 WHEN '00'
                    ADD 1 TO WK-QT-LIDOS
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'CTLGBTC4 - ERRO DE LEITURA FS='
                            WK-FS-CTLGLOG1
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-PROCESSAR-CONSULTA.
      *----------------------------------------------------------------*
      * NOVO ITEM ZERA O CUSTO ANTERIOR - A PRIMEIRA OBSERVACAO DO
      * ITEM SO ESTABELECE A BASE
      *----------------------------------------------------------------*
           IF WK-LOG-ITEMID NOT EQUAL WK-ITEM-ATUAL
              MOVE WK-LOG-ITEMID TO WK-ITEM-ATUAL
              MOVE 'N'           TO WK-TEM-CUSTO
           END-IF

           MOVE WK-LOG-CUSTO TO WK-CUS-TEXTO
           PERFORM 250000-CONVERTE-CUSTO

           IF NOT CUS-VALIDO
              ADD 1 TO WK-QT-SEM-CUSTO
           ELSE
              IF TEM-CUSTO
                 AND WK-CUS-VALOR NOT EQUAL WK-VALOR-ANT
                 PERFORM 300000-REGISTRAR-MUDANCA
              END-IF
              MOVE 'S'          TO WK-TEM-CUSTO
              MOVE WK-LOG-CUSTO TO WK-CUSTO-ANT
              MOVE WK-CUS-VALOR TO WK-VALOR-ANT
           END-IF

           PERFORM 150000-LER-CTLGLOG1.

      *----------------------------------------------------------------*
       250000-CONVERTE-CUSTO.
      *----------------------------------------------------------------*
           MOVE 'S'   TO WK-CUS-VALIDO
           MOVE 'N'   TO WK-CUS-PONTO
           MOVE ZEROS TO WK-CUS-INTEIRO
                         WK-CUS-DECIMAL
                         WK-CUS-QT-DEC
                         WK-CUS-QT-DIG

           PERFORM 260000-CONVERTE-CARACTER
                   VARYING WK-CUS-IDX FROM 1 BY 1
                   UNTIL WK-CUS-IDX GREATER 7
                      OR NOT CUS-VALIDO

           IF WK-CUS-QT-DIG EQUAL ZEROS
              MOVE 'N' TO WK-CUS-VALIDO
           END-IF

           COMPUTE WK-CUS-VALOR = WK-CUS-INTEIRO
                                + WK-CUS-DECIMAL / 100.

      *----------------------------------------------------------------*
       260000-CONVERTE-CARACTER.
      *----------------------------------------------------------------*
           MOVE WK-CUS-TEXTO(WK-CUS-IDX:1) TO WK-CUS-CARACTER

           IF WK-CUS-CARACTER EQUAL SPACE
              CONTINUE
           ELSE
           IF WK-CUS-CARACTER EQUAL '.' OR ','
              IF CUS-PONTO
                 MOVE 'N' TO WK-CUS-VALIDO
              ELSE
                 MOVE 'S' TO WK-CUS-PONTO
              END-IF
           ELSE
           IF WK-CUS-CARACTER NOT NUMERIC
              MOVE 'N' TO WK-CUS-VALIDO
           ELSE
              ADD 1 TO WK-CUS-QT-DIG
              IF NOT CUS-PONTO
                 COMPUTE WK-CUS-INTEIRO = WK-CUS-INTEIRO * 10
                                        + WK-CUS-DIGITO
              ELSE
                 ADD 1 TO WK-CUS-QT-DEC
                 IF WK-CUS-QT-DEC EQUAL 1
                    COMPUTE WK-CUS-DECIMAL = WK-CUS-DIGITO * 10
                 ELSE
                 IF WK-CUS-QT-DEC EQUAL 2
                    ADD WK-CUS-DIGITO TO WK-CUS-DECIMAL
                 END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       300000-REGISTRAR-MUDANCA.
      *----------------------------------------------------------------*
      * A MUDANCA E DATADA PELA CONSULTA QUE VIU O CUSTO NOVO PELA
      * PRIMEIRA VEZ; DUPREC = JA REGISTRADA EM EXECUCAO ANTERIOR
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-MUDANCAS

           IF WK-VALOR-ANT EQUAL ZEROS
              MOVE ZEROS TO WK-PERCENTUAL
           ELSE
              COMPUTE WK-PERCENTUAL ROUNDED =
                      ( WK-CUS-VALOR - WK-VALOR-ANT ) * 100
                      / WK-VALOR-ANT
                 ON SIZE ERROR
                    MOVE 99999.99 TO WK-PERCENTUAL
              END-COMPUTE
           END-IF

           MOVE WK-LOG-KEY       TO WK-PRC-KEY
           MOVE WK-CUSTO-ANT     TO WK-PRC-CUSTO-ANT
           MOVE WK-LOG-CUSTO     TO WK-PRC-CUSTO-NOVO
           MOVE WK-VALOR-ANT     TO WK-PRC-VALOR-ANT
           MOVE WK-CUS-VALOR     TO WK-PRC-VALOR-NOVO
           MOVE WK-PERCENTUAL    TO WK-PRC-PERCENTUAL
           MOVE WK-LOG-DESCRICAO TO WK-PRC-DESCRICAO
           MOVE WK-LOG-CORRID    TO WK-PRC-CORRID

           WRITE WK-CTLPRC01-REC

           EVALUATE WK-FS-CTLPRC01
              WHEN '00'
                 ADD 1 TO WK-QT-GRAVADAS
              WHEN '22'
                 ADD 1 TO WK-QT-JA-CONHECIDAS
              WHEN OTHER
                 DISPLAY 'CTLGBTC4 - ERRO AO GRAVAR CTLPRC01 FS='
                         WK-FS-CTLPRC01 ' ITEM=' WK-LOG-ITEMID
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE

           IF WK-LOG-DATE EQUAL WK-JUL-REF
              PERFORM 400000-EMITIR-MUDANCA
           END-IF.

      *----------------------------------------------------------------*
       400000-EMITIR-MUDANCA.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-DO-DIA

           IF WK-PERCENTUAL LESS ZEROS
              COMPUTE WK-PERCENTUAL-ABS = 0 - WK-PERCENTUAL
           ELSE
              MOVE WK-PERCENTUAL TO WK-PERCENTUAL-ABS
           END-IF

           IF WK-VALOR-ANT EQUAL ZEROS
              MOVE 'SEM BASE'         TO WK-LIN-ALERTA
           ELSE
           IF WK-PERCENTUAL-ABS GREATER WK-LIMITE
              ADD 1 TO WK-QT-ACIMA
              MOVE 'ACIMA DO LIMITE'  TO WK-LIN-ALERTA
           ELSE
              MOVE SPACES             TO WK-LIN-ALERTA
           END-IF
           END-IF

           MOVE WK-LOG-ITEMID    TO WK-LIN-ITEM
           MOVE WK-LOG-TIME      TO WK-LIN-HORA
           MOVE WK-CUSTO-ANT     TO WK-LIN-CUSTO-ANT
           MOVE WK-LOG-CUSTO     TO WK-LIN-CUSTO-NOVO
           MOVE WK-PERCENTUAL    TO WK-LIN-PERC
           MOVE WK-LOG-DESCRICAO TO WK-LIN-DESC

           DISPLAY WK-LINHA-MUDANCA.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           IF WK-RETORNO LESS 12
              CLOSE CTLGLOG1
                    CTLPRC01
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS      TO WK-REL-LIDOS
           MOVE WK-QT-SEM-CUSTO  TO WK-REL-SEM-CUSTO
           MOVE WK-QT-MUDANCAS   TO WK-REL-MUDANCAS
           MOVE WK-QT-GRAVADAS   TO WK-REL-GRAVADAS
           MOVE WK-QT-DO-DIA     TO WK-REL-DO-DIA
           MOVE WK-QT-ACIMA      TO WK-REL-ACIMA

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
           MOVE WK-QT-GRAVADAS   TO WK-RUNREG-QT-SAIDA
           MOVE WK-QT-SEM-CUSTO  TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.
