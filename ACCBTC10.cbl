      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. ACC
      * Programa.............. ACCBTC10
      * Tipo    .............. Batch
      * Finalidade ........... REIMPRESSAO de extratos "como enviados":
      *                        le o arquivo de extratos emitidos
      *                        "ACCEXH01" (gravado pelo ACCBTC01 a cada
      *                        emissao) e grava no ACCRPT10 a imagem
      *                        EXATA do registro de extrato que saiu
      *                        (mesmo layout do ACCRPT01 - numero do
      *                        extrato, moeda e taxa aplicada
      *                        inclusos), sem recalcular nada a partir
      *                        do ACCM1VSA de hoje. Para cada extrato
      *                        reimpresso compara os 12 valores
      *                        emitidos com os ATUAIS (ACCM1VSA mais o
      *                        razao de ajustes "ACCAJU01", como o
      *                        extrato de hoje sairia) e lista no
      *                        SYSOUT os meses que divergem.
      *                        Parametros (cartao ACCPRM10, um pedido
      *                        por linha, '*' na coluna 1 = comentario):
      *                          REIMPRIME=uuu,AAAAMMDD[,AAAA]
      *                          (conta, data de emissao e, opcional,
      *                          o ano do extrato - sem o ano saem
      *                          todos os extratos da conta emitidos
      *                          na data)
      *                        RC 4 quando um pedido nao e encontrado
      *                        ou e invalido.
      * DSnames .............. B090290.ACCEXH01 (entrada)
      *                        B090290.ACCM1VSA (consulta, opcional)
      *                        B090290.ACCAJU01 (razao de ajustes,
      *                        consulta, opcional)
      *                        B090290.ACCPRM10 (pedidos)
      *                        B090290.ACCRPT10 (saida - extratos
      *                        reimpressos, layout do ACCRPT01)
      * JOB def cluster ...... B090290.LIB.JCL(ACCDFCLU)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCBTC10.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ACCEXH01  ASSIGN TO ACCEXH01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-EXH-CHAVE
                  FILE STATUS  IS WK-FS-ACCEXH01.

           SELECT ACCM1VSA  ASSIGN TO ACCM1VSA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-ACCM1V-CHAVE
                  FILE STATUS  IS WK-FS-ACCM1VSA.

           SELECT ACCAJU01  ASSIGN TO ACCAJU01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-AJU-CHAVE
                  FILE STATUS  IS WK-FS-ACCAJU01.

           SELECT ACCPRM10   ASSIGN TO ACCPRM10
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-ACCPRM10.

           SELECT ACCRPT10   ASSIGN TO ACCRPT10
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-ACCRPT10.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   ARQUIVO DE EXTRATOS EMITIDOS - MESMO LAYOUT GRAVADO PELO
      *   ACCBTC01 (IMAGEM DO REGISTRO DE EXTRATO), MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  ACCEXH01.
       01  WK-ACCEXH01-REC.
           05 WK-EXH-CHAVE.
              10 WK-EXH-CODUSU           PIC  X(003).
              10 WK-EXH-DATA             PIC  9(008).
              10 WK-EXH-HORA             PIC  9(006).
              10 WK-EXH-ANO              PIC  X(004).
           05 WK-EXH-ENTREGA-MQ          PIC  X(001).
           05 WK-EXH-EXTRATO.
              10 WK-IMG-CODUSU           PIC  X(003).
              10 WK-IMG-ANO              PIC  X(004).
              10 WK-IMG-PAR OCCURS 12 TIMES.
                 15 WK-IMG-MES           PIC  X(003).
                 15 WK-IMG-VAL           PIC  X(012).
              10 WK-IMG-CODRET           PIC  9(002).
              10 WK-IMG-MSGRET           PIC  X(079).
              10 WK-IMG-TOTAL-ANUAL      PIC  9(014).
              10 WK-IMG-MOEDA            PIC  X(003).
              10 WK-IMG-TAXA             PIC  9(005)V9(006).
              10 WK-IMG-TOTAL-BRL        PIC  9(016).
              10 WK-IMG-AJUSTADO         PIC  X(001).
              10 WK-IMG-QT-AJUSTES       PIC  9(003).
              10 WK-IMG-AJUSTES          PIC  X(248).
              10 WK-IMG-NUMERO.
                 15 WK-IMG-NUM-DATA      PIC  9(008).
                 15 WK-IMG-NUM-HORA      PIC  9(006).
                 15 WK-IMG-NUM-SEQ       PIC  9(006).
           05 FILLER                     PIC  X(014).

       FD  ACCM1VSA.
       01  WK-ACCM1VSA-REC.
           05 WK-ACCM1V-CHAVE.
              10 WK-ACCM1V-CODUSU        PIC  X(003).
              10 WK-ACCM1V-ANO           PIC  X(004).
           05 WK-ACCM1V-PAR OCCURS 12 TIMES.
              10 WK-ACCM1V-MES           PIC  X(003).
              10 WK-ACCM1V-VAL           PIC  X(012).

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

       FD  ACCPRM10
           RECORDING MODE IS F.
       01  WK-ACCPRM10-REC                PIC  X(080).

      *----------------------------------------------------------------*
      *   MESMO REGISTRO DO ACCRPT01 (WK-EXTRATO-REC DO ACCBTC01)
      *----------------------------------------------------------------*
       FD  ACCRPT10
           RECORDING MODE IS F.
       01  WK-ACCRPT10-REC                PIC  X(584).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-ACCEXH01                    PIC  X(002) VALUE '00'.
       01 WK-FS-ACCRPT10                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.

       01 WK-FS-ACCPRM10                    PIC  X(002) VALUE '00'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = LIMPO   4 = PEDIDO INVALIDO OU NAO ENCONTRADO
      *   8 = ERRO DE LEITURA/GRAVACAO   12 = FALHA DE OPEN
      *----------------------------------------------------------------*
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
                                            'ACCBTC10'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   PEDIDO DE REIMPRESSAO CORRENTE (CARTAO REIMPRIME=)
      *----------------------------------------------------------------*
       01 WK-PEDIDO.
          05 WK-PED-CODUSU                  PIC  X(003) VALUE SPACES.
          05 WK-PED-DATA                    PIC  X(008) VALUE SPACES.
          05 WK-PED-ANO                     PIC  X(004) VALUE SPACES.
       01 WK-PED-ACHADOS                    PIC  9(005) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   APOIOS OPCIONAIS DA COMPARACAO - DD AUSENTE DESLIGA COM AVISO
      *----------------------------------------------------------------*
       01 WK-FS-ACCM1VSA                    PIC  X(002) VALUE '00'.
       01 WK-ATUAL-OK                       PIC  X(001) VALUE 'S'.
           88 ATUAL-OK                                  VALUE 'S'.
       01 WK-FS-ACCAJU01                    PIC  X(002) VALUE '00'.
       01 WK-RAZAO-OK                       PIC  X(001) VALUE 'S'.
           88 RAZAO-OK                                  VALUE 'S'.
       01 WK-FIM-AJUSTES                    PIC  X(001) VALUE 'N'.
           88 FIM-AJUSTES                               VALUE 'S'.

      *----------------------------------------------------------------*
      *   VALOR ATUAL POR MES: ROTULO OFICIAL NO SLOT E VALOR NUMERICO
      *   RECEBEM OS LANCAMENTOS DO RAZAO, COMO NO ACCBTC01
      *----------------------------------------------------------------*
       01 WK-TAB-ROTULOS.
          03 FILLER                         PIC  X(036) VALUE
             'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
       01 WK-TAB-ROTULOS-RED REDEFINES WK-TAB-ROTULOS.
          03 WK-ROTULO-MES                  PIC  X(003)
                                            OCCURS 12 TIMES.

       01 WK-IDX-MES                        PIC  9(002) VALUE ZEROS.
       01 WK-IDX-AJU                        PIC  9(002) VALUE ZEROS.
       01 WK-VAL-NUM                        PIC  9(012) VALUE ZEROS.
       01 WK-AJU-RESULTADO                  PIC S9(013) VALUE ZEROS.
       01 WK-QT-DIVERGE-MES                 PIC  9(002) VALUE ZEROS.

       01 WK-CONTADORES.
          05 WK-QT-PEDIDOS                  PIC  9(009) VALUE ZEROS.
          05 WK-QT-INVALIDOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-NAO-ACHADOS              PIC  9(009) VALUE ZEROS.
          05 WK-QT-REIMPRESSOS              PIC  9(009) VALUE ZEROS.
          05 WK-QT-DIVERGENTES              PIC  9(009) VALUE ZEROS.

       01 WK-LINHA-DIVERGE.
          05 FILLER           PIC X(019) VALUE
             'ACCBTC10 - EXTRATO '.
          05 WK-DIV-NUM-DATA  PIC 9(008).
          05 FILLER           PIC X(001) VALUE '.'.
          05 WK-DIV-NUM-HORA  PIC 9(006).
          05 FILLER           PIC X(001) VALUE '.'.
          05 WK-DIV-NUM-SEQ   PIC 9(006).
          05 FILLER           PIC X(008) VALUE ' CODUSU '.
          05 WK-DIV-CODUSU    PIC X(003).
          05 FILLER           PIC X(005) VALUE ' ANO '.
          05 WK-DIV-ANO       PIC X(004).
          05 FILLER           PIC X(005) VALUE ' MES '.
          05 WK-DIV-MES       PIC X(003).
          05 FILLER           PIC X(009) VALUE ' EMITIDO '.
          05 WK-DIV-EMITIDO   PIC X(012).
          05 FILLER           PIC X(007) VALUE ' ATUAL '.
          05 WK-DIV-ATUAL     PIC X(012).

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'ACCBTC10 - REIMPRESSAO EXTRATOS '.
          05 FILLER           PIC X(020) VALUE
             'PEDIDOS.............'.
          05 WK-REL-PEDIDOS   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'NAO ENCONTRADOS.....'.
          05 WK-REL-NAO-ACHADOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'REIMPRESSOS.........'.
          05 WK-REL-REIMPRESSOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'COM DIVERGENCIA.....'.
          05 WK-REL-DIVERGENTES PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           PERFORM 100000-ABRIR-ARQUIVOS

           IF WK-RETORNO LESS 12
              PERFORM 050000-LER-PARAMETROS
              PERFORM 900000-FECHAR-ARQUIVOS
           END-IF

           PERFORM 950000-EMITIR-RESUMO
           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
      * CADA CARTAO REIMPRIME= E ATENDIDO ASSIM QUE LIDO; SEM CARTAO
      * NAO HA O QUE REIMPRIMIR (RC 4)
      *----------------------------------------------------------------*
           OPEN INPUT ACCPRM10

           IF WK-FS-ACCPRM10 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE ACCPRM10
           ELSE
              DISPLAY 'ACCBTC10 - SEM ACCPRM10 (FS=' WK-FS-ACCPRM10
                      ') - NENHUM PEDIDO'
           END-IF

           IF WK-QT-PEDIDOS EQUAL ZEROS
              DISPLAY 'ACCBTC10 - NENHUM PEDIDO REIMPRIME= INFORMADO'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ ACCPRM10

           IF WK-FS-ACCPRM10 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-ACCPRM10-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-ACCPRM10-REC(1:10) EQUAL 'REIMPRIME='
              ADD 1 TO WK-QT-PEDIDOS
              PERFORM 200000-ATENDE-PEDIDO
           ELSE
           IF WK-ACCPRM10-REC NOT EQUAL SPACES
              DISPLAY 'ACCBTC10 - PARAMETRO DESCONHECIDO: '
                      WK-ACCPRM10-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           OPEN INPUT ACCEXH01

           IF WK-FS-ACCEXH01 NOT EQUAL '00'
              DISPLAY 'ACCBTC10 - ERRO AO ABRIR ACCEXH01 FS='
                      WK-FS-ACCEXH01
              MOVE 12 TO WK-RETORNO
           ELSE
              OPEN OUTPUT ACCRPT10
              IF WK-FS-ACCRPT10 NOT EQUAL '00'
                 DISPLAY 'ACCBTC10 - ERRO AO ABRIR ACCRPT10 FS='
                         WK-FS-ACCRPT10
                 CLOSE ACCEXH01
                 MOVE 12 TO WK-RETORNO
              END-IF
           END-IF

           IF WK-RETORNO LESS 12
              OPEN INPUT ACCM1VSA
              IF WK-FS-ACCM1VSA NOT EQUAL '00'
                 DISPLAY 'ACCBTC10 - SEM ACCM1VSA (FS=' WK-FS-ACCM1VSA
                         ') - REIMPRESSAO SEM COMPARACAO'
                 MOVE 'N' TO WK-ATUAL-OK
                 MOVE 'N' TO WK-RAZAO-OK
              ELSE
                 OPEN INPUT ACCAJU01
                 IF WK-FS-ACCAJU01 NOT EQUAL '00'
                    DISPLAY 'ACCBTC10 - SEM ACCAJU01 (FS='
                            WK-FS-ACCAJU01
                            ') - COMPARACAO COM VALORES ORIGINAIS'
                    MOVE 'N' TO WK-RAZAO-OK
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       200000-ATENDE-PEDIDO.
      *----------------------------------------------------------------*
      * LOCALIZA PELA CHAVE PARCIAL CODUSU+DATA E REIMPRIME TODOS OS
      * EXTRATOS DA DATA (SO OS DO ANO PEDIDO, QUANDO INFORMADO)
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-PEDIDO
           UNSTRING WK-ACCPRM10-REC(11:70) DELIMITED BY ',' OR SPACE
                    INTO WK-PED-CODUSU
                         WK-PED-DATA
                         WK-PED-ANO
           END-UNSTRING

           IF WK-PED-CODUSU EQUAL SPACES
              OR WK-PED-DATA NOT NUMERIC
              OR (WK-PED-ANO NOT EQUAL SPACES
                  AND WK-PED-ANO NOT NUMERIC)
              DISPLAY 'ACCBTC10 - PEDIDO INVALIDO IGNORADO: '
                      WK-ACCPRM10-REC(1:40)
              ADD 1 TO WK-QT-INVALIDOS
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              MOVE ZEROS         TO WK-PED-ACHADOS
              MOVE 'N'           TO WK-FIM-ARQUIVO
              MOVE WK-PED-CODUSU TO WK-EXH-CODUSU
              MOVE WK-PED-DATA   TO WK-EXH-DATA
              MOVE ZEROS         TO WK-EXH-HORA
              MOVE LOW-VALUES    TO WK-EXH-ANO

              START ACCEXH01 KEY NOT LESS WK-EXH-CHAVE

              IF WK-FS-ACCEXH01 EQUAL '00'
                 PERFORM 210000-LER-ACCEXH01
                         UNTIL FIM-ARQUIVO
              END-IF

              IF WK-PED-ACHADOS EQUAL ZEROS
                 DISPLAY 'ACCBTC10 - NENHUM EXTRATO EMITIDO PARA '
                         WK-PED-CODUSU ' EM ' WK-PED-DATA
                         ' ANO ' WK-PED-ANO
                 ADD 1 TO WK-QT-NAO-ACHADOS
                 IF WK-RETORNO LESS 4
                    MOVE 4 TO WK-RETORNO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       210000-LER-ACCEXH01.
      *----------------------------------------------------------------*
           READ ACCEXH01 NEXT RECORD

           EVALUATE WK-FS-ACCEXH01
              WHEN '00'
                 IF WK-EXH-CODUSU NOT EQUAL WK-PED-CODUSU
                    OR WK-EXH-DATA NOT EQUAL WK-PED-DATA
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 ELSE
                 IF WK-PED-ANO EQUAL SPACES
                    OR WK-EXH-ANO EQUAL WK-PED-ANO
                    ADD 1 TO WK-PED-ACHADOS
                    PERFORM 220000-REIMPRIME-EXTRATO
                 END-IF
                 END-IF
              WHEN '10'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              WHEN OTHER
                 DISPLAY 'ACCBTC10 - ERRO DE LEITURA ACCEXH01 FS='
                         WK-FS-ACCEXH01
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       220000-REIMPRIME-EXTRATO.
      *----------------------------------------------------------------*
           MOVE WK-EXH-EXTRATO TO WK-ACCRPT10-REC
           WRITE WK-ACCRPT10-REC

           IF WK-FS-ACCRPT10 NOT EQUAL '00'
              DISPLAY 'ACCBTC10 - ERRO AO GRAVAR ACCRPT10 FS='
                      WK-FS-ACCRPT10
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           ELSE
              ADD 1 TO WK-QT-REIMPRESSOS
              DISPLAY 'ACCBTC10 - REIMPRESSO EXTRATO '
                      WK-IMG-NUM-DATA '.' WK-IMG-NUM-HORA '.'
                      WK-IMG-NUM-SEQ ' CODUSU ' WK-EXH-CODUSU
                      ' ANO ' WK-EXH-ANO ' MOEDA ' WK-IMG-MOEDA
                      ' MQ ' WK-EXH-ENTREGA-MQ
              IF ATUAL-OK
                 PERFORM 300000-COMPARA-ATUAL
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       300000-COMPARA-ATUAL.
      *----------------------------------------------------------------*
      * VALORES ATUAIS = ACCM1VSA + RAZAO DE AJUSTES, MESMA REGRA DO
      * ACCBTC01 (RESULTADO FORA DE 0..999999999999 NAO E APLICADO)
      *----------------------------------------------------------------*
           MOVE ZEROS         TO WK-QT-DIVERGE-MES
           MOVE WK-EXH-CODUSU TO WK-ACCM1V-CODUSU
           MOVE WK-EXH-ANO    TO WK-ACCM1V-ANO

           READ ACCM1VSA

           IF WK-FS-ACCM1VSA NOT EQUAL '00'
              DISPLAY 'ACCBTC10 -   CODUSU ' WK-EXH-CODUSU
                      ' ANO ' WK-EXH-ANO
                      ' NAO EXISTE MAIS NO ACCM1VSA (FS='
                      WK-FS-ACCM1VSA ')'
              ADD 1 TO WK-QT-DIVERGENTES
           ELSE
              IF RAZAO-OK
                 PERFORM 310000-APLICA-AJUSTES
              END-IF

              PERFORM 330000-COMPARA-MES
                      VARYING WK-IDX-MES FROM 1 BY 1
                      UNTIL WK-IDX-MES GREATER 12

              IF WK-QT-DIVERGE-MES EQUAL ZEROS
                 DISPLAY 'ACCBTC10 -   VALORES ATUAIS IGUAIS AOS '
                         'EMITIDOS'
              ELSE
                 ADD 1 TO WK-QT-DIVERGENTES
                 DISPLAY 'ACCBTC10 -   VALORES ATUAIS DIVERGEM EM '
                         WK-QT-DIVERGE-MES ' MES(ES)'
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       310000-APLICA-AJUSTES.
      *----------------------------------------------------------------*
           MOVE WK-ACCM1V-CODUSU TO WK-AJU-CODUSU
           MOVE WK-ACCM1V-ANO    TO WK-AJU-ANO
           MOVE LOW-VALUES       TO WK-AJU-MES
           MOVE ZEROS            TO WK-AJU-SEQ
           MOVE 'N'              TO WK-FIM-AJUSTES

           START ACCAJU01 KEY NOT LESS WK-AJU-CHAVE

           IF WK-FS-ACCAJU01 EQUAL '00'
              PERFORM 315000-LE-AJUSTE
                      UNTIL FIM-AJUSTES
           END-IF.

      *----------------------------------------------------------------*
       315000-LE-AJUSTE.
      *----------------------------------------------------------------*
           READ ACCAJU01 NEXT RECORD

           IF WK-FS-ACCAJU01 NOT EQUAL '00'
              OR WK-AJU-CODUSU NOT EQUAL WK-ACCM1V-CODUSU
              OR WK-AJU-ANO    NOT EQUAL WK-ACCM1V-ANO
              MOVE 'S' TO WK-FIM-AJUSTES
           ELSE
           IF WK-AJU-MES NUMERIC
              AND WK-AJU-MES NOT LESS '01'
              AND WK-AJU-MES NOT GREATER '12'
              AND WK-AJU-VALOR NUMERIC
              MOVE WK-AJU-MES TO WK-IDX-AJU
              IF WK-ACCM1V-MES(WK-IDX-AJU)
                    EQUAL WK-ROTULO-MES(WK-IDX-AJU)
                 AND WK-ACCM1V-VAL(WK-IDX-AJU) NUMERIC
                 MOVE WK-ACCM1V-VAL(WK-IDX-AJU) TO WK-VAL-NUM
                 COMPUTE WK-AJU-RESULTADO = WK-VAL-NUM
                                          + WK-AJU-VALOR
                 IF WK-AJU-RESULTADO NOT LESS ZEROS
                    AND WK-AJU-RESULTADO NOT GREATER 999999999999
                    MOVE WK-AJU-RESULTADO TO WK-VAL-NUM
                    MOVE WK-VAL-NUM       TO WK-ACCM1V-VAL(WK-IDX-AJU)
                 END-IF
              END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       330000-COMPARA-MES.
      *----------------------------------------------------------------*
           IF WK-ACCM1V-MES(WK-IDX-MES) NOT EQUAL WK-IMG-MES(WK-IDX-MES)
              OR WK-ACCM1V-VAL(WK-IDX-MES)
                    NOT EQUAL WK-IMG-VAL(WK-IDX-MES)
              ADD 1 TO WK-QT-DIVERGE-MES
              MOVE WK-IMG-NUM-DATA           TO WK-DIV-NUM-DATA
              MOVE WK-IMG-NUM-HORA           TO WK-DIV-NUM-HORA
              MOVE WK-IMG-NUM-SEQ            TO WK-DIV-NUM-SEQ
              MOVE WK-EXH-CODUSU             TO WK-DIV-CODUSU
              MOVE WK-EXH-ANO                TO WK-DIV-ANO
              MOVE WK-IMG-MES(WK-IDX-MES)    TO WK-DIV-MES
              MOVE WK-IMG-VAL(WK-IDX-MES)    TO WK-DIV-EMITIDO
              MOVE WK-ACCM1V-VAL(WK-IDX-MES) TO WK-DIV-ATUAL
              DISPLAY WK-LINHA-DIVERGE
           END-IF.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           CLOSE ACCEXH01
           CLOSE ACCRPT10
           IF ATUAL-OK
              CLOSE ACCM1VSA
           END-IF
           IF RAZAO-OK
              CLOSE ACCAJU01
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-PEDIDOS     TO WK-REL-PEDIDOS
           MOVE WK-QT-NAO-ACHADOS TO WK-REL-NAO-ACHADOS
           MOVE WK-QT-REIMPRESSOS TO WK-REL-REIMPRESSOS
           MOVE WK-QT-DIVERGENTES TO WK-REL-DIVERGENTES

           DISPLAY WK-RELATORIO

           IF WK-QT-INVALIDOS GREATER ZEROS
              DISPLAY 'ACCBTC10 - PEDIDOS INVALIDOS: ' WK-QT-INVALIDOS
           END-IF.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO WK-RUNREG-MODO
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'               TO WK-RUNREG-MODO
           MOVE WK-QT-PEDIDOS     TO WK-RUNREG-QT-ENTRADA
           MOVE WK-QT-REIMPRESSOS TO WK-RUNREG-QT-SAIDA
           COMPUTE WK-RUNREG-QT-REJEIT = WK-QT-INVALIDOS
                                       + WK-QT-NAO-ACHADOS
           MOVE WK-RETORNO        TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.
