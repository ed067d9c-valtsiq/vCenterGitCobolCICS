      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. RELREG01
      * Tipo    .............. Subprograma (CALL), sem comandos CICS -
      *                        mesma tecnica do RUNREG01, chamado pelos
      *                        jobs batch que emitem relatorio impresso
      * Finalidade ........... repositorio de relatorios: cada linha
      *                        de 133 bytes gravada no DD de impressao
      *                        (CEPREL01, CIEREL06, ACCREL01...) e
      *                        guardada tambem no VSAM "RELLIN01" e a
      *                        execucao do relatorio e catalogada no
      *                        VSAM "RELDIR01" (chave relatorio +
      *                        ciclo AAAAMMDD + execucao nnn), com
      *                        programa e ciclo do registro RUNHST01
      *                        correspondente, paginas, linhas e
      *                        condition code - consultado online pelo
      *                        RELINQ01 (REL1) sem logon no TSO e sem
      *                        cacada no spool. Modos:
      *                        'L' linha - a primeira chamada da
      *                            execucao abre o repositorio, numera
      *                            a execucao (ultima do relatorio no
      *                            ciclo + 1; re-execucao NAO apaga a
      *                            anterior) e a cataloga com situacao
      *                            'E'; toda chamada grava a linha.
      *                            Controle de carro '1' na coluna 1
      *                            abre nova pagina. Ciclo em branco
      *                            assume a data corrente
      *                        'F' fim   - completa o catalogo com hora
      *                            de fim, paginas, linhas e condition
      *                            code, situacao 'C', e fecha
      *                        Retornos: 00 ok / 01 repositorio
      *                        indisponivel (o chamador segue - o
      *                        repositorio nunca derruba o job; o
      *                        relatorio continua no DD de impressao)
      *                        / 02 'F' sem nenhuma linha gravada /
      *                        09 modo invalido
      *                        Retencao: ARCBTC01 (parametro RELDIR01,
      *                        vale para os dois clusters)
      * DSnames .............. B090290.RELDIR01 (catalogo, I-O)
      *                        B090290.RELLIN01 (linhas, I-O)
      * Chamado por .......... CEPBTC02/11, CIEBTC06/07/08/09,
      *                        ACCBTC01/09/11/12/13, AUDBTC01,
      *                        CALBTC01, CICP0313, OPRBTC01
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELREG01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT RELDIR01   ASSIGN TO RELDIR01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-RDR-CHAVE
                  FILE STATUS  IS WK-FS-RELDIR01.

           SELECT RELLIN01   ASSIGN TO RELLIN01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-RLN-CHAVE
                  FILE STATUS  IS WK-FS-RELLIN01.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   CATALOGO - UM REGISTRO POR EXECUCAO DE RELATORIO. PROGRAMA +
      *   CICLO = CHAVE DO RUNHST01 DA MESMA EXECUCAO. MESMO LAYOUT
      *   LIDO PELO RELINQ01 E PELO ARCBTC01 - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  RELDIR01.
       01  WK-RELDIR01-REC.
           05 WK-RDR-CHAVE.
              10 WK-RDR-RELATORIO           PIC  X(008).
              10 WK-RDR-CICLO               PIC  X(008).
              10 WK-RDR-EXECUCAO            PIC  9(003).
           05 WK-RDR-PROGRAMA               PIC  X(008).
           05 WK-RDR-INICIO                 PIC  X(014).
           05 WK-RDR-FIM                    PIC  X(014).
           05 WK-RDR-QT-PAGINAS             PIC  9(005).
           05 WK-RDR-QT-LINHAS              PIC  9(007).
           05 WK-RDR-COND-CODE              PIC  9(002).
           05 WK-RDR-SITUACAO               PIC  X(001).
              88 WK-RDR-GRAVANDO                     VALUE 'E'.
              88 WK-RDR-CONCLUIDO                    VALUE 'C'.
           05 FILLER                        PIC  X(020).

      *----------------------------------------------------------------*
      *   LINHAS - CHAVE DO CATALOGO + PAGINA + LINHA NA PAGINA; A
      *   LINHA E GUARDADA COMO FOI IMPRESSA (CONTROLE DE CARRO NA
      *   COLUNA 1). MESMO LAYOUT LIDO PELO RELINQ01 E PELO ARCBTC01
      *   - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  RELLIN01.
       01  WK-RELLIN01-REC.
           05 WK-RLN-CHAVE.
              10 WK-RLN-RELATORIO           PIC  X(008).
              10 WK-RLN-CICLO               PIC  X(008).
              10 WK-RLN-EXECUCAO            PIC  9(003).
              10 WK-RLN-PAGINA              PIC  9(005).
              10 WK-RLN-LINHA               PIC  9(003).
           05 WK-RLN-TEXTO                  PIC  X(133).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-RELDIR01                    PIC  X(002) VALUE '00'.
       01 WK-FS-RELLIN01                    PIC  X(002) VALUE '00'.
      *----------------------------------------------------------------*
      *   SITUACAO DO REPOSITORIO NA EXECUCAO - A WORKING PERSISTE
      *   ENTRE OS CALLS DO MESMO JOB: OS CLUSTERS FICAM ABERTOS DA
      *   PRIMEIRA LINHA ATE O 'F' (UM OPEN POR LINHA NAO DA), E UMA
      *   FALHA DESLIGA O REPOSITORIO ATE O FIM DO JOB COM UM AVISO SO
      *----------------------------------------------------------------*
       77 WK-SITUACAO                       PIC  X(001) VALUE 'N'.
           88 REPOSITORIO-FECHADO                       VALUE 'N'.
           88 REPOSITORIO-ABERTO                        VALUE 'A'.
           88 REPOSITORIO-DESLIGADO                     VALUE 'D'.
       77 WK-FIM-BUSCA                      PIC  X(001) VALUE 'N'.
           88 FIM-BUSCA                                 VALUE 'S'.

       01 WK-CICLO                          PIC  X(008) VALUE SPACES.
       01 WK-EXECUCAO                       PIC  9(003) VALUE ZEROS.
       01 WK-PAGINA                         PIC  9(005) VALUE ZEROS.
       01 WK-LINHA-PAG                      PIC  9(003) VALUE ZEROS.
       01 WK-QT-LINHAS                      PIC  9(007) VALUE ZEROS.

       01 WK-DATA-CORRENTE                  PIC  9(008) VALUE ZEROS.
       01 WK-HORA-CORRENTE                  PIC  9(008) VALUE ZEROS.
       01 WK-TIMESTAMP.
          05 WK-TS-DATA                     PIC  9(008).
          05 WK-TS-HORA                     PIC  9(006).

       LINKAGE SECTION.
      *----------------------------------------------------------------*
      *   AREA DE COMUNICACAO - O CHAMADOR DECLARA UMA COPIA FIEL:
      *   MODO (L/F), RELATORIO (NOME DO DD DE IMPRESSAO), PROGRAMA E
      *   CICLO (OS MESMOS DO RUNREG01; BRANCO = DATA DO DIA), NUMERO
      *   DA EXECUCAO (DEVOLVIDO), CONDITION CODE (SO NO 'F'), A
      *   LINHA DE 133 BYTES (SO NO 'L') E O RETORNO
      *----------------------------------------------------------------*
       01  LK-RELREG-AREA.
           05 LK-RELREG-MODO                PIC  X(001).
              88 LK-RELREG-GRAVA-LINHA                VALUE 'L'.
              88 LK-RELREG-FIM                       VALUE 'F'.
           05 LK-RELREG-RELATORIO           PIC  X(008).
           05 LK-RELREG-PROGRAMA            PIC  X(008).
           05 LK-RELREG-CICLO               PIC  X(008).
           05 LK-RELREG-EXECUCAO            PIC  9(003).
           05 LK-RELREG-COND-CODE           PIC  9(002).
           05 LK-RELREG-LINHA               PIC  X(133).
           05 LK-RELREG-RETORNO             PIC  X(002).
              88 LK-RELREG-OK                        VALUE '00'.
              88 LK-RELREG-INDISPONIVEL              VALUE '01'.
              88 LK-RELREG-SEM-LINHAS                VALUE '02'.
              88 LK-RELREG-MODO-INVALIDO             VALUE '09'.

       PROCEDURE DIVISION USING LK-RELREG-AREA.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           MOVE '00' TO LK-RELREG-RETORNO

           IF LK-RELREG-MODO NOT EQUAL 'L' AND 'F'
              MOVE '09' TO LK-RELREG-RETORNO
              GOBACK
           END-IF

           IF LK-RELREG-GRAVA-LINHA AND REPOSITORIO-FECHADO
              PERFORM 100000-ABRIR-REPOSITORIO
           END-IF

           IF REPOSITORIO-DESLIGADO
              MOVE '01' TO LK-RELREG-RETORNO
              GOBACK
           END-IF

           EVALUATE TRUE
              WHEN LK-RELREG-GRAVA-LINHA
                 PERFORM 200000-GRAVAR-LINHA
              WHEN LK-RELREG-FIM AND REPOSITORIO-ABERTO
                 PERFORM 300000-REGISTRAR-FIM
              WHEN OTHER
                 MOVE '02' TO LK-RELREG-RETORNO
           END-EVALUATE

           GOBACK.

      *----------------------------------------------------------------*
       100000-ABRIR-REPOSITORIO.
      *----------------------------------------------------------------*
      * DD AUSENTE DESLIGA O REPOSITORIO COM AVISO, SEM DERRUBAR O
      * JOB - O RELATORIO CONTINUA INTEIRO NO DD DE IMPRESSAO
      *----------------------------------------------------------------*
           OPEN I-O RELDIR01

           IF WK-FS-RELDIR01 NOT EQUAL '00' AND '97'
              DISPLAY 'RELREG01 - SEM RELDIR01 (FS=' WK-FS-RELDIR01
                      ') - ' LK-RELREG-RELATORIO
                      ' FORA DO REPOSITORIO'
              MOVE 'D' TO WK-SITUACAO
           ELSE
              OPEN I-O RELLIN01
              IF WK-FS-RELLIN01 NOT EQUAL '00' AND '97'
                 DISPLAY 'RELREG01 - SEM RELLIN01 (FS='
                         WK-FS-RELLIN01 ') - ' LK-RELREG-RELATORIO
                         ' FORA DO REPOSITORIO'
                 CLOSE RELDIR01
                 MOVE 'D' TO WK-SITUACAO
              ELSE
                 PERFORM 110000-CATALOGAR-EXECUCAO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       110000-CATALOGAR-EXECUCAO.
      *----------------------------------------------------------------*
      * NUMERO DA EXECUCAO = ULTIMA DO RELATORIO NO CICLO + 1 - A
      * RE-EXECUCAO DA MADRUGADA FICA AO LADO DA QUE FALHOU, NAO POR
      * CIMA (O RUNHST01 GUARDA SO A ULTIMA; AQUI AS DUAS INTERESSAM)
      *----------------------------------------------------------------*
           PERFORM 150000-MONTAR-TIMESTAMP

           IF LK-RELREG-CICLO EQUAL SPACES
                 OR LK-RELREG-CICLO EQUAL LOW-VALUES
              MOVE WK-DATA-CORRENTE TO LK-RELREG-CICLO
           END-IF

      *    CICLO FIXADO NA CATALOGACAO - AS LINHAS E O 'F' DA MESMA
      *    EXECUCAO USAM ESTE, NAO O QUE VIER NOS CALLS SEGUINTES
           MOVE LK-RELREG-CICLO     TO WK-CICLO
           MOVE ZEROS               TO WK-EXECUCAO
           MOVE LK-RELREG-RELATORIO TO WK-RDR-RELATORIO
           MOVE LK-RELREG-CICLO     TO WK-RDR-CICLO
           MOVE ZEROS               TO WK-RDR-EXECUCAO
           MOVE 'N'                 TO WK-FIM-BUSCA

           START RELDIR01 KEY NOT LESS WK-RDR-CHAVE

           IF WK-FS-RELDIR01 EQUAL '00'
              PERFORM 120000-LER-EXECUCAO
                      UNTIL FIM-BUSCA
           END-IF

           ADD 1 TO WK-EXECUCAO

           MOVE SPACES              TO WK-RELDIR01-REC
           MOVE LK-RELREG-RELATORIO TO WK-RDR-RELATORIO
           MOVE LK-RELREG-CICLO     TO WK-RDR-CICLO
           MOVE WK-EXECUCAO         TO WK-RDR-EXECUCAO
           MOVE LK-RELREG-PROGRAMA  TO WK-RDR-PROGRAMA
           MOVE WK-TIMESTAMP        TO WK-RDR-INICIO
           MOVE ZEROS               TO WK-RDR-QT-PAGINAS
                                       WK-RDR-QT-LINHAS
                                       WK-RDR-COND-CODE
           SET  WK-RDR-GRAVANDO     TO TRUE

           WRITE WK-RELDIR01-REC

           IF WK-FS-RELDIR01 NOT EQUAL '00'
              DISPLAY 'RELREG01 - ERRO AO CATALOGAR '
                      LK-RELREG-RELATORIO ' FS=' WK-FS-RELDIR01
                      ' - RELATORIO FORA DO REPOSITORIO'
              CLOSE RELDIR01
                    RELLIN01
              MOVE 'D' TO WK-SITUACAO
           ELSE
              MOVE 'A'         TO WK-SITUACAO
              MOVE WK-EXECUCAO TO LK-RELREG-EXECUCAO
              MOVE WK-CICLO    TO LK-RELREG-CICLO
              MOVE ZEROS       TO WK-PAGINA
                                  WK-LINHA-PAG
                                  WK-QT-LINHAS
           END-IF.

      *----------------------------------------------------------------*
       120000-LER-EXECUCAO.
      *----------------------------------------------------------------*
           READ RELDIR01 NEXT RECORD

           IF WK-FS-RELDIR01 NOT EQUAL '00'
                 OR WK-RDR-RELATORIO NOT EQUAL LK-RELREG-RELATORIO
                 OR WK-RDR-CICLO     NOT EQUAL LK-RELREG-CICLO
              MOVE 'S' TO WK-FIM-BUSCA
           ELSE
              MOVE WK-RDR-EXECUCAO TO WK-EXECUCAO
           END-IF.

      *----------------------------------------------------------------*
       150000-MONTAR-TIMESTAMP.
      *----------------------------------------------------------------*
           ACCEPT WK-DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT WK-HORA-CORRENTE FROM TIME

           MOVE WK-DATA-CORRENTE        TO WK-TS-DATA
           MOVE WK-HORA-CORRENTE(1:6)   TO WK-TS-HORA.

      *----------------------------------------------------------------*
       200000-GRAVAR-LINHA.
      *----------------------------------------------------------------*
      * CONTROLE DE CARRO '1' ABRE PAGINA; RELATORIO QUE NAO COMECA
      * COM SALTO GANHA A PAGINA 1 NA PRIMEIRA LINHA, E PAGINA QUE
      * PASSA DE 999 LINHAS (RELATORIO SEM SALTO) VIRA OUTRA
      *----------------------------------------------------------------*
           IF LK-RELREG-LINHA(1:1) EQUAL '1'
                 OR WK-PAGINA EQUAL ZEROS
                 OR WK-LINHA-PAG EQUAL 999
              ADD 1 TO WK-PAGINA
              MOVE ZEROS TO WK-LINHA-PAG
           END-IF

           ADD 1 TO WK-LINHA-PAG

           MOVE LK-RELREG-RELATORIO TO WK-RLN-RELATORIO
           MOVE WK-CICLO            TO WK-RLN-CICLO
           MOVE WK-EXECUCAO         TO WK-RLN-EXECUCAO
           MOVE WK-PAGINA           TO WK-RLN-PAGINA
           MOVE WK-LINHA-PAG        TO WK-RLN-LINHA
           MOVE LK-RELREG-LINHA     TO WK-RLN-TEXTO

           WRITE WK-RELLIN01-REC

           IF WK-FS-RELLIN01 NOT EQUAL '00'
      *       CATALOGO FICA 'E' (GRAVANDO) - O RELINQ01 MOSTRA A
      *       EXECUCAO COMO INCOMPLETA
              DISPLAY 'RELREG01 - ERRO AO GRAVAR RELLIN01 FS='
                      WK-FS-RELLIN01 ' - ' LK-RELREG-RELATORIO
                      ' INCOMPLETO NO REPOSITORIO'
              CLOSE RELDIR01
                    RELLIN01
              MOVE 'D'  TO WK-SITUACAO
              MOVE '01' TO LK-RELREG-RETORNO
           ELSE
              ADD 1 TO WK-QT-LINHAS
           END-IF.

      *----------------------------------------------------------------*
       300000-REGISTRAR-FIM.
      *----------------------------------------------------------------*
           PERFORM 150000-MONTAR-TIMESTAMP

           MOVE LK-RELREG-RELATORIO TO WK-RDR-RELATORIO
           MOVE WK-CICLO            TO WK-RDR-CICLO
           MOVE WK-EXECUCAO         TO WK-RDR-EXECUCAO

           READ RELDIR01

           IF WK-FS-RELDIR01 NOT EQUAL '00'
              DISPLAY 'RELREG01 - ERRO AO LER CATALOGO DE '
                      LK-RELREG-RELATORIO ' FS=' WK-FS-RELDIR01
              MOVE '01' TO LK-RELREG-RETORNO
           ELSE
              MOVE WK-TIMESTAMP        TO WK-RDR-FIM
              MOVE WK-PAGINA           TO WK-RDR-QT-PAGINAS
              MOVE WK-QT-LINHAS        TO WK-RDR-QT-LINHAS
              MOVE LK-RELREG-COND-CODE TO WK-RDR-COND-CODE
              SET  WK-RDR-CONCLUIDO    TO TRUE

              REWRITE WK-RELDIR01-REC

              IF WK-FS-RELDIR01 NOT EQUAL '00'
                 DISPLAY 'RELREG01 - ERRO AO COMPLETAR CATALOGO DE '
                         LK-RELREG-RELATORIO ' FS=' WK-FS-RELDIR01
                 MOVE '01' TO LK-RELREG-RETORNO
              END-IF
           END-IF

           CLOSE RELDIR01
                 RELLIN01
           MOVE 'N' TO WK-SITUACAO.
