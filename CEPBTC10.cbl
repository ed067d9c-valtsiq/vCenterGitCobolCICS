      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. CEP
      * Programa.............. CEPBTC10
      * Tipo    .............. Batch
      * Finalidade ........... auditoria de integridade das cadeias de
      *                        sucessor (WK-CEPV0001-SUCESSOR) do
      *                        CEPVSA01 - o CEPCICS1 segue o sucessor
      *                        de CEP desativado por ate 5 saltos e
      *                        depois desiste respondendo 'nao
      *                        encontrado', e ninguem confere as
      *                        cadeias em si. Este job percorre a
      *                        cadeia de cada CEP com sucessor,
      *                        lendo como o CEPCICS1 le, e aponta:
      *                          CICLO - a cadeia volta a um CEP ja
      *                            visitado (A -> B -> A)
      *                          LONGA - so chega a CEP ativo depois
      *                            de mais de 5 saltos (ou nao chega
      *                            em 50) - o online responde 'nao
      *                            encontrado'
      *                          PENDENTE - um sucessor aponta para
      *                            CEP ausente da base
      *                          FIM-INATIVO - a cadeia termina em
      *                            CEP desativado sem sucessor
      *                          ATIVO-C-SUC - registro ATIVO que
      *                            ainda carrega sucessor (o online
      *                            ignora o sucessor de CEP ativo)
      *                        Saida: worklist por UF para os
      *                        curadores de dados (SYSOUT, ordenada
      *                        por UF+classe+CEP), totais por UF e
      *                        RC 4 quando ha apontamento
      * DSnames .............. B090290.CEPVSA01 (entrada)
      *                        SORTWK (work do SORT)
      * JOB def cluster ...... B090290.LIB.JCL(CEPDFCLU)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEPBTC10.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CEPVSA01   ASSIGN TO CEPVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-CEPV0001-CODE
                  FILE STATUS  IS WK-FS-CEPVSA01.

           SELECT SORTWK     ASSIGN TO SORTWK.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO CEPVSA01 GRAVADO POR CEPBTC01/CEPCICS3 -
      *   MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  CEPVSA01.
       01  WK-CEPVSA01-REC.
           05 WK-CEPV0001-CODE              PIC  X(008).
           05 WK-CEPV0001-UF                PIC  X(002).
           05 WK-CEPV0001-CIDADE            PIC  X(030).
           05 WK-CEPV0001-BAIRRO            PIC  X(030).
           05 WK-CEPV0001-LOGRADOURO        PIC  X(030).
           05 WK-CEPV0001-ATIVO             PIC  X(001).
              88 WK-CEPV0001-ATIVO-SIM               VALUE 'S'.
              88 WK-CEPV0001-ATIVO-NAO               VALUE 'N'.
           05 WK-CEPV0001-NUM-INI           PIC  X(006).
           05 WK-CEPV0001-NUM-FIM           PIC  X(006).
           05 WK-CEPV0001-PARIDADE          PIC  X(001).
              88 WK-CEPV0001-PAR-AMBOS               VALUE ' ' 'A'.
              88 WK-CEPV0001-PAR-PAR                 VALUE 'P'.
              88 WK-CEPV0001-PAR-IMPAR               VALUE 'I'.
           05 WK-CEPV0001-SUCESSOR          PIC  X(008).
           05 WK-CEPV0001-TIPO              PIC  X(001).
              88 WK-CEPV0001-TIPO-GERAL              VALUE 'G'.
              88 WK-CEPV0001-TIPO-LOGRA              VALUE ' ' 'L'.
           05 WK-CEPV0001-IBGE              PIC  X(007).
      *    COORDENADAS GEOGRAFICAS DO CEP EM GRAUS DECIMAIS
      *    (WGS84) - BRANCO = SEM COORDENADA (REGISTRO LEGADO OU
      *    EXTRATO SEM A COLUNA); TESTAR NUMERIC ANTES DE USAR
           05 WK-CEPV0001-COORDENADAS.
              07 WK-CEPV0001-LATITUDE       PIC S9(003)V9(006)
                 SIGN LEADING SEPARATE.
              07 WK-CEPV0001-LONGITUDE      PIC S9(003)V9(006)
                 SIGN LEADING SEPARATE.

       SD  SORTWK.
       01  SRT-REC.
           05 SRT-UF                        PIC  X(002).
           05 SRT-CLASSE                    PIC  X(011).
           05 SRT-CEP                       PIC  X(008).
           05 SRT-SUCESSOR                  PIC  X(008).
           05 SRT-ULTIMO                    PIC  X(008).
           05 SRT-SALTOS                    PIC  9(003).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CEPVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-FIM-SORT                       PIC  X(001) VALUE 'N'.
           88 FIM-SORT                                  VALUE 'S'.
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   CEP DE PARTIDA DA CADEIA - O PERCURSO POR READ ALEATORIO
      *   PERDE A POSICAO DA LEITURA SEQUENCIAL, QUE E RETOMADA POR
      *   START NA CHAVE SEGUINTE A ESTE CEP
      *----------------------------------------------------------------*
       01 WK-ORIGEM.
          05 WK-ORI-CEP                     PIC  X(008).
          05 WK-ORI-UF                      PIC  X(002).
          05 WK-ORI-SUCESSOR                PIC  X(008).

      *----------------------------------------------------------------*
      *   PERCURSO: MESMO LIMITE DO CEPCICS1 PARA 'LONGA'; O PERCURSO
      *   CONTINUA ATE 50 SALTOS PARA SEPARAR CICLO DE CADEIA LONGA
      *----------------------------------------------------------------*
       01 WK-LIMITE-ONLINE                  PIC  9(003) VALUE 5.
       01 WK-LIMITE-PERCURSO                PIC  9(003) VALUE 50.
       01 WK-QT-SALTOS                      PIC  9(003) VALUE ZEROS.
       01 WK-CEP-SEGUIDO                    PIC  X(008).
       01 WK-FIM-CADEIA                     PIC  X(001) VALUE 'N'.
           88 FIM-CADEIA                                VALUE 'S'.
       01 WK-CLASSE                         PIC  X(011).
       01 WK-QT-VISITADOS                   PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-TAB-VISITADOS.
          05 WK-VISITADO OCCURS 51 TIMES    PIC  X(008).
       01 WK-IDX-VIS                        PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-JA-VISITADO                    PIC  X(001) VALUE 'N'.
           88 JA-VISITADO                               VALUE 'S'.

      *----------------------------------------------------------------*
      *   TOTAIS POR UF (27 UFS + SOBRA PARA LIXO DE CADASTRO)
      *----------------------------------------------------------------*
       01 WK-QT-UFS                         PIC  9(002) VALUE ZEROS.
       01 WK-TAB-UF.
          05 WK-TAB-UF-OCR OCCURS 40 TIMES INDEXED BY WK-IDX-UF.
             10 WK-TAB-UF-SIGLA             PIC  X(002).
             10 WK-TAB-UF-QT                PIC  9(009).
       01 WK-ACHOU-UF                       PIC  X(001) VALUE 'N'.
           88 ACHOU-UF                                  VALUE 'S'.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-CADEIAS                  PIC  9(009) VALUE ZEROS.
          05 WK-QT-RESOLVIDAS               PIC  9(009) VALUE ZEROS.
          05 WK-QT-CICLO                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-LONGA                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-PENDENTE                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-FIM-INATIVO              PIC  9(009) VALUE ZEROS.
          05 WK-QT-ATIVO-C-SUC              PIC  9(009) VALUE ZEROS.

       01 WK-LINHA-APONTA.
          05 FILLER           PIC X(009) VALUE 'CEPBTC10 '.
          05 WK-APO-CLASSE    PIC X(011).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-APO-UF        PIC X(002).
          05 FILLER           PIC X(005) VALUE ' CEP='.
          05 WK-APO-CEP       PIC X(008).
          05 FILLER           PIC X(011) VALUE ' SUCESSOR='.
          05 WK-APO-SUCESSOR  PIC X(008).
          05 FILLER           PIC X(008) VALUE ' PAROU='.
          05 WK-APO-ULTIMO    PIC X(008).
          05 FILLER           PIC X(008) VALUE ' SALTOS='.
          05 WK-APO-SALTOS    PIC ZZ9.

       01 WK-LINHA-UF.
          05 FILLER           PIC X(012) VALUE 'CEPBTC10 UF='.
          05 WK-LUF-SIGLA     PIC X(002).
          05 FILLER           PIC X(015) VALUE ' APONTAMENTOS..'.
          05 WK-LUF-QT        PIC ZZZ,ZZZ,ZZ9.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'CEPBTC10 - AUDITORIA SUCESSORES '.
          05 FILLER           PIC X(020) VALUE
             'REGISTROS LIDOS....'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'CADEIAS.............'.
          05 WK-REL-CADEIAS   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'RESOLVIDAS..........'.
          05 WK-REL-RESOLVIDAS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'CICLOS..............'.
          05 WK-REL-CICLO     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'LONGAS..............'.
          05 WK-REL-LONGA     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'PENDENTES...........'.
          05 WK-REL-PENDENTE  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'FIM INATIVO.........'.
          05 WK-REL-FIM-INAT  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ATIVO COM SUCESSOR..'.
          05 WK-REL-ATIVO-SUC PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           SORT SORTWK
                ON ASCENDING KEY SRT-UF
                                 SRT-CLASSE
                                 SRT-CEP
                INPUT  PROCEDURE 100000-PERCORRE-CADEIAS
                OUTPUT PROCEDURE 300000-EMITE-WORKLIST

           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 4
              AND (WK-QT-CICLO GREATER ZEROS
                 OR WK-QT-LONGA GREATER ZEROS
                 OR WK-QT-PENDENTE GREATER ZEROS
                 OR WK-QT-FIM-INATIVO GREATER ZEROS
                 OR WK-QT-ATIVO-C-SUC GREATER ZEROS)
              MOVE 4 TO WK-RETORNO
           END-IF
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       100000-PERCORRE-CADEIAS.
      *----------------------------------------------------------------*
           OPEN INPUT CEPVSA01

           IF WK-FS-CEPVSA01 NOT EQUAL '00'
              DISPLAY 'CEPBTC10 - ERRO AO ABRIR CEPVSA01 FS='
                      WK-FS-CEPVSA01
              MOVE 'S' TO WK-FIM-ARQUIVO
              MOVE 12  TO WK-RETORNO
           END-IF

           PERFORM 150000-LER-CEPVSA01
           PERFORM 200000-AVALIA-REGISTRO
                   UNTIL FIM-ARQUIVO

           CLOSE CEPVSA01.

      *----------------------------------------------------------------*
       150000-LER-CEPVSA01.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
      *       AREA LIMPA ANTES DO READ: REGISTRO ANTERIOR AO
      *       CRESCIMENTO DO LAYOUT (FILE STATUS '04') E ACEITO
      *       COM OS CAMPOS NOVOS EM BRANCO
              MOVE SPACES TO WK-CEPVSA01-REC
              READ CEPVSA01 NEXT RECORD

              EVALUATE WK-FS-CEPVSA01
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO WK-QT-LIDOS
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'CEPBTC10 - ERRO DE LEITURA FS='
                            WK-FS-CEPVSA01
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-AVALIA-REGISTRO.
      *----------------------------------------------------------------*
      * SO REGISTRO COM SUCESSOR INTERESSA: ATIVO E APONTADO DIRETO;
      * DESATIVADO TEM A CADEIA PERCORRIDA COMO O CEPCICS1 FARIA
      *----------------------------------------------------------------*
           IF WK-CEPV0001-SUCESSOR NOT EQUAL SPACES
              MOVE WK-CEPV0001-CODE      TO WK-ORI-CEP
              MOVE WK-CEPV0001-UF        TO WK-ORI-UF
              MOVE WK-CEPV0001-SUCESSOR  TO WK-ORI-SUCESSOR

              IF WK-CEPV0001-ATIVO-SIM
                 MOVE 'ATIVO-C-SUC' TO WK-CLASSE
                 MOVE SPACES        TO WK-CEP-SEGUIDO
                 MOVE ZEROS         TO WK-QT-SALTOS
                 ADD 1 TO WK-QT-ATIVO-C-SUC
                 PERFORM 500000-APONTA
              ELSE
                 ADD 1 TO WK-QT-CADEIAS
                 PERFORM 210000-PERCORRE-CADEIA
                 PERFORM 250000-REPOSICIONA
              END-IF
           END-IF

           PERFORM 150000-LER-CEPVSA01.

      *----------------------------------------------------------------*
       210000-PERCORRE-CADEIA.
      *----------------------------------------------------------------*
           MOVE SPACES          TO WK-CLASSE
           MOVE 'N'             TO WK-FIM-CADEIA
           MOVE ZEROS           TO WK-QT-SALTOS
           MOVE 1               TO WK-QT-VISITADOS
           MOVE WK-ORI-CEP      TO WK-VISITADO(1)
           MOVE WK-ORI-SUCESSOR TO WK-CEP-SEGUIDO

           PERFORM 220000-DA-UM-SALTO
                   UNTIL FIM-CADEIA

           EVALUATE WK-CLASSE
              WHEN SPACES
                 ADD 1 TO WK-QT-RESOLVIDAS
              WHEN 'ERRO'
      *          JA AVISADO NO SYSOUT E NO RETURN CODE
                 CONTINUE
              WHEN 'CICLO'
                 ADD 1 TO WK-QT-CICLO
                 PERFORM 500000-APONTA
              WHEN 'LONGA'
                 ADD 1 TO WK-QT-LONGA
                 PERFORM 500000-APONTA
              WHEN 'PENDENTE'
                 ADD 1 TO WK-QT-PENDENTE
                 PERFORM 500000-APONTA
              WHEN OTHER
                 ADD 1 TO WK-QT-FIM-INATIVO
                 PERFORM 500000-APONTA
           END-EVALUATE.

      *----------------------------------------------------------------*
       220000-DA-UM-SALTO.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-SALTOS

           MOVE 'N' TO WK-JA-VISITADO
           PERFORM 230000-PROCURA-VISITADO
                   VARYING WK-IDX-VIS FROM 1 BY 1
                   UNTIL WK-IDX-VIS GREATER WK-QT-VISITADOS
                      OR JA-VISITADO

           IF JA-VISITADO
              MOVE 'CICLO'    TO WK-CLASSE
              MOVE 'S'        TO WK-FIM-CADEIA
           ELSE
              MOVE SPACES         TO WK-CEPVSA01-REC
              MOVE WK-CEP-SEGUIDO TO WK-CEPV0001-CODE
              READ CEPVSA01

              EVALUATE WK-FS-CEPVSA01
                 WHEN '00'
                 WHEN '04'
                    PERFORM 240000-AVALIA-SALTO
                 WHEN '23'
                    MOVE 'PENDENTE' TO WK-CLASSE
                    MOVE 'S'        TO WK-FIM-CADEIA
                 WHEN OTHER
                    DISPLAY 'CEPBTC10 - ERRO NO READ DO SUCESSOR '
                            WK-CEP-SEGUIDO ' FS=' WK-FS-CEPVSA01
                    MOVE 'ERRO' TO WK-CLASSE
                    MOVE 'S'    TO WK-FIM-CADEIA
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       230000-PROCURA-VISITADO.
      *----------------------------------------------------------------*
           IF WK-VISITADO(WK-IDX-VIS) EQUAL WK-CEP-SEGUIDO
              MOVE 'S' TO WK-JA-VISITADO
           END-IF.

      *----------------------------------------------------------------*
       240000-AVALIA-SALTO.
      *----------------------------------------------------------------*
           IF WK-CEPV0001-ATIVO-SIM
              MOVE 'S' TO WK-FIM-CADEIA
              IF WK-QT-SALTOS GREATER WK-LIMITE-ONLINE
                 MOVE 'LONGA' TO WK-CLASSE
              END-IF
           ELSE
           IF WK-CEPV0001-SUCESSOR EQUAL SPACES
              MOVE 'FIM-INATIVO' TO WK-CLASSE
              MOVE 'S'           TO WK-FIM-CADEIA
           ELSE
           IF WK-QT-SALTOS NOT LESS WK-LIMITE-PERCURSO
              MOVE 'LONGA' TO WK-CLASSE
              MOVE 'S'     TO WK-FIM-CADEIA
           ELSE
              ADD 1 TO WK-QT-VISITADOS
              MOVE WK-CEP-SEGUIDO TO WK-VISITADO(WK-QT-VISITADOS)
              MOVE WK-CEPV0001-SUCESSOR TO WK-CEP-SEGUIDO
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       250000-REPOSICIONA.
      *----------------------------------------------------------------*
           MOVE WK-ORI-CEP TO WK-CEPV0001-CODE
           START CEPVSA01 KEY IS GREATER THAN WK-CEPV0001-CODE

           EVALUATE WK-FS-CEPVSA01
              WHEN '00'
                 CONTINUE
              WHEN '23'
      *          ERA O ULTIMO REGISTRO DO ARQUIVO
                 MOVE 'S' TO WK-FIM-ARQUIVO
              WHEN OTHER
                 DISPLAY 'CEPBTC10 - ERRO NO START APOS '
                         WK-ORI-CEP ' FS=' WK-FS-CEPVSA01
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       300000-EMITE-WORKLIST.
      *----------------------------------------------------------------*
           PERFORM 310000-RETORNA-REGISTRO
           PERFORM 320000-IMPRIME-APONTAMENTO
                   UNTIL FIM-SORT.

      *----------------------------------------------------------------*
       310000-RETORNA-REGISTRO.
      *----------------------------------------------------------------*
           RETURN SORTWK
               AT END MOVE 'S' TO WK-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------*
       320000-IMPRIME-APONTAMENTO.
      *----------------------------------------------------------------*
           MOVE SRT-CLASSE      TO WK-APO-CLASSE
           MOVE SRT-UF          TO WK-APO-UF
           MOVE SRT-CEP         TO WK-APO-CEP
           MOVE SRT-SUCESSOR    TO WK-APO-SUCESSOR
           MOVE SRT-ULTIMO      TO WK-APO-ULTIMO
           MOVE SRT-SALTOS      TO WK-APO-SALTOS
           DISPLAY WK-LINHA-APONTA

           PERFORM 510000-ACUMULA-UF
           PERFORM 310000-RETORNA-REGISTRO.

      *----------------------------------------------------------------*
       500000-APONTA.
      *----------------------------------------------------------------*
           MOVE WK-ORI-UF        TO SRT-UF
           MOVE WK-CLASSE        TO SRT-CLASSE
           MOVE WK-ORI-CEP       TO SRT-CEP
           MOVE WK-ORI-SUCESSOR  TO SRT-SUCESSOR
           MOVE WK-CEP-SEGUIDO   TO SRT-ULTIMO
           MOVE WK-QT-SALTOS     TO SRT-SALTOS
           RELEASE SRT-REC.

      *----------------------------------------------------------------*
       510000-ACUMULA-UF.
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-ACHOU-UF

           IF WK-QT-UFS GREATER ZEROS
              PERFORM 520000-PROCURA-UF
                      VARYING WK-IDX-UF FROM 1 BY 1
                      UNTIL WK-IDX-UF GREATER WK-QT-UFS
                         OR ACHOU-UF
           END-IF

           IF NOT ACHOU-UF
              IF WK-QT-UFS LESS 40
                 ADD 1 TO WK-QT-UFS
                 SET WK-IDX-UF TO WK-QT-UFS
                 MOVE SRT-UF TO WK-TAB-UF-SIGLA(WK-IDX-UF)
                 MOVE ZEROS  TO WK-TAB-UF-QT(WK-IDX-UF)
              ELSE
                 SET WK-IDX-UF TO 1
              END-IF
           END-IF

           ADD 1 TO WK-TAB-UF-QT(WK-IDX-UF).

      *----------------------------------------------------------------*
       520000-PROCURA-UF.
      *----------------------------------------------------------------*
           IF WK-TAB-UF-SIGLA(WK-IDX-UF) EQUAL SRT-UF
              MOVE 'S' TO WK-ACHOU-UF
      *       COMPENSA O VARYING, QUE AINDA SOMA 1 ANTES DO TESTE
              SET WK-IDX-UF DOWN BY 1
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           IF WK-QT-UFS GREATER ZEROS
              PERFORM 960000-LINHA-UF
                      VARYING WK-IDX-UF FROM 1 BY 1
                      UNTIL WK-IDX-UF GREATER WK-QT-UFS
           END-IF

           MOVE WK-QT-LIDOS            TO WK-REL-LIDOS
           MOVE WK-QT-CADEIAS          TO WK-REL-CADEIAS
           MOVE WK-QT-RESOLVIDAS       TO WK-REL-RESOLVIDAS
           MOVE WK-QT-CICLO            TO WK-REL-CICLO
           MOVE WK-QT-LONGA            TO WK-REL-LONGA
           MOVE WK-QT-PENDENTE         TO WK-REL-PENDENTE
           MOVE WK-QT-FIM-INATIVO      TO WK-REL-FIM-INAT
           MOVE WK-QT-ATIVO-C-SUC      TO WK-REL-ATIVO-SUC

           DISPLAY WK-RELATORIO.

      *----------------------------------------------------------------*
       960000-LINHA-UF.
      *----------------------------------------------------------------*
           MOVE WK-TAB-UF-SIGLA(WK-IDX-UF) TO WK-LUF-SIGLA
           MOVE WK-TAB-UF-QT(WK-IDX-UF)    TO WK-LUF-QT
           DISPLAY WK-LINHA-UF.
