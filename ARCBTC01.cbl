      * Finalidade ........... gestor UNICO de retencao e arquivamento
      *                        dos arquivos de historico/trilha que so
      *                        crescem (CEPHST01, CIEHST01, XPTOTRC1,
      *                        CTLGLOG1, CTLGORD1, VSRSHST1, e o
      *                        repositorio de relatorios RELDIR01/
      *                        RELLIN01) - cada
      *                        subsistema inventar o proprio purge e
      *                        como chegamos a seis arquivos nunca
      *                        purgados. Para cada arquivo:
      *                        cabecalho de correlacao (CORK0001);
      *                        CTLGLOG1/CTLGORD1 carregam EIBDATE
      *                        juliano (0CYYDDD) - o corte e calculado
      *                        uma vez em cada formato.
      *                        Repositorio de relatorios: a retencao
      *                        do parametro RELDIR01 vale para o
      *                        catalogo E para as linhas (RELLIN01),
      *                        pelo ciclo AAAAMMDD da chave - relatorio
      *                        sai inteiro, nunca catalogo sem linhas
      * DSnames .............. B090290.PRMVSA01 (retencoes, consulta)
      *                        B090290.CEPHST01 + ARCCEP01 (GDG)
      *                        B090290.CIEHST01 + ARCCIE01 (GDG)
      *                        B090290.CTLGLOG1 + ARCLOG01 (GDG)
      *                        B090290.CTLGORD1 + ARCORD01 (GDG)
      *                        B090290.VSRSHST1 + ARCVSR01 (GDG)
      *                        B090290.RELDIR01 + ARCRDR01 (GDG)
      *                        B090290.RELLIN01 + ARCRLN01 (GDG)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY   IS WK-IDP-MSGID
                  FILE STATUS  IS WK-FS-CLUSTER.

           SELECT RELDIR01   ASSIGN TO RELDIR01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-RDR-CHAVE
                  FILE STATUS  IS WK-FS-CLUSTER.

           SELECT RELLIN01   ASSIGN TO RELLIN01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-RLN-CHAVE
                  FILE STATUS  IS WK-FS-CLUSTER.

           SELECT ARCCEP01   ASSIGN TO ARCCEP01
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WK-FS-ARCHIVE.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WK-FS-ARCHIVE.

           SELECT ARCRDR01   ASSIGN TO ARCRDR01
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WK-FS-ARCHIVE.

           SELECT ARCRLN01   ASSIGN TO ARCRLN01
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WK-FS-ARCHIVE.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
              10 WK-CEPH-DATA               PIC  X(010).
              10 WK-CEPH-HORA               PIC  X(008).
              10 WK-CEPH-TASKNUM            PIC  9(007).
      *    INCLUI AS COORDENADAS ANTES/DEPOIS (40 BYTES) E O
      *    OPERADOR (8 BYTES) - REGISTRO ANTIGO CHEGA SEM ELES, EM
      *    BRANCO
           05 FILLER                        PIC  X(359).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO CIEBIN03 - MANTER SINCRONIZADO
              10 WK-CIEH-DATA               PIC  X(010).
              10 WK-CIEH-HORA               PIC  X(008).
              10 WK-CIEH-TASKNUM            PIC  9(007).
      *    INCLUI A CAUDA DE 8 DIGITOS ANTES/DEPOIS (32 BYTES) E O
      *    OPERADOR (8 BYTES) - REGISTRO ANTIGO CHEGA SEM ELES, EM
      *    BRANCO
           05 FILLER                        PIC  X(317).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO XPTO9999 - MANTER SINCRONIZADO;
              10 WK-ORD-ITEMID              PIC  X(008).
              10 WK-ORD-DATE                PIC S9(7) COMP-3.
              10 WK-ORD-TIME                PIC S9(7) COMP-3.
           05 FILLER                        PIC  X(167).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO VSRSPING - MANTER SINCRONIZADO
           05 WK-IDP-ABSTIME                PIC S9(015) COMP-3.
           05 FILLER                        PIC  X(3562).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO RELREG01 - MANTER SINCRONIZADO;
      *   O CICLO (AAAAMMDD) VEM NA CHAVE
      *----------------------------------------------------------------*
       FD  RELDIR01.
       01  WK-RELDIR01-REC.
           05 WK-RDR-CHAVE.
              10 WK-RDR-RELATORIO           PIC  X(008).
              10 WK-RDR-CICLO               PIC  X(008).
              10 WK-RDR-EXECUCAO            PIC  9(003).
           05 FILLER                        PIC  X(071).

       FD  RELLIN01.
       01  WK-RELLIN01-REC.
           05 WK-RLN-CHAVE.
              10 WK-RLN-RELATORIO           PIC  X(008).
              10 WK-RLN-CICLO               PIC  X(008).
              10 WK-RLN-EXECUCAO            PIC  9(003).
              10 WK-RLN-PAGINA              PIC  9(005).
              10 WK-RLN-LINHA               PIC  9(003).
           05 FILLER                        PIC  X(133).

       FD  ARCCEP01
           RECORDING MODE IS F.
       01  WK-ARCCEP01-REC                  PIC  X(392).

       FD  ARCCIE01
           RECORDING MODE IS F.
       01  WK-ARCCIE01-REC                  PIC  X(348).

       FD  ARCXPT01
           RECORDING MODE IS F.

       FD  ARCORD01
           RECORDING MODE IS F.
       01  WK-ARCORD01-REC                  PIC  X(183).

       FD  ARCVSR01
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  WK-ARCIDP01-REC                  PIC  X(3602).

       FD  ARCRDR01
           RECORDING MODE IS F.
       01  WK-ARCRDR01-REC                  PIC  X(090).

       FD  ARCRLN01
           RECORDING MODE IS F.
       01  WK-ARCRLN01-REC                  PIC  X(160).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-PRMVSA01                    PIC  X(002) VALUE '00'.
           PERFORM 440000-ARQUIVA-CTLGORD1
           PERFORM 450000-ARQUIVA-VSRSHST1
           PERFORM 460000-ARQUIVA-XPTOIDP1
           PERFORM 470000-ARQUIVA-RELDIR01

           PERFORM 900000-FECHAR-PRMVSA01

                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       470000-ARQUIVA-RELDIR01.
      *----------------------------------------------------------------*
      * CATALOGO DO REPOSITORIO DE RELATORIOS (RELREG01) - O MESMO
      * CORTE SEGUE PARA AS LINHAS NO 480000
      *----------------------------------------------------------------*
           MOVE 'RELDIR01' TO WK-ARQUIVO-ATUAL
           PERFORM 100000-BUSCA-RETENCAO

           IF WK-DIAS-RETENCAO GREATER ZEROS
              PERFORM 150000-INICIA-CONTADORES
              OPEN I-O RELDIR01
              IF WK-FS-CLUSTER NOT EQUAL '00' AND '97'
                 DISPLAY 'ARCBTC01 - RELDIR01 INDISPONIVEL FS='
                         WK-FS-CLUSTER ' - PULADO'
                 IF WK-RETORNO LESS 4
                    MOVE 4 TO WK-RETORNO
                 END-IF
              ELSE
                 OPEN OUTPUT ARCRDR01
                 IF WK-FS-ARCHIVE NOT EQUAL '00'
                    DISPLAY 'ARCBTC01 - ARCRDR01 INDISPONIVEL FS='
                            WK-FS-ARCHIVE ' - SEM COPIA, SEM PURGE'
                    IF WK-RETORNO LESS 4
                       MOVE 4 TO WK-RETORNO
                    END-IF
                 ELSE
                    PERFORM 475000-TRATA-REG-RELDIR01
                            UNTIL FIM-ARQUIVO
                    CLOSE ARCRDR01
                    PERFORM 200000-EMITE-RESUMO-ARQUIVO
                 END-IF
                 CLOSE RELDIR01
              END-IF

              PERFORM 480000-ARQUIVA-RELLIN01
           END-IF.

      *----------------------------------------------------------------*
       475000-TRATA-REG-RELDIR01.
      *----------------------------------------------------------------*
           READ RELDIR01 NEXT RECORD

           EVALUATE WK-FS-CLUSTER
              WHEN '00'
                 ADD 1 TO WK-QT-LIDOS
                 IF WK-RDR-CICLO NUMERIC
                       AND WK-RDR-CICLO LESS WK-CORTE-AAAAMMDD
                    MOVE WK-RELDIR01-REC TO WK-ARCRDR01-REC
                    WRITE WK-ARCRDR01-REC
                    IF WK-FS-ARCHIVE EQUAL '00'
                       DELETE RELDIR01
                       ADD 1 TO WK-QT-ARQUIVADOS
                    ELSE
                       DISPLAY 'ARCBTC01 - ERRO NA GDG ARCRDR01 FS='
                               WK-FS-ARCHIVE ' - PURGE INTERROMPIDO'
                       MOVE 'S' TO WK-FIM-ARQUIVO
                       IF WK-RETORNO LESS 8
                          MOVE 8 TO WK-RETORNO
                       END-IF
                    END-IF
                 ELSE
                    ADD 1 TO WK-QT-MANTIDOS
                 END-IF
              WHEN '10'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              WHEN OTHER
                 DISPLAY 'ARCBTC01 - ERRO DE LEITURA RELDIR01 FS='
                         WK-FS-CLUSTER
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       480000-ARQUIVA-RELLIN01.
      *----------------------------------------------------------------*
      * LINHAS DO REPOSITORIO - SEM RETENCAO PROPRIA: USA O CORTE JA
      * CALCULADO PARA O RELDIR01 (CHAMADO SO DE DENTRO DO 470000)
      *----------------------------------------------------------------*
           MOVE 'RELLIN01' TO WK-ARQUIVO-ATUAL
           PERFORM 150000-INICIA-CONTADORES
           OPEN I-O RELLIN01
           IF WK-FS-CLUSTER NOT EQUAL '00' AND '97'
              DISPLAY 'ARCBTC01 - RELLIN01 INDISPONIVEL FS='
                      WK-FS-CLUSTER ' - PULADO'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              OPEN OUTPUT ARCRLN01
              IF WK-FS-ARCHIVE NOT EQUAL '00'
                 DISPLAY 'ARCBTC01 - ARCRLN01 INDISPONIVEL FS='
                         WK-FS-ARCHIVE ' - SEM COPIA, SEM PURGE'
                 IF WK-RETORNO LESS 4
                    MOVE 4 TO WK-RETORNO
                 END-IF
              ELSE
                 PERFORM 485000-TRATA-REG-RELLIN01
                         UNTIL FIM-ARQUIVO
                 CLOSE ARCRLN01
                 PERFORM 200000-EMITE-RESUMO-ARQUIVO
              END-IF
              CLOSE RELLIN01
           END-IF.

      *----------------------------------------------------------------*
       485000-TRATA-REG-RELLIN01.
      *----------------------------------------------------------------*
           READ RELLIN01 NEXT RECORD

           EVALUATE WK-FS-CLUSTER
              WHEN '00'
                 ADD 1 TO WK-QT-LIDOS
                 IF WK-RLN-CICLO NUMERIC
                       AND WK-RLN-CICLO LESS WK-CORTE-AAAAMMDD
                    MOVE WK-RELLIN01-REC TO WK-ARCRLN01-REC
                    WRITE WK-ARCRLN01-REC
                    IF WK-FS-ARCHIVE EQUAL '00'
                       DELETE RELLIN01
                       ADD 1 TO WK-QT-ARQUIVADOS
                    ELSE
                       DISPLAY 'ARCBTC01 - ERRO NA GDG ARCRLN01 FS='
                               WK-FS-ARCHIVE ' - PURGE INTERROMPIDO'
                       MOVE 'S' TO WK-FIM-ARQUIVO
                       IF WK-RETORNO LESS 8
                          MOVE 8 TO WK-RETORNO
                       END-IF
                    END-IF
                 ELSE
                    ADD 1 TO WK-QT-MANTIDOS
                 END-IF
              WHEN '10'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              WHEN OTHER
                 DISPLAY 'ARCBTC01 - ERRO DE LEITURA RELLIN01 FS='
                         WK-FS-CLUSTER
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.
