      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. XPTO (DRIVER SAFRA)
      * Programa.............. XPTOBTC3
      * Tipo    .............. Batch
      * Finalidade ........... relatorio semanal de servicos
      *                        depreciados: o XPTO9999 conta no VSAM
      *                        "XPTODEP1" (chave GRUPO+SERVICO+
      *                        CONSUMIDOR+DATA) toda chamada a servico
      *                        do XPTOSRV1 ja depreciado ou desligado
      *                        (atendidas com aviso / recusadas com
      *                        COD-RET 44). Este job agrega a janela
      *                        (default os 7 dias ate a data do
      *                        processamento) e emite, por servico, a
      *                        data de depreciacao, o sunset, os dias
      *                        que faltam e o substituto, seguidos dos
      *                        consumidores que ainda chamaram - com a
      *                        equipe dona (XPTOCNS1), volume atendido,
      *                        volume recusado e a ultima data de uso -
      *                        para os gerentes de conta cobrarem a
      *                        migracao antes do desligamento.
      *                        RC 4 quando algum consumidor ainda chama
      *                        servico depreciado na janela.
      *                        Parametros (cartao XPTPRM03, opcional):
      *                          DIAS=nnn          tamanho da janela
      *                                            (default 007)
      *                          DATA-FIM=AAAAMMDD ultimo dia da janela
      *                                            (default hoje)
      * DSnames .............. B090290.XPTODEP1 (entrada)
      *                        B090290.XPTPRM03 (parametros, opcional)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XPTOBTC3.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT XPTODEP1  ASSIGN TO XPTODEP1
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-DEP-CHAVE
                  FILE STATUS  IS WK-FS-XPTODEP1.

           SELECT XPTPRM03   ASSIGN TO XPTPRM03
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-XPTPRM03.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT GRAVADO PELO XPTO9999 NO VSAM "XPTODEP1" -
      *   MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       FD  XPTODEP1.
       01  WK-XPTODEP1-REC.
           05 WK-DEP-CHAVE.
              10 WK-DEP-GRUPO            PIC  X(003).
              10 WK-DEP-SERVICO          PIC  X(006).
              10 WK-DEP-CONSUMIDOR       PIC  X(003).
              10 WK-DEP-DATA             PIC  X(008).
           05 WK-DEP-QT-ATENDIDAS        PIC  9(009).
           05 WK-DEP-QT-RECUSADAS        PIC  9(009).
           05 WK-DEP-ULT-HORA            PIC  X(008).
           05 WK-DEP-EQUIPE              PIC  X(008).
           05 WK-DEP-DT-DEPRECACAO       PIC  X(008).
           05 WK-DEP-DT-SUNSET           PIC  X(008).
           05 WK-DEP-SUBST-GRUPO         PIC  X(003).
           05 WK-DEP-SUBST-SERVICO       PIC  X(006).

       FD  XPTPRM03
           RECORDING MODE IS F.
       01  WK-XPTPRM03-REC               PIC  X(080).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-XPTODEP1                    PIC  X(002) VALUE '00'.
       01 WK-FS-XPTPRM03                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   JANELA DO RELATORIO (AAAAMMDD, INCLUSIVE NAS DUAS PONTAS)
      *----------------------------------------------------------------*
       01 WK-DIAS-JANELA                    PIC  9(003) VALUE 7.
       01 WK-DATA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-DATA-FIM                       PIC  9(008) VALUE ZEROS.
       01 WK-DATA-INICIO                    PIC  9(008) VALUE ZEROS.
       01 WK-JAN-INICIO                     PIC  X(008) VALUE SPACES.
       01 WK-JAN-FIM                        PIC  X(008) VALUE SPACES.
       01 WK-DIAS-INTEIRO                   PIC  9(007) VALUE ZEROS.
       01 WK-HOJE-INTEIRO                   PIC  9(007) VALUE ZEROS.
       01 WK-SUNSET-NUM                     PIC  9(008) VALUE ZEROS.
       01 WK-DIAS-SUNSET                    PIC S9(007) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   QUEBRA POR GRUPO+SERVICO E, DENTRO DELE, POR CONSUMIDOR
      *   (ORDEM NATURAL DA CHAVE)
      *----------------------------------------------------------------*
       01 WK-SRV-ATUAL.
          05 WK-SRV-GRUPO                   PIC  X(003).
          05 WK-SRV-SERVICO                 PIC  X(006).
       01 WK-CNS-ATUAL                      PIC  X(003) VALUE SPACES.
       01 WK-TEM-SERVICO                    PIC  X(001) VALUE 'N'.
           88 TEM-SERVICO                               VALUE 'S'.
       01 WK-TEM-CONSUMIDOR                 PIC  X(001) VALUE 'N'.
           88 TEM-CONSUMIDOR                            VALUE 'S'.

      *    DADOS DO CICLO: OS DO REGISTRO MAIS RECENTE DA JANELA
       01 WK-CICLO.
          05 WK-CIC-DT-DEPRECACAO           PIC  X(008).
          05 WK-CIC-DT-SUNSET               PIC  X(008).
          05 WK-CIC-SUBST-GRUPO             PIC  X(003).
          05 WK-CIC-SUBST-SERVICO           PIC  X(006).
          05 WK-CIC-DATA                    PIC  X(008).

       01 WK-ACUM-SERVICO.
          05 WK-SRV-QT-CONSUMIDORES         PIC  9(009).
          05 WK-SRV-QT-ATENDIDAS            PIC  9(009).
          05 WK-SRV-QT-RECUSADAS            PIC  9(009).

       01 WK-ACUM-CONSUMIDOR.
          05 WK-CNS-EQUIPE                  PIC  X(008).
          05 WK-CNS-QT-ATENDIDAS            PIC  9(009).
          05 WK-CNS-QT-RECUSADAS            PIC  9(009).
          05 WK-CNS-ULT-DATA                PIC  X(008).

      *    CONSUMIDORES DO SERVICO EM CURSO, GUARDADOS ATE O CABECALHO
      *    DO SERVICO SAIR (O CABECALHO PRECISA DO TOTAL E DO CICLO
      *    MAIS RECENTE); ACIMA DE 200 SO CONTAM NO TOTAL
       01 WK-TAB-CONSUMIDORES.
          05 WK-TCS-OCR OCCURS 200 TIMES.
             10 WK-TCS-CONSUMIDOR           PIC  X(003).
             10 WK-TCS-EQUIPE               PIC  X(008).
             10 WK-TCS-ATENDIDAS            PIC  9(009).
             10 WK-TCS-RECUSADAS            PIC  9(009).
             10 WK-TCS-ULT-DATA             PIC  X(008).
       01 WK-IDX-TCS                        PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-QT-TCS                         PIC S9(004) COMP
                                            VALUE ZEROS.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-NA-JANELA                PIC  9(009) VALUE ZEROS.
          05 WK-QT-SERVICOS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-CONSUMIDORES             PIC  9(009) VALUE ZEROS.

       01 WK-LINHA-SERVICO.
          05 FILLER           PIC X(009) VALUE 'XPTOBTC3 '.
          05 WK-LIN-GRUPO     PIC X(003).
          05 FILLER           PIC X(001) VALUE '/'.
          05 WK-LIN-SERVICO   PIC X(006).
          05 FILLER           PIC X(012) VALUE ' DEPRECIADO='.
          05 WK-LIN-DEPRECACAO
                              PIC X(008).
          05 FILLER           PIC X(008) VALUE ' SUNSET='.
          05 WK-LIN-SUNSET    PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-PRAZO     PIC X(016).
          05 FILLER           PIC X(012) VALUE ' SUBSTITUTO='.
          05 WK-LIN-SUBST-GRUPO
                              PIC X(003).
          05 FILLER           PIC X(001) VALUE '/'.
          05 WK-LIN-SUBST-SERVICO
                              PIC X(006).
          05 FILLER           PIC X(014) VALUE ' CONSUMIDORES='.
          05 WK-LIN-QT-CONS   PIC ZZ9.

       01 WK-LINHA-PRAZO.
          05 WK-LPZ-DIAS      PIC ZZZ9.
          05 FILLER           PIC X(012) VALUE ' DIAS RESTAM'.
       01 WK-LINHA-PRAZO-X REDEFINES WK-LINHA-PRAZO
                              PIC X(016).

       01 WK-LINHA-CONSUMIDOR.
          05 FILLER           PIC X(009) VALUE 'XPTOBTC3 '.
          05 FILLER           PIC X(013) VALUE '  CONSUMIDOR '.
          05 WK-LCS-CONSUMIDOR
                              PIC X(003).
          05 FILLER           PIC X(008) VALUE ' EQUIPE='.
          05 WK-LCS-EQUIPE    PIC X(008).
          05 FILLER           PIC X(011) VALUE ' ATENDIDAS='.
          05 WK-LCS-ATENDIDAS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(011) VALUE ' RECUSADAS='.
          05 WK-LCS-RECUSADAS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(012) VALUE ' ULTIMO-USO='.
          05 WK-LCS-ULT-DATA  PIC X(008).

       01 WK-CABECALHO.
          05 FILLER           PIC X(036) VALUE
             'XPTOBTC3 - SERVICOS DEPRECIADOS DE '.
          05 WK-CAB-INICIO    PIC X(008).
          05 FILLER           PIC X(003) VALUE ' A '.
          05 WK-CAB-FIM       PIC X(008).

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'XPTOBTC3 - SERVICOS DEPRECIADOS '.
          05 FILLER           PIC X(020) VALUE
             'REGISTROS LIDOS.....'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'NA JANELA...........'.
          05 WK-REL-JANELA    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'SERVICOS............'.
          05 WK-REL-SERVICOS  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'CONSUMIDORES........'.
          05 WK-REL-CONSUMIDORES
                              PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 050000-LER-PARAMETROS
           PERFORM 070000-CALCULA-JANELA
           PERFORM 100000-ABRIR-ARQUIVOS
           PERFORM 150000-LER-XPTODEP1
           PERFORM 200000-PROCESSAR-REGISTRO
                   UNTIL FIM-ARQUIVO
           IF TEM-SERVICO
              PERFORM 300000-EMITIR-SERVICO
           END-IF
           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 4
              AND WK-QT-CONSUMIDORES GREATER ZEROS
              MOVE 4 TO WK-RETORNO
           END-IF
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WK-DATA-HOJE TO WK-DATA-FIM

           OPEN INPUT XPTPRM03

           IF WK-FS-XPTPRM03 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE XPTPRM03
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ XPTPRM03

           IF WK-FS-XPTPRM03 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-XPTPRM03-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-XPTPRM03-REC(1:5) EQUAL 'DIAS='
              IF WK-XPTPRM03-REC(6:3) NUMERIC
                 AND WK-XPTPRM03-REC(6:3) NOT EQUAL '000'
                 MOVE WK-XPTPRM03-REC(6:3) TO WK-DIAS-JANELA
              ELSE
                 DISPLAY 'XPTOBTC3 - DIAS INVALIDO IGNORADO: '
                         WK-XPTPRM03-REC(6:3)
              END-IF
           ELSE
           IF WK-XPTPRM03-REC(1:9) EQUAL 'DATA-FIM='
              IF WK-XPTPRM03-REC(10:8) NUMERIC
                 MOVE WK-XPTPRM03-REC(10:8) TO WK-DATA-FIM
              ELSE
                 DISPLAY 'XPTOBTC3 - DATA-FIM INVALIDA IGNORADA: '
                         WK-XPTPRM03-REC(10:8)
              END-IF
           ELSE
           IF WK-XPTPRM03-REC NOT EQUAL SPACES
              DISPLAY 'XPTOBTC3 - PARAMETRO DESCONHECIDO: '
                      WK-XPTPRM03-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       070000-CALCULA-JANELA.
      *----------------------------------------------------------------*
           COMPUTE WK-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE ( WK-DATA-FIM )
                   - WK-DIAS-JANELA + 1
           COMPUTE WK-DATA-INICIO =
                   FUNCTION DATE-OF-INTEGER ( WK-DIAS-INTEIRO )

           COMPUTE WK-HOJE-INTEIRO =
                   FUNCTION INTEGER-OF-DATE ( WK-DATA-HOJE )

           MOVE WK-DATA-INICIO TO WK-JAN-INICIO
                                  WK-CAB-INICIO
           MOVE WK-DATA-FIM    TO WK-JAN-FIM
                                  WK-CAB-FIM
           DISPLAY WK-CABECALHO.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           OPEN INPUT XPTODEP1

           IF WK-FS-XPTODEP1 NOT EQUAL '00'
              DISPLAY 'XPTOBTC3 - ERRO AO ABRIR XPTODEP1 FS='
                      WK-FS-XPTODEP1
              MOVE 'S' TO WK-FIM-ARQUIVO
              MOVE 12  TO WK-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       150000-LER-XPTODEP1.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
              READ XPTODEP1 NEXT RECORD

              EVALUATE WK-FS-XPTODEP1
                 WHEN '00'
                    ADD 1 TO WK-QT-LIDOS
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'XPTOBTC3 - ERRO DE LEITURA FS='
                            WK-FS-XPTODEP1
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-PROCESSAR-REGISTRO.
      *----------------------------------------------------------------*
      * SO CONTA O DIA DENTRO DA JANELA; A QUEBRA DE SERVICO FECHA
      * ANTES O CONSUMIDOR EM ABERTO
      *----------------------------------------------------------------*
           IF WK-DEP-DATA NOT LESS WK-JAN-INICIO
              AND WK-DEP-DATA NOT GREATER WK-JAN-FIM
              ADD 1 TO WK-QT-NA-JANELA

              IF TEM-SERVICO
                 AND (WK-DEP-GRUPO   NOT EQUAL WK-SRV-GRUPO
                   OR WK-DEP-SERVICO NOT EQUAL WK-SRV-SERVICO)
                 PERFORM 300000-EMITIR-SERVICO
              END-IF

              IF NOT TEM-SERVICO
                 MOVE 'S'            TO WK-TEM-SERVICO
                 MOVE WK-DEP-GRUPO   TO WK-SRV-GRUPO
                 MOVE WK-DEP-SERVICO TO WK-SRV-SERVICO
                 MOVE LOW-VALUES     TO WK-CICLO
                 MOVE ZEROS          TO WK-SRV-QT-CONSUMIDORES
                                        WK-SRV-QT-ATENDIDAS
                                        WK-SRV-QT-RECUSADAS
                                        WK-QT-TCS
              END-IF

              IF TEM-CONSUMIDOR
                 AND WK-DEP-CONSUMIDOR NOT EQUAL WK-CNS-ATUAL
                 PERFORM 400000-EMITIR-CONSUMIDOR
              END-IF

              IF NOT TEM-CONSUMIDOR
                 MOVE 'S'               TO WK-TEM-CONSUMIDOR
                 MOVE WK-DEP-CONSUMIDOR TO WK-CNS-ATUAL
                 MOVE SPACES            TO WK-CNS-EQUIPE
                                           WK-CNS-ULT-DATA
                 MOVE ZEROS             TO WK-CNS-QT-ATENDIDAS
                                           WK-CNS-QT-RECUSADAS
              END-IF

              ADD WK-DEP-QT-ATENDIDAS TO WK-CNS-QT-ATENDIDAS
              ADD WK-DEP-QT-RECUSADAS TO WK-CNS-QT-RECUSADAS
              MOVE WK-DEP-DATA        TO WK-CNS-ULT-DATA
              IF WK-DEP-EQUIPE NOT EQUAL SPACES
                 MOVE WK-DEP-EQUIPE   TO WK-CNS-EQUIPE
              END-IF

              IF WK-DEP-DATA GREATER WK-CIC-DATA
                 MOVE WK-DEP-DT-DEPRECACAO TO WK-CIC-DT-DEPRECACAO
                 MOVE WK-DEP-DT-SUNSET     TO WK-CIC-DT-SUNSET
                 MOVE WK-DEP-SUBST-GRUPO   TO WK-CIC-SUBST-GRUPO
                 MOVE WK-DEP-SUBST-SERVICO TO WK-CIC-SUBST-SERVICO
                 MOVE WK-DEP-DATA          TO WK-CIC-DATA
              END-IF
           END-IF

           PERFORM 150000-LER-XPTODEP1.

      *----------------------------------------------------------------*
       300000-EMITIR-SERVICO.
      *----------------------------------------------------------------*
      * CABECALHO DO SERVICO COM O CICLO E O PRAZO ATE O SUNSET; OS
      * CONSUMIDORES ACUMULADOS SAEM LOGO ABAIXO (GUARDADOS NA ORDEM
      * DA CHAVE, O ULTIMO AINDA EM ABERTO E FECHADO AQUI)
      *----------------------------------------------------------------*
           IF TEM-CONSUMIDOR
              PERFORM 400000-EMITIR-CONSUMIDOR
           END-IF

           ADD 1 TO WK-QT-SERVICOS

           MOVE WK-SRV-GRUPO         TO WK-LIN-GRUPO
           MOVE WK-SRV-SERVICO       TO WK-LIN-SERVICO
           MOVE WK-CIC-DT-DEPRECACAO TO WK-LIN-DEPRECACAO
           MOVE WK-CIC-DT-SUNSET     TO WK-LIN-SUNSET
           MOVE WK-CIC-SUBST-GRUPO   TO WK-LIN-SUBST-GRUPO
           MOVE WK-CIC-SUBST-SERVICO TO WK-LIN-SUBST-SERVICO
           MOVE WK-SRV-QT-CONSUMIDORES TO WK-LIN-QT-CONS

           IF WK-CIC-DT-SUNSET NUMERIC
              MOVE WK-CIC-DT-SUNSET TO WK-SUNSET-NUM
              COMPUTE WK-DIAS-SUNSET =
                      FUNCTION INTEGER-OF-DATE ( WK-SUNSET-NUM )
                      - WK-HOJE-INTEIRO
              IF WK-DIAS-SUNSET GREATER ZEROS
                 MOVE WK-DIAS-SUNSET TO WK-LPZ-DIAS
                 MOVE WK-LINHA-PRAZO-X TO WK-LIN-PRAZO
              ELSE
                 MOVE '** JA DESLIGADO ' TO WK-LIN-PRAZO
              END-IF
           ELSE
              MOVE 'SEM SUNSET      ' TO WK-LIN-PRAZO
           END-IF

           DISPLAY WK-LINHA-SERVICO
           PERFORM 350000-LISTAR-CONSUMIDORES

           MOVE 'N' TO WK-TEM-SERVICO.

      *----------------------------------------------------------------*
       350000-LISTAR-CONSUMIDORES.
      *----------------------------------------------------------------*
           PERFORM 360000-EMITIR-LINHA-CONSUMIDOR
                   VARYING WK-IDX-TCS FROM 1 BY 1
                   UNTIL WK-IDX-TCS GREATER WK-QT-TCS

           IF WK-SRV-QT-CONSUMIDORES GREATER WK-QT-TCS
              DISPLAY 'XPTOBTC3   ... MAIS CONSUMIDORES NAO LISTADOS'
           END-IF.

      *----------------------------------------------------------------*
       360000-EMITIR-LINHA-CONSUMIDOR.
      *----------------------------------------------------------------*
           MOVE WK-TCS-CONSUMIDOR(WK-IDX-TCS) TO WK-LCS-CONSUMIDOR
           MOVE WK-TCS-EQUIPE(WK-IDX-TCS)     TO WK-LCS-EQUIPE
           MOVE WK-TCS-ATENDIDAS(WK-IDX-TCS)  TO WK-LCS-ATENDIDAS
           MOVE WK-TCS-RECUSADAS(WK-IDX-TCS)  TO WK-LCS-RECUSADAS
           MOVE WK-TCS-ULT-DATA(WK-IDX-TCS)   TO WK-LCS-ULT-DATA

           DISPLAY WK-LINHA-CONSUMIDOR.

      *----------------------------------------------------------------*
       400000-EMITIR-CONSUMIDOR.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-CONSUMIDORES
                    WK-SRV-QT-CONSUMIDORES
           ADD WK-CNS-QT-ATENDIDAS TO WK-SRV-QT-ATENDIDAS
           ADD WK-CNS-QT-RECUSADAS TO WK-SRV-QT-RECUSADAS

           IF WK-QT-TCS LESS 200
              ADD 1 TO WK-QT-TCS
              MOVE WK-CNS-ATUAL        TO WK-TCS-CONSUMIDOR(WK-QT-TCS)
              MOVE WK-CNS-EQUIPE       TO WK-TCS-EQUIPE(WK-QT-TCS)
              MOVE WK-CNS-QT-ATENDIDAS TO WK-TCS-ATENDIDAS(WK-QT-TCS)
              MOVE WK-CNS-QT-RECUSADAS TO WK-TCS-RECUSADAS(WK-QT-TCS)
              MOVE WK-CNS-ULT-DATA     TO WK-TCS-ULT-DATA(WK-QT-TCS)
           END-IF

           MOVE 'N' TO WK-TEM-CONSUMIDOR.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           IF WK-FS-XPTODEP1 NOT EQUAL '35'
              CLOSE XPTODEP1
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS        TO WK-REL-LIDOS
           MOVE WK-QT-NA-JANELA    TO WK-REL-JANELA
           MOVE WK-QT-SERVICOS     TO WK-REL-SERVICOS
           MOVE WK-QT-CONSUMIDORES TO WK-REL-CONSUMIDORES

           DISPLAY WK-RELATORIO.
