       CBL CICS('COBOL3') APOST
      *****************************************************************
      * PoT para Tivit / Cielo
      * ----------------------------------------------------------------
      * Programa.............. ACCEXHIQ
      * Tipo    .............. Online (terminal 3270, SEND/RECEIVE no
      *                        estilo do ACCM1INQ)
      * Finalidade ........... consulta SOMENTE-LEITURA do extrato
      *                        "como enviado": le o arquivo de
      *                        extratos emitidos "ACCEXH01" (gravado
      *                        pelo ACCBTC01 a cada emissao) para um
      *                        CODUSU e data de emissao e mostra a
      *                        imagem exata do que saiu - numero do
      *                        extrato, valores mensais, total, moeda,
      *                        taxa aplicada, total convertido, marca
      *                        de ajuste e entrega MQ - lado a lado
      *                        com os valores ATUAIS (ACCM1VSA mais o
      *                        razao de ajustes "ACCAJU01", como o
      *                        extrato de hoje sairia), marcando com
      *                        '*' os meses que divergem.
      *                        Entrada (posicional, apos o transid):
      *                        ACQ2 uuu aaaammdd aaaa
      *                        (conta, data de emissao, ano do extrato
      *                        opcional) - com mais de um extrato na
      *                        data, exibe o ultimo emitido e avisa
      * DSnames .............. B090290.ACCEXH01 (consulta)
      *                        B090290.ACCM1VSA (consulta)
      *                        B090290.ACCAJU01 (consulta)
      * Transacao CICS  ...... ACQ2
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCEXHIQ.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WORKING-ALL-FILLS.
          03 WK-REC-ENTRADA.
             05 FILLER                        PIC  X(005).
             05 WK-REC-CODUSU                 PIC  X(003).
             05 FILLER                        PIC  X(001).
             05 WK-REC-DATA                   PIC  X(008).
             05 FILLER                        PIC  X(001).
             05 WK-REC-ANO                    PIC  X(004).
             05 FILLER                        PIC  X(058).
      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO ACCEXH01 GRAVADO PELO ACCBTC01 (IMAGEM DO
      *   REGISTRO DE EXTRATO) - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
          03 WK-ACCEXH01-REC.
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
          03 WK-EXH-ACHADO                 PIC  X(621).
          03 WK-BROWSE-KEY.
             05 WK-BRW-CODUSU              PIC  X(003).
             05 WK-BRW-DATA                PIC  X(008).
             05 FILLER                     PIC  X(010).
          03 WK-QT-ACHADOS                 PIC  9(003) VALUE ZEROS.
          03 WK-FIM-BROWSE                 PIC  X(001) VALUE 'N'.
             88 FIM-BROWSE                             VALUE 'S'.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO ACCM1VSA LIDO POR PROD0001/ACCBTC01 -
      *   MANTER SINCRONIZADO
      *----------------------------------------------------------------*
          03 WK-ACCM1VSA-REC.
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
          03 WK-AJU-REC.
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
          03 WK-AJU-BROWSE-KEY.
             05 WK-AJU-BRW-PREFIXO         PIC  X(007).
             05 FILLER                     PIC  X(005).
          03 WK-AJU-SOMAS.
             05 WK-AJU-SOMA-MES            PIC S9(013)
                                           OCCURS 12 TIMES.
          03 WK-AJU-RESULTADO              PIC S9(013) VALUE ZEROS.
          03 WK-FIM-AJUSTES                PIC  X(001) VALUE 'N'.
             88 FIM-AJUSTES                            VALUE 'S'.
          03 WK-IDX-AJU                    PIC  9(002) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   ROTULOS OFICIAIS E COMPARACAO
      *----------------------------------------------------------------*
          03 WK-TAB-ROTULOS.
             05 FILLER                     PIC  X(036) VALUE
                'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
          03 WK-TAB-ROTULOS-RED REDEFINES WK-TAB-ROTULOS.
             05 WK-ROTULO-MES              PIC  X(003)
                                           OCCURS 12 TIMES.
          03 WK-VAL-NUM                    PIC  9(012) VALUE ZEROS.
          03 WK-IDX-MES                    PIC  9(002) VALUE ZEROS.
          03 WK-QT-DIVERGE                 PIC  9(002) VALUE ZEROS.
          03 WK-ATUAL-EXISTE               PIC  X(001) VALUE 'N'.
             88 ATUAL-EXISTE                           VALUE 'S'.
          03 WK-VALIDO                     PIC  X(001) VALUE 'S'.
             88 ENTRADA-VALIDA                         VALUE 'S'.
      *----------------------------------------------------------------*
      *   TELA DE RESPOSTA (80 COLUNAS POR LINHA, ESTILO ACCM1INQ)
      *----------------------------------------------------------------*
          03 WK-SEN-TELA.
             05 FILLER                        PIC  X(080)
                                              VALUE ALL '-'.
             05 WK-SEN-TITULO.
                07 FILLER                     PIC  X(031) VALUE
                   'Extrato emitido  ACCEXH01  CODU'.
                07 FILLER                     PIC  X(004) VALUE
                   'SU='.
                07 WK-SEN-CODUSU              PIC  X(003).
                07 FILLER                     PIC  X(007) VALUE
                   '  data='.
                07 WK-SEN-DATA                PIC  X(008).
                07 FILLER                     PIC  X(027) VALUE SPACES.
             05 WK-SEN-MSG                    PIC  X(080).
             05 WK-SEN-IDENT.
                07 FILLER                     PIC  X(008) VALUE
                   'Numero: '.
                07 WK-SEN-NUM-DATA            PIC  9(008).
                07 FILLER                     PIC  X(001) VALUE '.'.
                07 WK-SEN-NUM-HORA            PIC  9(006).
                07 FILLER                     PIC  X(001) VALUE '.'.
                07 WK-SEN-NUM-SEQ             PIC  9(006).
                07 FILLER                     PIC  X(006) VALUE
                   '  Ano '.
                07 WK-SEN-ANO                 PIC  X(004).
                07 FILLER                     PIC  X(008) VALUE
                   '  Moeda '.
                07 WK-SEN-MOEDA               PIC  X(003).
                07 FILLER                     PIC  X(007) VALUE
                   '  Taxa '.
                07 WK-SEN-TAXA                PIC  ZZZZ9,999999.
                07 FILLER                     PIC  X(005) VALUE
                   '  MQ '.
                07 WK-SEN-MQ                  PIC  X(001).
                07 FILLER                     PIC  X(004) VALUE SPACES.
             05 WK-SEN-TOTAIS.
                07 FILLER                     PIC  X(015) VALUE
                   'Total emitido: '.
                07 WK-SEN-TOTAL               PIC  ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
                07 FILLER                     PIC  X(007) VALUE
                   '  BRL: '.
                07 WK-SEN-TOTAL-BRL           PIC  ZZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
                07 FILLER                     PIC  X(004) VALUE
                   ' CR '.
                07 WK-SEN-CODRET              PIC  9(002).
                07 FILLER                     PIC  X(005) VALUE
                   ' Aj: '.
                07 WK-SEN-AJUSTADO            PIC  X(001).
                07 FILLER                     PIC  X(006) VALUE SPACES.
             05 WK-SEN-CAB-DET.
                07 FILLER                     PIC  X(040) VALUE
                   '   Mes    Emitido        Atual'.
                07 FILLER                     PIC  X(040) VALUE SPACES.
             05 WK-SEN-DET-OCR OCCURS 12 TIMES.
                07 FILLER                     PIC  X(003) VALUE SPACES.
                07 WK-SEN-DET-MES             PIC  X(003).
                07 FILLER                     PIC  X(002) VALUE SPACES.
                07 WK-SEN-DET-EMITIDO         PIC  X(012).
                07 FILLER                     PIC  X(003) VALUE SPACES.
                07 WK-SEN-DET-ATUAL           PIC  X(012).
                07 FILLER                     PIC  X(002) VALUE SPACES.
                07 WK-SEN-DET-MARCA           PIC  X(001).
                07 FILLER                     PIC  X(042) VALUE SPACES.
             05 WK-SEN-COMPARA                PIC  X(080).
             05 FILLER                        PIC  X(080)
                                              VALUE ALL '-'.
          03 WK-SEN-DIVERGE.
             05 FILLER                        PIC  X(030) VALUE
                'VALORES ATUAIS DIVERGEM EM   '.
             05 WK-SEN-QT-DIVERGE             PIC  Z9.
             05 FILLER                        PIC  X(048) VALUE
                ' MES(ES) - marcados com *'.
      *----------------------------------------------------------------*
      *   GENERIC WORK VARIABLES                                       *
      *----------------------------------------------------------------*
          03 WK-EIBRESP                       PIC S9(9) COMP-5 SYNC.
          03 WK-RESP-VSAM                     PIC S9(9) COMP-5 SYNC.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA              PIC X(1).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO WK-REC-ENTRADA

           EXEC CICS RECEIVE
                INTO   ( WK-REC-ENTRADA )
                LENGTH ( LENGTH OF WK-REC-ENTRADA )
                RESP   ( WK-EIBRESP )
           END-EXEC

           PERFORM 100000-LIMPA-TELA
           PERFORM 200000-VALIDAR-ENTRADA

           IF ENTRADA-VALIDA
              PERFORM 300000-BUSCA-EXTRATO
           END-IF

           IF ENTRADA-VALIDA
              AND WK-QT-ACHADOS GREATER ZEROS
              PERFORM 400000-MOSTRA-EXTRATO
              PERFORM 500000-COMPARA-ATUAL
           END-IF

           PERFORM 800000-ENVIAR-TELA

           EXEC CICS RETURN
           END-EXEC
           .

      *----------------------------------------------------------------*
       100000-LIMPA-TELA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-SEN-MSG
           MOVE SPACES TO WK-SEN-COMPARA
           MOVE ZEROS  TO WK-SEN-NUM-DATA
                          WK-SEN-NUM-HORA
                          WK-SEN-NUM-SEQ
                          WK-SEN-TAXA
                          WK-SEN-TOTAL
                          WK-SEN-TOTAL-BRL
                          WK-SEN-CODRET
           MOVE SPACES TO WK-SEN-ANO
                          WK-SEN-MOEDA
                          WK-SEN-MQ
                          WK-SEN-AJUSTADO
           PERFORM 110000-LIMPA-LINHA-DET
                   VARYING WK-IDX-MES FROM 1 BY 1
                   UNTIL WK-IDX-MES GREATER 12.

      *----------------------------------------------------------------*
       110000-LIMPA-LINHA-DET.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-SEN-DET-MES(WK-IDX-MES)
           MOVE SPACES TO WK-SEN-DET-EMITIDO(WK-IDX-MES)
           MOVE SPACES TO WK-SEN-DET-ATUAL(WK-IDX-MES)
           MOVE SPACES TO WK-SEN-DET-MARCA(WK-IDX-MES).

      *----------------------------------------------------------------*
       200000-VALIDAR-ENTRADA.
      *----------------------------------------------------------------*
           MOVE 'S'           TO WK-VALIDO
           MOVE WK-REC-CODUSU TO WK-SEN-CODUSU
           MOVE WK-REC-DATA   TO WK-SEN-DATA

           IF WK-REC-CODUSU EQUAL SPACES
              MOVE 'N' TO WK-VALIDO
              MOVE 'Informe: ACQ2 uuu aaaammdd aaaa (conta, data de emis
      -           'sao, ano opcional)' TO WK-SEN-MSG
           ELSE
           IF WK-REC-DATA NOT NUMERIC
              MOVE 'N' TO WK-VALIDO
              MOVE 'Data de emissao invalida - informe AAAAMMDD'
                   TO WK-SEN-MSG
           ELSE
           IF WK-REC-ANO NOT EQUAL SPACES
              AND WK-REC-ANO NOT NUMERIC
              MOVE 'N' TO WK-VALIDO
              MOVE 'Ano invalido - informe 4 digitos ou deixe em branco'
                   TO WK-SEN-MSG
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       300000-BUSCA-EXTRATO.
      *----------------------------------------------------------------*
      * BROWSE PELA CHAVE PARCIAL CODUSU+DATA; FICA O ULTIMO EXTRATO
      * DA DATA (DO ANO PEDIDO, QUANDO INFORMADO)
      *----------------------------------------------------------------*
           MOVE ZEROS         TO WK-QT-ACHADOS
           MOVE 'N'           TO WK-FIM-BROWSE
           MOVE WK-REC-CODUSU TO WK-BRW-CODUSU
           MOVE WK-REC-DATA   TO WK-BRW-DATA
           MOVE LOW-VALUES    TO WK-BROWSE-KEY(12:10)

           EXEC CICS STARTBR FILE('ACCEXH01')
                             RIDFLD(WK-BROWSE-KEY)
                             KEYLENGTH(21)
                             GTEQ
                             RESP(WK-RESP-VSAM)
           END-EXEC

           IF WK-RESP-VSAM EQUAL ZEROS
              PERFORM 310000-LE-EXTRATO
                      UNTIL FIM-BROWSE

              EXEC CICS ENDBR FILE('ACCEXH01')
                   NOHANDLE
              END-EXEC
           END-IF

           IF WK-QT-ACHADOS EQUAL ZEROS
              MOVE 'Nenhum extrato emitido para a conta nesta data'
                   TO WK-SEN-MSG
           ELSE
              MOVE WK-EXH-ACHADO TO WK-ACCEXH01-REC
              IF WK-QT-ACHADOS GREATER 1
                 MOVE 'Mais de um extrato na data - exibido o ultimo emi
      -              'tido (informe o ano)' TO WK-SEN-MSG
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       310000-LE-EXTRATO.
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('ACCEXH01')
                              INTO(WK-ACCEXH01-REC)
                              RIDFLD(WK-BROWSE-KEY)
                              KEYLENGTH(21)
                              RESP(WK-RESP-VSAM)
           END-EXEC

           IF WK-RESP-VSAM NOT EQUAL ZEROS
              OR WK-EXH-CODUSU NOT EQUAL WK-REC-CODUSU
              OR WK-EXH-DATA   NOT EQUAL WK-REC-DATA
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
           IF WK-REC-ANO EQUAL SPACES
              OR WK-EXH-ANO EQUAL WK-REC-ANO
              ADD 1 TO WK-QT-ACHADOS
              MOVE WK-ACCEXH01-REC TO WK-EXH-ACHADO
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       400000-MOSTRA-EXTRATO.
      *----------------------------------------------------------------*
           MOVE WK-IMG-NUM-DATA    TO WK-SEN-NUM-DATA
           MOVE WK-IMG-NUM-HORA    TO WK-SEN-NUM-HORA
           MOVE WK-IMG-NUM-SEQ     TO WK-SEN-NUM-SEQ
           MOVE WK-EXH-ANO         TO WK-SEN-ANO
           MOVE WK-IMG-MOEDA       TO WK-SEN-MOEDA
           MOVE WK-IMG-TAXA        TO WK-SEN-TAXA
           MOVE WK-EXH-ENTREGA-MQ  TO WK-SEN-MQ
           MOVE WK-IMG-TOTAL-ANUAL TO WK-SEN-TOTAL
           MOVE WK-IMG-TOTAL-BRL   TO WK-SEN-TOTAL-BRL
           MOVE WK-IMG-CODRET      TO WK-SEN-CODRET
           MOVE WK-IMG-AJUSTADO    TO WK-SEN-AJUSTADO

           PERFORM 410000-MOSTRA-MES
                   VARYING WK-IDX-MES FROM 1 BY 1
                   UNTIL WK-IDX-MES GREATER 12.

      *----------------------------------------------------------------*
       410000-MOSTRA-MES.
      *----------------------------------------------------------------*
           MOVE WK-IMG-MES(WK-IDX-MES) TO WK-SEN-DET-MES(WK-IDX-MES)
           MOVE WK-IMG-VAL(WK-IDX-MES)
                TO WK-SEN-DET-EMITIDO(WK-IDX-MES).

      *----------------------------------------------------------------*
       500000-COMPARA-ATUAL.
      *----------------------------------------------------------------*
      * VALORES ATUAIS = ACCM1VSA + RAZAO DE AJUSTES, MESMA REGRA DO
      * PROD0001/ACCBTC01; RAZAO INDISPONIVEL COMPARA COM O ORIGINAL
      *----------------------------------------------------------------*
           MOVE ZEROS       TO WK-QT-DIVERGE
           MOVE WK-EXH-CODUSU TO WK-ACCM1V-CODUSU
           MOVE WK-EXH-ANO    TO WK-ACCM1V-ANO

           EXEC CICS READ FILE('ACCM1VSA')
                          RIDFLD(WK-ACCM1V-CHAVE)
                          KEYLENGTH(7)
                          INTO(WK-ACCM1VSA-REC)
                          RESP(WK-RESP-VSAM)
           END-EXEC

           IF WK-RESP-VSAM NOT EQUAL ZEROS
              MOVE 'N' TO WK-ATUAL-EXISTE
              MOVE 'CODUSU+ANO NAO EXISTE MAIS NO ACCM1VSA'
                   TO WK-SEN-COMPARA
           ELSE
              MOVE 'S' TO WK-ATUAL-EXISTE
              PERFORM 510000-APLICA-AJUSTES
              PERFORM 530000-COMPARA-MES
                      VARYING WK-IDX-MES FROM 1 BY 1
                      UNTIL WK-IDX-MES GREATER 12

              IF WK-QT-DIVERGE EQUAL ZEROS
                 MOVE 'Valores atuais iguais aos emitidos'
                      TO WK-SEN-COMPARA
              ELSE
                 MOVE WK-QT-DIVERGE  TO WK-SEN-QT-DIVERGE
                 MOVE WK-SEN-DIVERGE TO WK-SEN-COMPARA
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       510000-APLICA-AJUSTES.
      *----------------------------------------------------------------*
           MOVE 'N'             TO WK-FIM-AJUSTES
           INITIALIZE WK-AJU-SOMAS
           MOVE WK-ACCM1V-CHAVE TO WK-AJU-BRW-PREFIXO
           MOVE LOW-VALUES      TO WK-AJU-BROWSE-KEY(8:5)

           EXEC CICS STARTBR FILE('ACCAJU01')
                             RIDFLD(WK-AJU-BROWSE-KEY)
                             KEYLENGTH(12)
                             GTEQ
                             RESP(WK-RESP-VSAM)
           END-EXEC

           IF WK-RESP-VSAM EQUAL ZEROS
              PERFORM 515000-LE-AJUSTE
                      UNTIL FIM-AJUSTES

              EXEC CICS ENDBR FILE('ACCAJU01')
                   NOHANDLE
              END-EXEC

              PERFORM 520000-AJUSTA-MES
                      VARYING WK-IDX-AJU FROM 1 BY 1
                      UNTIL WK-IDX-AJU GREATER 12
           END-IF.

      *----------------------------------------------------------------*
       515000-LE-AJUSTE.
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('ACCAJU01')
                              INTO(WK-AJU-REC)
                              RIDFLD(WK-AJU-BROWSE-KEY)
                              KEYLENGTH(12)
                              RESP(WK-RESP-VSAM)
           END-EXEC

           IF WK-RESP-VSAM NOT EQUAL ZEROS
              OR WK-AJU-CODUSU NOT EQUAL WK-ACCM1V-CODUSU
              OR WK-AJU-ANO    NOT EQUAL WK-ACCM1V-ANO
              MOVE 'S' TO WK-FIM-AJUSTES
           ELSE
           IF WK-AJU-MES NUMERIC
                 AND WK-AJU-MES NOT LESS '01'
                 AND WK-AJU-MES NOT GREATER '12'
                 AND WK-AJU-VALOR NUMERIC
              MOVE WK-AJU-MES   TO WK-IDX-AJU
              ADD  WK-AJU-VALOR TO WK-AJU-SOMA-MES(WK-IDX-AJU)
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       520000-AJUSTA-MES.
      *----------------------------------------------------------------*
           IF WK-AJU-SOMA-MES(WK-IDX-AJU) NOT EQUAL ZEROS
              AND WK-ACCM1V-MES(WK-IDX-AJU)
                    EQUAL WK-ROTULO-MES(WK-IDX-AJU)
              AND WK-ACCM1V-VAL(WK-IDX-AJU) NUMERIC
              MOVE WK-ACCM1V-VAL(WK-IDX-AJU) TO WK-VAL-NUM
              COMPUTE WK-AJU-RESULTADO = WK-VAL-NUM
                                       + WK-AJU-SOMA-MES(WK-IDX-AJU)
              IF WK-AJU-RESULTADO NOT LESS ZEROS
                 AND WK-AJU-RESULTADO NOT GREATER 999999999999
                 MOVE WK-AJU-RESULTADO TO WK-VAL-NUM
                 MOVE WK-VAL-NUM       TO WK-ACCM1V-VAL(WK-IDX-AJU)
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       530000-COMPARA-MES.
      *----------------------------------------------------------------*
           MOVE WK-ACCM1V-VAL(WK-IDX-MES)
                TO WK-SEN-DET-ATUAL(WK-IDX-MES)

           IF WK-ACCM1V-MES(WK-IDX-MES) NOT EQUAL WK-IMG-MES(WK-IDX-MES)
              OR WK-ACCM1V-VAL(WK-IDX-MES)
                    NOT EQUAL WK-IMG-VAL(WK-IDX-MES)
              MOVE '*' TO WK-SEN-DET-MARCA(WK-IDX-MES)
              ADD 1    TO WK-QT-DIVERGE
           END-IF.

      *----------------------------------------------------------------*
       800000-ENVIAR-TELA.
      *----------------------------------------------------------------*
           EXEC CICS SEND
                FROM   ( WK-SEN-TELA )
                LENGTH ( LENGTH OF WK-SEN-TELA )
                RESP   ( WK-EIBRESP )
                ERASE
           END-EXEC.
