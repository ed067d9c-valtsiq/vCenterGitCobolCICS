       CBL CICS('COBOL3') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. MSGLER01
      * Tipo    .............. Subprograma (CALL) - mesma tecnica do
      *                        PRMLER01 (subprograma chamado por CALL
      *                        que usa comandos CICS): o chamador
      *                        passa DFHEIBLK e DFHCOMMAREA como os
      *                        dois primeiros parametros do CALL, antes
      *                        da area abaixo
      * Finalidade ........... rotina COMUM do catalogo de mensagens:
      *                        o texto de retorno (MSGRET) de cada
      *                        servico sai do VSAM "MSGVSA01" (chave
      *                        subsistema+codret+idioma, texto X(60)),
      *                        mantido pelo MSGMNT01 - a mesma condicao
      *                        passa a ter UM texto, no idioma que o
      *                        chamador pediu. Mesma semantica
      *                        cache-na-TSQ/default-no-codigo do
      *                        PRMLER01:
      *                          1. procura no cache TSQ
      *                             'MSGC'+subsistema
      *                          2. nao achou: le o VSAM e poe no cache
      *                          3. idioma pedido sem texto: tenta o
      *                             texto 'PT' (cache e VSAM)
      *                          4. nada no catalogo: fica o texto que
      *                             o chamador montou (default)
      *                        Idioma em branco = 'PT'.
      *                        COMPLEMENTO: texto com '&' recebe ali o
      *                        dado variavel que o chamador manda em
      *                        LK-MSG-COMPLEMENTO (ticket, motivo) -
      *                        vale para o texto do catalogo e para o
      *                        default
      *                        LK-MSG-ORIGEM devolve de onde o texto
      *                        veio ('C' cache, 'V' vsam, 'P' texto
      *                        'PT' no lugar do idioma pedido, 'D'
      *                        default do chamador)
      *                        USO SEM CATALOGO: origem 'P' ou 'D' anota
      *                        no VSAM "MSGUSO01" (chave igual a do
      *                        catalogo, definir NAO RECUPERAVEL) o
      *                        ultimo uso, os dias de uso e o ultimo
      *                        texto servido - base do relatorio
      *                        semanal MSGBTC01. No maximo UMA anotacao
      *                        por dia por chave na regiao (marca na
      *                        TSQ 'MSGU'+subsistema) e todo comando da
      *                        anotacao e RESP/NOHANDLE - arquivo
      *                        fechado ou ausente nunca falha o
      *                        chamador
      * DSnames .............. B090290.MSGVSA01 (catalogo, leitura)
      *                        B090290.MSGUSO01 (uso sem catalogo)
      * Chamado por .......... CEPAPI01, PROD0001, CIEBIN02, XPTOBK98
      *                        e as manutencoes do COMUM (ACLMNT01,
      *                        APRMNT01, CALMNT01, ESCMNT01, MSGMNT01,
      *                        OPRMNT01, PRMMNT01, SUPMNT01)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MSGLER01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      ***  MESMO LAYOUT DO VSAM "MSGVSA01" MANTIDO PELO MSGMNT01 E LIDO
      ***  PELO MSGBTC01 - MANTER OS TRES SINCRONIZADOS
       01  WK-MSG-REC.
           03 WK-MSG-CHAVE.
              05 WK-MSG-SUBSISTEMA      PIC X(008).
              05 WK-MSG-CODRET          PIC 9(004).
              05 WK-MSG-IDIOMA          PIC X(002).
           03 WK-MSG-TEXTO              PIC X(060).
           03 WK-MSG-MANUT-DATA         PIC X(008).
           03 WK-MSG-MANUT-USU          PIC X(008).
           03 FILLER                    PIC X(010).
      ***  ITEM DO CACHE (TSQ 'MSGC'+SUBSISTEMA): CODRET + IDIOMA +
      ***  TEXTO - SO TEXTO QUE EXISTE NO CATALOGO VAI PARA O CACHE
       01  WK-CHC-REC.
           03 WK-CHC-CODRET             PIC 9(004).
           03 WK-CHC-IDIOMA             PIC X(002).
           03 WK-CHC-TEXTO              PIC X(060).
       77  WK-NM-TSQ                    PIC X(016) VALUE SPACES.
       77  WK-ITEM                      PIC S9(4) COMP VALUE 1.
       77  WK-CHC-LEN                   PIC S9(4) COMP VALUE 66.
      ***  REGISTRO DE USO SEM CATALOGO (VSAM "MSGUSO01", LIDO PELO
      ***  MSGBTC01 - MANTER SINCRONIZADO): ULTIMO USO AAAAMMDDHHMMSS
      ***  E ORIGEM SERVIDA, PRIMEIRA DATA, DIAS DE USO (COM A DATA DO
      ***  ULTIMO) E O ULTIMO TEXTO SERVIDO - PONTO DE PARTIDA PARA
      ***  QUEM FOR CADASTRAR O TEXTO
       01  WK-USO-REC.
           03 WK-USO-CHAVE.
              05 WK-USO-SUBSISTEMA      PIC X(008).
              05 WK-USO-CODRET          PIC 9(004).
              05 WK-USO-IDIOMA          PIC X(002).
           03 WK-USO-ULT-USO            PIC X(014).
           03 WK-USO-ULT-ORIGEM         PIC X(001).
           03 WK-USO-PRI-USO            PIC X(008).
           03 WK-USO-ULT-DIA            PIC X(008).
           03 WK-USO-QT-DIAS            PIC 9(005).
           03 WK-USO-ULT-TEXTO          PIC X(060).
           03 FILLER                    PIC X(010).
      ***  MARCA DE ANOTACAO (TSQ 'MSGU'+SUBSISTEMA)
       01  WK-MRC-REC.
           03 WK-MRC-CODRET             PIC 9(004).
           03 WK-MRC-IDIOMA             PIC X(002).
           03 WK-MRC-DATA               PIC X(008).
       77  WK-NM-TSQ-USO                PIC X(016) VALUE SPACES.
       77  WK-ITEM-USO                  PIC S9(4) COMP VALUE 1.
       77  WK-MRC-LEN                   PIC S9(4) COMP VALUE 14.
       77  WK-ACHOU-MRC                 PIC X(001) VALUE 'N'.
           88 ACHOU-MRC                           VALUE 'S'.
       77  WK-FIM-MRC                   PIC X(001) VALUE 'N'.
           88 FIM-MRC                             VALUE 'S'.
       77  WK-ABSTIME                   PIC S9(15) COMP-3 VALUE +0.
       77  WK-AGORA                     PIC X(014) VALUE SPACES.
       77  WK-DATA-YMD                  PIC X(008) VALUE SPACES.
       77  WK-HORA                      PIC X(008) VALUE SPACES.
       77  WK-EIBRESP                   PIC S9(9) COMP-5 SYNC.
       77  WK-ACHOU                     PIC X(001) VALUE 'N'.
           88 ACHOU                               VALUE 'S'.
       77  WK-FIM-CACHE                 PIC X(001) VALUE 'N'.
           88 FIM-CACHE                           VALUE 'S'.
      ***  CHAVE DA PROCURA CORRENTE (IDIOMA PEDIDO OU 'PT')
       77  WK-IDIOMA-PEDIDO             PIC X(002) VALUE SPACES.
       77  WK-IDIOMA-BUSCA              PIC X(002) VALUE SPACES.
       77  WK-TEXTO-ACHADO              PIC X(060) VALUE SPACES.
      ***  TROCA DO '&' PELO COMPLEMENTO
       77  WK-POS-MARCA                 PIC S9(4) COMP VALUE +0.
       77  WK-LEN-COMPL                 PIC S9(4) COMP VALUE +0.
       77  WK-PONTEIRO                  PIC S9(4) COMP VALUE +0.
       77  WK-ACHOU-FIM                 PIC X(001) VALUE 'N'.
           88 ACHOU-FIM                           VALUE 'S'.
       77  WK-TEXTO-NOVO                PIC X(060) VALUE SPACES.

       LINKAGE SECTION.
      *----------------------------------------------------------------*
      *   O CHAMADOR DECLARA UMA COPIA FIEL: SUBSISTEMA (NOME DO
      *   SERVICO), CODRET, IDIOMA ('PT'/'ES'/'EN'...; BRANCO = 'PT'),
      *   COMPLEMENTO (DADO VARIAVEL PARA O '&', BRANCO SE NAO HA),
      *   TEXTO (ENTRA O DEFAULT MONTADO PELO CHAMADOR, SAI O TEXTO A
      *   DEVOLVER) E ORIGEM (C/V/P/D)
      *----------------------------------------------------------------*
       01  LK-MSG-AREA.
           05 LK-MSG-SUBSISTEMA         PIC X(008).
           05 LK-MSG-CODRET             PIC 9(004).
           05 LK-MSG-IDIOMA             PIC X(002).
           05 LK-MSG-COMPLEMENTO        PIC X(040).
           05 LK-MSG-TEXTO              PIC X(060).
           05 LK-MSG-ORIGEM             PIC X(001).

       PROCEDURE DIVISION USING LK-MSG-AREA.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*
           MOVE 'D' TO LK-MSG-ORIGEM

           IF LK-MSG-IDIOMA EQUAL SPACES
                 OR LK-MSG-IDIOMA EQUAL LOW-VALUES
              MOVE 'PT'          TO WK-IDIOMA-PEDIDO
           ELSE
              MOVE LK-MSG-IDIOMA TO WK-IDIOMA-PEDIDO
           END-IF

           MOVE SPACES            TO WK-NM-TSQ
           MOVE 'MSGC'            TO WK-NM-TSQ(1:4)
           MOVE LK-MSG-SUBSISTEMA TO WK-NM-TSQ(5:8)

           MOVE WK-IDIOMA-PEDIDO TO WK-IDIOMA-BUSCA
           PERFORM 100000-PROCURA-TEXTO

           IF NOT ACHOU
                 AND WK-IDIOMA-PEDIDO NOT EQUAL 'PT'
              MOVE 'PT' TO WK-IDIOMA-BUSCA
              PERFORM 100000-PROCURA-TEXTO
              IF ACHOU
                 MOVE 'P' TO LK-MSG-ORIGEM
              END-IF
           END-IF

           IF ACHOU
              MOVE WK-TEXTO-ACHADO TO LK-MSG-TEXTO
           END-IF

           PERFORM 400000-TROCA-COMPLEMENTO

      *    TEXTO QUE NAO VEIO DO IDIOMA PEDIDO E FALTA DE CATALOGO
           IF LK-MSG-ORIGEM EQUAL 'P' OR 'D'
              PERFORM 050000-MONTA-AGORA
              PERFORM 250000-ANOTA-FALTA
           END-IF

           GOBACK
           .

      *----------------------------------------------------------------*
       050000-MONTA-AGORA.
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME
                ABSTIME ( WK-ABSTIME )
                NOHANDLE
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME  ( WK-ABSTIME )
                YYYYMMDD ( WK-DATA-YMD )
                TIME     ( WK-HORA )
                NOHANDLE
           END-EXEC

           MOVE SPACES      TO WK-AGORA
           MOVE WK-DATA-YMD TO WK-AGORA(1:8)
           MOVE WK-HORA     TO WK-AGORA(9:6)
           .

      *----------------------------------------------------------------*
       100000-PROCURA-TEXTO.
      *----------------------------------------------------------------*
      * CODRET + WK-IDIOMA-BUSCA: CACHE PRIMEIRO, DEPOIS O VSAM
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-ACHOU
           MOVE 'N' TO WK-FIM-CACHE
           MOVE 1   TO WK-ITEM

           PERFORM 150000-PROCURA-CACHE
                   UNTIL ACHOU
                      OR FIM-CACHE

           IF ACHOU
              MOVE WK-CHC-TEXTO TO WK-TEXTO-ACHADO
              IF LK-MSG-ORIGEM EQUAL 'D'
                 MOVE 'C' TO LK-MSG-ORIGEM
              END-IF
           ELSE
              PERFORM 200000-LE-VSAM
           END-IF
           .

      *----------------------------------------------------------------*
       150000-PROCURA-CACHE.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-CHC-REC
           MOVE 66     TO WK-CHC-LEN

           EXEC CICS READQ TS QUEUE ( WK-NM-TSQ )
                     INTO   ( WK-CHC-REC )
                     LENGTH ( WK-CHC-LEN )
                     ITEM   ( WK-ITEM )
                     RESP   ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 'S' TO WK-FIM-CACHE
           ELSE
           IF WK-CHC-CODRET EQUAL LK-MSG-CODRET
                 AND WK-CHC-IDIOMA EQUAL WK-IDIOMA-BUSCA
              MOVE 'S' TO WK-ACHOU
           ELSE
              ADD 1 TO WK-ITEM
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       200000-LE-VSAM.
      *----------------------------------------------------------------*
      * FONTE DA VERDADE - ACHOU: DEVOLVE E POE NO CACHE PARA AS
      * PROXIMAS LEITURAS; NAO ACHOU/ARQUIVO INDISPONIVEL: SEGUE PARA
      * O PROXIMO DEGRAU (TEXTO 'PT' OU O DEFAULT DO CHAMADOR)
      *----------------------------------------------------------------*
           MOVE SPACES            TO WK-MSG-REC
           MOVE LK-MSG-SUBSISTEMA TO WK-MSG-SUBSISTEMA
           MOVE LK-MSG-CODRET     TO WK-MSG-CODRET
           MOVE WK-IDIOMA-BUSCA   TO WK-MSG-IDIOMA

           EXEC CICS READ FILE('MSGVSA01')
                          RIDFLD(WK-MSG-CHAVE)
                          KEYLENGTH(14)
                          INTO(WK-MSG-REC)
                          RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP EQUAL ZEROS
              MOVE 'S'          TO WK-ACHOU
              MOVE WK-MSG-TEXTO TO WK-TEXTO-ACHADO
              IF LK-MSG-ORIGEM EQUAL 'D'
                 MOVE 'V' TO LK-MSG-ORIGEM
              END-IF

              MOVE LK-MSG-CODRET   TO WK-CHC-CODRET
              MOVE WK-IDIOMA-BUSCA TO WK-CHC-IDIOMA
              MOVE WK-MSG-TEXTO    TO WK-CHC-TEXTO

              EXEC CICS WRITEQ TS QUEUE ( WK-NM-TSQ )
                        FROM   ( WK-CHC-REC )
                        LENGTH ( LENGTH OF WK-CHC-REC )
                        MAIN
                        NOHANDLE
              END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
       250000-ANOTA-FALTA.
      *----------------------------------------------------------------*
      * TEXTO SEM CATALOGO NO IDIOMA PEDIDO: A MARCA NA TSQ
      * 'MSGU'+SUBSISTEMA LIMITA A UMA ANOTACAO POR DIA POR CHAVE NA
      * REGIAO
      *----------------------------------------------------------------*
           MOVE SPACES            TO WK-NM-TSQ-USO
           MOVE 'MSGU'            TO WK-NM-TSQ-USO(1:4)
           MOVE LK-MSG-SUBSISTEMA TO WK-NM-TSQ-USO(5:8)

           MOVE 'N' TO WK-ACHOU-MRC
           MOVE 'N' TO WK-FIM-MRC
           MOVE 1   TO WK-ITEM-USO

           PERFORM 260000-PROCURA-MARCA
                   UNTIL ACHOU-MRC
                      OR FIM-MRC

           IF ACHOU-MRC
              IF WK-MRC-DATA NOT EQUAL WK-DATA-YMD
                 PERFORM 300000-ANOTA-USO
                 MOVE WK-DATA-YMD TO WK-MRC-DATA

                 EXEC CICS WRITEQ TS QUEUE ( WK-NM-TSQ-USO )
                           FROM   ( WK-MRC-REC )
                           LENGTH ( LENGTH OF WK-MRC-REC )
                           ITEM   ( WK-ITEM-USO )
                           REWRITE
                           MAIN
                           NOHANDLE
                 END-EXEC
              END-IF
           ELSE
              PERFORM 300000-ANOTA-USO
              MOVE LK-MSG-CODRET    TO WK-MRC-CODRET
              MOVE WK-IDIOMA-PEDIDO TO WK-MRC-IDIOMA
              MOVE WK-DATA-YMD      TO WK-MRC-DATA

              EXEC CICS WRITEQ TS QUEUE ( WK-NM-TSQ-USO )
                        FROM   ( WK-MRC-REC )
                        LENGTH ( LENGTH OF WK-MRC-REC )
                        MAIN
                        NOHANDLE
              END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
       260000-PROCURA-MARCA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-MRC-REC
           MOVE 14     TO WK-MRC-LEN

           EXEC CICS READQ TS QUEUE ( WK-NM-TSQ-USO )
                     INTO   ( WK-MRC-REC )
                     LENGTH ( WK-MRC-LEN )
                     ITEM   ( WK-ITEM-USO )
                     RESP   ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 'S' TO WK-FIM-MRC
           ELSE
           IF WK-MRC-CODRET EQUAL LK-MSG-CODRET
                 AND WK-MRC-IDIOMA EQUAL WK-IDIOMA-PEDIDO
              MOVE 'S' TO WK-ACHOU-MRC
           ELSE
              ADD 1 TO WK-ITEM-USO
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       300000-ANOTA-USO.
      *----------------------------------------------------------------*
      * ULTIMO USO, ORIGEM E TEXTO SERVIDO NO MSGUSO01 - TODO COMANDO
      * COM RESP/NOHANDLE: ANOTACAO QUE NAO DEU CERTO FICA PARA O
      * PROXIMO USO, O CHAMADOR NUNCA SABE
      *----------------------------------------------------------------*
           MOVE SPACES            TO WK-USO-REC
           MOVE LK-MSG-SUBSISTEMA TO WK-USO-SUBSISTEMA
           MOVE LK-MSG-CODRET     TO WK-USO-CODRET
           MOVE WK-IDIOMA-PEDIDO  TO WK-USO-IDIOMA

           EXEC CICS READ FILE('MSGUSO01')
                          RIDFLD(WK-USO-CHAVE)
                          KEYLENGTH(14)
                          INTO(WK-USO-REC)
                          UPDATE
                          RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP EQUAL DFHRESP(NOTFND)
              MOVE WK-DATA-YMD TO WK-USO-PRI-USO
              MOVE ZEROS       TO WK-USO-QT-DIAS
              PERFORM 310000-ATUALIZA-USO

              EXEC CICS WRITE FILE('MSGUSO01')
                              RIDFLD(WK-USO-CHAVE)
                              KEYLENGTH(14)
                              FROM(WK-USO-REC)
                              LENGTH(LENGTH OF WK-USO-REC)
                              NOHANDLE
              END-EXEC
           ELSE
           IF WK-EIBRESP EQUAL ZEROS
              PERFORM 310000-ATUALIZA-USO

              EXEC CICS REWRITE FILE('MSGUSO01')
                                FROM(WK-USO-REC)
                                LENGTH(LENGTH OF WK-USO-REC)
                                NOHANDLE
              END-EXEC
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       310000-ATUALIZA-USO.
      *----------------------------------------------------------------*
           IF WK-USO-QT-DIAS NOT NUMERIC
              MOVE ZEROS TO WK-USO-QT-DIAS
           END-IF

           MOVE WK-AGORA      TO WK-USO-ULT-USO
           MOVE LK-MSG-ORIGEM TO WK-USO-ULT-ORIGEM
           MOVE LK-MSG-TEXTO  TO WK-USO-ULT-TEXTO

           IF WK-USO-ULT-DIA NOT EQUAL WK-DATA-YMD
              ADD 1            TO WK-USO-QT-DIAS
              MOVE WK-DATA-YMD TO WK-USO-ULT-DIA
           END-IF
           .

      *----------------------------------------------------------------*
       400000-TROCA-COMPLEMENTO.
      *----------------------------------------------------------------*
      * PRIMEIRO '&' DO TEXTO DA LUGAR AO COMPLEMENTO (SEM OS BRANCOS
      * DO FIM); O QUE PASSAR DE 60 BYTES E CORTADO
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-POS-MARCA
           INSPECT LK-MSG-TEXTO TALLYING WK-POS-MARCA
                   FOR CHARACTERS BEFORE INITIAL '&'

           IF WK-POS-MARCA LESS 60
              MOVE 40  TO WK-LEN-COMPL
              MOVE 'N' TO WK-ACHOU-FIM
              PERFORM 410000-RECUA-COMPLEMENTO
                      UNTIL WK-LEN-COMPL EQUAL ZEROS
                         OR ACHOU-FIM

              MOVE SPACES TO WK-TEXTO-NOVO
              MOVE 1      TO WK-PONTEIRO

              IF WK-POS-MARCA GREATER ZEROS
                 STRING LK-MSG-TEXTO(1:WK-POS-MARCA)
                        DELIMITED BY SIZE
                        INTO WK-TEXTO-NOVO WITH POINTER WK-PONTEIRO
                 END-STRING
              END-IF

              IF WK-LEN-COMPL GREATER ZEROS
                 STRING LK-MSG-COMPLEMENTO(1:WK-LEN-COMPL)
                        DELIMITED BY SIZE
                        INTO WK-TEXTO-NOVO WITH POINTER WK-PONTEIRO
                 END-STRING
              END-IF

              IF WK-POS-MARCA LESS 59
                    AND WK-PONTEIRO NOT GREATER 60
                 STRING LK-MSG-TEXTO(WK-POS-MARCA + 2:)
                        DELIMITED BY SIZE
                        INTO WK-TEXTO-NOVO WITH POINTER WK-PONTEIRO
                 END-STRING
              END-IF

              MOVE WK-TEXTO-NOVO TO LK-MSG-TEXTO
           END-IF
           .

      *----------------------------------------------------------------*
       410000-RECUA-COMPLEMENTO.
      *----------------------------------------------------------------*
           IF LK-MSG-COMPLEMENTO(WK-LEN-COMPL:1) NOT EQUAL SPACE
              MOVE 'S' TO WK-ACHOU-FIM
           ELSE
              SUBTRACT 1 FROM WK-LEN-COMPL
           END-IF
           .
