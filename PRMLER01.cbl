      *                        acontece sem ninguem acordado: o cache
      *                        guarda tambem o par futuro e a decisao
      *                        de vigencia e refeita a cada leitura
      *                        USO: cada leitura anota no VSAM
      *                        "PRMUSO01" (chave programa+parametro,
      *                        definir NAO RECUPERAVEL - o READ UPDATE
      *                        nao pode segurar lock ate o syncpoint do
      *                        chamador) o instante da ultima leitura e
      *                        a origem servida, contando os dias em
      *                        que o DEFAULT foi servido porque o
      *                        parametro nao existe no PRMVSA01 - base
      *                        do relatorio semanal PRMBTC04. Barato:
      *                        no maximo UMA anotacao por dia por
      *                        parametro na regiao (a data da ultima
      *                        anotacao viaja no item de cache; para o
      *                        default, numa TSQ 'PRMU'+programa); e
      *                        todo comando da anotacao e RESP/NOHANDLE
      *                        - arquivo fechado ou ausente nunca
      *                        falha o chamador
      * Chamado por .......... programas do shop, conforme migrarem
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WK-PRM-VIGENCIA           PIC X(014).
      ***  ITEM DO CACHE (TSQ 'PRMC'+PROGRAMA): PARAMETRO + VALOR +
      ***  PAR FUTURO - A VIGENCIA E REAVALIADA A CADA LEITURA, POR
      ***  ISSO O FUTURO VIAJA JUNTO NO CACHE - E A DATA DA ULTIMA
      ***  ANOTACAO DE USO (PRMUSO01) FEITA A PARTIR DESTE ITEM
       01  WK-CHC-REC.
           03 WK-CHC-PARAMETRO          PIC X(008).
           03 WK-CHC-VALOR              PIC X(048).
           03 WK-CHC-VALOR-FUT          PIC X(048).
           03 WK-CHC-VIGENCIA           PIC X(014).
           03 WK-CHC-USO-DATA           PIC X(008).
       77  WK-NM-TSQ                    PIC X(016) VALUE SPACES.
       77  WK-ITEM                      PIC S9(4) COMP VALUE 1.
       77  WK-CHC-LEN                   PIC S9(4) COMP VALUE 126.
      ***  REGISTRO DE USO (VSAM "PRMUSO01", LIDO PELO PRMBTC04 -
      ***  MANTER SINCRONIZADO): ULTIMA LEITURA AAAAMMDDHHMMSS E
      ***  ORIGEM SERVIDA, PRIMEIRA DATA ANOTADA E DIAS EM QUE O
      ***  DEFAULT FOI SERVIDO (COM A DATA DO ULTIMO)
       01  WK-USO-REC.
           03 WK-USO-CHAVE.
              05 WK-USO-PROGRAMA        PIC X(008).
              05 WK-USO-PARAMETRO       PIC X(008).
           03 WK-USO-ULT-LEITURA        PIC X(014).
           03 WK-USO-ULT-ORIGEM         PIC X(001).
           03 WK-USO-PRI-LEITURA        PIC X(008).
           03 WK-USO-ULT-DEFAULT        PIC X(008).
           03 WK-USO-QT-DIAS-DEFAULT    PIC 9(005).
           03 FILLER                    PIC X(012).
      ***  MARCA DE ANOTACAO DO DEFAULT (TSQ 'PRMU'+PROGRAMA) -
      ***  DEFAULT NAO VAI PARA O CACHE, ENTAO A DATA FICA AQUI
       01  WK-MRC-REC.
           03 WK-MRC-PARAMETRO          PIC X(008).
           03 WK-MRC-DATA               PIC X(008).
       77  WK-NM-TSQ-USO                PIC X(016) VALUE SPACES.
       77  WK-ITEM-USO                  PIC S9(4) COMP VALUE 1.
       77  WK-MRC-LEN                   PIC S9(4) COMP VALUE 16.
       77  WK-ACHOU-MRC                 PIC X(001) VALUE 'N'.
           88 ACHOU-MRC                           VALUE 'S'.
       77  WK-FIM-MRC                   PIC X(001) VALUE 'N'.
           88 FIM-MRC                             VALUE 'S'.
       77  WK-ABSTIME                   PIC S9(15) COMP-3 VALUE +0.
       77  WK-AGORA                     PIC X(014) VALUE SPACES.
       77  WK-DATA-YMD                  PIC X(008) VALUE SPACES.
                 MOVE WK-CHC-VALOR     TO LK-PRM-VALOR
              END-IF
              MOVE 'C' TO LK-PRM-ORIGEM
      *       USO JA ANOTADO HOJE A PARTIR DESTE ITEM: NADA A FAZER
              IF WK-CHC-USO-DATA NOT EQUAL WK-DATA-YMD
                 PERFORM 300000-ANOTA-USO
                 MOVE WK-DATA-YMD TO WK-CHC-USO-DATA

                 EXEC CICS WRITEQ TS QUEUE ( WK-NM-TSQ )
                           FROM   ( WK-CHC-REC )
                           LENGTH ( LENGTH OF WK-CHC-REC )
                           ITEM   ( WK-ITEM )
                           REWRITE
                           MAIN
                           NOHANDLE
                 END-EXEC
              END-IF
           ELSE
              PERFORM 200000-LE-VSAM
           END-IF
      *----------------------------------------------------------------*
       100000-PROCURA-CACHE.
      *----------------------------------------------------------------*
      *    ITEM DE CACHE ANTERIOR A VIGENCIA (56 BYTES) OU A ANOTACAO
      *    DE USO (118) E LIDO COM OS CAMPOS NOVOS EM BRANCO - O
      *    SPACES ANTES DO READQ GARANTE
           MOVE SPACES TO WK-CHC-REC
           MOVE 126    TO WK-CHC-LEN

           EXEC CICS READQ TS QUEUE ( WK-NM-TSQ )
                     INTO   ( WK-CHC-REC )
                 MOVE WK-PRM-VALOR     TO LK-PRM-VALOR
              END-IF
              MOVE 'V'          TO LK-PRM-ORIGEM
              PERFORM 300000-ANOTA-USO

              MOVE LK-PRM-PARAMETRO TO WK-CHC-PARAMETRO
              MOVE WK-PRM-VALOR     TO WK-CHC-VALOR
              MOVE WK-PRM-VALOR-FUT TO WK-CHC-VALOR-FUT
              MOVE WK-PRM-VIGENCIA  TO WK-CHC-VIGENCIA
              MOVE WK-DATA-YMD      TO WK-CHC-USO-DATA

              EXEC CICS WRITEQ TS QUEUE ( WK-NM-TSQ )
                        FROM   ( WK-CHC-REC )
                        MAIN
                        NOHANDLE
              END-EXEC
           ELSE
      *    SO O PARAMETRO QUE NAO EXISTE CONTA COMO DEFAULT SERVIDO -
      *    ARQUIVO INDISPONIVEL NAO E FALTA DE CADASTRO
           IF WK-EIBRESP EQUAL DFHRESP(NOTFND)
              PERFORM 250000-ANOTA-DEFAULT
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       250000-ANOTA-DEFAULT.
      *----------------------------------------------------------------*
      * DEFAULT SERVIDO: A MARCA NA TSQ 'PRMU'+PROGRAMA LIMITA A UMA
      * ANOTACAO POR DIA POR PARAMETRO NA REGIAO
      *----------------------------------------------------------------*
           MOVE SPACES           TO WK-NM-TSQ-USO
           MOVE 'PRMU'           TO WK-NM-TSQ-USO(1:4)
           MOVE LK-PRM-PROGRAMA  TO WK-NM-TSQ-USO(5:8)

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
              MOVE LK-PRM-PARAMETRO TO WK-MRC-PARAMETRO
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
           MOVE 16     TO WK-MRC-LEN

           EXEC CICS READQ TS QUEUE ( WK-NM-TSQ-USO )
                     INTO   ( WK-MRC-REC )
                     LENGTH ( WK-MRC-LEN )
                     ITEM   ( WK-ITEM-USO )
                     RESP   ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 'S' TO WK-FIM-MRC
           ELSE
           IF WK-MRC-PARAMETRO EQUAL LK-PRM-PARAMETRO
              MOVE 'S' TO WK-ACHOU-MRC
           ELSE
              ADD 1 TO WK-ITEM-USO
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       300000-ANOTA-USO.
      *----------------------------------------------------------------*
      * ULTIMA LEITURA E ORIGEM (LK-PRM-ORIGEM) NO PRMUSO01 - TODO
      * COMANDO COM RESP/NOHANDLE: ANOTACAO QUE NAO DEU CERTO FICA
      * PARA A PROXIMA LEITURA, O CHAMADOR NUNCA SABE
      *----------------------------------------------------------------*
           MOVE SPACES           TO WK-USO-REC
           MOVE LK-PRM-PROGRAMA  TO WK-USO-PROGRAMA
           MOVE LK-PRM-PARAMETRO TO WK-USO-PARAMETRO

           EXEC CICS READ FILE('PRMUSO01')
                          RIDFLD(WK-USO-CHAVE)
                          KEYLENGTH(16)
                          INTO(WK-USO-REC)
                          UPDATE
                          RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP EQUAL DFHRESP(NOTFND)
              MOVE WK-DATA-YMD TO WK-USO-PRI-LEITURA
              MOVE ZEROS       TO WK-USO-QT-DIAS-DEFAULT
              PERFORM 310000-ATUALIZA-USO

              EXEC CICS WRITE FILE('PRMUSO01')
                              RIDFLD(WK-USO-CHAVE)
                              KEYLENGTH(16)
                              FROM(WK-USO-REC)
                              LENGTH(LENGTH OF WK-USO-REC)
                              NOHANDLE
              END-EXEC
           ELSE
           IF WK-EIBRESP EQUAL ZEROS
              PERFORM 310000-ATUALIZA-USO

              EXEC CICS REWRITE FILE('PRMUSO01')
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
           IF WK-USO-QT-DIAS-DEFAULT NOT NUMERIC
              MOVE ZEROS TO WK-USO-QT-DIAS-DEFAULT
           END-IF

           MOVE WK-AGORA      TO WK-USO-ULT-LEITURA
           MOVE LK-PRM-ORIGEM TO WK-USO-ULT-ORIGEM

           IF LK-PRM-ORIGEM EQUAL 'D'
                 AND WK-USO-ULT-DEFAULT NOT EQUAL WK-DATA-YMD
              ADD 1            TO WK-USO-QT-DIAS-DEFAULT
              MOVE WK-DATA-YMD TO WK-USO-ULT-DEFAULT
           END-IF
           .
